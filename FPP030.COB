                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL JORNLOTE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROJN.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      * CPF/PIS/RG/SALNEGOC SAO DE FPP003 - MANTIDOS AQUI SO PARA
      * CASAR O TAMANHO DO REGISTRO COM O GRAVADO EM FUNC.DAT
                03 FILLER              PIC X(45).
      * DIARIO DE ESTORNO: IMAGEM ANTES/DEPOIS DE CADA REGISTRO
      * GRAVADO, COM A IDENTIFICACAO DA RODADA EM LOGPROC.DAT
      * (PROGRAMA + DATA/HORA DE INICIO) - ESTORNO PELO ESTLOTE
       FD JORNLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNLOTE.DAT".
       01 REGJORNAL.
                03 JN-PROGRAMA         PIC X(08).
                03 JN-DTINI            PIC 9(08).
                03 JN-HRINI            PIC 9(06).
                03 JN-ARQUIVO          PIC X(08).
                03 JN-OPER             PIC X(01).
                03 JN-ANTES            PIC X(121).
                03 JN-DEPOIS           PIC X(121).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.TXT".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRODEP   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROJN    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * LIMITE DE IDADE PARA A DEDUCAO DE IRRF DO DEPENDENTE - O
                   SUBTRACT 1 FROM W-IDADE.
                IF W-IDADE < W-IDADELIM
                   GO TO LER-DEPEND.
                MOVE CADDEPEND TO JN-ANTES.
                MOVE "N" TO DP-DEDIRRF.
                REWRITE CADDEPEND.
                MOVE CADDEPEND TO JN-DEPOIS.
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
                MOVE DP-CHAPAFUNC TO CHAPA.
                MOVE SPACES TO NOME.
                READ FUNC
                GO TO ROT-FIM.
      *
      *****************************************
      * DIARIO DE ESTORNO (JORNLOTE.DAT)       *
      *****************************************
       GRAVA-JORNAL.
                MOVE "FPP030" TO JN-PROGRAMA.
                MOVE W-LPDTINI TO JN-DTINI.
                MOVE W-LPHRINI TO JN-HRINI.
                MOVE "DEPEND" TO JN-ARQUIVO.
                MOVE "A" TO JN-OPER.
                OPEN EXTEND JORNLOTE.
                WRITE REGJORNAL.
                CLOSE JORNLOTE.
       GRAVA-JORNAL-FIM.
                EXIT.
      *
      *****************************************
      * REGISTRO DE CONTROLE DE EXECUCAO       *
      * (LOGPROC.DAT)                          *
      *****************************************
