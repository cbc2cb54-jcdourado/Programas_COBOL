                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL JORNLOTE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROJN.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 TIPOCONTR           PIC X(01).
      * EMPRESA/FILIAL DO FUNCIONARIO (EMPRESA.DAT - FPP029)
                03 CODEMPR             PIC 9(01).
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
               VALUE OF FILE-ID IS "ARQEXP.TXT".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROJN    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DIASAVISO  PIC 9(03) VALUE 10.
       77 W-TOTVENCE   PIC 9(06) VALUE ZEROS.
           OPEN I-O FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN OUTPUT ARQIMP.
                COMPUTE W-DIASREST = W-SERVENC - W-SERHOJE.
      * PRAZO JA PASSOU SEM DEMISSAO: EFETIVA AUTOMATICAMENTE
                IF W-DIASREST < ZEROS
                   MOVE CADFUN TO JN-ANTES
                   MOVE "I" TO TIPOCONTR
                   REWRITE CADFUN
                   MOVE CADFUN TO JN-DEPOIS
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                   MOVE "EFETIVADO" TO IMPSIT
                   PERFORM IMP-LINHA THRU IMP-LINHA-FIM
                   ADD 1 TO W-TOTEFET
                WRITE REGIMP FROM DETAL.
       IMP-LINHA-FIM.
                EXIT.
      *
      *****************************************
      * DIARIO DE ESTORNO (JORNLOTE.DAT)       *
      *****************************************
       GRAVA-JORNAL.
                MOVE "FPP027" TO JN-PROGRAMA.
                MOVE W-LPDTINI TO JN-DTINI.
                MOVE W-LPHRINI TO JN-HRINI.
                MOVE "FUNC" TO JN-ARQUIVO.
                MOVE "A" TO JN-OPER.
                OPEN EXTEND JORNLOTE.
                WRITE REGJORNAL.
                CLOSE JORNLOTE.
       GRAVA-JORNAL-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                MOVE SPACES TO REGIMP.
