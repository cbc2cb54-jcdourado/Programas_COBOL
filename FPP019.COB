                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FR-CHAVE
                    FILE STATUS  IS ST-ERROFER.
           SELECT OPTIONAL JORNLOTE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROJN.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                    05 FR-MESLIM           PIC 9(02).
                    05 FR-ANOLIM           PIC 9(04).
                03 FR-STATFER          PIC X(01).
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
               VALUE OF FILE-ID IS "ARQFERC.TXT".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROFER   PIC X(02) VALUE "00".
       77 ST-ERROJN    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CODPTO     PIC 9(04) VALUE ZEROS.
       77 W-DIASGOZO   PIC 9(02) VALUE ZEROS.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       ABRE-FERIAS.
                WRITE CADFERIAS
                   INVALID KEY
                      GO TO LER-FUNC.
                MOVE SPACES TO JN-ANTES.
                MOVE CADFERIAS TO JN-DEPOIS.
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
                MOVE CHAPA TO IMPCHAPA.
                MOVE NOME TO IMPNOME.
                WRITE REGIMP FROM LINCRIADO.
                ADD 1 TO W-TOTCRIADOS.
                GO TO LER-FUNC.
      *
      *****************************************
      * DIARIO DE ESTORNO (JORNLOTE.DAT)       *
      *****************************************
       GRAVA-JORNAL.
                MOVE "FPP019" TO JN-PROGRAMA.
                MOVE W-LPDTINI TO JN-DTINI.
                MOVE W-LPHRINI TO JN-HRINI.
                MOVE "FERIAS" TO JN-ARQUIVO.
                MOVE "I" TO JN-OPER.
                OPEN EXTEND JORNLOTE.
                WRITE REGJORNAL.
                CLOSE JORNLOTE.
       GRAVA-JORNAL-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                MOVE SPACES TO REGIMP.
