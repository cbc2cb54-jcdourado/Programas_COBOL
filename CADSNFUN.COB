       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSNFUN.
      *
      **************************************
      * SINDICATO DO FUNCIONARIO           *
      * (SINDFUNC.DAT): SINDICATO PROPRIO  *
      * (00 = O DO CARGO NO CADSNCAR),     *
      * FILIACAO (ASSOCIADO PAGA A         *
      * MENSALIDADE) E CARTA DE OPOSICAO A *
      * CONTRIBUICAO ASSISTENCIAL, QUE     *
      * VALE A PARTIR DO MES DA CARTA      *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINDFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SF-CHAPAFUNC
                    FILE STATUS  IS ST-ERROSF.
           SELECT SINDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SI-CODIGO
                    FILE STATUS  IS ST-ERROSI.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD SINDFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDFUNC.DAT".
       01 REGSINDFUNC.
                03 SF-CHAPAFUNC        PIC 9(06).
      * 00 = SINDICATO DO CARGO (SINDCARG.DAT)
                03 SF-CODSIND          PIC 9(02).
      * S = ASSOCIADO (DESCONTA A MENSALIDADE)
                03 SF-ASSOC            PIC X(01).
      * S = CARTA DE OPOSICAO A CONTRIBUICAO, DATA EM AAAAMMDD
                03 SF-OPOSICAO         PIC X(01).
                03 SF-DTCARTA          PIC 9(08).
       FD SINDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDIC.DAT".
       01 REGSINDIC.
                03 SI-CODIGO           PIC 9(02).
                03 SI-NOME             PIC X(40).
                03 FILLER              PIC X(58).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
                03 FILLER              PIC X(80).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROSF    PIC X(02) VALUE "00".
       77 ST-ERROSI    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      *
       SCREEN SECTION.
       01  TELASF.
           05  LINE 02  COLUMN 01
               VALUE  "          SINDICATO DO FUNCIONARIO".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA:".
           05  LINE 06  COLUMN 01
               VALUE  "  SINDICATO (00 = DO CARGO):".
           05  LINE 08  COLUMN 01
               VALUE  "  ASSOCIADO (S/N):".
           05  LINE 10  COLUMN 01
               VALUE  "  CARTA DE OPOSICAO (S/N):".
           05  LINE 11  COLUMN 01
               VALUE  "  DATA DA CARTA (AAAAMMDD):".
           05  LINE 14  COLUMN 01
               VALUE  "  ASSOCIADO PAGA A MENSALIDADE DO SINDICATO".
           05  LINE 15  COLUMN 01
               VALUE  "  OPOSICAO ISENTA DA CONTRIBUICAO ASSISTENCIAL".
           05  LINE 16  COLUMN 01
               VALUE  "  A PARTIR DO MES DA CARTA".
           05  TSFCHAPA
               LINE 04  COLUMN 32  PIC 9(06)
               USING  SF-CHAPAFUNC
               HIGHLIGHT.
           05  TSFCODSIND
               LINE 06  COLUMN 32  PIC 9(02)
               USING  SF-CODSIND
               HIGHLIGHT.
           05  TSFASSOC
               LINE 08  COLUMN 32  PIC X(01)
               USING  SF-ASSOC
               HIGHLIGHT.
           05  TSFOPOSICAO
               LINE 10  COLUMN 32  PIC X(01)
               USING  SF-OPOSICAO
               HIGHLIGHT.
           05  TSFDTCARTA
               LINE 11  COLUMN 32  PIC 99999999
               USING  SF-DTCARTA
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O SINDFUNC
           IF ST-ERROSF NOT = "00"
               IF ST-ERROSF = "30"
                      OPEN OUTPUT SINDFUNC
                      CLOSE SINDFUNC
                      MOVE "*** ARQUIVO SINDFUNC SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROSF TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE SINDFUNC
              GO TO ROT-FIM.
           OPEN INPUT SINDIC.
           IF ST-ERROSI NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. SINDIC (CADSIND)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE SINDFUNC FUNC
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO SF-CHAPAFUNC SF-CODSIND SF-DTCARTA.
                MOVE SPACES TO SF-ASSOC SF-OPOSICAO.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELASF.
       INC-002.
                ACCEPT TSFCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE SINDFUNC FUNC SINDIC
                   GO TO ROT-FIM.
                MOVE SF-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (04, 40) NOME.
       LER-SF01.
                MOVE 0 TO W-SEL
                READ SINDFUNC
                IF ST-ERROSF NOT = "23"
                   IF ST-ERROSF = "00"
                      GO TO LER-SF02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO SINDFUNC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   GO TO INC-003.
       LER-SF02.
                DISPLAY TELASF
                DISPLAY (04, 40) NOME
                PERFORM MOSTRA-SIND THRU MOSTRA-SIND-FIM
                MOVE "*** FUNCIONARIO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
       INC-003.
                ACCEPT TSFCODSIND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF SF-CODSIND NOT = ZEROS
                   MOVE SF-CODSIND TO SI-CODIGO
                   READ SINDIC
                      INVALID KEY
                         MOVE "*** SINDICATO NAO CADASTRADO ***" TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO INC-003.
                PERFORM MOSTRA-SIND THRU MOSTRA-SIND-FIM.
       INC-004.
                ACCEPT TSFASSOC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SF-ASSOC = "s" MOVE "S" TO SF-ASSOC.
                IF SF-ASSOC = "n" MOVE "N" TO SF-ASSOC.
                IF SF-ASSOC NOT = "S" AND SF-ASSOC NOT = "N"
                   MOVE "*** ASSOCIADO: DIGITE S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TSFOPOSICAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF SF-OPOSICAO = "s" MOVE "S" TO SF-OPOSICAO.
                IF SF-OPOSICAO = "n" MOVE "N" TO SF-OPOSICAO.
                IF SF-OPOSICAO NOT = "S" AND SF-OPOSICAO NOT = "N"
                   MOVE "*** OPOSICAO: DIGITE S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF SF-OPOSICAO = "N"
                   MOVE ZEROS TO SF-DTCARTA
                   DISPLAY TSFDTCARTA
                   GO TO INC-OPC.
       INC-006.
                ACCEPT TSFDTCARTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE SF-DTCARTA TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF SF-DTCARTA > W-HOJE
                   MOVE "*** DATA DA CARTA NAO PODE SER FUTURA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "***DADOS RECUSADOS PELO OPERADOR **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGSINDFUNC
                IF ST-ERROSF = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROSF = "22"
                      MOVE "*** FUNCIONARIO JA CADASTRADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROSF TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE SINDFUNC RECORD
                IF ST-ERROSF = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGSINDFUNC
                IF ST-ERROSF = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO SINDFUNC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ****************************************
      * NOME DO SINDICATO AO LADO DO CODIGO  *
      ****************************************
      *
       MOSTRA-SIND.
                MOVE SPACES TO SI-NOME
                IF SF-CODSIND = ZEROS
                   MOVE "(SINDICATO DO CARGO)" TO SI-NOME
                   GO TO MOSTRA-SIND-EXB.
                MOVE SF-CODSIND TO SI-CODIGO
                READ SINDIC
                   INVALID KEY
                      MOVE SPACES TO SI-NOME.
       MOSTRA-SIND-EXB.
                DISPLAY (06, 36) SI-NOME.
       MOSTRA-SIND-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 300
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
