       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSNCAR.
      *
      **************************************
      * SINDICATO DA CATEGORIA DE CADA     *
      * CARGO (SINDCARG.DAT). VALE PARA    *
      * TODO FUNCIONARIO DO CARGO QUE NAO  *
      * TENHA SINDICATO PROPRIO NO         *
      * CADSNFUN                           *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINDCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SN-CODCARG
                    FILE STATUS  IS ST-ERROSN.
           SELECT SINDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SI-CODIGO
                    FILE STATUS  IS ST-ERROSI.
           SELECT CARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERROCARG.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD SINDCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDCARG.DAT".
       01 REGSINDCARG.
                03 SN-CODCARG          PIC 9(04).
                03 SN-CODSIND          PIC 9(02).
       FD SINDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDIC.DAT".
       01 REGSINDIC.
                03 SI-CODIGO           PIC 9(02).
                03 SI-NOME             PIC X(40).
                03 FILLER              PIC X(58).
       FD CARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARG.DAT".
       01 CADCARG.
                03 CODIGO1             PIC 9(04).
                03 DENOMINACAO1        PIC X(25).
                03 NIVELHIER           PIC 9(01).
                03 TIPSAL              PIC X(01).
                03 SALBAS              PIC 9(06)V99.
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROSN    PIC X(02) VALUE "00".
       77 ST-ERROSI    PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELASN.
           05  LINE 02  COLUMN 01
               VALUE  "              SINDICATO DA CATEGORIA POR CARGO".
           05  LINE 05  COLUMN 01
               VALUE  "      CARGO:".
           05  LINE 07  COLUMN 01
               VALUE  "      SINDICATO:".
           05  LINE 10  COLUMN 01
               VALUE  "      O SINDICATO INFORMADO NO CADSNFUN PARA O".
           05  LINE 11  COLUMN 01
               VALUE  "      FUNCIONARIO PREVALECE SOBRE O DO CARGO".
           05  TSNCODCARG
               LINE 05  COLUMN 24  PIC 9(04)
               USING  SN-CODCARG
               HIGHLIGHT.
           05  TSNCODSIND
               LINE 07  COLUMN 24  PIC 9(02)
               USING  SN-CODSIND
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O SINDCARG
           IF ST-ERROSN NOT = "00"
               IF ST-ERROSN = "30"
                      OPEN OUTPUT SINDCARG
                      CLOSE SINDCARG
                      MOVE "*** ARQUIVO SINDCARG SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROSN TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT CARG.
           IF ST-ERROCARG NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CARG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE SINDCARG
              GO TO ROT-FIM.
           OPEN INPUT SINDIC.
           IF ST-ERROSI NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. SINDIC (CADSIND)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE SINDCARG CARG
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO SN-CODCARG SN-CODSIND.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELASN.
       INC-002.
                ACCEPT TSNCODCARG
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE SINDCARG CARG SINDIC
                   GO TO ROT-FIM.
                MOVE SN-CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY
                      MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002.
                DISPLAY (05, 30) DENOMINACAO1.
       LER-SN01.
                MOVE 0 TO W-SEL
                READ SINDCARG
                IF ST-ERROSN NOT = "23"
                   IF ST-ERROSN = "00"
                      GO TO LER-SN02
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO SINDCARG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   GO TO INC-003.
       LER-SN02.
                DISPLAY TELASN
                DISPLAY (05, 30) DENOMINACAO1
                MOVE SN-CODSIND TO SI-CODIGO
                READ SINDIC
                   INVALID KEY
                      MOVE SPACES TO SI-NOME.
                DISPLAY (07, 30) SI-NOME
                MOVE "*** CARGO JA VINCULADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-SEL
                GO TO ACE-001.
       INC-003.
                ACCEPT TSNCODSIND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE SN-CODSIND TO SI-CODIGO.
                READ SINDIC
                   INVALID KEY
                      MOVE "*** SINDICATO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                DISPLAY (07, 30) SI-NOME.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
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
                WRITE REGSINDCARG
                IF ST-ERROSN = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROSN = "22"
                      MOVE "*** CARGO JA VINCULADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROSN TO MENS
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
                DELETE SINDCARG RECORD
                IF ST-ERROSN = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGSINDCARG
                IF ST-ERROSN = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO SINDCARG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
