       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADESCAL.
      *
      **************************************
      * ESCALA DO FUNCIONARIO (ESCALA.DAT):*
      * JORNADA (JORNADA.DAT - CADJORN)    *
      * QUE CADA CHAPA CUMPRE A PARTIR DE  *
      * UMA DATA. E CONTRA ELA QUE O       *
      * FPP014 APURA AS MARCACOES BRUTAS   *
      * DO RELOGIO DE PONTO                *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ES-CHAPAFUNC
                    FILE STATUS  IS ST-ERROES.
           SELECT OPTIONAL JORNADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS JN-CODIGO
                    FILE STATUS  IS ST-ERROJN.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC
                    ALTERNATE RECORD KEY IS CHAVE2FUNC = NOME CHAPA
                                                      WITH DUPLICATES.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESCALA.DAT".
       01 CADESCALA.
                03 ES-CHAPAFUNC        PIC 9(06).
                03 ES-CODJORN          PIC 9(03).
      * INICIO DA VIGENCIA DA ESCALA (AAAAMMDD)
                03 ES-DTINI            PIC 9(08).
       FD JORNADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNADA.DAT".
       01 CADJORNADA.
                03 JN-CODIGO           PIC 9(03).
                03 JN-DESCR            PIC X(30).
                03 FILLER              PIC X(29).
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
       77 ST-ERROES    PIC X(02) VALUE "00".
       77 ST-ERROJN    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      *
       SCREEN SECTION.
       01  TELAES.
           05  LINE 02  COLUMN 01
               VALUE  "              ESCALA DE TRABALHO DO FUNCIONARIO".
           05  LINE 05  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 07  COLUMN 01
               VALUE  "      JORNADA:".
           05  LINE 09  COLUMN 01
               VALUE  "      VIGENTE DESDE (AAAAMMDD):".
           05  TESCHAPA
               LINE 05  COLUMN 25  PIC 9(06)
               USING  ES-CHAPAFUNC
               HIGHLIGHT.
           05  TESCODJORN
               LINE 07  COLUMN 25  PIC 999
               USING  ES-CODJORN
               HIGHLIGHT.
           05  TESDTINI
               LINE 09  COLUMN 33  PIC 99999999
               USING  ES-DTINI
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ESCALA
           IF ST-ERROES NOT = "00"
               IF ST-ERROES = "30"
                      OPEN OUTPUT ESCALA
                      CLOSE ESCALA
                      MOVE "*** ARQUIVO ESCALA SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROES TO MENS
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
              CLOSE ESCALA
              GO TO ROT-FIM.
           OPEN INPUT JORNADA.
       INC-001.
                MOVE ZEROS TO ES-CHAPAFUNC ES-CODJORN ES-DTINI.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAES.
       INC-002.
                ACCEPT TESCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE ESCALA FUNC JORNADA
                   GO TO ROT-FIM.
                MOVE ES-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (05, 33) NOME.
       LER-ES01.
                MOVE 0 TO W-SEL
                READ ESCALA
                IF ST-ERROES NOT = "23"
                   IF ST-ERROES = "00"
                      DISPLAY TELAES
                      PERFORM MOSTRA-JORNADA
                      MOVE "*** ESCALA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO ESCALA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TESCODJORN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE ES-CODJORN TO JN-CODIGO.
                READ JORNADA
                   INVALID KEY
                      MOVE "*** JORNADA NAO CADASTRADA (CADJORN) ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                DISPLAY (07, 33) JN-DESCR.
       INC-004.
                ACCEPT TESDTINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE ES-DTINI TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
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
                WRITE CADESCALA
                IF ST-ERROES = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROES = "22"
                      MOVE "*** ESCALA JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROES TO MENS
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
                DELETE ESCALA RECORD
                IF ST-ERROES = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE CADESCALA
                IF ST-ERROES = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO ESCALA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * DESCRICAO DA JORNADA DA ESCALA LIDA
       MOSTRA-JORNADA.
                MOVE ES-CODJORN TO JN-CODIGO.
                READ JORNADA
                   INVALID KEY
                      MOVE "*** JORNADA EXCLUIDA ***" TO JN-DESCR.
                DISPLAY (07, 33) JN-DESCR.
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
