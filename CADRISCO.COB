       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRISCO.
      *
      **************************************
      * RISCO OCUPACIONAL DE CADA CARGO    *
      * (RISCO.DAT): GRAU DE RISCO, AGENTES*
      * E PERIODICIDADE DO EXAME PERIODICO *
      * (ASO). SEM PERIODICIDADE PROPRIA   *
      * VALE A REGRA GERAL DO CADASO       *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RI-CODCARG
                    FILE STATUS  IS ST-ERRORI.
           SELECT CARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERROCARG.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RISCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RISCO.DAT".
       01 REGRISCO.
                03 RI-CODCARG          PIC 9(04).
      * GRAU DE RISCO DA ATIVIDADE (1 A 4)
                03 RI-GRAU             PIC 9(01).
                03 RI-AGENTE           PIC X(40).
      * PERIODICIDADE DO EXAME PERIODICO EM MESES (0=REGRA GERAL)
                03 RI-PERIODO          PIC 9(02).
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
       77 ST-ERRORI    PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELARI.
           05  LINE 02  COLUMN 01
               VALUE  "            RISCO OCUPACIONAL DO CARGO".
           05  LINE 05  COLUMN 01
               VALUE  "      CARGO:".
           05  LINE 07  COLUMN 01
               VALUE  "      GRAU DE RISCO (1 A 4):".
           05  LINE 09  COLUMN 01
               VALUE  "      AGENTES DE RISCO:".
           05  LINE 11  COLUMN 01
               VALUE  "      PERIODICIDADE DO ASO (MESES):".
           05  LINE 13  COLUMN 01
               VALUE  "      (ZERO = REGRA GERAL: 12 MESES COM".
           05  LINE 14  COLUMN 01
               VALUE  "       INSALUBRIDADE/PERICULOSIDADE, GRAU".
           05  LINE 15  COLUMN 01
               VALUE  "       3 OU 4, MENOR DE 18 OU MAIOR DE 45".
           05  LINE 16  COLUMN 01
               VALUE  "       ANOS; 24 MESES NOS DEMAIS CASOS)".
           05  TRICODCARG
               LINE 05  COLUMN 38  PIC 9(04)
               USING  RI-CODCARG
               HIGHLIGHT.
           05  TRIGRAU
               LINE 07  COLUMN 38  PIC 9(01)
               USING  RI-GRAU
               HIGHLIGHT.
           05  TRIAGENTE
               LINE 09  COLUMN 38  PIC X(40)
               USING  RI-AGENTE
               HIGHLIGHT.
           05  TRIPERIODO
               LINE 11  COLUMN 38  PIC 9(02)
               USING  RI-PERIODO
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O RISCO
           IF ST-ERRORI NOT = "00"
               IF ST-ERRORI = "30"
                      OPEN OUTPUT RISCO
                      CLOSE RISCO
                      MOVE "*** ARQUIVO RISCO SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERRORI TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT CARG.
           IF ST-ERROCARG NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CARG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RISCO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO RI-CODCARG RI-GRAU RI-PERIODO.
                MOVE SPACES TO RI-AGENTE.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELARI.
       INC-002.
                ACCEPT TRICODCARG
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE RISCO CARG
                   GO TO ROT-FIM.
                MOVE RI-CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY
                      MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (05, 44) DENOMINACAO1.
       LER-RI01.
                MOVE 0 TO W-SEL
                READ RISCO
                IF ST-ERRORI NOT = "23"
                   IF ST-ERRORI = "00"
                      DISPLAY TELARI
                      DISPLAY (05, 44) DENOMINACAO1
                      MOVE "*** CARGO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO RISCO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TRIGRAU
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF RI-GRAU = 0 OR RI-GRAU > 4
                   MOVE "*** GRAU DE RISCO INVALIDO (1 A 4) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TRIAGENTE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
       INC-005.
                ACCEPT TRIPERIODO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RI-PERIODO > 24
                   MOVE "*** PERIODICIDADE MAXIMA 24 MESES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
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
                WRITE REGRISCO
                IF ST-ERRORI = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRORI = "22"
                      MOVE "*** CARGO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERRORI TO MENS
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
                DELETE RISCO RECORD
                IF ST-ERRORI = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGRISCO
                IF ST-ERRORI = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO RISCO" TO MENS
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
