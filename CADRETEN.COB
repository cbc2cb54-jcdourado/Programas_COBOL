       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRETEN.
      *
      **************************************
      * PRAZO DE GUARDA DOS DADOS PESSOAIS *
      * POR ARQUIVO (RETENC.DAT - LGPD):   *
      * ANOS APOS O DESLIGAMENTO (FUNC,    *
      * ENDER, DEPEND, BANCO) OU APOS O    *
      * ULTIMO ANO LETIVO CURSADO (ALUNO,  *
      * RESPONS). VENCIDO O PRAZO O        *
      * ANONLGPD ANONIMIZA O REGISTRO.     *
      * ARQUIVO SEM PRAZO CADASTRADO NAO E *
      * ANONIMIZADO                        *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RT-ARQUIVO
                    FILE STATUS  IS ST-ERRORT.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RETENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETENC.DAT".
       01 REGRETENC.
                03 RT-ARQUIVO          PIC X(08).
      * ANOS DE GUARDA CONTADOS DO DESLIGAMENTO/SAIDA (1 A 99)
                03 RT-ANOS             PIC 9(02).
                03 RT-BASELEGAL        PIC X(40).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRORT    PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-IND        PIC 9(02) VALUE ZEROS.
      * ARQUIVOS COM DADOS PESSOAIS TRATADOS PELO ANONLGPD
       01 W-TABARQ.
                03 FILLER PIC X(08) VALUE "FUNC".
                03 FILLER PIC X(08) VALUE "ENDER".
                03 FILLER PIC X(08) VALUE "DEPEND".
                03 FILLER PIC X(08) VALUE "BANCO".
                03 FILLER PIC X(08) VALUE "ALUNO".
                03 FILLER PIC X(08) VALUE "RESPONS".
       01 W-TABARQ-R REDEFINES W-TABARQ.
                03 W-NOMEARQ PIC X(08) OCCURS 6 TIMES.
      *
       SCREEN SECTION.
       01  TELART.
           05  LINE 02  COLUMN 01
               VALUE  "            PRAZO DE GUARDA DE DADOS PESSOAIS".
           05  LINE 03  COLUMN 01
               VALUE  "            (LGPD - LEI 13.709/2018)".
           05  LINE 05  COLUMN 01
               VALUE  "      ARQUIVO:".
           05  LINE 06  COLUMN 01
               VALUE  "      (FUNC, ENDER, DEPEND, BANCO, ALUNO,".
           05  LINE 07  COLUMN 01
               VALUE  "       RESPONS)".
           05  LINE 09  COLUMN 01
               VALUE  "      ANOS DE GUARDA APOS A SAIDA:".
           05  LINE 11  COLUMN 01
               VALUE  "      BASE LEGAL DO PRAZO:".
           05  LINE 13  COLUMN 01
               VALUE  "      (FUNC/ENDER/DEPEND/BANCO CONTAM DA DATA".
           05  LINE 14  COLUMN 01
               VALUE  "       DE DEMISSAO; ALUNO/RESPONS DO FIM DO".
           05  LINE 15  COLUMN 01
               VALUE  "       ULTIMO ANO LETIVO DA TURMA DO ALUNO)".
           05  TRTARQUIVO
               LINE 05  COLUMN 38  PIC X(08)
               USING  RT-ARQUIVO
               HIGHLIGHT.
           05  TRTANOS
               LINE 09  COLUMN 38  PIC 9(02)
               USING  RT-ANOS
               HIGHLIGHT.
           05  TRTBASELEGAL
               LINE 11  COLUMN 38  PIC X(40)
               USING  RT-BASELEGAL
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O RETENC
           IF ST-ERRORT NOT = "00"
               IF ST-ERRORT = "30"
                      OPEN OUTPUT RETENC
                      CLOSE RETENC
                      MOVE "*** ARQUIVO RETENC SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERRORT TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO RT-ANOS.
                MOVE SPACES TO RT-ARQUIVO RT-BASELEGAL.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELART.
       INC-002.
                ACCEPT TRTARQUIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE RETENC
                   GO TO ROT-FIM.
                MOVE ZEROS TO W-IND.
       VER-ARQ.
                ADD 1 TO W-IND.
                IF W-IND > 6
                   MOVE "*** ARQUIVO SEM DADOS PESSOAIS TRATADOS ***"
                                                           TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF RT-ARQUIVO NOT = W-NOMEARQ (W-IND)
                   GO TO VER-ARQ.
       LER-RT01.
                MOVE 0 TO W-SEL
                READ RETENC
                IF ST-ERRORT NOT = "23"
                   IF ST-ERRORT = "00"
                      DISPLAY TELART
                      MOVE "*** PRAZO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO RETENC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TRTANOS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF RT-ANOS = 0
                   MOVE "*** INFORME O PRAZO EM ANOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TRTBASELEGAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
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
                WRITE REGRETENC
                IF ST-ERRORT = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRORT = "22"
                      MOVE "*** PRAZO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERRORT TO MENS
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
                DELETE RETENC RECORD
                IF ST-ERRORT = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGRETENC
                IF ST-ERRORT = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO RETENC" TO MENS
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
