       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCRITA.
      *
      **************************************
      * CRITERIOS DA AVALIACAO DE          *
      * DESEMPENHO POR NIVEL HIERARQUICO   *
      * (CRITAV.DAT): ATE 10 CRITERIOS POR *
      * NIVEL, CADA UM COM O SEU PESO NA   *
      * NOTA FINAL (CADAVAL)               *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRITAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CHAVE
                    FILE STATUS  IS ST-ERROCV.
           SELECT OPTIONAL NIVEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NIVELCOD
                    FILE STATUS  IS ST-ERRONIVEL.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CRITAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRITAV.DAT".
       01 REGCRITAV.
                03 CV-CHAVE.
      * NIVEL HIERARQUICO DO CARGO (NIVELHIER - 1 A 7)
                    05 CV-NIVEL        PIC 9(01).
      * NUMERO DO CRITERIO NO NIVEL (01 A 10)
                    05 CV-CODCRIT      PIC 9(02).
                03 CV-DESCR            PIC X(40).
      * PESO DO CRITERIO NA MEDIA PONDERADA DA NOTA FINAL
                03 CV-PESO             PIC 9(02).
       FD NIVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NIVEL.DAT".
       01 REGNIVEL.
                03 NIVELCOD            PIC 9(01).
                03 DENOMINACAO-NIVEL   PIC X(20).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROCV    PIC X(02) VALUE "00".
       77 ST-ERRONIVEL PIC X(02) VALUE "00".
       77 W-NVABERTO   PIC 9(01) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELACV.
           05  LINE 02  COLUMN 01
               VALUE  "         CRITERIOS DE AVALIACAO DE DESEMPENHO".
           05  LINE 05  COLUMN 01
               VALUE  "      NIVEL HIERARQUICO (1 A 7):".
           05  LINE 07  COLUMN 01
               VALUE  "      CRITERIO (01 A 10):".
           05  LINE 09  COLUMN 01
               VALUE  "      DESCRICAO:".
           05  LINE 11  COLUMN 01
               VALUE  "      PESO NA NOTA FINAL:".
           05  LINE 14  COLUMN 01
               VALUE  "      AS NOTAS VAO DE 0 A 10 E A NOTA FINAL E A".
           05  LINE 15  COLUMN 01
               VALUE  "      MEDIA DAS NOTAS PONDERADA PELOS PESOS".
           05  TCVNIVEL
               LINE 05  COLUMN 38  PIC 9(01)
               USING  CV-NIVEL
               HIGHLIGHT.
           05  TCVCODCRIT
               LINE 07  COLUMN 38  PIC 9(02)
               USING  CV-CODCRIT
               HIGHLIGHT.
           05  TCVDESCR
               LINE 09  COLUMN 38  PIC X(40)
               USING  CV-DESCR
               HIGHLIGHT.
           05  TCVPESO
               LINE 11  COLUMN 38  PIC 9(02)
               USING  CV-PESO
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CRITAV
           IF ST-ERROCV NOT = "00"
               IF ST-ERROCV = "30"
                      OPEN OUTPUT CRITAV
                      CLOSE CRITAV
                      MOVE "*** ARQUIVO CRITAV SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROCV TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
      * SEM NIVEL.DAT (FPP008) O NIVEL SO NAO TEM O NOME NA TELA
           MOVE ZEROS TO W-NVABERTO.
           OPEN INPUT NIVEL.
           IF ST-ERRONIVEL = "00" OR ST-ERRONIVEL = "05"
              MOVE 1 TO W-NVABERTO.
       INC-001.
                MOVE ZEROS TO CV-NIVEL CV-CODCRIT CV-PESO.
                MOVE SPACES TO CV-DESCR.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELACV.
       INC-002.
                ACCEPT TCVNIVEL
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                IF CV-NIVEL = 0 OR CV-NIVEL > 7
                   MOVE "*** NIVEL INVALIDO (1 A 7) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE SPACES TO DENOMINACAO-NIVEL.
                IF W-NVABERTO = 1
                   MOVE CV-NIVEL TO NIVELCOD
                   READ NIVEL
                      INVALID KEY
                         MOVE SPACES TO DENOMINACAO-NIVEL.
                DISPLAY (05, 44) DENOMINACAO-NIVEL.
       INC-003.
                ACCEPT TCVCODCRIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CV-CODCRIT = 0 OR CV-CODCRIT > 10
                   MOVE "*** CRITERIO INVALIDO (01 A 10) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-CV01.
                MOVE 0 TO W-SEL
                READ CRITAV
                IF ST-ERROCV NOT = "23"
                   IF ST-ERROCV = "00"
                      DISPLAY TELACV
                      DISPLAY (05, 44) DENOMINACAO-NIVEL
                      MOVE "*** CRITERIO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CRITAV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT TCVDESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CV-DESCR = SPACES
                   MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TCVPESO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CV-PESO = ZEROS
                   MOVE "*** PESO OBRIGATORIO ***" TO MENS
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
                WRITE REGCRITAV
                IF ST-ERROCV = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROCV = "22"
                      MOVE "*** CRITERIO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROCV TO MENS
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
                   GO TO INC-004.
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
                DELETE CRITAV RECORD
                IF ST-ERROCV = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGCRITAV
                IF ST-ERROCV = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO CRITAV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       INC-FECHA.
                CLOSE CRITAV.
                IF W-NVABERTO = 1
                   CLOSE NIVEL.
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
