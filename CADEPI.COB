       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEPI.
      *
      **************************************
      * CATALOGO DE EQUIPAMENTOS DE        *
      * PROTECAO INDIVIDUAL (EPI.DAT):     *
      * DESCRICAO, NUMERO E VALIDADE DO    *
      * CERTIFICADO DE APROVACAO (CA) E    *
      * PRAZO DE TROCA EM MESES. AS        *
      * ENTREGAS FICAM NO CADEPIEN         *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PI-CODIGO
                    FILE STATUS  IS ST-ERROPI.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD EPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EPI.DAT".
       01 REGEPI.
                03 PI-CODIGO           PIC 9(04).
                03 PI-DESCR            PIC X(40).
      * CERTIFICADO DE APROVACAO (CA) DO MINISTERIO DO TRABALHO
                03 PI-NUMCA            PIC X(10).
      * VALIDADE DO CA EM AAAAMMDD
                03 PI-VALCA            PIC 9(08).
      * PRAZO DE TROCA EM MESES (0=TROCA SO POR DESGASTE)
                03 PI-MESTROCA         PIC 9(02).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROPI    PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      *
       SCREEN SECTION.
       01  TELAPI.
           05  LINE 02  COLUMN 01
               VALUE  "      EQUIPAMENTOS DE PROTECAO INDIVIDUAL (EPI)".
           05  LINE 05  COLUMN 01
               VALUE  "      CODIGO DO EPI:".
           05  LINE 07  COLUMN 01
               VALUE  "      DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  "      NUMERO DO CA:".
           05  LINE 11  COLUMN 01
               VALUE  "      VALIDADE DO CA (AAAAMMDD):".
           05  LINE 13  COLUMN 01
               VALUE  "      PRAZO DE TROCA (MESES):".
           05  LINE 15  COLUMN 01
               VALUE  "      (ZERO = TROCA SO POR DESGASTE)".
           05  TPICODIGO
               LINE 05  COLUMN 38  PIC 9(04)
               USING  PI-CODIGO
               HIGHLIGHT.
           05  TPIDESCR
               LINE 07  COLUMN 38  PIC X(40)
               USING  PI-DESCR
               HIGHLIGHT.
           05  TPINUMCA
               LINE 09  COLUMN 38  PIC X(10)
               USING  PI-NUMCA
               HIGHLIGHT.
           05  TPIVALCA
               LINE 11  COLUMN 38  PIC 99999999
               USING  PI-VALCA
               HIGHLIGHT.
           05  TPIMESTROCA
               LINE 13  COLUMN 38  PIC 9(02)
               USING  PI-MESTROCA
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O EPI
           IF ST-ERROPI NOT = "00"
               IF ST-ERROPI = "30"
                      OPEN OUTPUT EPI
                      CLOSE EPI
                      MOVE "*** ARQUIVO EPI SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROPI TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO PI-CODIGO PI-VALCA PI-MESTROCA.
                MOVE SPACES TO PI-DESCR PI-NUMCA.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAPI.
       INC-002.
                ACCEPT TPICODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE EPI
                   GO TO ROT-FIM.
                IF PI-CODIGO = ZEROS
                   MOVE "*** CODIGO DO EPI OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-PI01.
                MOVE 0 TO W-SEL
                READ EPI
                IF ST-ERROPI NOT = "23"
                   IF ST-ERROPI = "00"
                      DISPLAY TELAPI
                      MOVE "*** EPI JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO EPI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TPIDESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF PI-DESCR = SPACES
                   MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TPINUMCA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PI-NUMCA = SPACES
                   MOVE "*** NUMERO DO CA OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TPIVALCA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE PI-VALCA TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      * CA VENCIDO FICA NO CATALOGO (ENTREGAS ANTIGAS), SO AVISA
                IF PI-VALCA < W-HOJE
                   MOVE "*AVISO: CA VENCIDO - EPI NAO PODE SER ENTREGUE"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-006.
                ACCEPT TPIMESTROCA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
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
                WRITE REGEPI
                IF ST-ERROPI = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROPI = "22"
                      MOVE "*** EPI JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROPI TO MENS
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
                DELETE EPI RECORD
                IF ST-ERROPI = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGEPI
                IF ST-ERROPI = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO EPI" TO MENS
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
