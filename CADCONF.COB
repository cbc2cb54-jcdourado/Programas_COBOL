       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONF.
      *
      **************************************
      * PARES DE OPCOES DO MENU QUE NAO    *
      * PODEM FICAR COM O MESMO USUARIO    *
      * (SEGREGACAO DE FUNCOES - CONFSOD). *
      * TIPO A: O FPP032 SO AVISA AO DAR O *
      * PERFIL; TIPO C: O FPP032 SO GRAVA  *
      * COM LOGIN/SENHA DE OUTRO USUARIO   *
      * QUE CONFIRME. O PRINTSOD LISTA OS  *
      * USUARIOS ATIVOS EM CONFLITO.       *
      * CHAMADO PELO FPP032 (LOGIN "#")    *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFSOD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SG-CHAVE
                    FILE STATUS  IS ST-ERROSG.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CONFSOD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONFSOD.DAT".
       01 REGCONF.
      * OPCOES DO MENU PRINCIPAL (1 A 97), A MENOR NA FRENTE
                03 SG-CHAVE.
                    05 SG-OPC1         PIC 9(02).
                    05 SG-OPC2         PIC 9(02).
                03 SG-DESCR            PIC X(40).
      * A = SO AVISA; C = EXIGE CONFIRMACAO DE OUTRO USUARIO
                03 SG-TIPO             PIC X(01).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROSG    PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-TROCA      PIC 9(02) VALUE ZEROS.
      * PARES APONTADOS PELA AUDITORIA, GRAVADOS NA CRIACAO DO
      * ARQUIVO: 03 FUNCIONARIOS X 95 APROVACAO DE REAJUSTES,
      * 17 GERACAO BANCARIA X 22 DADOS BANCARIOS E
      * 04 CALCULO DE FOLHA X 43 FECHAMENTO DE PERIODO
       01 W-TABPAD.
                03 FILLER PIC X(45) VALUE
           "0395ALTERA SALARIO X APROVA REAJUSTE        C".
                03 FILLER PIC X(45) VALUE
           "1722GERA REMESSA X ALTERA DADOS BANCARIOS   C".
                03 FILLER PIC X(45) VALUE
           "0443CALCULA A FOLHA X FECHA O PERIODO       C".
       01 W-TABPAD-R REDEFINES W-TABPAD.
                03 W-PARPAD PIC X(45) OCCURS 3 TIMES.
      *
       SCREEN SECTION.
       01  TELASG.
           05  LINE 02  COLUMN 01
               VALUE  "            CONFLITOS DE FUNCOES NO PERFIL".
           05  LINE 03  COLUMN 01
               VALUE  "            (SEGREGACAO DE FUNCOES)".
           05  LINE 05  COLUMN 01
               VALUE  "      PRIMEIRA OPCAO DO MENU:".
           05  LINE 07  COLUMN 01
               VALUE  "      SEGUNDA OPCAO DO MENU.:".
           05  LINE 09  COLUMN 01
               VALUE  "      DESCRICAO DO CONFLITO.:".
           05  LINE 11  COLUMN 01
               VALUE  "      TIPO (A/C)............:".
           05  LINE 13  COLUMN 01
               VALUE  "      (A = O FPP032 SO AVISA AO LIBERAR AS DUAS".
           05  LINE 14  COLUMN 01
               VALUE  "       OPCOES; C = SO GRAVA COM CONFIRMACAO DE".
           05  LINE 15  COLUMN 01
               VALUE  "       OUTRO USUARIO)".
           05  TSGOPC1
               LINE 05  COLUMN 31  PIC 9(02)
               USING  SG-OPC1
               HIGHLIGHT.
           05  TSGOPC2
               LINE 07  COLUMN 31  PIC 9(02)
               USING  SG-OPC2
               HIGHLIGHT.
           05  TSGDESCR
               LINE 09  COLUMN 31  PIC X(40)
               USING  SG-DESCR
               HIGHLIGHT.
           05  TSGTIPO
               LINE 11  COLUMN 31  PIC X(01)
               USING  SG-TIPO
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CONFSOD
           IF ST-ERROSG NOT = "00"
               IF ST-ERROSG = "30"
                      OPEN OUTPUT CONFSOD
                      PERFORM GRAVA-PADRAO THRU GRAVA-PADRAO-FIM
                      CLOSE CONFSOD
                      MOVE "*** ARQUIVO CONFSOD SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROSG TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO SG-OPC1 SG-OPC2.
                MOVE SPACES TO SG-DESCR SG-TIPO.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELASG.
       INC-002.
                ACCEPT TSGOPC1
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CONFSOD
                   GO TO ROT-FIM.
                IF SG-OPC1 = 0 OR SG-OPC1 > 97
                   MOVE "*** OPCAO INVALIDA (1 A 97) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002A.
                ACCEPT TSGOPC2
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF SG-OPC2 = 0 OR SG-OPC2 > 97
                   MOVE "*** OPCAO INVALIDA (1 A 97) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
                IF SG-OPC2 = SG-OPC1
                   MOVE "*** INFORME DUAS OPCOES DIFERENTES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
      * O PAR E GUARDADO COM A MENOR OPCAO NA FRENTE
                IF SG-OPC1 > SG-OPC2
                   MOVE SG-OPC1 TO W-TROCA
                   MOVE SG-OPC2 TO SG-OPC1
                   MOVE W-TROCA TO SG-OPC2
                   DISPLAY TSGOPC1
                   DISPLAY TSGOPC2.
       LER-SG01.
                MOVE 0 TO W-SEL
                READ CONFSOD
                IF ST-ERROSG NOT = "23"
                   IF ST-ERROSG = "00"
                      DISPLAY TELASG
                      MOVE "*** CONFLITO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CONFSOD" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TSGDESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF SG-DESCR = SPACES
                   MOVE "*** INFORME A DESCRICAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TSGTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SG-TIPO = "a" MOVE "A" TO SG-TIPO.
                IF SG-TIPO = "c" MOVE "C" TO SG-TIPO.
                IF SG-TIPO NOT = "A" AND SG-TIPO NOT = "C"
                   MOVE "*** TIPO INVALIDO (A/C) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY TSGTIPO.
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
                WRITE REGCONF
                IF ST-ERROSG = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROSG = "22"
                      MOVE "*** CONFLITO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROSG TO MENS
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
                DELETE CONFSOD RECORD
                IF ST-ERROSG = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGCONF
                IF ST-ERROSG = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO CONFSOD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * PARES PADRAO NA CRIACAO DO ARQUIVO     *
      *****************************************
       GRAVA-PADRAO.
                MOVE ZEROS TO W-IND.
       GRAVA-PADRAO-LOOP.
                ADD 1 TO W-IND.
                IF W-IND > 3
                   GO TO GRAVA-PADRAO-FIM.
                MOVE W-PARPAD (W-IND) TO REGCONF.
                WRITE REGCONF.
                GO TO GRAVA-PADRAO-LOOP.
       GRAVA-PADRAO-FIM.
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
