       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLOTE.
      *
      **************************************
      * PARAMETROS DA EXECUCAO SEM         *
      * OPERADOR (PARMLOTE.DAT): PARA CADA *
      * PROGRAMA DE LOTE, O PERIODO E AS   *
      * OPCOES QUE ELE PEDIRIA NA TELA E A *
      * ORDEM EM QUE O RODALOTE O CHAMA    *
      * (00 = SO PARAMETROS, PARA AS       *
      * ETAPAS QUE O FPP056 CHAMA). O      *
      * LOTEPARM ENTREGA ESSES PARAMETROS  *
      * AOS PROGRAMAS NO MODO LOTE         *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-PROGRAMA
                    FILE STATUS  IS ST-ERROPL
                ALTERNATE RECORD KEY IS PL-ORDEM WITH DUPLICATES.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PARMLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARMLOTE.DAT".
       01 REGPARMLOTE.
                03 PL-PROGRAMA         PIC X(08).
      * ORDEM NO RODALOTE (00 = NAO RODA SOZINHO)
                03 PL-ORDEM            PIC 9(02).
      * PERIODO AAAAMM (ZEROS = MES CORRENTE NA HORA DA RODADA)
                03 PL-PERIODO.
                    05 PL-ANO          PIC 9(04).
                    05 PL-MES          PIC 9(02).
      * OPCOES POSICIONAIS, CONFORME O PROGRAMA (VIDE W-TABPROG)
                03 PL-OPCOES           PIC X(40).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROPL    PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-ACHOU      PIC 9(01) VALUE ZEROS.
       77 W-AJUDA      PIC X(40) VALUE SPACES.
      * PROGRAMAS PREPARADOS PARA RODAR SEM OPERADOR E O LAYOUT
      * DAS SUAS OPCOES (POSICAO=CONTEUDO)
       01 W-TABPROG.
                03 FILLER PIC X(48) VALUE
           "FPP004  1=EMPRESA/FILIAL (0=TODAS)".
                03 FILLER PIC X(48) VALUE
           "FPP005  1=EMPRESA/FILIAL (0=TODAS)".
                03 FILLER PIC X(48) VALUE
           "FPP014  1=BH S/N 2=ORIGEM T/M 3=AUT S/N 4=B/P".
                03 FILLER PIC X(48) VALUE
           "FPP022  SEM OPCOES (PERIODO DO RETORNO)".
                03 FILLER PIC X(48) VALUE
           "FPP037  SEM OPCOES".
                03 FILLER PIC X(48) VALUE
           "FPP056  SEM OPCOES (FECHAMENTO DO PERIODO)".
                03 FILLER PIC X(48) VALUE
           "GERABANC1=EMP 2=TIPO 3=REJ S/N 4-11=DDMMAAAA".
                03 FILLER PIC X(48) VALUE
           "GERACONTSEM OPCOES".
                03 FILLER PIC X(48) VALUE
           "GERAMENSSEM OPCOES".
                03 FILLER PIC X(48) VALUE
           "PRINTFOL1=ARQUIVO MORTO (S/N)".
                03 FILLER PIC X(48) VALUE
           "PRINTPRESEM OPCOES".
       01 W-TABPROG-R REDEFINES W-TABPROG.
                03 W-PROGITEM OCCURS 11 TIMES.
                    05 W-TPPROG        PIC X(08).
                    05 W-TPAJUDA       PIC X(40).
      *
       SCREEN SECTION.
       01  TELAPL.
           05  LINE 02  COLUMN 01
               VALUE  "            PARAMETROS DA EXECUCAO SEM OPERAD".
           05  LINE 02  COLUMN 46
               VALUE  "OR".
           05  LINE 05  COLUMN 01
               VALUE  "      PROGRAMA..............:".
           05  LINE 07  COLUMN 01
               VALUE  "      ORDEM NO RODALOTE.....:".
           05  LINE 08  COLUMN 01
               VALUE  "      (00 = SO PARAMETROS; O FPP056 CHAMA AS ET".
           05  LINE 08  COLUMN 50
               VALUE  "APAS DO FECHAMENTO)".
           05  LINE 10  COLUMN 01
               VALUE  "      PERIODO (MES/ANO).....:".
           05  LINE 10  COLUMN 33
               VALUE  "/".
           05  LINE 10  COLUMN 40
               VALUE  "(00/0000 = MES CORRENTE)".
           05  LINE 12  COLUMN 01
               VALUE  "      OPCOES................:".
           05  LINE 15  COLUMN 01
               VALUE  "      PROGRAMAS: FPP004 FPP005 FPP014 FPP022 FP".
           05  LINE 15  COLUMN 50
               VALUE  "P037 FPP056".
           05  LINE 16  COLUMN 01
               VALUE  "                 GERABANC GERACONT GERAMENS PR".
           05  LINE 16  COLUMN 48
               VALUE  "INTFOL PRINTPRE".
           05  TPLPROG
               LINE 05  COLUMN 31  PIC X(08)
               USING  PL-PROGRAMA
               HIGHLIGHT.
           05  TPLORDEM
               LINE 07  COLUMN 31  PIC 9(02)
               USING  PL-ORDEM
               HIGHLIGHT.
           05  TPLMES
               LINE 10  COLUMN 31  PIC 9(02)
               USING  PL-MES
               HIGHLIGHT.
           05  TPLANO
               LINE 10  COLUMN 34  PIC 9(04)
               USING  PL-ANO
               HIGHLIGHT.
           05  TPLOPC
               LINE 12  COLUMN 31  PIC X(40)
               USING  PL-OPCOES
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O PARMLOTE
           IF ST-ERROPL NOT = "00"
               IF ST-ERROPL = "30"
                      OPEN OUTPUT PARMLOTE
                      CLOSE PARMLOTE
                      MOVE "*** ARQUIVO PARMLOTE SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROPL TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO PL-PROGRAMA PL-OPCOES.
                MOVE ZEROS TO PL-ORDEM PL-ANO PL-MES.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAPL.
       INC-002.
                ACCEPT TPLPROG
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE PARMLOTE
                   GO TO ROT-FIM.
                PERFORM BUSCA-PROG THRU BUSCA-PROG-FIM.
                IF W-ACHOU = 0
                   MOVE "*** PROGRAMA NAO RODA SEM OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (13, 31) W-AJUDA.
       LER-PL01.
                MOVE 0 TO W-SEL
                READ PARMLOTE
                IF ST-ERROPL NOT = "23"
                   IF ST-ERROPL = "00"
                      DISPLAY TELAPL
                      DISPLAY (13, 31) W-AJUDA
                      MOVE "*** PROGRAMA JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO PARMLOTE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TPLORDEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
       INC-004.
                ACCEPT TPLMES
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                ACCEPT TPLANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF PL-MES = 0 AND PL-ANO = 0
                   GO TO INC-005.
                IF PL-MES = 0 OR PL-MES > 12 OR PL-ANO < 1990
                   MOVE "*** PERIODO  INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TPLOPC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
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
                WRITE REGPARMLOTE
                IF ST-ERROPL = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROPL = "22"
                      MOVE "*** PROGRAMA JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROPL TO MENS
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
                DELETE PARMLOTE RECORD
                IF ST-ERROPL = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGPARMLOTE
                IF ST-ERROPL = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO PARMLOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * O PROGRAMA PODE RODAR SEM OPERADOR?    *
      * (W-AJUDA = LAYOUT DAS OPCOES)          *
      *****************************************
       BUSCA-PROG.
                MOVE ZEROS TO W-IND W-ACHOU.
                MOVE SPACES TO W-AJUDA.
       BUSCA-PROG-LOOP.
                ADD 1 TO W-IND.
                IF W-IND > 11
                   GO TO BUSCA-PROG-FIM.
                IF W-TPPROG (W-IND) NOT = PL-PROGRAMA
                   GO TO BUSCA-PROG-LOOP.
                MOVE 1 TO W-ACHOU.
                MOVE W-TPAJUDA (W-IND) TO W-AJUDA.
       BUSCA-PROG-FIM.
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
