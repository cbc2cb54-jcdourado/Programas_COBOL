       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADJORN.
      *
      **************************************
      * CADASTRO DE JORNADAS DE TRABALHO   *
      * (JORNADA.DAT): HORARIO PREVISTO DE *
      * ENTRADA, SAIDA E INTERVALO, DIAS   *
      * TRABALHADOS NA SEMANA (5X2, 6X1,   *
      * TURNO DE PROFESSOR) OU CICLO 12X36 *
      * A PARTIR DE UMA DATA DE REFERENCIA.*
      * O FPP014 APURA AS MARCACOES BRUTAS *
      * DO REP CONTRA A JORNADA DE CADA    *
      * FUNCIONARIO (ESCALA.DAT - CADESCAL)*
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS JN-CODIGO
                    FILE STATUS  IS ST-ERROJN.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD JORNADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNADA.DAT".
       01 CADJORNADA.
                03 JN-CODIGO           PIC 9(03).
                03 JN-DESCR            PIC X(30).
      * 5=5X2  6=6X1  C=CICLO 12X36  P=TURNO DE PROFESSOR
                03 JN-TIPO             PIC X(01).
      * DIAS TRABALHADOS DE DOMINGO A SABADO (S/N) - TIPOS 5/6/P
                03 JN-DIASSEM          PIC X(07).
                03 JN-DIASSEM-R REDEFINES JN-DIASSEM.
                    05 JN-DIA          PIC X(01) OCCURS 7 TIMES.
      * HORARIOS EM HHMM; SAIDA MENOR QUE A ENTRADA = JORNADA QUE
      * VIRA A MEIA-NOITE (TURNO NOTURNO)
                03 JN-ENTRADA          PIC 9(04).
                03 JN-ENT-R REDEFINES JN-ENTRADA.
                    05 JN-ENTHH        PIC 9(02).
                    05 JN-ENTMM        PIC 9(02).
                03 JN-SAIDA            PIC 9(04).
                03 JN-SAI-R REDEFINES JN-SAIDA.
                    05 JN-SAIHH        PIC 9(02).
                    05 JN-SAIMM        PIC 9(02).
      * INTERVALO E TOLERANCIA DIARIA EM MINUTOS
                03 JN-INTERVALO        PIC 9(03).
                03 JN-TOLER            PIC 9(02).
      * CICLO 12X36: UM DIA TRABALHADO DO CICLO (AAAAMMDD)
                03 JN-DTREFCIC         PIC 9(08).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROJN    PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-IND        PIC 9(01) VALUE ZEROS.
       77 W-TEXTTIPO   PIC X(20) VALUE SPACES.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      *
       SCREEN SECTION.
       01  TELAJN.
           05  LINE 02  COLUMN 01
               VALUE  "              CADASTRO DE JORNADAS DE TRABALHO".
           05  LINE 05  COLUMN 01
               VALUE  "      CODIGO:".
           05  LINE 07  COLUMN 01
               VALUE  "      DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  "      TIPO (5=5X2 6=6X1 C=12X36 P=PROFESSOR):".
           05  LINE 11  COLUMN 01
               VALUE  "      DIAS TRABALHADOS (DOM A SAB - S/N):".
           05  LINE 12  COLUMN 44
               VALUE  "DSTQQSS".
           05  LINE 13  COLUMN 01
               VALUE  "      ENTRADA (HHMM):".
           05  LINE 13  COLUMN 41
               VALUE  "SAIDA (HHMM):".
           05  LINE 15  COLUMN 01
               VALUE  "      INTERVALO (MINUTOS):".
           05  LINE 15  COLUMN 41
               VALUE  "TOLERANCIA DIARIA (MIN):".
           05  LINE 17  COLUMN 01
               VALUE  "      12X36 - DIA TRABALHADO DE REFERENCIA".
           05  LINE 18  COLUMN 01
               VALUE  "      DO CICLO (AAAAMMDD):".
           05  TJNCODIGO
               LINE 05  COLUMN 25  PIC 999
               USING  JN-CODIGO
               HIGHLIGHT.
           05  TJNDESCR
               LINE 07  COLUMN 25  PIC X(30)
               USING  JN-DESCR
               HIGHLIGHT.
           05  TJNTIPO
               LINE 09  COLUMN 48  PIC X(01)
               USING  JN-TIPO
               HIGHLIGHT.
           05  TJNDIASSEM
               LINE 11  COLUMN 44  PIC X(07)
               USING  JN-DIASSEM
               HIGHLIGHT.
           05  TJNENTRADA
               LINE 13  COLUMN 25  PIC 9999
               USING  JN-ENTRADA
               HIGHLIGHT.
           05  TJNSAIDA
               LINE 13  COLUMN 55  PIC 9999
               USING  JN-SAIDA
               HIGHLIGHT.
           05  TJNINTERVALO
               LINE 15  COLUMN 28  PIC 999
               USING  JN-INTERVALO
               HIGHLIGHT.
           05  TJNTOLER
               LINE 15  COLUMN 66  PIC 99
               USING  JN-TOLER
               HIGHLIGHT.
           05  TJNDTREFCIC
               LINE 18  COLUMN 28  PIC 99999999
               USING  JN-DTREFCIC
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O JORNADA
           IF ST-ERROJN NOT = "00"
               IF ST-ERROJN = "30"
                      OPEN OUTPUT JORNADA
                      CLOSE JORNADA
                      MOVE "*** ARQUIVO JORNADA SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROJN TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO JN-CODIGO JN-ENTRADA JN-SAIDA.
                MOVE ZEROS TO JN-INTERVALO JN-DTREFCIC.
                MOVE 10 TO JN-TOLER.
                MOVE SPACES TO JN-DESCR JN-TIPO JN-DIASSEM.
                MOVE SPACES TO W-TEXTTIPO.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAJN.
       INC-002.
                ACCEPT TJNCODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE JORNADA
                   GO TO ROT-FIM.
                IF JN-CODIGO = 0
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       LER-JN01.
                MOVE 0 TO W-SEL
                READ JORNADA
                IF ST-ERROJN NOT = "23"
                   IF ST-ERROJN = "00"
                      DISPLAY TELAJN
                      PERFORM MOSTRA-TIPO
                      MOVE "*** JORNADA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO JORNADA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TJNDESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF JN-DESCR = SPACES
                   MOVE "*** DESCRICAO  INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TJNTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF JN-TIPO = "c" MOVE "C" TO JN-TIPO.
                IF JN-TIPO = "p" MOVE "P" TO JN-TIPO.
                IF JN-TIPO NOT = "5" AND JN-TIPO NOT = "6"
                AND JN-TIPO NOT = "C" AND JN-TIPO NOT = "P"
                   MOVE "*** TIPO INVALIDO (5/6/C/P) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM MOSTRA-TIPO.
      * NO CICLO 12X36 OS DIAS DA SEMANA NAO SE APLICAM
                IF JN-TIPO = "C"
                   MOVE SPACES TO JN-DIASSEM
                   DISPLAY TJNDIASSEM
                   GO TO INC-006.
      * SUGESTAO DE DIAS CONFORME O TIPO, SE NADA INFORMADO
                IF JN-DIASSEM = SPACES
                   IF JN-TIPO = "6"
                      MOVE "NSSSSSS" TO JN-DIASSEM
                   ELSE
                      MOVE "NSSSSSN" TO JN-DIASSEM.
       INC-005.
                ACCEPT TJNDIASSEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE 1 TO W-IND.
       INC-005-DIA.
                IF JN-DIA(W-IND) = "s" MOVE "S" TO JN-DIA(W-IND).
                IF JN-DIA(W-IND) = "n" MOVE "N" TO JN-DIA(W-IND).
                IF JN-DIA(W-IND) NOT = "S" AND JN-DIA(W-IND) NOT = "N"
                   MOVE "*** INFORME S OU N PARA CADA DIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-IND < 7
                   ADD 1 TO W-IND
                   GO TO INC-005-DIA.
                DISPLAY TJNDIASSEM.
       INC-006.
                ACCEPT TJNENTRADA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF JN-ENTHH > 23 OR JN-ENTMM > 59
                   MOVE "*** HORARIO DE ENTRADA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TJNSAIDA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF JN-SAIHH > 23 OR JN-SAIMM > 59
                OR JN-SAIDA = JN-ENTRADA
                   MOVE "*** HORARIO DE SAIDA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF JN-SAIDA < JN-ENTRADA
                   MOVE "*** JORNADA NOTURNA - SAIDA NO DIA SEGUINTE"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-008.
                ACCEPT TJNINTERVALO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-009.
                ACCEPT TJNTOLER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF JN-TIPO NOT = "C"
                   MOVE ZEROS TO JN-DTREFCIC
                   DISPLAY TJNDTREFCIC
                   GO TO INC-OPC.
       INC-010.
                ACCEPT TJNDTREFCIC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                MOVE JN-DTREFCIC TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
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
                WRITE CADJORNADA
                IF ST-ERROJN = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROJN = "22"
                      MOVE "*** JORNADA JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROJN TO MENS
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
                DELETE JORNADA RECORD
                IF ST-ERROJN = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE CADJORNADA
                IF ST-ERROJN = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO JORNADA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * DESCRICAO DO TIPO DE JORNADA AO LADO DO CAMPO
       MOSTRA-TIPO.
                MOVE SPACES TO W-TEXTTIPO.
                IF JN-TIPO = "5" MOVE "5X2" TO W-TEXTTIPO.
                IF JN-TIPO = "6" MOVE "6X1" TO W-TEXTTIPO.
                IF JN-TIPO = "C" MOVE "12X36" TO W-TEXTTIPO.
                IF JN-TIPO = "P" MOVE "TURNO DE PROFESSOR"
                                                 TO W-TEXTTIPO.
                DISPLAY (09, 51) W-TEXTTIPO.
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
