       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASO.
      *
      **************************************
      * EXAMES OCUPACIONAIS DOS            *
      * FUNCIONARIOS (ASO.DAT): TIPO, DATA,*
      * MEDICO, RESULTADO E DATA DO        *
      * PROXIMO EXAME. A PERIODICIDADE E A *
      * DO RISCO DO CARGO (RISCO.DAT -     *
      * CADRISCO) OU, SEM ELA, 12 MESES    *
      * PARA QUEM TEM INSALUBRIDADE OU     *
      * PERICULOSIDADE (ADICION.DAT -      *
      * FPP039), GRAU DE RISCO 3 OU 4,     *
      * MENOR DE 18 OU MAIOR DE 45 ANOS E  *
      * 24 MESES NOS DEMAIS CASOS          *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERROEX.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL RISCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RI-CODCARG
                    FILE STATUS  IS ST-ERRORI.
           SELECT OPTIONAL ADICION ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AC-CHAVE
                    FILE STATUS  IS ST-ERROAD.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ASO.DAT".
       01 REGASO.
                03 EX-CHAVE.
                    05 EX-CHAPAFUNC    PIC 9(06).
      * DATA DO EXAME EM AAAAMMDD
                    05 EX-DTEXAME      PIC 9(08).
      * A=ADMISSIONAL  P=PERIODICO  R=RETORNO AO TRABALHO
      * M=MUDANCA DE FUNCAO  D=DEMISSIONAL
                    05 EX-TIPO         PIC X(01).
                03 EX-MEDICO           PIC X(30).
                03 EX-CRM              PIC X(12).
      * A=APTO  I=INAPTO
                03 EX-RESULT           PIC X(01).
      * PROXIMO EXAME PERIODICO EM AAAAMMDD (ZEROS NO DEMISSIONAL)
                03 EX-DTPROX           PIC 9(08).
                03 EX-MESES            PIC 9(02).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
                03 DTNASC              PIC 9(08).
                03 DT-NASC REDEFINES DTNASC.
                    05 DIA             PIC 9(02).
                    05 MES             PIC 9(02).
                    05 ANO             PIC 9(04).
                03 SEXO                PIC X(01).
                03 OPCSEX              PIC X(01).
                03 CODPTO              PIC 9(04).
                03 CODCARG             PIC 9(04).
                03 FILLER              PIC X(62).
       FD RISCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RISCO.DAT".
       01 REGRISCO.
                03 RI-CODCARG          PIC 9(04).
                03 RI-GRAU             PIC 9(01).
                03 RI-AGENTE           PIC X(40).
                03 RI-PERIODO          PIC 9(02).
       FD ADICION
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADICION.DAT".
       01 CADADICION.
                03 AC-CHAVE.
                    05 AC-CHAPAFUNC    PIC 9(06).
      * N=NOTURNO  I=INSALUBRIDADE  P=PERICULOSIDADE
                    05 AC-TIPOAD       PIC X(01).
                03 AC-PERCAD           PIC 9(02)V99.
                03 AC-BASEAD           PIC X(01).
                03 AC-STATAD           PIC X(01).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROEX    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERRORI    PIC X(02) VALUE "00".
       77 ST-ERROAD    PIC X(02) VALUE "00".
       77 W-RIABERTO   PIC 9(01) VALUE ZEROS.
       77 W-ADABERTO   PIC 9(01) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      * CALCULO DA DATA DO PROXIMO EXAME
       77 W-MESESASO   PIC 9(02) VALUE ZEROS.
       77 W-IDADE      PIC 9(03) VALUE ZEROS.
       77 W-TOTMESES   PIC 9(06) VALUE ZEROS.
       01 W-PROX.
                03 W-PX-ANO            PIC 9(04).
                03 W-PX-MES            PIC 9(02).
                03 W-PX-DIA            PIC 9(02).
      *
       SCREEN SECTION.
       01  TELAEX.
           05  LINE 02  COLUMN 01
               VALUE  "            EXAMES OCUPACIONAIS (ASO)".
           05  LINE 05  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 07  COLUMN 01
               VALUE  "      DATA DO EXAME (AAAAMMDD):".
           05  LINE 09  COLUMN 01
               VALUE  "      TIPO (A/P/R/M/D):".
           05  LINE 11  COLUMN 01
               VALUE  "      MEDICO:".
           05  LINE 13  COLUMN 01
               VALUE  "      CRM DO MEDICO:".
           05  LINE 15  COLUMN 01
               VALUE  "      RESULTADO (A=APTO I=INAPTO):".
           05  LINE 17  COLUMN 01
               VALUE  "      PROXIMO EXAME (AAAAMMDD):".
           05  LINE 19  COLUMN 01
               VALUE  "      TIPOS: A=ADMISSIONAL  P=PERIODICO".
           05  LINE 20  COLUMN 01
               VALUE  "             R=RETORNO AO TRABALHO".
           05  LINE 21  COLUMN 01
               VALUE  "             M=MUDANCA DE FUNCAO D=DEMISSIONAL".
           05  TEXCHAPA
               LINE 05  COLUMN 37  PIC 9(06)
               USING  EX-CHAPAFUNC
               HIGHLIGHT.
           05  TEXDTEXAME
               LINE 07  COLUMN 37  PIC 99999999
               USING  EX-DTEXAME
               HIGHLIGHT.
           05  TEXTIPO
               LINE 09  COLUMN 37  PIC X(01)
               USING  EX-TIPO
               HIGHLIGHT.
           05  TEXMEDICO
               LINE 11  COLUMN 37  PIC X(30)
               USING  EX-MEDICO
               HIGHLIGHT.
           05  TEXCRM
               LINE 13  COLUMN 37  PIC X(12)
               USING  EX-CRM
               HIGHLIGHT.
           05  TEXRESULT
               LINE 15  COLUMN 37  PIC X(01)
               USING  EX-RESULT
               HIGHLIGHT.
           05  TEXDTPROX
               LINE 17  COLUMN 37  PIC 99999999
               USING  EX-DTPROX.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ASO
           IF ST-ERROEX NOT = "00"
               IF ST-ERROEX = "30"
                      OPEN OUTPUT ASO
                      CLOSE ASO
                      MOVE "*** ARQUIVO ASO SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROEX TO MENS
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
              CLOSE ASO
              GO TO ROT-FIM.
      * RISCO DO CARGO E ADICIONAIS SAO OPCIONAIS: SEM ELES VALE A
      * REGRA GERAL DE PERIODICIDADE
           MOVE ZEROS TO W-RIABERTO W-ADABERTO.
           OPEN INPUT RISCO.
           IF ST-ERRORI = "00" OR ST-ERRORI = "05"
              MOVE 1 TO W-RIABERTO.
           OPEN INPUT ADICION.
           IF ST-ERROAD = "00" OR ST-ERROAD = "05"
              MOVE 1 TO W-ADABERTO.
       INC-001.
                MOVE ZEROS TO EX-CHAPAFUNC EX-DTEXAME EX-DTPROX.
                MOVE ZEROS TO EX-MESES.
                MOVE SPACES TO EX-TIPO EX-MEDICO EX-CRM EX-RESULT.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAEX.
       INC-002.
                ACCEPT TEXCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                MOVE EX-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (05, 45) NOME.
       INC-003.
                ACCEPT TEXDTEXAME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE EX-DTEXAME TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF EX-DTEXAME > W-HOJE
                   MOVE "*** DATA DO EXAME NAO PODE SER FUTURA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TEXTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF EX-TIPO NOT = "A" AND EX-TIPO NOT = "P"
                AND EX-TIPO NOT = "R" AND EX-TIPO NOT = "M"
                AND EX-TIPO NOT = "D"
                   MOVE "*** TIPO INVALIDO (A/P/R/M/D) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       LER-EX01.
                MOVE 0 TO W-SEL
                READ ASO
                IF ST-ERROEX NOT = "23"
                   IF ST-ERROEX = "00"
                      DISPLAY TELAEX
                      DISPLAY (05, 45) NOME
                      MOVE "*** EXAME JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO ASO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-005.
                ACCEPT TEXMEDICO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF EX-MEDICO = SPACES
                   MOVE "*** NOME DO MEDICO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TEXCRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF EX-CRM = SPACES
                   MOVE "*** CRM DO MEDICO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TEXRESULT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF EX-RESULT NOT = "A" AND EX-RESULT NOT = "I"
                   MOVE "*** RESULTADO INVALIDO (A/I) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                PERFORM CALC-PROXASO THRU CALC-PROXASO-FIM.
                DISPLAY TEXDTPROX.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
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
                WRITE REGASO
                IF ST-ERROEX = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROEX = "22"
                      MOVE "*** EXAME JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROEX TO MENS
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
                   GO TO INC-005.
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
                DELETE ASO RECORD
                IF ST-ERROEX = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGASO
                IF ST-ERROEX = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO ASO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * DATA DO PROXIMO EXAME PERIODICO:       *
      * 24 MESES, OU 12 MESES PARA MENOR DE 18 *
      * OU MAIOR DE 45 ANOS, INSALUBRIDADE OU  *
      * PERICULOSIDADE ATIVA E GRAU DE RISCO 3 *
      * OU 4 DO CARGO; A PERIODICIDADE PROPRIA *
      * DO CARGO (CADRISCO) VALE SE FOR MENOR. *
      * O DEMISSIONAL NAO TEM PROXIMO EXAME    *
      *****************************************
       CALC-PROXASO.
                MOVE ZEROS TO EX-DTPROX EX-MESES.
                IF EX-TIPO = "D"
                   GO TO CALC-PROXASO-FIM.
                MOVE 24 TO W-MESESASO.
                MOVE EX-DTEXAME TO W-DATA-R.
                COMPUTE W-IDADE = W-DT-ANO - ANO.
                IF W-DT-MES < MES
                OR (W-DT-MES = MES AND W-DT-DIA < DIA)
                   SUBTRACT 1 FROM W-IDADE.
                IF W-IDADE < 18 OR W-IDADE > 45
                   MOVE 12 TO W-MESESASO.
       CALC-PROXASO-ADIC.
                IF W-ADABERTO NOT = 1
                   GO TO CALC-PROXASO-RISCO.
                MOVE CHAPA TO AC-CHAPAFUNC.
                MOVE "I" TO AC-TIPOAD.
                READ ADICION
                   INVALID KEY
                      MOVE "I" TO AC-STATAD.
                IF AC-STATAD = "A"
                   MOVE 12 TO W-MESESASO.
                MOVE CHAPA TO AC-CHAPAFUNC.
                MOVE "P" TO AC-TIPOAD.
                READ ADICION
                   INVALID KEY
                      MOVE "I" TO AC-STATAD.
                IF AC-STATAD = "A"
                   MOVE 12 TO W-MESESASO.
       CALC-PROXASO-RISCO.
                IF W-RIABERTO NOT = 1
                   GO TO CALC-PROXASO-DATA.
                MOVE CODCARG TO RI-CODCARG.
                READ RISCO
                   INVALID KEY
                      GO TO CALC-PROXASO-DATA.
                IF RI-GRAU > 2
                   MOVE 12 TO W-MESESASO.
                IF RI-PERIODO > ZEROS AND RI-PERIODO < W-MESESASO
                   MOVE RI-PERIODO TO W-MESESASO.
       CALC-PROXASO-DATA.
                MOVE W-MESESASO TO EX-MESES.
                COMPUTE W-TOTMESES = (W-DT-ANO * 12) + W-DT-MES - 1
                                   + W-MESESASO.
                DIVIDE W-TOTMESES BY 12 GIVING W-PX-ANO
                                     REMAINDER W-PX-MES.
                ADD 1 TO W-PX-MES.
                MOVE W-DT-DIA TO W-PX-DIA.
                IF W-PX-MES = 2 AND W-PX-DIA > 28
                   MOVE 28 TO W-PX-DIA.
                IF (W-PX-MES = 4 OR W-PX-MES = 6 OR W-PX-MES = 9
                                 OR W-PX-MES = 11)
                AND W-PX-DIA > 30
                   MOVE 30 TO W-PX-DIA.
                MOVE W-PROX TO EX-DTPROX.
       CALC-PROXASO-FIM.
                EXIT.
      *
       INC-FECHA.
                CLOSE ASO FUNC.
                IF W-RIABERTO = 1
                   CLOSE RISCO.
                IF W-ADABERTO = 1
                   CLOSE ADICION.
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
