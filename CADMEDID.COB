       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMEDID.
      *
      **************************************
      * MEDIDAS DISCIPLINARES DO RH        *
      * (MEDDISC.DAT) POR CHAPA E DATA:    *
      * ADVERTENCIA VERBAL, ADVERTENCIA    *
      * ESCRITA OU SUSPENSAO, COM MOTIVO,  *
      * DIAS E TESTEMUNHA. OS DIAS DE SUS- *
      * PENSAO SAO DESCONTADOS NO FPP004   *
      * (SEM SALARIO E SEM O DSR DA SEMA-  *
      * NA). O AVISO PARA ASSINATURA SAI   *
      * NO AVISODIS                        *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DS-CHAVE
                    FILE STATUS  IS ST-ERRODS.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD MEDDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MEDDISC.DAT".
       01 REGDISCIP.
                03 DS-CHAVE.
                    05 DS-CHAPAFUNC    PIC 9(06).
      * DATA DA MEDIDA EM AAAAMMDD
                    05 DS-DATA         PIC 9(08).
      * V=ADVERTENCIA VERBAL  E=ADVERTENCIA ESCRITA  S=SUSPENSAO
                03 DS-TIPO             PIC X(01).
                03 DS-MOTIVO1          PIC X(40).
                03 DS-MOTIVO2          PIC X(40).
      * SUSPENSAO: DIAS CORRIDOS (1 A 30) A PARTIR DE DS-DTINI
                03 DS-DIAS             PIC 9(02).
                03 DS-DTINI            PIC 9(08).
                03 DS-TESTEM           PIC X(30).
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
       77 ST-ERRODS    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      *
       SCREEN SECTION.
       01  TELADS.
           05  LINE 02  COLUMN 01
               VALUE  "          MEDIDAS DISCIPLINARES".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA:".
           05  LINE 05  COLUMN 01
               VALUE  "  DATA DA MEDIDA (AAAAMMDD):".
           05  LINE 06  COLUMN 01
               VALUE  "  TIPO (V/E/S):".
           05  LINE 07  COLUMN 01
               VALUE  "  MOTIVO:".
           05  LINE 09  COLUMN 01
               VALUE  "  DIAS DE SUSPENSAO (1 A 30):".
           05  LINE 10  COLUMN 01
               VALUE  "  INICIO DA SUSPENSAO (AAAAMMDD):".
           05  LINE 11  COLUMN 01
               VALUE  "  TESTEMUNHA:".
           05  LINE 14  COLUMN 01
               VALUE  "  TIPOS: V=ADVERTENCIA VERBAL".
           05  LINE 15  COLUMN 01
               VALUE  "         E=ADVERTENCIA ESCRITA".
           05  LINE 16  COLUMN 01
               VALUE  "         S=SUSPENSAO (DIAS NAO PAGOS E SEM DSR)".
           05  TDSCHAPA
               LINE 04  COLUMN 36  PIC 9(06)
               USING  DS-CHAPAFUNC
               HIGHLIGHT.
           05  TDSDATA
               LINE 05  COLUMN 36  PIC 99999999
               USING  DS-DATA
               HIGHLIGHT.
           05  TDSTIPO
               LINE 06  COLUMN 36  PIC X(01)
               USING  DS-TIPO
               HIGHLIGHT.
           05  TDSMOTIVO1
               LINE 07  COLUMN 36  PIC X(40)
               USING  DS-MOTIVO1
               HIGHLIGHT.
           05  TDSMOTIVO2
               LINE 08  COLUMN 36  PIC X(40)
               USING  DS-MOTIVO2
               HIGHLIGHT.
           05  TDSDIAS
               LINE 09  COLUMN 36  PIC 9(02)
               USING  DS-DIAS
               HIGHLIGHT.
           05  TDSDTINI
               LINE 10  COLUMN 36  PIC 99999999
               USING  DS-DTINI
               HIGHLIGHT.
           05  TDSTESTEM
               LINE 11  COLUMN 36  PIC X(30)
               USING  DS-TESTEM
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O MEDDISC
           IF ST-ERRODS NOT = "00"
               IF ST-ERRODS = "30"
                      OPEN OUTPUT MEDDISC
                      CLOSE MEDDISC
                      MOVE "*** ARQUIVO MEDDISC SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERRODS TO MENS
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
              CLOSE MEDDISC
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO DS-CHAPAFUNC DS-DATA DS-DIAS DS-DTINI.
                MOVE SPACES TO DS-TIPO DS-MOTIVO1 DS-MOTIVO2.
                MOVE SPACES TO DS-TESTEM.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELADS.
       INC-002.
                ACCEPT TDSCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE MEDDISC FUNC
                   GO TO ROT-FIM.
                MOVE DS-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (04, 44) NOME.
       INC-003.
                ACCEPT TDSDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE DS-DATA TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF DS-DATA > W-HOJE
                   MOVE "*** DATA DA MEDIDA NAO PODE SER FUTURA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-DS01.
                MOVE 0 TO W-SEL
                READ MEDDISC
                IF ST-ERRODS NOT = "23"
                   IF ST-ERRODS = "00"
                      DISPLAY TELADS
                      DISPLAY (04, 44) NOME
                      MOVE "*** MEDIDA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO MEDDISC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT TDSTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF DS-TIPO NOT = "V" AND DS-TIPO NOT = "E"
                AND DS-TIPO NOT = "S"
                   MOVE "*** TIPO INVALIDO (V/E/S) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TDSMOTIVO1
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF DS-MOTIVO1 = SPACES
                   MOVE "*** MOTIVO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TDSMOTIVO2
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
      * ADVERTENCIA NAO TEM DIAS NEM INICIO DE SUSPENSAO
                IF DS-TIPO NOT = "S"
                   MOVE ZEROS TO DS-DIAS DS-DTINI
                   DISPLAY TDSDIAS
                   DISPLAY TDSDTINI
                   GO TO INC-009.
       INC-007.
                ACCEPT TDSDIAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
      * SUSPENSAO ACIMA DE 30 DIAS E RESCISAO INJUSTA (CLT ART. 474)
                IF DS-DIAS = ZEROS OR DS-DIAS > 30
                   MOVE "*** DIAS DE SUSPENSAO: 1 A 30 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF DS-DTINI = ZEROS
                   MOVE DS-DATA TO DS-DTINI
                   DISPLAY TDSDTINI.
       INC-008.
                ACCEPT TDSDTINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                MOVE DS-DTINI TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF DS-DTINI < DS-DATA
                   MOVE "*** INICIO ANTERIOR A DATA DA MEDIDA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TDSTESTEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF DS-TIPO = "S"
                      GO TO INC-008
                   ELSE
                      GO TO INC-006.
                IF DS-TESTEM = SPACES AND DS-TIPO NOT = "V"
                   MOVE "*** TESTEMUNHA OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
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
                WRITE REGDISCIP
                IF ST-ERRODS = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRODS = "22"
                      MOVE "*** MEDIDA JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERRODS TO MENS
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
                DELETE MEDDISC RECORD
                IF ST-ERRODS = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGDISCIP
                IF ST-ERRODS = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO MEDDISC" TO MENS
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
