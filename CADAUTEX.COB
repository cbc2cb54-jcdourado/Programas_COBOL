       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAUTEX.
      *
      **************************************
      * AUTORIZACAO PREVIA DE HORAS EXTRAS *
      * (AUTEXT.DAT): LIMITE DE EXTRAS POR *
      * CHAPA E DIA, LANCADO PELO          *
      * RESPONSAVEL DO DEPARTAMENTO DO     *
      * FUNCIONARIO (CHAPARESP - FPP001).  *
      * O LOGIN VEM DA SESSAO (SESSAO.DAT/ *
      * MENU) E A CHAPA DO USUARIO DE      *
      * USUARIO.DAT (FPP032). NA           *
      * IMPORTACAO DO PONTO (FPP014) SO A  *
      * PARTE AUTORIZADA DAS EXTRAS DO DIA *
      * E PAGA                             *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AX-CHAVE
                    FILE STATUS  IS ST-ERROAX.
           SELECT OPTIONAL SESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROSES.
           SELECT USUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS US-LOGIN
                    FILE STATUS  IS ST-ERROUSU.
           SELECT DPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRODPTO.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AUTEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUTEXT.DAT".
       01 CADAUTEXT.
                03 AX-CHAVE.
                    05 AX-CHAPAFUNC    PIC 9(06).
      * DIA AUTORIZADO (AAAAMMDD)
                    05 AX-DATA         PIC 9(08).
      * MAXIMO DE HORAS EXTRAS AUTORIZADAS NO DIA
                03 AX-HORASLIM         PIC 9(02)V99.
                03 AX-MOTIVO           PIC X(30).
      * QUEM AUTORIZOU: CHAPA DO RESPONSAVEL, LOGIN E DATA
                03 AX-CHAPARESP        PIC 9(06).
                03 AX-LOGIN            PIC X(08).
                03 AX-DTREG            PIC 9(08).
       FD SESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESSAO.DAT".
       01 REGSESSAO.
                03 SE-LOGIN            PIC X(08).
                03 SE-DATA             PIC 9(08).
                03 SE-HORA             PIC 9(06).
       FD USUARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "USUARIO.DAT".
       01 CADUSU.
                03 US-LOGIN            PIC X(08).
                03 US-SENHA            PIC X(08).
                03 US-NOME             PIC X(35).
                03 US-STAT             PIC X(01).
      * PERFIL DE ACESSO MANTIDO PELO FPP032 - AQUI SO PARA CASAR
      * O TAMANHO DO REGISTRO
                03 FILLER              PIC X(97).
      * CHAPA DO FUNCIONARIO DONO DO LOGIN (FPP032)
                03 US-CHAPA            PIC 9(06).
       FD DPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DPTO.DAT".
       01 CADPTO.
                03 CODIGO              PIC 9(04).
                03 DENOMINACAO         PIC X(25).
                03 SUBORDINACAO        PIC 9(01).
      * CHAPA DO FUNCIONARIO RESPONSAVEL PELO DEPARTAMENTO (FPP001)
                03 CHAPARESP           PIC 9(06).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
                03 DTNASC              PIC 9(08).
                03 SEXO                PIC X(01).
                03 OPCSEX              PIC X(01).
                03 CODPTO              PIC 9(04).
                03 FILLER              PIC X(66).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROAX    PIC X(02) VALUE "00".
       77 ST-ERROSES   PIC X(02) VALUE "00".
       77 ST-ERROUSU   PIC X(02) VALUE "00".
       77 ST-ERRODPTO  PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-USULOG     PIC X(08) VALUE SPACES.
       77 W-CHAPAGER   PIC 9(06) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      *
       SCREEN SECTION.
       01  TELAAX.
           05  LINE 02  COLUMN 01
               VALUE  "             AUTORIZACAO PREVIA DE HORAS EXTRAS".
           05  LINE 05  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 07  COLUMN 01
               VALUE  "      DIA (AAAAMMDD):".
           05  LINE 09  COLUMN 01
               VALUE  "      HORAS AUTORIZADAS NO DIA:".
           05  LINE 11  COLUMN 01
               VALUE  "      MOTIVO:".
           05  LINE 13  COLUMN 01
               VALUE  "      AUTORIZADO POR:".
           05  TAXCHAPA
               LINE 05  COLUMN 25  PIC 9(06)
               USING  AX-CHAPAFUNC
               HIGHLIGHT.
           05  TAXDATA
               LINE 07  COLUMN 25  PIC 99999999
               USING  AX-DATA
               HIGHLIGHT.
           05  TAXHORASLIM
               LINE 09  COLUMN 33  PIC 99,99
               USING  AX-HORASLIM
               HIGHLIGHT.
           05  TAXMOTIVO
               LINE 11  COLUMN 25  PIC X(30)
               USING  AX-MOTIVO
               HIGHLIGHT.
           05  TAXCHAPARESP
               LINE 13  COLUMN 25  PIC 9(06)
               USING  AX-CHAPARESP.
           05  TAXLOGIN
               LINE 13  COLUMN 33  PIC X(08)
               USING  AX-LOGIN.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
      *****************************************
      * QUEM ESTA LOGADO (SESSAO.DAT - MENU)   *
      * E QUAL A CHAPA DO LOGIN (USUARIO.DAT)  *
      *****************************************
       BUSCA-SESSAO.
           OPEN INPUT SESSAO.
           IF ST-ERROSES NOT = "00" AND ST-ERROSES NOT = "05"
              MOVE "*** SESSAO NAO IDENTIFICADA (MENU) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           READ SESSAO
              AT END
                 CLOSE SESSAO
                 MOVE "*** SESSAO NAO IDENTIFICADA (MENU) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           MOVE SE-LOGIN TO W-USULOG.
           CLOSE SESSAO.
           OPEN INPUT USUARIO.
           IF ST-ERROUSU NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO USUARIO" TO MENS
              MOVE "USUARIO" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROUSU MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE W-USULOG TO US-LOGIN.
           READ USUARIO
              INVALID KEY
                 CLOSE USUARIO
                 MOVE "*** USUARIO DA SESSAO NAO CADASTRADO ***"
                                                       TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           MOVE US-CHAPA TO W-CHAPAGER.
           CLOSE USUARIO.
           IF W-CHAPAGER = ZEROS
              MOVE "*USUARIO SEM FUNCIONARIO VINCULADO (FPP032)*"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
      *
       INC-OP0.
           OPEN I-O AUTEXT
           IF ST-ERROAX NOT = "00"
               IF ST-ERROAX = "30"
                      OPEN OUTPUT AUTEXT
                      CLOSE AUTEXT
                      MOVE "*** ARQUIVO AUTEXT SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROAX TO MENS
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
              CLOSE AUTEXT
              GO TO ROT-FIM.
           OPEN INPUT DPTO.
           IF ST-ERRODPTO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. DPTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AUTEXT FUNC
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO AX-CHAPAFUNC AX-DATA AX-HORASLIM.
                MOVE ZEROS TO AX-CHAPARESP AX-DTREG.
                MOVE SPACES TO AX-MOTIVO AX-LOGIN.
                MOVE ZEROS TO W-SEL.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAAX.
       INC-002.
                ACCEPT TAXCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE AUTEXT FUNC DPTO
                   GO TO ROT-FIM.
                MOVE AX-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (05, 33) NOME.
      * SO O RESPONSAVEL DO DEPARTAMENTO DO FUNCIONARIO AUTORIZA
                MOVE CODPTO TO CODIGO.
                READ DPTO
                   INVALID KEY
                      MOVE ZEROS TO CHAPARESP.
                IF CHAPARESP NOT = W-CHAPAGER
                   MOVE "*SO O RESPONSAVEL DO DEPTO (FPP001) AUTORIZA*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-003.
                ACCEPT TAXDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE AX-DATA TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-AX01.
                MOVE 0 TO W-SEL
                READ AUTEXT
                IF ST-ERROAX NOT = "23"
                   IF ST-ERROAX = "00"
                      DISPLAY TELAAX
                      MOVE "*** AUTORIZACAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO AUTEXT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT TAXHORASLIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF AX-HORASLIM = ZEROS OR AX-HORASLIM > 12
                   MOVE "*** HORAS AUTORIZADAS INVALIDAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TAXMOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF AX-MOTIVO = SPACES
                   MOVE "*** INFORME O MOTIVO DAS EXTRAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      * A AUTORIZACAO FICA EM NOME DE QUEM A LANCOU/ALTEROU
                MOVE W-CHAPAGER TO AX-CHAPARESP.
                MOVE W-USULOG TO AX-LOGIN.
                ACCEPT AX-DTREG FROM DATE YYYYMMDD.
                DISPLAY TAXCHAPARESP.
                DISPLAY TAXLOGIN.
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
                WRITE CADAUTEXT
                IF ST-ERROAX = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROAX = "22"
                      MOVE "*** AUTORIZACAO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROAX TO MENS
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
                DELETE AUTEXT RECORD
                IF ST-ERROAX = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE CADAUTEXT
                IF ST-ERROAX = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO AUTEXT" TO MENS
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
