       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSUBST.
      *
      **************************************
      * SUBSTITUICAO DE PROFESSOR          *
      * (SUBSTIT.DAT): AULA DA GRADE DE    *
      * UMA TURMA EM UMA DATA (DIA LETIVO) *
      * E HORARIO, DADA POR OUTRO          *
      * PROFESSOR NO LUGAR DO TITULAR      *
      * AUSENTE. DISCIPLINA E TITULAR VEM  *
      * DA GRADE (CADGRADE). O GERAHORA    *
      * TIRA A AULA DO TITULAR E PAGA AO   *
      * SUBSTITUTO; O CADDIARI E O         *
      * PRINTGRD MOSTRAM QUEM DEU A AULA   *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SU-CHAVE
                    ALTERNATE RECORD KEY IS SU-CHAVE2 =
                                  SU-CHAPASUB SU-CHAVE WITH DUPLICATES
                    FILE STATUS  IS ST-ERROSU.
           SELECT GRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GR-CHAVE
                    FILE STATUS  IS ST-ERROGRD.
           SELECT OPTIONAL CALES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CE-CHAVE
                    FILE STATUS  IS ST-ERROCAL.
           SELECT OPTIONAL DISCIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODDISC
                    FILE STATUS  IS ST-ERRODIS.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD SUBSTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUBSTIT.DAT".
       01 REGSUBST.
                03 SU-CHAVE.
      * DATA DA AULA EM AAAAMMDD
                    05 SU-DATA         PIC 9(08).
                    05 SU-TURMA        PIC X(05).
      * HORARIO DO DIA NA GRADE (1 A 9)
                    05 SU-SLOT         PIC 9(01).
                03 SU-CODDISC          PIC 9(03).
      * PROFESSOR TITULAR DA GRADE (AUSENTE) E QUEM DEU A AULA
                03 SU-CHAPAAUS         PIC 9(06).
                03 SU-CHAPASUB         PIC 9(06).
                03 SU-MOTIVO           PIC X(30).
       FD GRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRADE.DAT".
       01 CADGRD.
                03 GR-CHAVE.
                    05 GR-TURMA        PIC X(05).
      * DIA DA SEMANA: 1=SEGUNDA ... 6=SABADO
                    05 GR-DIASEM       PIC 9(01).
                    05 GR-SLOT         PIC 9(01).
                03 GR-CODDISC          PIC 9(03).
                03 GR-SALA             PIC X(05).
                03 GR-CHAPAPROF        PIC 9(06).
       FD CALES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CALES.DAT".
       01 REGCALES.
                03 CE-CHAVE.
                    05 CE-ANOLET       PIC 9(04).
      * DATA DO DIA LETIVO EM AAAAMMDD
                    05 CE-DATA         PIC 9(08).
       FD DISCIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DISCIP.DAT".
       01 REGDISCIP.
                03 DI-CODDISC          PIC 9(03).
                03 DI-DESCDISC         PIC X(25).
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
       77 ST-ERROSU    PIC X(02) VALUE "00".
       77 ST-ERROGRD   PIC X(02) VALUE "00".
       77 ST-ERROCAL   PIC X(02) VALUE "00".
      * CALES ABERTO (O STATUS MUDA A CADA LEITURA)
       77 W-CALABERTO  PIC 9(01) VALUE ZEROS.
       77 ST-ERRODIS   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LETIVOOK   PIC 9(01) VALUE ZEROS.
       77 W-CHOQUE     PIC 9(01) VALUE ZEROS.
       77 W-DIASEM     PIC 9(01) VALUE ZEROS.
      * REGISTRO EM EDICAO, GUARDADO DURANTE AS VARREDURAS DE CHOQUE
       01 W-SUSALVA.
                03 W-SVCHAVE.
                    05 W-SVDATA        PIC 9(08).
                    05 W-SVTURMA       PIC X(05).
                    05 W-SVSLOT        PIC 9(01).
                03 W-SVCODDISC         PIC 9(03).
                03 W-SVAUS             PIC 9(06).
                03 W-SVSUB             PIC 9(06).
                03 W-SVMOTIVO          PIC X(30).
      * DIA DA SEMANA (CONGRUENCIA DE ZELLER): 0=SABADO 1=DOMINGO
       01 W-DTORD      PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
       77 W-ZQ         PIC 9(02) VALUE ZEROS.
       77 W-ZM         PIC 9(02) VALUE ZEROS.
       77 W-ZANO       PIC 9(04) VALUE ZEROS.
       77 W-ZK         PIC 9(02) VALUE ZEROS.
       77 W-ZJ         PIC 9(02) VALUE ZEROS.
       77 W-ZSOMA      PIC 9(06) VALUE ZEROS.
       77 W-ZQUOC      PIC 9(06) VALUE ZEROS.
       77 W-DOW        PIC 9(01) VALUE ZEROS.
      *
       SCREEN SECTION.
       01  TELASU.
           05  LINE 02  COLUMN 01
               VALUE  "                 SUBSTITUICAO DE PROFESSOR".
           05  LINE 05  COLUMN 01
               VALUE  "      DATA DA AULA (AAAAMMDD):".
           05  LINE 07  COLUMN 01
               VALUE  "      TURMA:".
           05  LINE 09  COLUMN 01
               VALUE  "      AULA (HORARIO 1 A 9):".
           05  LINE 11  COLUMN 01
               VALUE  "      DISCIPLINA:".
           05  LINE 13  COLUMN 01
               VALUE  "      PROFESSOR TITULAR (AUSENTE):".
           05  LINE 15  COLUMN 01
               VALUE  "      PROFESSOR SUBSTITUTO:".
           05  LINE 17  COLUMN 01
               VALUE  "      MOTIVO:".
           05  TSUDATA
               LINE 05  COLUMN 36  PIC 99999999
               USING  SU-DATA
               HIGHLIGHT.
           05  TSUTURMA
               LINE 07  COLUMN 36  PIC X(05)
               USING  SU-TURMA
               HIGHLIGHT.
           05  TSUSLOT
               LINE 09  COLUMN 36  PIC 9
               USING  SU-SLOT
               HIGHLIGHT.
           05  TSUCODDISC
               LINE 11  COLUMN 36  PIC 999
               USING  SU-CODDISC.
           05  TSUCHAPAAUS
               LINE 13  COLUMN 36  PIC 9(06)
               USING  SU-CHAPAAUS.
           05  TSUCHAPASUB
               LINE 15  COLUMN 36  PIC 9(06)
               USING  SU-CHAPASUB
               HIGHLIGHT.
           05  TSUMOTIVO
               LINE 17  COLUMN 36  PIC X(30)
               USING  SU-MOTIVO
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O SUBSTIT
           IF ST-ERROSU NOT = "00"
               IF ST-ERROSU = "30"
                      OPEN OUTPUT SUBSTIT
                      CLOSE SUBSTIT
                      MOVE "*** ARQUIVO SUBSTIT SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROSU TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT GRADE.
           IF ST-ERROGRD NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. GRADE (CADGRADE)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE SUBSTIT
              GO TO ROT-FIM.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE SUBSTIT GRADE
              GO TO ROT-FIM.
           MOVE ZEROS TO W-CALABERTO.
           OPEN INPUT CALES.
           IF ST-ERROCAL = "00" OR ST-ERROCAL = "05"
              MOVE 1 TO W-CALABERTO.
           OPEN INPUT DISCIP.
       INC-001.
                MOVE ZEROS TO SU-DATA SU-SLOT SU-CODDISC
                              SU-CHAPAAUS SU-CHAPASUB.
                MOVE SPACES TO SU-TURMA SU-MOTIVO.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELASU.
       INC-002.
                ACCEPT TSUDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE SUBSTIT GRADE FUNC CALES DISCIP
                   GO TO ROT-FIM.
                MOVE SU-DATA TO W-DTORD.
                IF W-DO-DIA = 0 OR W-DO-DIA > 31
                OR W-DO-MES = 0 OR W-DO-MES > 12
                OR W-DO-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM VERIFICA-LETIVO THRU VERIFICA-LETIVO-FIM.
                IF W-LETIVOOK = 0
                   MOVE "*** DIA NAO LETIVO (VIDE CADCALES) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM CALC-DOW THRU CALC-DOW-FIM.
      * 0=SABADO 1=DOMINGO 2=SEGUNDA... -> 1=SEGUNDA..6=SABADO
                IF W-DOW = 1
                   MOVE "*** DOMINGO NAO TEM AULA NA GRADE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF W-DOW = 0
                   MOVE 6 TO W-DIASEM
                ELSE
                   COMPUTE W-DIASEM = W-DOW - 1.
       INC-003.
                ACCEPT TSUTURMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF SU-TURMA = SPACES
                   MOVE "*** TURMA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TSUSLOT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SU-SLOT = 0
                   MOVE "*** HORARIO INVALIDO (1 A 9) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      * A AULA PRECISA EXISTIR NA GRADE DA TURMA NESTE DIA DA SEMANA
                MOVE SU-TURMA TO GR-TURMA.
                MOVE W-DIASEM TO GR-DIASEM.
                MOVE SU-SLOT TO GR-SLOT.
                READ GRADE
                   INVALID KEY
                      MOVE "*** AULA NAO CONSTA DA GRADE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
       LER-SU01.
                MOVE 0 TO W-SEL
                READ SUBSTIT
                IF ST-ERROSU NOT = "23"
                   IF ST-ERROSU = "00"
                      DISPLAY TELASU
                      PERFORM MOSTRA-NOMES THRU MOSTRA-NOMES-FIM
                      MOVE "*** SUBSTITUICAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO SUBSTIT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                MOVE GR-CODDISC TO SU-CODDISC.
                MOVE GR-CHAPAPROF TO SU-CHAPAAUS.
                DISPLAY TSUCODDISC.
                DISPLAY TSUCHAPAAUS.
                PERFORM MOSTRA-NOMES THRU MOSTRA-NOMES-FIM.
       INC-005.
                ACCEPT TSUCHAPASUB
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE SU-CHAPASUB TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-005.
                DISPLAY (15, 44) NOME.
                IF SU-CHAPASUB = SU-CHAPAAUS
                   MOVE "*** SUBSTITUTO IGUAL AO TITULAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                PERFORM VERIFICA-CHOQUE THRU VERIFICA-CHOQUE-FIM.
                IF W-CHOQUE = 1
                   GO TO INC-005.
       INC-006.
                ACCEPT TSUMOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF SU-MOTIVO = SPACES
                   MOVE "*** MOTIVO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
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
                WRITE REGSUBST
                IF ST-ERROSU = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROSU = "22"
                      MOVE "*** SUBSTITUICAO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROSU TO MENS
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
                DELETE SUBSTIT RECORD
                IF ST-ERROSU = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGSUBST
                IF ST-ERROSU = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO SUBSTIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * NOMES DA DISCIPLINA, DO TITULAR E DO SUBSTITUTO NA TELA
       MOSTRA-NOMES.
                MOVE SU-CODDISC TO DI-CODDISC.
                MOVE SPACES TO DI-DESCDISC.
                READ DISCIP
                   INVALID KEY MOVE SPACES TO DI-DESCDISC.
                DISPLAY (11, 44) DI-DESCDISC.
                MOVE SU-CHAPAAUS TO CHAPA.
                MOVE SPACES TO NOME.
                READ FUNC
                   INVALID KEY MOVE SPACES TO NOME.
                DISPLAY (13, 44) NOME.
                IF SU-CHAPASUB = ZEROS
                   GO TO MOSTRA-NOMES-FIM.
                MOVE SU-CHAPASUB TO CHAPA.
                MOVE SPACES TO NOME.
                READ FUNC
                   INVALID KEY MOVE SPACES TO NOME.
                DISPLAY (15, 44) NOME.
       MOSTRA-NOMES-FIM.
                EXIT.
      *
      *****************************************
      * DIA LETIVO? COM CALENDARIO DO ANO      *
      * CADASTRADO (CALES.DAT), A DATA PRECISA *
      * CONSTAR COMO LETIVA                    *
      *****************************************
       VERIFICA-LETIVO.
                MOVE 1 TO W-LETIVOOK.
                IF W-CALABERTO = 0
                   GO TO VERIFICA-LETIVO-FIM.
      * SEM NENHUM DIA CADASTRADO PARA O ANO NAO HA CONTROLE
                MOVE W-DO-ANO TO CE-ANOLET.
                MOVE ZEROS TO CE-DATA.
                START CALES KEY IS NOT LESS THAN CE-CHAVE
                   INVALID KEY
                      GO TO VERIFICA-LETIVO-FIM.
                READ CALES NEXT RECORD
                   AT END
                      GO TO VERIFICA-LETIVO-FIM.
                IF CE-ANOLET NOT = W-DO-ANO
                   GO TO VERIFICA-LETIVO-FIM.
                MOVE W-DO-ANO TO CE-ANOLET.
                MOVE SU-DATA TO CE-DATA.
                READ CALES
                   INVALID KEY
                      MOVE ZEROS TO W-LETIVOOK.
       VERIFICA-LETIVO-FIM.
                EXIT.
      *
      *****************************************
      * O SUBSTITUTO NAO PODE TER AULA PROPRIA *
      * NA GRADE NO MESMO DIA DA SEMANA E      *
      * HORARIO, NEM OUTRA SUBSTITUICAO NA     *
      * MESMA DATA E HORARIO                   *
      *****************************************
       VERIFICA-CHOQUE.
                MOVE ZEROS TO W-CHOQUE.
                MOVE REGSUBST TO W-SUSALVA.
                MOVE SPACES TO GR-TURMA.
                MOVE ZEROS TO GR-DIASEM GR-SLOT.
                START GRADE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                      GO TO VERIFICA-CHOQUE-SUB.
       VERIFICA-CHOQUE-LER.
                READ GRADE NEXT RECORD
                   AT END
                      GO TO VERIFICA-CHOQUE-SUB.
                IF GR-DIASEM NOT = W-DIASEM
                OR GR-SLOT NOT = W-SVSLOT
                OR GR-CHAPAPROF NOT = W-SVSUB
                   GO TO VERIFICA-CHOQUE-LER.
                MOVE "** SUBSTITUTO TEM AULA NESTE HORARIO **" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-CHOQUE
                GO TO VERIFICA-CHOQUE-VOLTA.
      * SUBSTITUICOES DO MESMO PROFESSOR NA DATA (CHAVE2)
       VERIFICA-CHOQUE-SUB.
                MOVE SPACES TO SU-TURMA.
                MOVE ZEROS TO SU-SLOT.
                START SUBSTIT KEY IS NOT LESS THAN SU-CHAVE2
                   INVALID KEY
                      GO TO VERIFICA-CHOQUE-VOLTA.
       VERIFICA-CHOQUE-SUBL.
                READ SUBSTIT NEXT RECORD
                   AT END
                      GO TO VERIFICA-CHOQUE-VOLTA.
                IF SU-CHAPASUB NOT = W-SVSUB
                OR SU-DATA NOT = W-SVDATA
                   GO TO VERIFICA-CHOQUE-VOLTA.
      * A PROPRIA SUBSTITUICAO (ALTERACAO) NAO CONTA
                IF SU-SLOT NOT = W-SVSLOT
                OR SU-TURMA = W-SVTURMA
                   GO TO VERIFICA-CHOQUE-SUBL.
                MOVE "** SUBSTITUTO JA COBRE OUTRA TURMA **" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 1 TO W-CHOQUE.
       VERIFICA-CHOQUE-VOLTA.
                MOVE W-SUSALVA TO REGSUBST.
       VERIFICA-CHOQUE-FIM.
                EXIT.
      *
      * DIA DA SEMANA DE W-DTORD (CONGRUENCIA DE ZELLER):
      * 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
       CALC-DOW.
                MOVE W-DO-DIA TO W-ZQ.
                MOVE W-DO-MES TO W-ZM.
                MOVE W-DO-ANO TO W-ZANO.
                IF W-ZM < 3
                   ADD 12 TO W-ZM
                   SUBTRACT 1 FROM W-ZANO.
                DIVIDE W-ZANO BY 100 GIVING W-ZJ
                                     REMAINDER W-ZK.
                COMPUTE W-ZSOMA = W-ZQ
                                + ((13 * (W-ZM + 1)) / 5)
                                + W-ZK + (W-ZK / 4)
                                + (W-ZJ / 4) + (5 * W-ZJ).
                DIVIDE W-ZSOMA BY 7 GIVING W-ZQUOC
                                    REMAINDER W-DOW.
       CALC-DOW-FIM.
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
