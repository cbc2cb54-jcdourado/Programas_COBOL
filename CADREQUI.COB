       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREQUI.
      *
      **************************************
      * REQUISICAO DE PESSOAL (REQUIS.DAT) *
      * UMA POSICAO DE DEPARTAMENTO X      *
      * CARGO DO QUADRO DE VAGAS (VAGAS.   *
      * DAT - FPP048), ABERTA PELO         *
      * RESPONSAVEL DO DEPARTAMENTO        *
      * (CHAPARESP - FPP001). SO ABRE COM  *
      * POSICAO LIVRE: ATIVOS + OUTRAS     *
      * REQUISICOES ABERTAS < AUTORIZADO.  *
      * OS CANDIDATOS FICAM NO CADCANDI,   *
      * QUE FECHA A REQUISICAO NA          *
      * CONTRATACAO (FPP045)               *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RE-NUMREQ
                    FILE STATUS  IS ST-ERRORE.
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
           SELECT CARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERROCARG.
           SELECT OPTIONAL VAGAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VG-CHAVE
                    FILE STATUS  IS ST-ERROVAG.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD REQUIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REQUIS.DAT".
       01 REGREQUIS.
                03 RE-NUMREQ           PIC 9(05).
                03 RE-CODPTO           PIC 9(04).
                03 RE-CODCARG          PIC 9(04).
      * S=SUBSTITUICAO  A=AUMENTO DE QUADRO
                03 RE-TIPO             PIC X(01).
      * CHAPA DO SUBSTITUIDO (TIPO S)
                03 RE-CHAPASUBST       PIC 9(06).
      * SALARIO MAXIMO PARA A OFERTA (0=SEM LIMITE)
                03 RE-SALMAX           PIC 9(06)V99.
                03 RE-OBS              PIC X(40).
      * ABERTURA E FECHAMENTO (AAAAMMDD)
                03 RE-DTABERT          PIC 9(08).
                03 RE-DTFECH           PIC 9(08).
      * A=ABERTA  P=PREENCHIDA (CADCANDI)  C=CANCELADA
                03 RE-STATRQ           PIC X(01).
      * QUEM ABRIU: CHAPA DO RESPONSAVEL E LOGIN
                03 RE-CHAPARESP        PIC 9(06).
                03 RE-LOGIN            PIC X(08).
      * CHAPA DO CONTRATADO (PREENCHIDA)
                03 RE-CHAPAADM         PIC 9(06).
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
       FD CARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARG.DAT".
       01 CADCARG.
                03 CODIGO1             PIC 9(04).
                03 DENOMINACAO1        PIC X(25).
                03 NIVELHIER           PIC 9(01).
                03 TIPSAL              PIC X(01).
                03 SALBAS              PIC 9(06)V99.
       FD VAGAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VAGAS.DAT".
       01 CADVAGAS.
                03 VG-CHAVE.
                    05 VG-CODPTO       PIC 9(04).
                    05 VG-CODCARG      PIC 9(04).
                03 VG-AUTORIZ          PIC 9(03).
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
                03 CODCARG             PIC 9(04).
                03 DTADM               PIC 9(08).
                03 DTDEM               PIC 9(08).
                03 FILLER              PIC X(46).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRORE    PIC X(02) VALUE "00".
       77 ST-ERROSES   PIC X(02) VALUE "00".
       77 ST-ERROUSU   PIC X(02) VALUE "00".
       77 ST-ERRODPTO  PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERROVAG   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-USULOG     PIC X(08) VALUE SPACES.
       77 W-CHAPAGER   PIC 9(06) VALUE ZEROS.
      * QUADRO: AUTORIZADO X ATIVOS + REQUISICOES ABERTAS
       77 W-VAGACHEIA  PIC 9(01) VALUE ZEROS.
       77 W-VAGOCU     PIC 9(03) VALUE ZEROS.
       77 W-STATANT    PIC X(01) VALUE SPACES.
       01 W-REGSAVE.
                03 W-NUMSAVE   PIC 9(05) VALUE ZEROS.
                03 FILLER      PIC X(100) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELARE.
           05  LINE 02  COLUMN 01
               VALUE  "                 REQUISICAO DE PESSOAL".
           05  LINE 05  COLUMN 01
               VALUE  "      NUMERO DA REQUISICAO:".
           05  LINE 07  COLUMN 01
               VALUE  "      DEPARTAMENTO:".
           05  LINE 08  COLUMN 01
               VALUE  "      CARGO:".
           05  LINE 10  COLUMN 01
               VALUE  "      TIPO (S=SUBSTIT. A=AUMENTO):".
           05  LINE 11  COLUMN 01
               VALUE  "      CHAPA DO SUBSTITUIDO:".
           05  LINE 12  COLUMN 01
               VALUE  "      SALARIO MAXIMO DA OFERTA:".
           05  LINE 13  COLUMN 01
               VALUE  "      OBSERVACAO:".
           05  LINE 15  COLUMN 01
               VALUE  "      SITUACAO (A=ABERTA C=CANCELADA):".
           05  LINE 16  COLUMN 01
               VALUE  "      ABERTURA:".
           05  LINE 16  COLUMN 41
               VALUE  "FECHAMENTO:".
           05  LINE 17  COLUMN 01
               VALUE  "      ABERTA POR:".
           05  LINE 18  COLUMN 01
               VALUE  "      CONTRATADO (CHAPA):".
           05  TRENUMREQ
               LINE 05  COLUMN 40  PIC 9(05)
               USING  RE-NUMREQ
               HIGHLIGHT.
           05  TRECODPTO
               LINE 07  COLUMN 40  PIC 9(04)
               USING  RE-CODPTO
               HIGHLIGHT.
           05  TRECODCARG
               LINE 08  COLUMN 40  PIC 9(04)
               USING  RE-CODCARG
               HIGHLIGHT.
           05  TRETIPO
               LINE 10  COLUMN 40  PIC X(01)
               USING  RE-TIPO
               HIGHLIGHT.
           05  TRECHAPASUBST
               LINE 11  COLUMN 40  PIC 9(06)
               USING  RE-CHAPASUBST
               HIGHLIGHT.
           05  TRESALMAX
               LINE 12  COLUMN 40  PIC 999999,99
               USING  RE-SALMAX
               HIGHLIGHT.
           05  TREOBS
               LINE 13  COLUMN 24  PIC X(40)
               USING  RE-OBS
               HIGHLIGHT.
           05  TRESTATRQ
               LINE 15  COLUMN 40  PIC X(01)
               USING  RE-STATRQ
               HIGHLIGHT.
           05  TREDTABERT
               LINE 16  COLUMN 24  PIC 9999/99/99
               USING  RE-DTABERT.
           05  TREDTFECH
               LINE 16  COLUMN 53  PIC 9999/99/99
               USING  RE-DTFECH.
           05  TRECHAPARESP
               LINE 17  COLUMN 24  PIC 9(06)
               USING  RE-CHAPARESP.
           05  TRELOGIN
               LINE 17  COLUMN 32  PIC X(08)
               USING  RE-LOGIN.
           05  TRECHAPAADM
               LINE 18  COLUMN 32  PIC 9(06)
               USING  RE-CHAPAADM.
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
           OPEN I-O REQUIS
           IF ST-ERRORE NOT = "00"
               IF ST-ERRORE = "30"
                      OPEN OUTPUT REQUIS
                      CLOSE REQUIS
                      MOVE "*** ARQUIVO REQUIS SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERRORE TO MENS
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
              CLOSE REQUIS
              GO TO ROT-FIM.
           OPEN INPUT DPTO.
           IF ST-ERRODPTO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. DPTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQUIS FUNC
              GO TO ROT-FIM.
           OPEN INPUT CARG.
           IF ST-ERROCARG NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CARG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE REQUIS FUNC DPTO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO RE-NUMREQ RE-CODPTO RE-CODCARG.
                MOVE ZEROS TO RE-CHAPASUBST RE-SALMAX RE-DTABERT.
                MOVE ZEROS TO RE-DTFECH RE-CHAPARESP RE-CHAPAADM.
                MOVE SPACES TO RE-TIPO RE-OBS RE-STATRQ RE-LOGIN.
                MOVE ZEROS TO W-SEL.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELARE.
       INC-002.
                ACCEPT TRENUMREQ
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE REQUIS FUNC DPTO CARG
                   GO TO ROT-FIM.
                IF RE-NUMREQ = ZEROS
                   MOVE "*** NUMERO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-RE01.
                MOVE 0 TO W-SEL
                READ REQUIS
                IF ST-ERRORE NOT = "23"
                   IF ST-ERRORE = "00"
                      DISPLAY TELARE
                      PERFORM MOSTRA-NOMES THRU MOSTRA-NOMES-FIM
                      MOVE "*** REQUISICAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO REQUIS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TRECODPTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE RE-CODPTO TO CODIGO.
                READ DPTO
                   INVALID KEY
                      MOVE "***NAO EXISTE TAL DEPARTAMENTO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                DISPLAY (07, 47) DENOMINACAO.
      * SO O RESPONSAVEL DO DEPARTAMENTO ABRE/ALTERA A REQUISICAO
                IF CHAPARESP NOT = W-CHAPAGER
                   MOVE "*SO O RESPONSAVEL DO DEPTO (FPP001) REQUISITA*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TRECODCARG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE RE-CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY
                      MOVE "***NAO EXISTE TAL CARGO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
                DISPLAY (08, 47) DENOMINACAO1.
      * A POSICAO TEM DE CONSTAR DO QUADRO AUTORIZADO
                OPEN INPUT VAGAS.
                IF ST-ERROVAG NOT = "00" AND ST-ERROVAG NOT = "05"
                   MOVE "*** QUADRO DE VAGAS NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE RE-CODPTO TO VG-CODPTO.
                MOVE RE-CODCARG TO VG-CODCARG.
                READ VAGAS
                   INVALID KEY
                      MOVE ZEROS TO VG-AUTORIZ.
                CLOSE VAGAS.
                IF VG-AUTORIZ = ZEROS
                   MOVE "*DEPTO/CARGO SEM QUADRO AUTORIZADO (FPP048)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TRETIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RE-TIPO NOT = "S" AND RE-TIPO NOT = "A"
                   MOVE "*** TIPO INVALIDO (S/A) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF RE-TIPO = "A"
                   MOVE ZEROS TO RE-CHAPASUBST
                   DISPLAY TRECHAPASUBST
                   MOVE SPACES TO NOME
                   DISPLAY (11, 47) NOME
                   GO TO INC-007.
       INC-006.
                ACCEPT TRECHAPASUBST
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE RE-CHAPASUBST TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-006.
                DISPLAY (11, 47) NOME.
       INC-007.
                ACCEPT TRESALMAX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-008.
                ACCEPT TREOBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
      * NA INCLUSAO A REQUISICAO NASCE ABERTA; NA ALTERACAO PODE
      * SER CANCELADA OU REABERTA
                IF W-SEL NOT = 1
                   MOVE "A" TO RE-STATRQ
                   ACCEPT RE-DTABERT FROM DATE YYYYMMDD
                   MOVE W-CHAPAGER TO RE-CHAPARESP
                   MOVE W-USULOG TO RE-LOGIN
                   DISPLAY TRESTATRQ TREDTABERT TRECHAPARESP TRELOGIN
                   GO TO INC-010.
       INC-009.
                ACCEPT TRESTATRQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF RE-STATRQ NOT = "A" AND RE-STATRQ NOT = "C"
                   MOVE "*** SITUACAO INVALIDA (A/C) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF RE-STATRQ = "C"
                   ACCEPT RE-DTFECH FROM DATE YYYYMMDD
                ELSE
                   MOVE ZEROS TO RE-DTFECH.
                DISPLAY TREDTFECH.
       INC-010.
      * REQUISICAO ABERTA SO COM POSICAO LIVRE NO QUADRO
                IF RE-STATRQ = "A"
                   PERFORM VERIFICA-VAGA THRU VERIFICA-VAGA-FIM
                   IF W-VAGACHEIA = 1
                      MOVE "*** QUADRO DE VAGAS CHEIO (FPP048) ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
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
                WRITE REGREQUIS
                IF ST-ERRORE = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRORE = "22"
                      MOVE "*** REQUISICAO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERRORE TO MENS
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
      * REQUISICAO PREENCHIDA E HISTORICO DO TEMPO DE CONTRATACAO
                IF RE-STATRQ = "P"
                   MOVE "*REQUISICAO JA PREENCHIDA (CADCANDI)*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
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
                DELETE REQUIS RECORD
                IF ST-ERRORE = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGREQUIS
                IF ST-ERRORE = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO REQUIS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * NOMES DO DEPARTAMENTO, CARGO E SUBSTITUIDO NA CONSULTA
       MOSTRA-NOMES.
                MOVE RE-CODPTO TO CODIGO.
                READ DPTO
                   INVALID KEY
                      MOVE SPACES TO DENOMINACAO.
                DISPLAY (07, 47) DENOMINACAO.
                MOVE RE-CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY
                      MOVE SPACES TO DENOMINACAO1.
                DISPLAY (08, 47) DENOMINACAO1.
                IF RE-CHAPASUBST = ZEROS
                   GO TO MOSTRA-NOMES-FIM.
                MOVE RE-CHAPASUBST TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE SPACES TO NOME.
                DISPLAY (11, 47) NOME.
       MOSTRA-NOMES-FIM.
                EXIT.
      *
      *****************************************
      * QUADRO DE VAGAS (VAGAS.DAT - FPP048):  *
      * ATIVOS DO DEPARTAMENTO/CARGO + OUTRAS  *
      * REQUISICOES ABERTAS DA MESMA POSICAO   *
      * TEM DE FICAR ABAIXO DO AUTORIZADO.     *
      * PRESERVA O REGISTRO DA REQUISICAO      *
      * DURANTE A VARREDURA.                   *
      *****************************************
       VERIFICA-VAGA.
                MOVE ZEROS TO W-VAGACHEIA W-VAGOCU.
                MOVE REGREQUIS TO W-REGSAVE.
                MOVE ZEROS TO CHAPA.
                START FUNC KEY IS NOT LESS THAN CHAPA
                   INVALID KEY
                      GO TO VERIFICA-VAGA-REQ.
       VERIFICA-VAGA-LER.
                READ FUNC NEXT RECORD
                   AT END
                      GO TO VERIFICA-VAGA-REQ.
                IF DTDEM NOT = ZEROS
                   GO TO VERIFICA-VAGA-LER.
                IF CODPTO = VG-CODPTO AND CODCARG = VG-CODCARG
                   ADD 1 TO W-VAGOCU.
                GO TO VERIFICA-VAGA-LER.
       VERIFICA-VAGA-REQ.
                MOVE ZEROS TO RE-NUMREQ.
                START REQUIS KEY IS NOT LESS THAN RE-NUMREQ
                   INVALID KEY
                      GO TO VERIFICA-VAGA-VOLTA.
       VERIFICA-VAGA-RLER.
                READ REQUIS NEXT RECORD
                   AT END
                      GO TO VERIFICA-VAGA-VOLTA.
                IF RE-STATRQ NOT = "A"
                   GO TO VERIFICA-VAGA-RLER.
                IF RE-NUMREQ = W-NUMSAVE
                   GO TO VERIFICA-VAGA-RLER.
                IF RE-CODPTO = VG-CODPTO AND RE-CODCARG = VG-CODCARG
                   ADD 1 TO W-VAGOCU.
                GO TO VERIFICA-VAGA-RLER.
       VERIFICA-VAGA-VOLTA.
                MOVE W-REGSAVE TO REGREQUIS.
                IF W-VAGOCU NOT < VG-AUTORIZ
                   MOVE 1 TO W-VAGACHEIA.
       VERIFICA-VAGA-FIM.
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
