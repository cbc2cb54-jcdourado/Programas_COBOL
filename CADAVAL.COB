       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAVAL.
      *
      **************************************
      * AVALIACAO DE DESEMPENHO (AVALIA.   *
      * DAT): NOTAS DE 0 A 10 POR CRITERIO *
      * DO NIVEL HIERARQUICO DO CARGO      *
      * (CADCRITA), LANCADAS PELO          *
      * RESPONSAVEL DO DEPARTAMENTO DO     *
      * FUNCIONARIO (CHAPARESP - FPP001),  *
      * UMA VEZ POR CICLO (ANO). A NOTA    *
      * FINAL E A MEDIA PONDERADA PELOS    *
      * PESOS. O GERAMERI TRANSFORMA AS    *
      * NOTAS EM PROPOSTAS DE REAJUSTE NA  *
      * FILA DE APROVACAO (FPP060)         *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVALIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ERROAV.
           SELECT CRITAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CHAVE
                    FILE STATUS  IS ST-ERROCV.
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
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AVALIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVALIA.DAT".
       01 REGAVALIA.
                03 AV-CHAVE.
      * CICLO DE AVALIACAO (ANO)
                    05 AV-CICLO        PIC 9(04).
                    05 AV-CHAPAFUNC    PIC 9(06).
      * DEPARTAMENTO E NIVEL HIERARQUICO NA DATA DA AVALIACAO
                03 AV-CODPTO           PIC 9(04).
                03 AV-NIVEL            PIC 9(01).
      * NOTA (0 A 10) DE CADA CRITERIO, PELO NUMERO DO CRITERIO
                03 AV-NOTAS.
                    05 AV-NOTA         PIC 9(02) OCCURS 10 TIMES.
                03 AV-NOTAFINAL        PIC 9(02)V99.
      * QUEM AVALIOU: CHAPA DO RESPONSAVEL, LOGIN E DATA
                03 AV-CHAPARESP        PIC 9(06).
                03 AV-LOGIN            PIC X(08).
                03 AV-DTREG            PIC 9(08).
      * A=AVALIADO  P=PROPOSTA ENVIADA PARA APROVACAO (FPP060)
      * S=SEM SALDO NO ORCAMENTO  N=NOTA ABAIXO DO MINIMO
                03 AV-STATAV           PIC X(01).
      * PROPOSTA GERADA PELO GERAMERI
                03 AV-SALANT           PIC 9(06)V99.
                03 AV-SALPROP          PIC 9(06)V99.
      * M=MERITO (PERCENTUAL)  F=MUDANCA DE FAIXA (FPP021)
                03 AV-TIPOPROP         PIC X(01).
                03 AV-SEQAP            PIC 9(03).
      * PERIODO DO ORCAMENTO USADO (AAAAMM - FPP024)
                03 AV-PERORC           PIC 9(06).
       FD CRITAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRITAV.DAT".
       01 REGCRITAV.
                03 CV-CHAVE.
                    05 CV-NIVEL        PIC 9(01).
                    05 CV-CODCRIT      PIC 9(02).
                03 CV-DESCR            PIC X(40).
                03 CV-PESO             PIC 9(02).
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
       77 ST-ERROAV    PIC X(02) VALUE "00".
       77 ST-ERROCV    PIC X(02) VALUE "00".
       77 ST-ERROSES   PIC X(02) VALUE "00".
       77 ST-ERROUSU   PIC X(02) VALUE "00".
       77 ST-ERRODPTO  PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-USULOG     PIC X(08) VALUE SPACES.
       77 W-CHAPAGER   PIC 9(06) VALUE ZEROS.
       77 W-NIVEL      PIC 9(01) VALUE ZEROS.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-QTDCRIT    PIC 9(02) VALUE ZEROS.
       77 W-LINDISP    PIC 9(02) VALUE ZEROS.
       77 W-NOTAED     PIC 9(02) VALUE ZEROS.
       77 W-SOMAPESO   PIC 9(04) VALUE ZEROS.
       77 W-SOMAPOND   PIC 9(06) VALUE ZEROS.
       77 W-NOTAEDIT   PIC Z9,99.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      * CRITERIOS DO NIVEL DO CARGO, PELO NUMERO DO CRITERIO
       01 W-TABCRIT.
                03 W-TC-ITEM OCCURS 10 TIMES.
                    05 W-TC-EXISTE     PIC 9(01).
                    05 W-TC-DESCR      PIC X(40).
                    05 W-TC-PESO       PIC 9(02).
       01 W-LINCRIT.
                03 W-LC-COD            PIC Z9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 W-LC-DESCR          PIC X(40).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 W-LC-PESO           PIC Z9.
      *
       SCREEN SECTION.
       01  TELAAV.
           05  LINE 02  COLUMN 01
               VALUE  "              AVALIACAO DE DESEMPENHO".
           05  LINE 04  COLUMN 01
               VALUE  "      CICLO (ANO):".
           05  LINE 05  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 06  COLUMN 01
               VALUE  "      DEPTO:".
           05  LINE 07  COLUMN 01
               VALUE  "      CARGO:".
           05  LINE 09  COLUMN 01
               VALUE  "      NR  CRITERIO".
           05  LINE 09  COLUMN 51
               VALUE  "PESO  NOTA (0 A 10)".
           05  LINE 21  COLUMN 01
               VALUE  "      NOTA FINAL:".
           05  LINE 21  COLUMN 35
               VALUE  "AVALIADO POR:".
           05  TAVCICLO
               LINE 04  COLUMN 25  PIC 9(04)
               USING  AV-CICLO
               HIGHLIGHT.
           05  TAVCHAPA
               LINE 05  COLUMN 25  PIC 9(06)
               USING  AV-CHAPAFUNC
               HIGHLIGHT.
           05  TAVNOTAFINAL
               LINE 21  COLUMN 25  PIC Z9,99
               USING  AV-NOTAFINAL.
           05  TAVCHAPARESP
               LINE 21  COLUMN 49  PIC 9(06)
               USING  AV-CHAPARESP.
           05  TAVLOGIN
               LINE 21  COLUMN 57  PIC X(08)
               USING  AV-LOGIN.
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
           OPEN I-O AVALIA
           IF ST-ERROAV NOT = "00"
               IF ST-ERROAV = "30"
                      OPEN OUTPUT AVALIA
                      CLOSE AVALIA
                      MOVE "*** ARQUIVO AVALIA SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROAV TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT CRITAV.
           IF ST-ERROCV NOT = "00"
              MOVE "*CRITERIOS NAO CADASTRADOS (CADCRITA)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AVALIA
              GO TO ROT-FIM.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AVALIA CRITAV
              GO TO ROT-FIM.
           OPEN INPUT DPTO.
           IF ST-ERRODPTO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. DPTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AVALIA CRITAV FUNC
              GO TO ROT-FIM.
           OPEN INPUT CARG.
           IF ST-ERROCARG NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CARG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AVALIA CRITAV FUNC DPTO
              GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-DATA-R.
       INC-001.
                MOVE ZEROS TO AV-CHAPAFUNC AV-CODPTO AV-NIVEL.
                MOVE ZEROS TO AV-NOTAS AV-NOTAFINAL AV-CHAPARESP.
                MOVE ZEROS TO AV-DTREG AV-SALANT AV-SALPROP.
                MOVE ZEROS TO AV-SEQAP AV-PERORC.
                MOVE SPACES TO AV-LOGIN AV-STATAV AV-TIPOPROP.
                IF AV-CICLO = ZEROS
                   MOVE W-DT-ANO TO AV-CICLO.
                MOVE ZEROS TO W-SEL.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAAV.
       INC-002.
                ACCEPT TAVCICLO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                IF AV-CICLO < 2000
                   MOVE "*** CICLO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT TAVCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE AV-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                DISPLAY (05, 33) NOME.
                IF CHAPA = W-CHAPAGER
                   MOVE "*** NAO E PERMITIDO SE AUTOAVALIAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      * SO O RESPONSAVEL DO DEPARTAMENTO DO FUNCIONARIO AVALIA
                MOVE CODPTO TO CODIGO.
                READ DPTO
                   INVALID KEY
                      MOVE ZEROS TO CHAPARESP
                      MOVE SPACES TO DENOMINACAO.
                IF CHAPARESP NOT = W-CHAPAGER
                   MOVE "*SO O RESPONSAVEL DO DEPTO (FPP001) AVALIA*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (06, 25) CODPTO.
                DISPLAY (06, 33) DENOMINACAO.
                MOVE CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY
                      MOVE "*** CARGO DO FUNCIONARIO NAO CADASTRADO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                DISPLAY (07, 25) CODCARG.
                DISPLAY (07, 33) DENOMINACAO1.
                DISPLAY (07, 60) "NIVEL ".
                DISPLAY (07, 66) NIVELHIER.
                MOVE NIVELHIER TO W-NIVEL.
                PERFORM CARREGA-CRIT THRU CARREGA-CRIT-FIM.
                IF W-QTDCRIT = ZEROS
                   MOVE "*NIVEL DO CARGO SEM CRITERIOS (CADCRITA)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-AV01.
                MOVE 0 TO W-SEL
                READ AVALIA
                IF ST-ERROAV NOT = "23"
                   IF ST-ERROAV = "00"
                      PERFORM MOSTRA-CRIT THRU MOSTRA-CRIT-FIM
                      DISPLAY TAVNOTAFINAL TAVCHAPARESP TAVLOGIN
                      PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM
                      MOVE "*** AVALIACAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO AVALIA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE ZEROS TO AV-NOTAS AV-NOTAFINAL
                   PERFORM MOSTRA-CRIT THRU MOSTRA-CRIT-FIM.
      *
      *****************************************
      * NOTA DE CADA CRITERIO DO NIVEL, UMA    *
      * LINHA POR CRITERIO (ESC VOLTA AO       *
      * CRITERIO ANTERIOR)                     *
      *****************************************
       INC-004.
                MOVE ZEROS TO W-IND.
       INC-NOTA-PROX.
                ADD 1 TO W-IND.
                IF W-IND > 10
                   GO TO INC-005.
                IF W-TC-EXISTE (W-IND) = 0
                   GO TO INC-NOTA-PROX.
       INC-NOTA.
                COMPUTE W-LINDISP = 9 + W-IND.
                MOVE AV-NOTA (W-IND) TO W-NOTAED.
                ACCEPT (W-LINDISP, 62) W-NOTAED WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-NOTA-ANT.
                IF W-NOTAED > 10
                   MOVE "*** NOTA INVALIDA (0 A 10) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-NOTA.
                MOVE W-NOTAED TO AV-NOTA (W-IND).
                GO TO INC-NOTA-PROX.
       INC-NOTA-ANT.
                SUBTRACT 1 FROM W-IND.
                IF W-IND = 0
                   GO TO INC-003.
                IF W-TC-EXISTE (W-IND) = 0
                   GO TO INC-NOTA-ANT.
                GO TO INC-NOTA.
      *
      * NOTA FINAL = SOMA (NOTA X PESO) / SOMA DOS PESOS
       INC-005.
                MOVE ZEROS TO W-SOMAPESO W-SOMAPOND W-IND.
       INC-005-SOMA.
                ADD 1 TO W-IND.
                IF W-IND > 10
                   GO TO INC-005-CALC.
                IF W-TC-EXISTE (W-IND) = 0
                   GO TO INC-005-SOMA.
                ADD W-TC-PESO (W-IND) TO W-SOMAPESO.
                COMPUTE W-SOMAPOND = W-SOMAPOND
                      + AV-NOTA (W-IND) * W-TC-PESO (W-IND).
                GO TO INC-005-SOMA.
       INC-005-CALC.
                MOVE ZEROS TO AV-NOTAFINAL.
                IF W-SOMAPESO > ZEROS
                   COMPUTE AV-NOTAFINAL ROUNDED =
                           W-SOMAPOND / W-SOMAPESO.
      * A AVALIACAO FICA EM NOME DE QUEM A LANCOU/ALTEROU E VOLTA
      * A SITUACAO "AVALIADO" PARA O GERAMERI RECALCULAR A PROPOSTA
                MOVE CODPTO TO AV-CODPTO.
                MOVE W-NIVEL TO AV-NIVEL.
                MOVE W-CHAPAGER TO AV-CHAPARESP.
                MOVE W-USULOG TO AV-LOGIN.
                ACCEPT AV-DTREG FROM DATE YYYYMMDD.
                MOVE "A" TO AV-STATAV.
                MOVE ZEROS TO AV-SALANT AV-SALPROP AV-SEQAP AV-PERORC.
                MOVE SPACES TO AV-TIPOPROP.
                DISPLAY TAVNOTAFINAL TAVCHAPARESP TAVLOGIN.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE 11 TO W-IND
                   GO TO INC-NOTA-ANT.
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
                WRITE REGAVALIA
                IF ST-ERROAV = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROAV = "22"
                      MOVE "*** AVALIACAO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROAV TO MENS
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
      * COM A PROPOSTA NA FILA DO FPP060 A AVALIACAO FICA FECHADA
                IF AV-STATAV = "P"
                   MOVE "*PROPOSTA JA ENVIADA P/ APROVACAO (FPP060)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
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
                DELETE AVALIA RECORD
                IF ST-ERROAV = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGAVALIA
                IF ST-ERROAV = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO AVALIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       INC-FECHA.
                CLOSE AVALIA CRITAV FUNC DPTO CARG.
                GO TO ROT-FIM.
      *
      *****************************************
      * CRITERIOS DO NIVEL (CRITAV.DAT) NA     *
      * TABELA, PELO NUMERO DO CRITERIO        *
      *****************************************
       CARREGA-CRIT.
                MOVE ZEROS TO W-QTDCRIT W-IND.
       CARREGA-CRIT-LIMPA.
                ADD 1 TO W-IND.
                IF W-IND > 10
                   GO TO CARREGA-CRIT-INI.
                MOVE ZEROS TO W-TC-EXISTE (W-IND) W-TC-PESO (W-IND).
                MOVE SPACES TO W-TC-DESCR (W-IND).
                GO TO CARREGA-CRIT-LIMPA.
       CARREGA-CRIT-INI.
                MOVE W-NIVEL TO CV-NIVEL.
                MOVE ZEROS TO CV-CODCRIT.
                START CRITAV KEY IS NOT LESS THAN CV-CHAVE
                   INVALID KEY
                      GO TO CARREGA-CRIT-FIM.
       CARREGA-CRIT-LER.
                READ CRITAV NEXT RECORD
                   AT END
                      GO TO CARREGA-CRIT-FIM.
                IF CV-NIVEL NOT = W-NIVEL
                   GO TO CARREGA-CRIT-FIM.
                IF CV-CODCRIT = 0 OR CV-CODCRIT > 10
                   GO TO CARREGA-CRIT-LER.
                MOVE 1 TO W-TC-EXISTE (CV-CODCRIT).
                MOVE CV-DESCR TO W-TC-DESCR (CV-CODCRIT).
                MOVE CV-PESO TO W-TC-PESO (CV-CODCRIT).
                ADD 1 TO W-QTDCRIT.
                GO TO CARREGA-CRIT-LER.
       CARREGA-CRIT-FIM.
                EXIT.
      *
      * UMA LINHA POR CRITERIO (LINHAS 10 A 19) COM A NOTA ATUAL
       MOSTRA-CRIT.
                MOVE ZEROS TO W-IND.
       MOSTRA-CRIT-LINHA.
                ADD 1 TO W-IND.
                IF W-IND > 10
                   GO TO MOSTRA-CRIT-FIM.
                COMPUTE W-LINDISP = 9 + W-IND.
                IF W-TC-EXISTE (W-IND) = 0
                   DISPLAY (W-LINDISP, 01) LIMPA
                   DISPLAY (W-LINDISP, 51) "             "
                   GO TO MOSTRA-CRIT-LINHA.
                MOVE W-IND TO W-LC-COD.
                MOVE W-TC-DESCR (W-IND) TO W-LC-DESCR.
                MOVE W-TC-PESO (W-IND) TO W-LC-PESO.
                DISPLAY (W-LINDISP, 07) W-LINCRIT.
                MOVE AV-NOTA (W-IND) TO W-NOTAED.
                DISPLAY (W-LINDISP, 62) W-NOTAED.
                GO TO MOSTRA-CRIT-LINHA.
       MOSTRA-CRIT-FIM.
                EXIT.
      *
       MOSTRA-STATUS.
                IF AV-STATAV = "P"
                   DISPLAY (04, 40) "PROPOSTA EM APROVACAO (FPP060)".
                IF AV-STATAV = "S"
                   DISPLAY (04, 40) "SEM SALDO NO ORCAMENTO".
                IF AV-STATAV = "N"
                   DISPLAY (04, 40) "NOTA ABAIXO DO MINIMO".
       MOSTRA-STATUS-FIM.
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
