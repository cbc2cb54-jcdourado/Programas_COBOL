       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAMERI.
      *
      **************************************
      * PROPOSTAS DE REAJUSTE POR MERITO A *
      * PARTIR DAS NOTAS FINAIS DO CICLO   *
      * DE AVALIACAO (AVALIA.DAT -         *
      * CADAVAL). NOTA ACIMA DO MINIMO DE  *
      * FAIXA SOBE PARA O PISO DA PROXIMA  *
      * FAIXA DO CARGO (FPP021); ACIMA DO  *
      * MINIMO DE MERITO GANHA O           *
      * PERCENTUAL INFORMADO. O AUMENTO SO *
      * E PROPOSTO SE COUBER NO SALDO DO   *
      * ORCAMENTO DO DEPARTAMENTO (ORCAM.  *
      * DAT - FPP024) = ORCADO - FOLHA     *
      * ATUAL - AUMENTOS JA PENDENTES, NA  *
      * ORDEM DA MAIOR NOTA. AS PROPOSTAS  *
      * VAO PARA A FILA DE APROVACAO       *
      * (APROV.DAT - FPP060); O SALNEGOC   *
      * NAO E ALTERADO AQUI                *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOGPROC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROLPROC.
           SELECT AVALIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ERROAV.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL ORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OR-CHAVE
                    FILE STATUS  IS ST-ERROOR.
           SELECT OPTIONAL FAIXAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FX-CHAVE
                    FILE STATUS  IS ST-ERROFX.
           SELECT OPTIONAL APROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERROAPR.
           SELECT OPTIONAL SESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROSES.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD LOGPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGPROC.DAT".
       01 REGLOGPROC.
                03 LP-PROGRAMA         PIC X(08).
                03 LP-DTINI            PIC 9(08).
                03 LP-HRINI            PIC 9(06).
                03 LP-DTFIM            PIC 9(08).
                03 LP-HRFIM            PIC 9(06).
                03 LP-PERIODO          PIC 9(06).
                03 LP-REGLIDOS         PIC 9(06).
                03 LP-REGGRAV          PIC 9(06).
                03 LP-VALORTOT         PIC 9(10)V99.
       FD AVALIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVALIA.DAT".
       01 REGAVALIA.
                03 AV-CHAVE.
                    05 AV-CICLO        PIC 9(04).
                    05 AV-CHAPAFUNC    PIC 9(06).
                03 AV-CODPTO           PIC 9(04).
                03 AV-NIVEL            PIC 9(01).
                03 AV-NOTAS.
                    05 AV-NOTA         PIC 9(02) OCCURS 10 TIMES.
                03 AV-NOTAFINAL        PIC 9(02)V99.
                03 AV-CHAPARESP        PIC 9(06).
                03 AV-LOGIN            PIC X(08).
                03 AV-DTREG            PIC 9(08).
      * A=AVALIADO  P=PROPOSTA ENVIADA PARA APROVACAO (FPP060)
      * S=SEM SALDO NO ORCAMENTO  N=NOTA ABAIXO DO MINIMO
                03 AV-STATAV           PIC X(01).
                03 AV-SALANT           PIC 9(06)V99.
                03 AV-SALPROP          PIC 9(06)V99.
      * M=MERITO (PERCENTUAL)  F=MUDANCA DE FAIXA (FPP021)
                03 AV-TIPOPROP         PIC X(01).
                03 AV-SEQAP            PIC 9(03).
                03 AV-PERORC           PIC 9(06).
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
                03 STAT                PIC X(01).
                03 CPF                 PIC 9(11).
                03 PIS                 PIC 9(11).
                03 RG                  PIC X(12).
                03 SALNEGOC            PIC 9(06)V99.
                03 FILLER              PIC X(03).
       FD ORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAM.DAT".
       01 CADORCAM.
                03 OR-CHAVE.
                    05 OR-CODPTO       PIC 9(04).
                    05 OR-PERIODO.
                        07 OR-ANO      PIC 9(04).
                        07 OR-MES      PIC 9(02).
                03 OR-ORCSAL           PIC 9(08)V99.
                03 OR-ORCENC           PIC 9(08)V99.
       FD FAIXAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FAIXAS.DAT".
       01 CADFAIXAS.
                03 FX-CHAVE.
                    05 FX-CODCARG      PIC 9(04).
                    05 FX-FAIXA        PIC X(01).
                03 FX-VALMIN           PIC 9(06)V99.
                03 FX-VALMAX           PIC 9(06)V99.
       FD APROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APROV.DAT".
       01 CADAPROV.
                03 AP-CHAVE.
                    05 AP-CHAPAFUNC    PIC 9(06).
                    05 AP-SEQAP        PIC 9(03).
                03 AP-SALANT           PIC 9(06)V99.
                03 AP-SALNOV           PIC 9(06)V99.
                03 AP-DTSOL            PIC 9(08).
                03 AP-USUSOL           PIC X(08).
      * P=PENDENTE  A=APROVADO  R=REJEITADO (FPP060)
                03 AP-STATAP           PIC X(01).
                03 AP-USUAPR           PIC X(08).
                03 AP-DTAPR            PIC 9(08).
       FD SESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESSAO.DAT".
       01 REGSESSAO.
                03 SE-LOGIN            PIC X(08).
                03 SE-DATA             PIC 9(08).
                03 SE-HORA             PIC 9(06).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
      * CONTROLE DE EXECUCAO (LOGPROC.DAT) - UM REGISTRO POR RODADA
       77 ST-ERROLPROC PIC X(02) VALUE "00".
       77 W-LPDTINI    PIC 9(08) VALUE ZEROS.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERROAV    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROOR    PIC X(02) VALUE "00".
       77 ST-ERROFX    PIC X(02) VALUE "00".
       77 ST-ERROAPR   PIC X(02) VALUE "00".
       77 ST-ERROSES   PIC X(02) VALUE "00".
       77 W-ORABERTO   PIC 9(01) VALUE ZEROS.
       77 W-FXABERTO   PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * PARAMETROS DA RODADA
       77 W-CICLO      PIC 9(04) VALUE ZEROS.
       01 W-PERORC     PIC 9(06) VALUE ZEROS.
       01 W-PERORC-R REDEFINES W-PERORC.
                03 W-PO-ANO            PIC 9(04).
                03 W-PO-MES            PIC 9(02).
       77 W-NOTAMER    PIC 9(02)V99 VALUE 07,00.
       77 W-NOTAFX     PIC 9(02)V99 VALUE 09,00.
       77 W-PERCMER    PIC 9(02)V99 VALUE ZEROS.
       77 W-USUSOL     PIC X(08) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
       77 W-APRSEQ     PIC 9(03) VALUE ZEROS.
       77 W-SALPROP    PIC 9(06)V99 VALUE ZEROS.
       77 W-AUMENTO    PIC 9(06)V99 VALUE ZEROS.
       77 W-TIPOPROP   PIC X(01) VALUE SPACES.
       77 W-IDXFX      PIC 9(01) VALUE ZEROS.
       01 W-LETRAS     PIC X(05) VALUE "ABCDE".
       01 W-LETRAS-R REDEFINES W-LETRAS.
                03 W-LETRA             PIC X(01) OCCURS 5 TIMES.
      * TOTAIS DA RODADA
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-TOTPROP    PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMSAL  PIC 9(06) VALUE ZEROS.
       77 W-TOTABAIXO  PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(10)V99 VALUE ZEROS.
      * SALDO DO ORCAMENTO POR DEPARTAMENTO
       77 W-QTDDPT     PIC 9(03) VALUE ZEROS.
       77 W-IDXDPT     PIC 9(03) VALUE ZEROS.
       77 W-ACHDPT     PIC 9(03) VALUE ZEROS.
       77 W-CODPTO     PIC 9(04) VALUE ZEROS.
       01 W-TABDPT.
                03 W-DPTITEM OCCURS 100 TIMES.
                    05 W-DPTCOD        PIC 9(04).
                    05 W-DPTSALDO      PIC S9(08)V99.
      * AVALIACOES DO CICLO A PROCESSAR, EM ORDEM DE NOTA FINAL
       77 W-QTDAVA     PIC 9(03) VALUE ZEROS.
       77 W-IDXAVA     PIC 9(03) VALUE ZEROS.
       77 W-IDXTRO     PIC 9(03) VALUE ZEROS.
       01 W-TABAVA.
                03 W-AVAITEM OCCURS 500 TIMES.
                    05 W-AVACHAPA      PIC 9(06).
                    05 W-AVANOTA       PIC 9(02)V99.
       01 W-AVATROCA.
                03 W-TRCHAPA           PIC 9(06).
                03 W-TRNOTA            PIC 9(02)V99.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAPROC.
             05  BLANK SCREEN.
             05  LINE 02 COLUMN 10
                 VALUE "PROPOSTAS DE REAJUSTE POR MERITO".
             05  LINE 04 COLUMN 05
                 VALUE "CICLO DE AVALIACAO (ANO)..................:".
             05  TCICLO
                 LINE 04 COLUMN 50 PIC 9999
                 USING W-CICLO
                 HIGHLIGHT.
             05  LINE 06 COLUMN 05
                 VALUE "PERIODO DO ORCAMENTO (AAAAMM - FPP024)....:".
             05  TPERORC
                 LINE 06 COLUMN 50 PIC 999999
                 USING W-PERORC
                 HIGHLIGHT.
             05  LINE 08 COLUMN 05
                 VALUE "NOTA MINIMA PARA MERITO...................:".
             05  TNOTAMER
                 LINE 08 COLUMN 50 PIC 99,99
                 USING W-NOTAMER
                 HIGHLIGHT.
             05  LINE 10 COLUMN 05
                 VALUE "NOTA MINIMA PARA MUDANCA DE FAIXA.........:".
             05  TNOTAFX
                 LINE 10 COLUMN 50 PIC 99,99
                 USING W-NOTAFX
                 HIGHLIGHT.
             05  LINE 12 COLUMN 05
                 VALUE "PERCENTUAL DO MERITO......................:".
             05  TPERCMER
                 LINE 12 COLUMN 50 PIC 99,99
                 USING W-PERCMER
                 HIGHLIGHT.
             05  LINE 14 COLUMN 05
                 VALUE "SEM FAIXA SEGUINTE NO CARGO VALE O MERITO".
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                MOVE W-LPDTINI TO W-HOJE.
                MOVE W-HOJE TO W-DATA-R.
                MOVE W-DT-ANO TO W-CICLO.
                MOVE W-DT-ANO TO W-PO-ANO.
                MOVE W-DT-MES TO W-PO-MES.
      *
       INC-OP0.
           DISPLAY TELAPROC.
       INC-001.
           ACCEPT TCICLO.
           IF W-CICLO < 2000
              MOVE "*** CICLO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       INC-002.
           ACCEPT TPERORC.
           IF W-PO-MES = 0 OR W-PO-MES > 12 OR W-PO-ANO < 2000
              MOVE "*** PERIODO INVALIDO (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT TNOTAMER.
           ACCEPT TNOTAFX.
           IF W-NOTAMER > 10 OR W-NOTAFX > 10
              MOVE "*** NOTA MINIMA INVALIDA (0 A 10) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF W-NOTAFX < W-NOTAMER
              MOVE "*MINIMO DE FAIXA MENOR QUE O DE MERITO*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-004.
           ACCEPT TPERCMER.
           IF W-PERCMER = ZEROS
              MOVE "*** PERCENTUAL INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
      *
       ABRE-ARQS.
           OPEN I-O AVALIA.
           IF ST-ERROAV NOT = "00"
              MOVE "*NAO HA AVALIACOES CADASTRADAS (CADAVAL)*" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AVALIA
              GO TO ROT-FIMP.
           OPEN I-O APROV.
           IF ST-ERROAPR = "30"
              OPEN OUTPUT APROV
              CLOSE APROV
              OPEN I-O APROV.
           IF ST-ERROAPR NOT = "00" AND ST-ERROAPR NOT = "05"
              MOVE "ERRO ABERTURA DO ARQ. APROV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AVALIA FUNC
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-ORABERTO W-FXABERTO.
           OPEN INPUT ORCAM.
           IF ST-ERROOR = "00" OR ST-ERROOR = "05"
              MOVE 1 TO W-ORABERTO.
           OPEN INPUT FAIXAS.
           IF ST-ERROFX = "00" OR ST-ERROFX = "05"
              MOVE 1 TO W-FXABERTO.
           PERFORM BUSCA-SESSAO THRU BUSCA-SESSAO-FIM.
           MOVE ZEROS TO W-QTDDPT W-QTDAVA.
           MOVE ZEROS TO W-TABDPT W-TABAVA.
      *
      *****************************************
      * PASSO 1 - AVALIACOES DO CICLO AINDA    *
      * SEM PROPOSTA NA FILA (A, S OU N) DE    *
      * FUNCIONARIOS ATIVOS                    *
      *****************************************
       LER-AVAL-INI.
                MOVE W-CICLO TO AV-CICLO.
                MOVE ZEROS TO AV-CHAPAFUNC.
                START AVALIA KEY IS NOT LESS THAN AV-CHAVE
                   INVALID KEY
                      GO TO SEM-AVAL.
       LER-AVAL.
                READ AVALIA NEXT RECORD
                   AT END GO TO MONTA-SALDO.
                IF AV-CICLO NOT = W-CICLO
                   GO TO MONTA-SALDO.
                IF AV-STATAV = "P"
                   GO TO LER-AVAL.
                MOVE AV-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      GO TO LER-AVAL.
                IF DTDEM NOT = ZEROS
                   GO TO LER-AVAL.
                IF W-QTDAVA NOT < 500
                   GO TO LER-AVAL.
                ADD 1 TO W-LIDOS.
                ADD 1 TO W-QTDAVA.
                MOVE AV-CHAPAFUNC TO W-AVACHAPA(W-QTDAVA).
                MOVE AV-NOTAFINAL TO W-AVANOTA(W-QTDAVA).
      * O ORCAMENTO E O DO DEPARTAMENTO ATUAL DO FUNCIONARIO
                MOVE CODPTO TO W-CODPTO.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                GO TO LER-AVAL.
       SEM-AVAL.
                MOVE "*** NAO HA AVALIACOES NO CICLO ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO ROT-FIM.
      *
      *****************************************
      * PASSO 2 - SALDO DE CADA DEPARTAMENTO = *
      * ORCAMENTO SALARIAL DO PERIODO - FOLHA  *
      * DOS ATIVOS - AUMENTOS PENDENTES NA     *
      * FILA. SEM ORCAMENTO O SALDO E ZERO     *
      *****************************************
       MONTA-SALDO.
                IF W-QTDAVA = ZEROS
                   GO TO SEM-AVAL.
                MOVE ZEROS TO W-IDXDPT.
       MONTA-SALDO-ORC.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO MONTA-SALDO-FOLHA.
                IF W-ORABERTO = 0
                   GO TO MONTA-SALDO-ORC.
                MOVE W-DPTCOD(W-IDXDPT) TO OR-CODPTO.
                MOVE W-PERORC TO OR-PERIODO.
                READ ORCAM
                   INVALID KEY
                      GO TO MONTA-SALDO-ORC.
                MOVE OR-ORCSAL TO W-DPTSALDO(W-IDXDPT).
                GO TO MONTA-SALDO-ORC.
       MONTA-SALDO-FOLHA.
                MOVE ZEROS TO CHAPA.
                START FUNC KEY IS NOT LESS THAN CHAPA
                   INVALID KEY
                      GO TO MONTA-SALDO-PEND.
       MONTA-SALDO-FUNC.
                READ FUNC NEXT RECORD
                   AT END GO TO MONTA-SALDO-PEND.
                IF DTDEM NOT = ZEROS
                   GO TO MONTA-SALDO-FUNC.
                PERFORM PROCURA-DEPTO THRU PROCURA-DEPTO-FIM.
                IF W-ACHDPT NOT = ZEROS
                   SUBTRACT SALNEGOC FROM W-DPTSALDO(W-ACHDPT).
                GO TO MONTA-SALDO-FUNC.
       MONTA-SALDO-PEND.
                MOVE ZEROS TO AP-CHAPAFUNC AP-SEQAP.
                START APROV KEY IS NOT LESS THAN AP-CHAVE
                   INVALID KEY
                      GO TO ORDENA.
       MONTA-SALDO-APR.
                READ APROV NEXT RECORD
                   AT END GO TO ORDENA.
                IF AP-STATAP NOT = "P"
                   GO TO MONTA-SALDO-APR.
                IF AP-SALNOV NOT > AP-SALANT
                   GO TO MONTA-SALDO-APR.
                MOVE AP-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      GO TO MONTA-SALDO-APR.
                IF DTDEM NOT = ZEROS
                   GO TO MONTA-SALDO-APR.
                PERFORM PROCURA-DEPTO THRU PROCURA-DEPTO-FIM.
                IF W-ACHDPT NOT = ZEROS
                   COMPUTE W-DPTSALDO(W-ACHDPT) = W-DPTSALDO(W-ACHDPT)
                         - (AP-SALNOV - AP-SALANT).
                GO TO MONTA-SALDO-APR.
      *
      *****************************************
      * PASSO 3 - ORDENA AS AVALIACOES PELA    *
      * NOTA FINAL (MAIOR PRIMEIRO): O SALDO   *
      * DO DEPARTAMENTO ATENDE PRIMEIRO OS     *
      * MELHORES AVALIADOS                     *
      *****************************************
       ORDENA.
                MOVE ZEROS TO W-IDXAVA.
       ORDENA-I.
                ADD 1 TO W-IDXAVA.
                IF W-IDXAVA NOT < W-QTDAVA
                   GO TO PROPOE.
                MOVE W-IDXAVA TO W-IDXTRO.
       ORDENA-J.
                ADD 1 TO W-IDXTRO.
                IF W-IDXTRO > W-QTDAVA
                   GO TO ORDENA-I.
                IF W-AVANOTA(W-IDXTRO) NOT > W-AVANOTA(W-IDXAVA)
                   GO TO ORDENA-J.
                MOVE W-AVAITEM(W-IDXAVA) TO W-AVATROCA.
                MOVE W-AVAITEM(W-IDXTRO) TO W-AVAITEM(W-IDXAVA).
                MOVE W-AVATROCA TO W-AVAITEM(W-IDXTRO).
                GO TO ORDENA-J.
      *
      *****************************************
      * PASSO 4 - PROPOSTA DE CADA AVALIADO    *
      *****************************************
       PROPOE.
                MOVE ZEROS TO W-IDXAVA.
       PROPOE-PROX.
                ADD 1 TO W-IDXAVA.
                IF W-IDXAVA > W-QTDAVA
                   GO TO ROT-TOTAIS.
                MOVE W-CICLO TO AV-CICLO.
                MOVE W-AVACHAPA(W-IDXAVA) TO AV-CHAPAFUNC.
                READ AVALIA
                   INVALID KEY
                      GO TO PROPOE-PROX.
                MOVE AV-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      GO TO PROPOE-PROX.
                MOVE SALNEGOC TO AV-SALANT.
                MOVE ZEROS TO AV-SALPROP AV-SEQAP.
                MOVE SPACES TO AV-TIPOPROP.
                MOVE W-PERORC TO AV-PERORC.
                PERFORM CALC-PROPOSTA THRU CALC-PROPOSTA-FIM.
                IF W-TIPOPROP = SPACES
                   MOVE "N" TO AV-STATAV
                   ADD 1 TO W-TOTABAIXO
                   GO TO PROPOE-GRAVA.
                MOVE W-SALPROP TO AV-SALPROP.
                MOVE W-TIPOPROP TO AV-TIPOPROP.
                COMPUTE W-AUMENTO = W-SALPROP - SALNEGOC.
                PERFORM PROCURA-DEPTO THRU PROCURA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   MOVE "S" TO AV-STATAV
                   ADD 1 TO W-TOTSEMSAL
                   GO TO PROPOE-GRAVA.
                IF W-AUMENTO > W-DPTSALDO(W-ACHDPT)
                   MOVE "S" TO AV-STATAV
                   ADD 1 TO W-TOTSEMSAL
                   GO TO PROPOE-GRAVA.
                SUBTRACT W-AUMENTO FROM W-DPTSALDO(W-ACHDPT).
                PERFORM GRAVA-APROV THRU GRAVA-APROV-FIM.
                MOVE AP-SEQAP TO AV-SEQAP.
                MOVE "P" TO AV-STATAV.
                ADD 1 TO W-TOTPROP.
                ADD W-AUMENTO TO W-TOTVALOR.
       PROPOE-GRAVA.
                REWRITE REGAVALIA.
                GO TO PROPOE-PROX.
      *
      * NOTA >= MINIMO DE FAIXA: PISO DA PRIMEIRA FAIXA DO CARGO
      * ACIMA DO SALARIO ATUAL. SENAO (OU SEM FAIXA SEGUINTE),
      * NOTA >= MINIMO DE MERITO: SALARIO + PERCENTUAL
       CALC-PROPOSTA.
                MOVE SPACES TO W-TIPOPROP.
                MOVE ZEROS TO W-SALPROP.
                IF SALNEGOC = ZEROS
                   GO TO CALC-PROPOSTA-FIM.
                IF AV-NOTAFINAL < W-NOTAFX OR W-FXABERTO = 0
                   GO TO CALC-PROPOSTA-MER.
                MOVE ZEROS TO W-IDXFX.
       CALC-PROPOSTA-FX.
                ADD 1 TO W-IDXFX.
                IF W-IDXFX > 5
                   GO TO CALC-PROPOSTA-MER.
                MOVE CODCARG TO FX-CODCARG.
                MOVE W-LETRA(W-IDXFX) TO FX-FAIXA.
                READ FAIXAS
                   INVALID KEY
                      GO TO CALC-PROPOSTA-FX.
                IF FX-VALMIN NOT > SALNEGOC
                   GO TO CALC-PROPOSTA-FX.
                MOVE FX-VALMIN TO W-SALPROP.
                MOVE "F" TO W-TIPOPROP.
                GO TO CALC-PROPOSTA-FIM.
       CALC-PROPOSTA-MER.
                IF AV-NOTAFINAL < W-NOTAMER
                   GO TO CALC-PROPOSTA-FIM.
                COMPUTE W-SALPROP ROUNDED =
                     SALNEGOC + ((SALNEGOC * W-PERCMER) / 100).
                MOVE "M" TO W-TIPOPROP.
       CALC-PROPOSTA-FIM.
                EXIT.
      *
      *****************************************
      * FILA DE APROVACAO (APROV.DAT): PROXIMA *
      * SEQUENCIA DO CHAPA, PENDENTE, COM O    *
      * LOGIN DA SESSAO COMO SOLICITANTE       *
      *****************************************
       GRAVA-APROV.
                MOVE ZEROS TO W-APRSEQ.
                MOVE CHAPA TO AP-CHAPAFUNC.
                MOVE ZEROS TO AP-SEQAP.
                START APROV KEY IS NOT LESS THAN AP-CHAVE
                   INVALID KEY
                      GO TO GRAVA-APROV-GRV.
       GRAVA-APROV-LER.
                READ APROV NEXT RECORD
                   AT END
                      GO TO GRAVA-APROV-GRV.
                IF AP-CHAPAFUNC NOT = CHAPA
                   GO TO GRAVA-APROV-GRV.
                MOVE AP-SEQAP TO W-APRSEQ.
                GO TO GRAVA-APROV-LER.
       GRAVA-APROV-GRV.
                MOVE CHAPA TO AP-CHAPAFUNC.
                COMPUTE AP-SEQAP = W-APRSEQ + 1.
                MOVE SALNEGOC TO AP-SALANT.
                MOVE W-SALPROP TO AP-SALNOV.
                MOVE W-HOJE TO AP-DTSOL.
                MOVE W-USUSOL TO AP-USUSOL.
                MOVE "P" TO AP-STATAP.
                MOVE SPACES TO AP-USUAPR.
                MOVE ZEROS TO AP-DTAPR.
                WRITE CADAPROV
                   INVALID KEY
                      REWRITE CADAPROV.
       GRAVA-APROV-FIM.
                EXIT.
      *
      * LOCALIZA/CRIA A LINHA DO DEPARTAMENTO NA TABELA
       ACHA-DEPTO.
                MOVE ZEROS TO W-ACHDPT W-IDXDPT.
       ACHA-DEPTO-PROC.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO ACHA-DEPTO-NOVO.
                IF W-DPTCOD(W-IDXDPT) = W-CODPTO
                   MOVE W-IDXDPT TO W-ACHDPT
                   GO TO ACHA-DEPTO-FIM.
                GO TO ACHA-DEPTO-PROC.
       ACHA-DEPTO-NOVO.
                IF W-QTDDPT NOT < 100
                   GO TO ACHA-DEPTO-FIM.
                ADD 1 TO W-QTDDPT.
                MOVE W-QTDDPT TO W-ACHDPT.
                MOVE W-CODPTO TO W-DPTCOD(W-ACHDPT).
                MOVE ZEROS TO W-DPTSALDO(W-ACHDPT).
       ACHA-DEPTO-FIM.
                EXIT.
      *
      * SO LOCALIZA (DEPARTAMENTO SEM AVALIADOS NAO ENTRA)
       PROCURA-DEPTO.
                MOVE ZEROS TO W-ACHDPT W-IDXDPT.
       PROCURA-DEPTO-PROC.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO PROCURA-DEPTO-FIM.
                IF W-DPTCOD(W-IDXDPT) = CODPTO
                   MOVE W-IDXDPT TO W-ACHDPT
                   GO TO PROCURA-DEPTO-FIM.
                GO TO PROCURA-DEPTO-PROC.
       PROCURA-DEPTO-FIM.
                EXIT.
      *
      * LOGIN DA SESSAO CORRENTE (SESSAO.DAT - GRAVADO PELO MENU)
       BUSCA-SESSAO.
                MOVE SPACES TO W-USUSOL.
                OPEN INPUT SESSAO.
                IF ST-ERROSES NOT = "00" AND ST-ERROSES NOT = "05"
                   GO TO BUSCA-SESSAO-FIM.
                READ SESSAO
                   AT END
                      CLOSE SESSAO
                      GO TO BUSCA-SESSAO-FIM.
                MOVE SE-LOGIN TO W-USUSOL.
                CLOSE SESSAO.
       BUSCA-SESSAO-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                DISPLAY (17, 08) "AVALIACOES PROCESSADAS..: " W-LIDOS.
                DISPLAY (18, 08) "PROPOSTAS NA FILA FPP060: " W-TOTPROP.
                DISPLAY (19, 08) "SEM SALDO NO ORCAMENTO..: "
                                 W-TOTSEMSAL.
                DISPLAY (20, 08) "NOTA ABAIXO DO MINIMO...: "
                                 W-TOTABAIXO.
                MOVE "*** PROPOSTAS GERADAS (VIDE PRINTAVA) ***"
                                                       TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *****************************************
      * REGISTRO DE CONTROLE DE EXECUCAO       *
      * (LOGPROC.DAT)                          *
      *****************************************
       GRAVA-PROC.
      * EVITA REGISTRO EM DOBRO QUANDO O FLUXO CAI NO PARAGRAFO
      * ALEM DO PERFORM DA ROTINA DE FIM
                IF W-LPGRAVOU = 1
                   GO TO GRAVA-PROC-FIM.
                MOVE 1 TO W-LPGRAVOU.
                MOVE "GERAMERI" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE W-PERORC TO LP-PERIODO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-TOTPROP TO LP-REGGRAV.
                MOVE W-TOTVALOR TO LP-VALORTOT.
                OPEN EXTEND LOGPROC.
                WRITE REGLOGPROC.
                CLOSE LOGPROC.
       GRAVA-PROC-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE AVALIA FUNC APROV.
                IF W-ORABERTO = 1
                   CLOSE ORCAM.
                IF W-FXABERTO = 1
                   CLOSE FAIXAS.
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
                IF W-CONT < 1000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
