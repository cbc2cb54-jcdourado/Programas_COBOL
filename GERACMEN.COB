       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERACMEN.
      **************************************
      * EXPORTACAO CONTABIL DAS MENSALI-   *
      * DADES: COMPETENCIA DO PERIODO POR  *
      * TURMA (BRUTO, DESCONTO E BOLSA),   *
      * RECEBIMENTOS DO PERIODO (BANCO,    *
      * FOLHA OU RESCISAO - RECMENS.DAT E  *
      * MENSAL.DAT) E MULTA/JUROS DE       *
      * ATRASO. CONTAS DO DE-PARA TIPO M   *
      * (DEPARA.DAT - FPP042), NO LAYOUT   *
      * DO GERACONT (ARQCTM.TXT). CODIGO   *
      * SEM DE-PARA REJEITA A RODADA.      *
      **************************************
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOGPROC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROLPROC.
           SELECT MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MS-CHAVE
                    FILE STATUS  IS ST-ERROMSL.
           SELECT OPTIONAL RECMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-CHAVE
                    FILE STATUS  IS ST-ERRORM.
           SELECT DEPARA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-CHAVE
                    FILE STATUS  IS ST-ERROCTA.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------
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
       FD MENSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REGMENSAL.
                03 MS-CHAVE.
                    05 MS-RA           PIC 9(06).
                    05 MS-PERIODO.
                        07 MS-ANO      PIC 9(04).
                        07 MS-MES      PIC 9(02).
                03 MS-TURMA            PIC X(05).
                03 MS-VALOR            PIC 9(06)V99.
      * A=EM ABERTO  P=PAGA PELO RETORNO DO BANCO (FPP022)
      * I=PAGA EM PARTE PELO RETORNO DO BANCO (FPP022)
      * F=A DESCONTAR EM FOLHA  D=PAGA POR DESCONTO EM FOLHA (FPP004)
      * R=PAGA POR DESCONTO NA RESCISAO (FPP003)
                03 MS-STATMS           PIC X(01).
                03 MS-DTPAG            PIC 9(08).
                03 MS-RESPNOME         PIC X(35).
      * PRECO DA TURMA, DESCONTO TOTAL E A PARTE DO DESCONTO QUE E
      * BOLSA, GRAVADOS PELO GERAMENS; MS-VALOR = BRUTO - DESCONTO
                03 MS-VALBRUTO         PIC 9(06)V99.
                03 MS-VALDESC          PIC 9(06)V99.
                03 MS-VALBOLSA         PIC 9(06)V99.
                03 MS-VALDEVIDO        PIC 9(06)V99.
                03 MS-VALRECEB         PIC 9(06)V99.
      * RECEBIMENTOS DAS MENSALIDADES: UM REGISTRO POR BAIXA, NA
      * DATA EM QUE O DINHEIRO ENTROU
       FD RECMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECMENS.DAT".
       01 REGRECMEN.
                03 RM-CHAVE.
                    05 RM-RA           PIC 9(06).
                    05 RM-PERIODO      PIC 9(06).
                    05 RM-DTREC.
                        07 RM-RCANO    PIC 9(04).
                        07 RM-RCMES    PIC 9(02).
                        07 RM-RCDIA    PIC 9(02).
                    05 RM-SEQ          PIC 9(02).
      * B=RETORNO DO BANCO (FPP022)  R=DESCONTO NA RESCISAO (FPP003)
                03 RM-ORIGEM           PIC X(01).
                03 RM-TURMA            PIC X(05).
      * PARTE DO VALOR COBRADO E PARTE DE MULTA/JUROS DE ATRASO
                03 RM-VALPRINC         PIC 9(06)V99.
                03 RM-VALENC           PIC 9(06)V99.
       FD DEPARA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPARA.DAT".
       01 CADDEPARA.
                03 CT-CHAVE.
                    05 CT-CODPTO       PIC 9(04).
                    05 CT-TIPORUB      PIC X(01).
                    05 CT-CODRUB       PIC 9(03).
                03 CT-CONTADEB         PIC X(10).
                03 CT-CONTACRED        PIC X(10).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTM.TXT".
       01 REGIMP PIC X(90).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
      * CONTROLE DE EXECUCAO (LOGPROC.DAT) - UM REGISTRO POR RODADA
       77 ST-ERROLPROC PIC X(02) VALUE "00".
       77 W-LPDTINI    PIC 9(08) VALUE ZEROS.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(08) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROMSL   PIC X(02) VALUE "00".
       77 ST-ERROCTA   PIC X(02) VALUE "00".
       77 ST-ERRORM    PIC X(02) VALUE "00".
      * RECMENS ABERTO (O STATUS MUDA A CADA LEITURA)
       77 W-RMABERTO   PIC 9(01) VALUE ZEROS.
       77 W-TEMREC     PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-TOTLANC    PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-SEMMAPA    PIC 9(01) VALUE ZEROS.
       77 W-IDX        PIC 9(03) VALUE ZEROS.
       77 W-ACHOU      PIC 9(03) VALUE ZEROS.
       77 W-TOTITEM    PIC 9(03) VALUE ZEROS.
       77 W-CODAC      PIC 9(03) VALUE ZEROS.
       77 W-TURAC      PIC X(05) VALUE SPACES.
       77 W-VALAC      PIC 9(08)V99 VALUE ZEROS.
      * VALORES DA PARCELA: BRUTO/DESCONTO/BOLSA DA COMPETENCIA E O
      * RECEBIDO DA BAIXA (PRINCIPAL + MULTA/JUROS)
       77 W-VALBRUTO   PIC 9(06)V99 VALUE ZEROS.
       77 W-VALDESC    PIC 9(06)V99 VALUE ZEROS.
       77 W-VALBOLSA   PIC 9(06)V99 VALUE ZEROS.
       77 W-VALPAGO    PIC 9(06)V99 VALUE ZEROS.
       77 W-VALMULTA   PIC 9(06)V99 VALUE ZEROS.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
       01 W-DTPAG.
                03 W-PGANO             PIC 9(04).
                03 W-PGMES             PIC 9(02).
                03 W-PGDIA             PIC 9(02).
      * ACUMULADOR POR TURMA X CODIGO DE MENSALIDADE
      * (001=BRUTO 002=DESCONTO 003=BOLSA 004=RECEBIDO NO BANCO
      *  005=RECEBIDO EM FOLHA/RESCISAO 006=MULTA/JUROS DE ATRASO)
       01 TABACUM.
                03 AC-ITEM OCCURS 500 TIMES.
                    05 AC-TURMA        PIC X(05).
                    05 AC-CODRUB       PIC 9(03).
                    05 AC-VALOR        PIC 9(10)V99.
      *
      * REGISTRO DE LANCAMENTO CONTABIL NO LAYOUT DO GERACONT
      * (DEBITO E CREDITO NA MESMA LINHA - ARQUIVO SEMPRE
      * BALANCEADO); MENSALIDADE NAO TEM DEPARTAMENTO (0000)
       01 REGLANC.
                03 LC-DATA         PIC 9(08).
                03 LC-CODPTO       PIC 9(04).
                03 LC-CONTADEB     PIC X(10).
                03 LC-CONTACRED    PIC X(10).
                03 LC-VALOR        PIC 9(10)V99.
                03 LC-HISTORICO    PIC X(30).
                03 FILLER          PIC X(16) VALUE SPACES.
       01 LINERRO.
                03 FILLER    PIC X(22) VALUE "RUBRICA SEM DE-PARA: ".
                03 ER-CODPTO PIC 9(04).
                03 FILLER    PIC X(01) VALUE "/".
                03 ER-TIPO   PIC X(01).
                03 FILLER    PIC X(01) VALUE "/".
                03 ER-CODRUB PIC 9(03).
       01 LINTRAIL.
                03 FILLER    PIC X(17) VALUE "TOTAL LANCADO....".
                03 TR-TOTAL  PIC ZZZZZZZZ9,99.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "EXPORTACAO CONTABIL DAS MENSALIDADES".
             05  LINE 05 COLUMN 10
                 VALUE "PERIODO A EXPORTAR - MES/ANO : ".
             05  TMES-FILTRO
                 LINE 05 COLUMN 42 PIC 99
                 USING MES-FILTRO
                 HIGHLIGHT.
             05  LINE 05 COLUMN 44 VALUE "/".
             05  TANO-FILTRO
                 LINE 05 COLUMN 45 PIC 9999
                 USING ANO-FILTRO
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           DISPLAY TELAFILTRO.
           ACCEPT TMES-FILTRO.
           ACCEPT TANO-FILTRO.
           IF MES-FILTRO = 0 OR MES-FILTRO > 12 OR ANO-FILTRO < 1990
              MOVE "*** PERIODO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           OPEN INPUT MENSAL.
           IF ST-ERROMSL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. MENSAL (GERAMENS)" TO MENS
              MOVE "MENSAL" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROMSL MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT DEPARA.
           IF ST-ERROCTA NOT = "00"
              MOVE "ERRO ABERTURA DO DE-PARA (FPP042)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE MENSAL
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-RMABERTO.
           OPEN INPUT RECMENS.
           IF ST-ERRORM = "00"
              MOVE 1 TO W-RMABERTO.
           IF ST-ERRORM = "05"
              CLOSE RECMENS.
           OPEN OUTPUT ARQIMP.
      *
      *****************************************
      * ACUMULACAO POR TURMA: COMPETENCIA DO   *
      * PERIODO E PARCELAS (DE QUALQUER COMPE- *
      * TENCIA) QUITADAS DENTRO DO PERIODO     *
      * SEM RECEBIMENTO EM RECMENS.DAT         *
      *****************************************
       LER-MENSAL.
                READ MENSAL NEXT
                IF ST-ERROMSL = "10"
                     GO TO LER-RECMEN.
                ADD 1 TO W-LIDOS.
                MOVE MS-TURMA TO W-TURAC.
                IF MS-ANO = ANO-FILTRO AND MS-MES = MES-FILTRO
                   PERFORM ACUM-COMPET THRU ACUM-COMPET-FIM.
                PERFORM ACUM-BAIXA THRU ACUM-BAIXA-FIM.
                GO TO LER-MENSAL.
      *
      * RECEITA BRUTA DA TURMA E AS DEDUCOES (DESCONTO E BOLSA);
      * PARCELA SEM O BRUTO GRAVADO VALE O LIQUIDO COBRADO
       ACUM-COMPET.
                MOVE ZEROS TO W-VALBRUTO W-VALDESC W-VALBOLSA.
                IF MS-VALBRUTO NUMERIC AND MS-VALBRUTO NOT = ZEROS
                   MOVE MS-VALBRUTO TO W-VALBRUTO
                   IF MS-VALDESC NUMERIC
                      MOVE MS-VALDESC TO W-VALDESC
                      IF MS-VALBOLSA NUMERIC
                      AND MS-VALBOLSA NOT > MS-VALDESC
                         MOVE MS-VALBOLSA TO W-VALBOLSA.
                IF W-VALBRUTO = ZEROS
                   MOVE MS-VALOR TO W-VALBRUTO.
                MOVE 001 TO W-CODAC.
                MOVE W-VALBRUTO TO W-VALAC.
                PERFORM ACUM-ITEM THRU ACUM-ITEM-FIM.
                MOVE 002 TO W-CODAC.
                COMPUTE W-VALAC = W-VALDESC - W-VALBOLSA.
                PERFORM ACUM-ITEM THRU ACUM-ITEM-FIM.
                MOVE 003 TO W-CODAC.
                MOVE W-VALBOLSA TO W-VALAC.
                PERFORM ACUM-ITEM THRU ACUM-ITEM-FIM.
       ACUM-COMPET-FIM.
                EXIT.
      *
      * PARCELA QUITADA (P/D/R) NO PERIODO SEM RECEBIMENTO EM
      * RECMENS.DAT - DESCONTADA EM FOLHA (D) OU BAIXADA ANTES DE
      * HAVER O ARQUIVO - ENTRA PELO TOTAL RECEBIDO; O QUE PASSA DO
      * VALOR COBRADO E MULTA/JUROS DE ATRASO. AS DEMAIS BAIXAS,
      * INCLUSIVE A PAGA EM PARTE (I), ENTRAM EM LER-RECMEN
       ACUM-BAIXA.
                IF MS-STATMS NOT = "P" AND MS-STATMS NOT = "D"
                AND MS-STATMS NOT = "R"
                   GO TO ACUM-BAIXA-FIM.
                IF MS-DTPAG NOT NUMERIC
                   GO TO ACUM-BAIXA-FIM.
                MOVE MS-DTPAG TO W-DTPAG.
                IF W-PGANO NOT = ANO-FILTRO OR W-PGMES NOT = MES-FILTRO
                   GO TO ACUM-BAIXA-FIM.
                IF MS-STATMS NOT = "D"
                   PERFORM BUSCA-RECMEN THRU BUSCA-RECMEN-FIM
                   IF W-TEMREC = 1
                      GO TO ACUM-BAIXA-FIM.
                MOVE ZEROS TO W-VALPAGO W-VALMULTA.
                IF MS-VALRECEB NUMERIC
                   MOVE MS-VALRECEB TO W-VALPAGO.
                IF W-VALPAGO = ZEROS
                   MOVE MS-VALOR TO W-VALPAGO.
                IF W-VALPAGO > MS-VALOR
                   COMPUTE W-VALMULTA = W-VALPAGO - MS-VALOR
                   MOVE MS-VALOR TO W-VALPAGO.
                MOVE 004 TO W-CODAC.
                IF MS-STATMS = "D" OR MS-STATMS = "R"
                   MOVE 005 TO W-CODAC.
                MOVE W-VALPAGO TO W-VALAC.
                PERFORM ACUM-ITEM THRU ACUM-ITEM-FIM.
                MOVE 006 TO W-CODAC.
                MOVE W-VALMULTA TO W-VALAC.
                PERFORM ACUM-ITEM THRU ACUM-ITEM-FIM.
       ACUM-BAIXA-FIM.
                EXIT.
      *
      * A PARCELA TEM RECEBIMENTO EM RECMENS.DAT?
       BUSCA-RECMEN.
                MOVE ZEROS TO W-TEMREC.
                IF W-RMABERTO = 0
                   GO TO BUSCA-RECMEN-FIM.
                MOVE MS-RA TO RM-RA.
                MOVE MS-PERIODO TO RM-PERIODO.
                MOVE ZEROS TO RM-DTREC RM-SEQ.
                START RECMENS KEY IS NOT LESS THAN RM-CHAVE
                   INVALID KEY
                      GO TO BUSCA-RECMEN-FIM.
                READ RECMENS NEXT RECORD
                   AT END
                      GO TO BUSCA-RECMEN-FIM.
                IF RM-RA = MS-RA AND RM-PERIODO = MS-PERIODO
                   MOVE 1 TO W-TEMREC.
       BUSCA-RECMEN-FIM.
                EXIT.
      *
      *****************************************
      * RECEBIMENTOS DO PERIODO (RECMENS.DAT), *
      * PELA DATA EM QUE O DINHEIRO ENTROU,    *
      * DE QUALQUER COMPETENCIA: BANCO (004)   *
      * OU RESCISAO (005) PELA PARTE DO VALOR  *
      * COBRADO E MULTA/JUROS (006)            *
      *****************************************
       LER-RECMEN.
                IF W-RMABERTO = 0
                   GO TO VALIDA-MAPA.
                MOVE ZEROS TO RM-CHAVE.
                START RECMENS KEY IS NOT LESS THAN RM-CHAVE
                   INVALID KEY
                      GO TO VALIDA-MAPA.
       LER-RECMEN-PROX.
                READ RECMENS NEXT RECORD
                   AT END
                      GO TO VALIDA-MAPA.
                IF RM-RCANO NOT = ANO-FILTRO
                OR RM-RCMES NOT = MES-FILTRO
                   GO TO LER-RECMEN-PROX.
                MOVE RM-TURMA TO W-TURAC.
                MOVE 004 TO W-CODAC.
                IF RM-ORIGEM = "R"
                   MOVE 005 TO W-CODAC.
                MOVE RM-VALPRINC TO W-VALAC.
                PERFORM ACUM-ITEM THRU ACUM-ITEM-FIM.
                MOVE 006 TO W-CODAC.
                MOVE RM-VALENC TO W-VALAC.
                PERFORM ACUM-ITEM THRU ACUM-ITEM-FIM.
                GO TO LER-RECMEN-PROX.
      *
      * SOMA O VALOR NO ITEM TURMA X CODIGO DA TABELA
       ACUM-ITEM.
                IF W-VALAC = ZEROS
                   GO TO ACUM-ITEM-FIM.
                MOVE ZEROS TO W-ACHOU.
                MOVE 1 TO W-IDX.
       ACUM-ITEM-LOOP.
                IF W-IDX > W-TOTITEM
                   GO TO ACUM-ITEM-NOVO.
                IF AC-TURMA(W-IDX) = W-TURAC
                AND AC-CODRUB(W-IDX) = W-CODAC
                   MOVE W-IDX TO W-ACHOU
                   GO TO ACUM-ITEM-SOMA.
                ADD 1 TO W-IDX.
                GO TO ACUM-ITEM-LOOP.
       ACUM-ITEM-NOVO.
                IF W-TOTITEM NOT < 500
                   GO TO ACUM-ITEM-FIM.
                ADD 1 TO W-TOTITEM.
                MOVE W-TURAC TO AC-TURMA(W-TOTITEM).
                MOVE W-CODAC TO AC-CODRUB(W-TOTITEM).
                MOVE ZEROS TO AC-VALOR(W-TOTITEM).
                MOVE W-TOTITEM TO W-ACHOU.
       ACUM-ITEM-SOMA.
                ADD W-VALAC TO AC-VALOR(W-ACHOU).
       ACUM-ITEM-FIM.
                EXIT.
      *
      *****************************************
      * VALIDACAO: TODO CODIGO ACUMULADO       *
      * PRECISA TER DE-PARA TIPO M NO DEPTO    *
      * 0000; FALTANDO QUALQUER UM A RODADA E  *
      * REJEITADA                              *
      *****************************************
       VALIDA-MAPA.
                MOVE 1 TO W-IDX.
       VALIDA-MAPA-LOOP.
                IF W-IDX > W-TOTITEM
                   GO TO GERA-ARQ.
                PERFORM BUSCA-MAPA THRU BUSCA-MAPA-FIM.
                IF ST-ERROCTA NOT = "00"
                   MOVE 1 TO W-SEMMAPA
                   MOVE ZEROS TO ER-CODPTO
                   MOVE "M" TO ER-TIPO
                   MOVE AC-CODRUB(W-IDX) TO ER-CODRUB
                   WRITE REGIMP FROM LINERRO.
                ADD 1 TO W-IDX.
                GO TO VALIDA-MAPA-LOOP.
      *
       BUSCA-MAPA.
                MOVE ZEROS TO CT-CODPTO.
                MOVE "M" TO CT-TIPORUB.
                MOVE AC-CODRUB(W-IDX) TO CT-CODRUB.
                READ DEPARA
                   INVALID KEY
                      GO TO BUSCA-MAPA-FIM.
       BUSCA-MAPA-FIM.
                EXIT.
      *
      *****************************************
      * GERACAO DO ARQUIVO DE LANCAMENTOS      *
      * (SOMENTE COM O DE-PARA COMPLETO)       *
      *****************************************
       GERA-ARQ.
                IF W-SEMMAPA = 1
                   MOVE "*** RODADA REJEITADA: DE-PARA INCOMPLETO **"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE 1 TO W-IDX.
       GERA-ARQ-LOOP.
                IF W-IDX > W-TOTITEM
                   GO TO GERA-ARQ-TOT.
                PERFORM BUSCA-MAPA THRU BUSCA-MAPA-FIM.
                MOVE W-LPDTINI TO LC-DATA.
                MOVE ZEROS TO LC-CODPTO.
                MOVE CT-CONTADEB TO LC-CONTADEB.
                MOVE CT-CONTACRED TO LC-CONTACRED.
                MOVE AC-VALOR(W-IDX) TO LC-VALOR.
                MOVE SPACES TO LC-HISTORICO.
                STRING "MENS " ANO-FILTRO "/" MES-FILTRO
                       " TURMA " AC-TURMA(W-IDX)
                       " M" AC-CODRUB(W-IDX)
                       DELIMITED BY SIZE
                       INTO LC-HISTORICO.
                WRITE REGIMP FROM REGLANC.
                ADD 1 TO W-TOTLANC.
                ADD AC-VALOR(W-IDX) TO W-TOTVALOR.
                ADD 1 TO W-IDX.
                GO TO GERA-ARQ-LOOP.
       GERA-ARQ-TOT.
                MOVE W-TOTVALOR TO TR-TOTAL.
                WRITE REGIMP FROM LINTRAIL.
                DISPLAY (21, 08) "LANCAMENTOS GERADOS: " W-TOTLANC.
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
                MOVE "GERACMEN" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = (ANO-FILTRO * 100)
                                   + MES-FILTRO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-TOTLANC TO LP-REGGRAV.
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
                CLOSE MENSAL DEPARA ARQIMP.
                IF W-RMABERTO = 1
                   CLOSE RECMENS.
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
