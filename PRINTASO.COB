       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTASO.
      *
      **************************************
      * EXAMES OCUPACIONAIS VENCIDOS E A   *
      * VENCER NO MES, POR DEPARTAMENTO:   *
      * PARA CADA FUNCIONARIO ATIVO TOMA O *
      * ULTIMO EXAME (ASO.DAT - CADASO) E  *
      * LISTA QUEM ESTA SEM EXAME, COM O   *
      * PERIODICO VENCIDO ANTES DO MES OU  *
      * VENCENDO DENTRO DELE (ARQASO.TXT)  *
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
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL ASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERROEX.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
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
                03 FILLER              PIC X(45).
       FD ASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ASO.DAT".
       01 REGASO.
                03 EX-CHAVE.
                    05 EX-CHAPAFUNC    PIC 9(06).
                    05 EX-DTEXAME      PIC 9(08).
                    05 EX-TIPO         PIC X(01).
                03 EX-MEDICO           PIC X(30).
                03 EX-CRM              PIC X(12).
                03 EX-RESULT           PIC X(01).
                03 EX-DTPROX           PIC 9(08).
                03 EX-MESES            PIC 9(02).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASO.TXT".
       01 REGIMP PIC X(90).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
      * CONTROLE DE EXECUCAO (LOGPROC.DAT) - UM REGISTRO POR RODADA
       77 ST-ERROLPROC PIC X(02) VALUE "00".
       77 W-LPDTINI    PIC 9(08) VALUE ZEROS.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROEX    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
      * PRIMEIRO E ULTIMO DIA DO MES FILTRADO EM AAAAMMDD
       77 W-DTINIMES   PIC 9(08) VALUE ZEROS.
       77 W-DTFIMMES   PIC 9(08) VALUE ZEROS.
      * ULTIMO EXAME (NAO DEMISSIONAL) DO FUNCIONARIO LIDO
       77 W-ULTTIPO    PIC X(01) VALUE SPACES.
       77 W-ULTDATA    PIC 9(08) VALUE ZEROS.
       77 W-ULTPROX    PIC 9(08) VALUE ZEROS.
       77 W-SITUACAO   PIC X(08) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
      * TOTAIS POR DEPARTAMENTO
       77 W-QTDDPT     PIC 9(03) VALUE ZEROS.
       77 W-IDXDPT     PIC 9(03) VALUE ZEROS.
       77 W-ACHDPT     PIC 9(03) VALUE ZEROS.
       01 W-TABDPT.
                03 W-DPTITEM OCCURS 100 TIMES.
                    05 W-DPTCOD        PIC 9(04).
                    05 W-DPTVENC       PIC 9(04).
                    05 W-DPTAVEN       PIC 9(04).
      * FUNCIONARIOS LISTADOS, NA ORDEM DE CHAPA
       77 W-QTDDET     PIC 9(03) VALUE ZEROS.
       77 W-IDXDET     PIC 9(03) VALUE ZEROS.
       01 W-TABDET.
                03 W-DETITEM OCCURS 500 TIMES.
                    05 W-DETPTO        PIC 9(04).
                    05 W-DETCHAPA      PIC 9(06).
                    05 W-DETNOME       PIC X(30).
                    05 W-DETTIPO       PIC X(01).
                    05 W-DETDATA       PIC 9(08).
                    05 W-DETPROX       PIC 9(08).
                    05 W-DETSIT        PIC X(08).
       77 W-TOTVENC    PIC 9(06) VALUE ZEROS.
       77 W-TOTAVEN    PIC 9(06) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(08) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "EXAMES OCUPACIONAIS (ASO) VENCIDOS E A VENCER".
       01 CAB2.
                03 FILLER PIC X(12) VALUE "COMPETENCIA:".
                03 IMPPER  PIC 9(06).
       01 CABDPTO.
                03 FILLER  PIC X(14) VALUE "DEPARTAMENTO: ".
                03 IMPDPCOD PIC 9(04).
       01 CABDET.
                03 FILLER PIC X(46) VALUE
                       "CHAPA   NOME                          ".
                03 FILLER PIC X(40) VALUE
                       "TIPO ULT.EXAME  PROXIMO   SITUACAO".
       01 DETAL.
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(30).
                03 FILLER   PIC X(08) VALUE SPACES.
                03 IMPTIPO  PIC X(01).
                03 FILLER   PIC X(04) VALUE SPACES.
                03 IMPDATA  PIC 9999/99/99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPPROX  PIC 9999/99/99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPSIT   PIC X(08).
       01 LINDPT.
                03 FILLER  PIC X(20) VALUE "VENCIDOS/SEM EXAME: ".
                03 IMPDVEN PIC ZZZ9.
                03 FILLER  PIC X(14) VALUE "   A VENCER: ".
                03 IMPDAVE PIC ZZZ9.
       01 LINGER1.
                03 FILLER  PIC X(28) VALUE "EMPRESA - VENC./SEM ASO..:".
                03 IMPGVEN PIC ZZZZZ9.
       01 LINGER2.
                03 FILLER  PIC X(28) VALUE "EMPRESA - A VENCER NO MES:".
                03 IMPGAVE PIC ZZZZZ9.
       01 LINTRACO.
                03 FILLER PIC X(85) VALUE ALL "-".
      *
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "EXAMES OCUPACIONAIS VENCIDOS E A VENCER".
             05  LINE 05 COLUMN 10
                 VALUE "COMPETENCIA - MES/ANO : ".
             05  TMES-FILTRO
                 LINE 05 COLUMN 35 PIC 99
                 USING MES-FILTRO
                 HIGHLIGHT.
             05  LINE 05 COLUMN 37 VALUE "/".
             05  TANO-FILTRO
                 LINE 05 COLUMN 38 PIC 9999
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
              MOVE "*** PERIODO  INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           COMPUTE W-DTINIMES = (ANO-FILTRO * 10000)
                              + (MES-FILTRO * 100) + 1.
           COMPUTE W-DTFIMMES = (ANO-FILTRO * 10000)
                              + (MES-FILTRO * 100) + 31.
       ABRE-ARQS.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT ASO.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           COMPUTE IMPPER = (ANO-FILTRO * 100) + MES-FILTRO.
           WRITE REGIMP FROM CAB2.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           MOVE ZEROS TO W-QTDDPT W-QTDDET.
           MOVE ZEROS TO W-TABDPT W-TABDET.
      *
      *****************************************
      * VARREDURA DOS FUNCIONARIOS ATIVOS:     *
      * ULTIMO EXAME DE CADA UM E SITUACAO     *
      * DO PERIODICO NO MES FILTRADO           *
      *****************************************
       LER-FUNC.
                READ FUNC NEXT RECORD
                   AT END GO TO IMPRIME.
                IF DTDEM NOT = ZEROS
                   GO TO LER-FUNC.
                ADD 1 TO W-LIDOS.
                MOVE SPACES TO W-ULTTIPO.
                MOVE ZEROS TO W-ULTDATA W-ULTPROX.
                MOVE CHAPA TO EX-CHAPAFUNC.
                MOVE ZEROS TO EX-DTEXAME.
                MOVE SPACES TO EX-TIPO.
                START ASO KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                      GO TO CLASSIFICA.
       LER-ASO.
                READ ASO NEXT RECORD
                   AT END GO TO CLASSIFICA.
                IF EX-CHAPAFUNC NOT = CHAPA
                   GO TO CLASSIFICA.
                IF EX-TIPO = "D"
                   GO TO LER-ASO.
                MOVE EX-TIPO TO W-ULTTIPO.
                MOVE EX-DTEXAME TO W-ULTDATA.
                MOVE EX-DTPROX TO W-ULTPROX.
                GO TO LER-ASO.
       CLASSIFICA.
                IF W-ULTDATA = ZEROS
                   MOVE "SEM ASO " TO W-SITUACAO
                   GO TO GUARDA-DET.
                IF W-ULTPROX < W-DTINIMES
                   MOVE "VENCIDO " TO W-SITUACAO
                   GO TO GUARDA-DET.
                IF W-ULTPROX NOT > W-DTFIMMES
                   MOVE "A VENCER" TO W-SITUACAO
                   GO TO GUARDA-DET.
                GO TO LER-FUNC.
       GUARDA-DET.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   GO TO LER-FUNC.
                IF W-SITUACAO = "A VENCER"
                   ADD 1 TO W-DPTAVEN(W-ACHDPT)
                ELSE
                   ADD 1 TO W-DPTVENC(W-ACHDPT).
                IF W-QTDDET NOT < 500
                   GO TO LER-FUNC.
                ADD 1 TO W-QTDDET.
                MOVE CODPTO TO W-DETPTO(W-QTDDET).
                MOVE CHAPA TO W-DETCHAPA(W-QTDDET).
                MOVE NOME TO W-DETNOME(W-QTDDET).
                MOVE W-ULTTIPO TO W-DETTIPO(W-QTDDET).
                MOVE W-ULTDATA TO W-DETDATA(W-QTDDET).
                MOVE W-ULTPROX TO W-DETPROX(W-QTDDET).
                MOVE W-SITUACAO TO W-DETSIT(W-QTDDET).
                GO TO LER-FUNC.
      *
      * LOCALIZA/CRIA A LINHA DO DEPARTAMENTO NA TABELA
       ACHA-DEPTO.
                MOVE ZEROS TO W-ACHDPT W-IDXDPT.
       ACHA-DEPTO-PROC.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO ACHA-DEPTO-NOVO.
                IF W-DPTCOD(W-IDXDPT) = CODPTO
                   MOVE W-IDXDPT TO W-ACHDPT
                   GO TO ACHA-DEPTO-FIM.
                GO TO ACHA-DEPTO-PROC.
       ACHA-DEPTO-NOVO.
                IF W-QTDDPT NOT < 100
                   GO TO ACHA-DEPTO-FIM.
                ADD 1 TO W-QTDDPT.
                MOVE W-QTDDPT TO W-ACHDPT.
                MOVE CODPTO TO W-DPTCOD(W-ACHDPT).
       ACHA-DEPTO-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO: UM BLOCO POR DEPARTAMENTO   *
      * COM OS FUNCIONARIOS E OS TOTAIS        *
      *****************************************
       IMPRIME.
                MOVE ZEROS TO W-IDXDPT.
       IMPRIME-DEPTO.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO ROT-GERAL.
                MOVE W-DPTCOD(W-IDXDPT) TO IMPDPCOD.
                WRITE REGIMP FROM CABDPTO.
                WRITE REGIMP FROM LINTRACO.
                WRITE REGIMP FROM CABDET.
                MOVE ZEROS TO W-IDXDET.
       IMPRIME-DET.
                ADD 1 TO W-IDXDET.
                IF W-IDXDET > W-QTDDET
                   GO TO IMPRIME-FECHA.
                IF W-DETPTO(W-IDXDET) NOT = W-DPTCOD(W-IDXDPT)
                   GO TO IMPRIME-DET.
                MOVE W-DETCHAPA(W-IDXDET) TO IMPCHAPA.
                MOVE W-DETNOME(W-IDXDET) TO IMPNOME.
                MOVE W-DETTIPO(W-IDXDET) TO IMPTIPO.
                MOVE W-DETDATA(W-IDXDET) TO IMPDATA.
                MOVE W-DETPROX(W-IDXDET) TO IMPPROX.
                MOVE W-DETSIT(W-IDXDET) TO IMPSIT.
                WRITE REGIMP FROM DETAL.
                GO TO IMPRIME-DET.
       IMPRIME-FECHA.
                MOVE W-DPTVENC(W-IDXDPT) TO IMPDVEN.
                MOVE W-DPTAVEN(W-IDXDPT) TO IMPDAVE.
                WRITE REGIMP FROM LINDPT.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD W-DPTVENC(W-IDXDPT) TO W-TOTVENC.
                ADD W-DPTAVEN(W-IDXDPT) TO W-TOTAVEN.
                GO TO IMPRIME-DEPTO.
      *
       ROT-GERAL.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTVENC TO IMPGVEN.
                WRITE REGIMP FROM LINGER1.
                MOVE W-TOTAVEN TO IMPGAVE.
                WRITE REGIMP FROM LINGER2.
                DISPLAY (21, 05) "RELATORIO EM ARQASO.TXT".
                GO TO ROT-FIM.
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
                MOVE "PRINTASO" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = (ANO-FILTRO * 100) + MES-FILTRO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-QTDDET TO LP-REGGRAV.
                MOVE ZEROS TO LP-VALORTOT.
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
                CLOSE FUNC ASO ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTASO" TO W-SPLPROG.
                MOVE "ARQASO.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG LP-PERIODO
                                      W-SPLARQ.
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
