       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTSIN.
      *
      **************************************
      * REPASSE AOS SINDICATOS: POR        *
      * SINDICATO (SINDIC.DAT - CADSIND),  *
      * CNPJ E CONTA DO REPASSE, OS        *
      * FUNCIONARIOS DESCONTADOS NA FOLHA  *
      * DA COMPETENCIA (EVENTO 950 +       *
      * CODIGO EM MOVRUB.DAT - FPP004),    *
      * TOTAL DO SINDICATO E TOTAL GERAL   *
      * (ARQSIN.TXT). O CREDITO SAI NO     *
      * GERABANC TIPO 8                    *
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
           SELECT SINDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SI-CODIGO
                    FILE STATUS  IS ST-ERROSI.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT MOVRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MV-CHAVE
                    FILE STATUS  IS ST-ERROMOV.
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
       FD SINDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDIC.DAT".
       01 REGSINDIC.
                03 SI-CODIGO           PIC 9(02).
                03 SI-NOME             PIC X(40).
                03 SI-CNPJ             PIC 9(14).
                03 SI-MESBASE          PIC 9(02).
                03 SI-CODBANCO         PIC 9(03).
                03 SI-AGENCIA          PIC 9(05).
                03 SI-CONTA            PIC 9(12).
                03 SI-PERCMENS         PIC 9(02)V99.
                03 SI-VALMENS          PIC 9(04)V99.
                03 SI-PERCCONT         PIC 9(02)V99.
                03 SI-MESCONT          PIC 9(02).
                03 SI-TETOCONT         PIC 9(04)V99.
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
                03 FILLER              PIC X(80).
       FD MOVRUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVRUB.DAT".
       01 REGMOVRUB.
                03 MV-CHAVE.
                    05 MV-CHAPAFUNC    PIC 9(06).
                    05 MV-PERIODO.
                        07 MV-ANO      PIC 9(04).
                        07 MV-MES      PIC 9(02).
                    05 MV-EVENTO       PIC 9(03).
                03 MV-VALOR            PIC 9(06)V99.
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSIN.TXT".
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
       77 ST-ERROSI    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROMOV   PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-EVTSIN     PIC 9(03) VALUE ZEROS.
       77 W-CABOK      PIC 9(01) VALUE ZEROS.
       77 W-QTDSIN     PIC 9(05) VALUE ZEROS.
       77 W-TOTSIN     PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDGERAL   PIC 9(06) VALUE ZEROS.
       77 W-TOTGERAL   PIC 9(10)V99 VALUE ZEROS.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(45) VALUE
                       "REPASSE DE DESCONTOS AOS SINDICATOS".
       01 CAB2.
                03 FILLER PIC X(12) VALUE "COMPETENCIA:".
                03 IMPPER  PIC 9(06).
       01 CABSIN1.
                03 FILLER  PIC X(11) VALUE "SINDICATO: ".
                03 IMPSICOD PIC 9(02).
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPSINOME PIC X(40).
                03 FILLER  PIC X(09) VALUE "  EVENTO ".
                03 IMPSIEVT PIC 9(03).
       01 CABSIN2.
                03 FILLER  PIC X(06) VALUE "CNPJ: ".
                03 IMPSICNPJ PIC 99.999.999/9999B99.
                03 FILLER  PIC X(10) VALUE "   BANCO: ".
                03 IMPSIBCO PIC 9(03).
                03 FILLER  PIC X(06) VALUE "  AG: ".
                03 IMPSIAGE PIC 9(05).
                03 FILLER  PIC X(09) VALUE "  CONTA: ".
                03 IMPSICTA PIC 9(12).
       01 CABDET.
                03 FILLER PIC X(45) VALUE "CHAPA   NOME".
                03 FILLER PIC X(12) VALUE "   DESCONTO".
       01 DETAL.
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(35).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPVALOR PIC ZZZ.ZZ9,99.
       01 LINSIN.
                03 FILLER  PIC X(26) VALUE "FUNCIONARIOS/REPASSE....:".
                03 IMPQTD  PIC ZZZZ9.
                03 FILLER  PIC X(14) VALUE SPACES.
                03 IMPTOT  PIC ZZ.ZZZ.ZZ9,99.
       01 LINGER.
                03 FILLER  PIC X(26) VALUE "TOTAL GERAL DO REPASSE..:".
                03 IMPGQTD PIC ZZZZ9.
                03 FILLER  PIC X(12) VALUE SPACES.
                03 IMPGTOT PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINTRACO.
                03 FILLER PIC X(80) VALUE ALL "-".
      *
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "REPASSE DE DESCONTOS AOS SINDICATOS".
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
       ABRE-ARQS.
           OPEN INPUT SINDIC.
           IF ST-ERROSI NOT = "00"
              MOVE "*** SINDICATOS NAO CADASTRADOS (CADSIND) ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT MOVRUB.
           IF ST-ERROMOV NOT = "00"
              MOVE "*** SEM EVENTOS NA FOLHA (MOVRUB) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE SINDIC
              GO TO ROT-FIMP.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE SINDIC MOVRUB
              GO TO ROT-FIMP.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           COMPUTE IMPPER = (ANO-FILTRO * 100) + MES-FILTRO.
           WRITE REGIMP FROM CAB2.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
      *
      *****************************************
      * UM BLOCO POR SINDICATO COM DESCONTO NA *
      * COMPETENCIA (SO SAI O CABECALHO SE HA  *
      * ALGUM FUNCIONARIO DESCONTADO)          *
      *****************************************
       LER-SIN.
                READ SINDIC NEXT RECORD
                   AT END GO TO ROT-GERAL.
                COMPUTE W-EVTSIN = 950 + SI-CODIGO.
                MOVE ZEROS TO W-CABOK W-QTDSIN W-TOTSIN.
                MOVE ZEROS TO CHAPA.
                START FUNC KEY IS NOT LESS THAN CHAPA
                   INVALID KEY
                      GO TO LER-SIN.
       LER-FUNC.
                READ FUNC NEXT RECORD
                   AT END GO TO FECHA-SIN.
                ADD 1 TO W-LIDOS.
                MOVE CHAPA TO MV-CHAPAFUNC.
                MOVE ANO-FILTRO TO MV-ANO.
                MOVE MES-FILTRO TO MV-MES.
                MOVE W-EVTSIN TO MV-EVENTO.
                READ MOVRUB
                   INVALID KEY
                      GO TO LER-FUNC.
                IF MV-VALOR = ZEROS
                   GO TO LER-FUNC.
                IF W-CABOK = 0
                   PERFORM CAB-SIN THRU CAB-SIN-FIM.
                MOVE CHAPA TO IMPCHAPA.
                MOVE NOME TO IMPNOME.
                MOVE MV-VALOR TO IMPVALOR.
                WRITE REGIMP FROM DETAL.
                ADD 1 TO W-QTDSIN.
                ADD MV-VALOR TO W-TOTSIN.
                GO TO LER-FUNC.
       FECHA-SIN.
                IF W-CABOK = 0
                   GO TO LER-SIN.
                MOVE W-QTDSIN TO IMPQTD.
                MOVE W-TOTSIN TO IMPTOT.
                WRITE REGIMP FROM LINSIN.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD W-QTDSIN TO W-QTDGERAL.
                ADD W-TOTSIN TO W-TOTGERAL.
                GO TO LER-SIN.
      *
      * CABECALHO DO SINDICATO: NOME, CNPJ E CONTA DO REPASSE
       CAB-SIN.
                MOVE 1 TO W-CABOK.
                MOVE SI-CODIGO TO IMPSICOD.
                MOVE SI-NOME TO IMPSINOME.
                MOVE W-EVTSIN TO IMPSIEVT.
                WRITE REGIMP FROM CABSIN1.
                MOVE SI-CNPJ TO IMPSICNPJ.
                MOVE SI-CODBANCO TO IMPSIBCO.
                MOVE SI-AGENCIA TO IMPSIAGE.
                MOVE SI-CONTA TO IMPSICTA.
                WRITE REGIMP FROM CABSIN2.
                WRITE REGIMP FROM LINTRACO.
                WRITE REGIMP FROM CABDET.
       CAB-SIN-FIM.
                EXIT.
      *
       ROT-GERAL.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-QTDGERAL TO IMPGQTD.
                MOVE W-TOTGERAL TO IMPGTOT.
                WRITE REGIMP FROM LINGER.
                DISPLAY (21, 05) "RELATORIO EM ARQSIN.TXT".
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
                MOVE "PRINTSIN" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = (ANO-FILTRO * 100) + MES-FILTRO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-QTDGERAL TO LP-REGGRAV.
                MOVE W-TOTGERAL TO LP-VALORTOT.
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
                CLOSE SINDIC MOVRUB FUNC ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTSIN" TO W-SPLPROG.
                MOVE "ARQSIN.TXT" TO W-SPLARQ.
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
