       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBPAG.
      *
      **************************************
      * RECIBO DE PAGAMENTO EM CHEQUE OU   *
      * DINHEIRO (PAGCHQ.DAT - GERADO PELO *
      * GERABANC PARA OS FAVORECIDOS COM   *
      * FORMA "Q" NO CADFPAG):             *
      * 1 = IMPRIME OS RECIBOS PENDENTES   *
      *     DO PERIODO PARA ASSINATURA     *
      *     (ARQRCP.TXT);                  *
      * 2 = CONFIRMA O RECIBO ASSINADO E,  *
      *     NA FOLHA MENSAL, GRAVA O       *
      *     LIQUIDO COMO PAGO EM PAGSTAT   *
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
           SELECT PAGCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ERROCHQ.
           SELECT PAGSTAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PG-CHAVE
                    FILE STATUS  IS ST-ERROPAG.
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
      * STATUS P = PENDENTE, C = RECIBO ASSINADO E CONFIRMADO
       FD PAGCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGCHQ.DAT".
       01 CADPAGCHQ.
                03 PQ-CHAVE.
                    05 PQ-PERIODO.
                        07 PQ-ANO      PIC 9(04).
                        07 PQ-MES      PIC 9(02).
                    05 PQ-TIPOPAG      PIC 9(01).
                    05 PQ-CHAPAFUNC    PIC 9(06).
                    05 PQ-BENEF        PIC 9(01).
                03 PQ-NOME             PIC X(35).
                03 PQ-VALOR            PIC 9(10)V99.
                03 PQ-CODEMPR          PIC 9(01).
                03 PQ-STATUS           PIC X(01).
                03 PQ-DTCONF           PIC 9(08).
                03 PQ-DTGER            PIC 9(08).
       FD PAGSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGSTAT.DAT".
       01 CADPAGSTAT.
                03 PG-CHAVE.
                    05 PG-CHAPAFUNC    PIC 9(06).
                    05 PG-PERIODO.
                        07 PG-ANO      PIC 9(04).
                        07 PG-MES      PIC 9(02).
                03 PG-STATUS           PIC X(01).
                03 PG-MOTIVO           PIC X(02).
                03 PG-DATARET          PIC 9(08).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRCP.TXT".
       01 REGIMP PIC X(80).
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
       77 ST-ERROCHQ   PIC X(02) VALUE "00".
       77 ST-ERROPAG   PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-MESRCP     PIC 9(02) VALUE ZEROS.
       77 W-ANORCP     PIC 9(04) VALUE ZEROS.
       77 W-TIPORCP    PIC 9(01) VALUE 1.
       77 W-MODO       PIC 9(01) VALUE 1.
       77 W-CHAPARCP   PIC 9(06) VALUE ZEROS.
       77 W-BENEFRCP   PIC 9(01) VALUE ZEROS.
       77 W-CONFIRMA   PIC X(01) VALUE SPACES.
       77 W-NOVOREG    PIC 9(01) VALUE ZEROS.
       77 W-ABRIUIMP   PIC 9(01) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-TOTRCP     PIC 9(06) VALUE ZEROS.
       77 W-VALRCP     PIC 9(10)V99 VALUE ZEROS.
      *
      * DESCRICAO DO PAGAMENTO PELO TIPO DO GERABANC (1 A 7)
       01 W-TABTIPO.
                03 FILLER PIC X(24) VALUE "SALARIO MENSAL".
                03 FILLER PIC X(24) VALUE "13. SALARIO - 1A PARCELA".
                03 FILLER PIC X(24) VALUE "13. SALARIO - 2A PARCELA".
                03 FILLER PIC X(24) VALUE "VERBAS RESCISORIAS".
                03 FILLER PIC X(24) VALUE "ADIANTAMENTO SALARIAL".
                03 FILLER PIC X(24) VALUE "PLR - 1A PARCELA".
                03 FILLER PIC X(24) VALUE "PLR - 2A PARCELA".
       01 W-TABTIPO-R REDEFINES W-TABTIPO.
                03 W-DESCTIPO PIC X(24) OCCURS 7 TIMES.
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "RECIBO DE PAGAMENTO - CHEQUE/DINHEIRO".
       01 CAB2.
                03 FILLER   PIC X(07) VALUE "CHAPA:".
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(35).
                03 IMPBENEF PIC X(20).
       01 CAB3.
                03 FILLER   PIC X(11) VALUE "REFERENCIA:".
                03 IMPDESCR PIC X(24).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPMES   PIC 99.
                03 FILLER   PIC X(01) VALUE "/".
                03 IMPANO   PIC 9999.
       01 LINVALOR.
                03 FILLER   PIC X(11) VALUE "VALOR.....:".
                03 IMPVALOR PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LINTERMO1.
                03 FILLER PIC X(60) VALUE
                "RECEBI DA EMPRESA A IMPORTANCIA ACIMA, EM CHEQUE OU".
       01 LINTERMO2.
                03 FILLER PIC X(60) VALUE
                "EM DINHEIRO, REFERENTE AO PAGAMENTO INDICADO, DANDO".
       01 LINTERMO3.
                03 FILLER PIC X(60) VALUE
                "PLENA QUITACAO DO VALOR RECEBIDO.".
       01 LINDATA.
                03 FILLER   PIC X(06) VALUE "DATA:".
                03 IMPHOJE  PIC 9999/99/99.
       01 LINASS.
                03 FILLER PIC X(40) VALUE
                       "ASSINATURA DO RECEBEDOR: ______________".
       01 LINTRACO.
                03 FILLER PIC X(70) VALUE ALL "-".
       01 LINTOT1.
                03 FILLER  PIC X(30) VALUE
                       "RECIBOS IMPRESSOS............:".
                03 IMPTOTRCP PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER  PIC X(30) VALUE
                       "VALOR TOTAL..................:".
                03 IMPVALRCP PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELARCP.
             05  BLANK SCREEN.
             05  LINE 02 COLUMN 10
                 VALUE "RECIBOS DE PAGAMENTO EM CHEQUE/DINHEIRO".
             05  LINE 04 COLUMN 05
                 VALUE "PERIODO - MES/ANO ..................: ".
             05  TMESRCP
                 LINE 04 COLUMN 44 PIC 99
                 USING W-MESRCP
                 HIGHLIGHT.
             05  LINE 04 COLUMN 46 VALUE "/".
             05  TANORCP
                 LINE 04 COLUMN 47 PIC 9999
                 USING W-ANORCP
                 HIGHLIGHT.
             05  LINE 06 COLUMN 05
                 VALUE "TIPO 1=FOL 2/3=13 4=RESC 5=ADT 6/7=PLR: ".
             05  TTIPORCP
                 LINE 06 COLUMN 46 PIC 9
                 USING W-TIPORCP
                 HIGHLIGHT.
             05  LINE 08 COLUMN 05
                 VALUE "1=IMPRIMIR PENDENTES 2=CONFIRMAR ...: ".
             05  TMODO
                 LINE 08 COLUMN 44 PIC 9
                 USING W-MODO
                 HIGHLIGHT.
             01  TELACONF.
             05  LINE 11 COLUMN 05
                 VALUE "CHAPA (0 = ENCERRA) ................: ".
             05  TCHAPARCP
                 LINE 11 COLUMN 44 PIC 999999
                 USING W-CHAPARCP
                 HIGHLIGHT.
             05  LINE 12 COLUMN 05
                 VALUE "0=FUNCIONARIO 1=BENEFICIARIO PENSAO : ".
             05  TBENEFRCP
                 LINE 12 COLUMN 44 PIC 9
                 USING W-BENEFRCP
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           OPEN I-O PAGCHQ.
           IF ST-ERROCHQ NOT = "00"
              MOVE "*** NAO HA PAGAMENTOS EM CHEQUE (PAGCHQ) ***"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           DISPLAY TELARCP.
       INC-001.
           ACCEPT TMESRCP.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              CLOSE PAGCHQ
              GO TO ROT-FIMP.
           IF W-MESRCP < 1 OR W-MESRCP > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       INC-002.
           ACCEPT TANORCP.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO INC-001.
           IF W-ANORCP < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT TTIPORCP.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO INC-002.
           IF W-TIPORCP < 1 OR W-TIPORCP > 7
              MOVE "*** TIPO DE PAGAMENTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-004.
           ACCEPT TMODO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO INC-003.
           IF W-MODO = 2
              GO TO ABRE-PAGSTAT.
           IF W-MODO NOT = 1
              MOVE "*** OPCAO INVALIDA (1/2) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           OPEN OUTPUT ARQIMP.
           MOVE 1 TO W-ABRIUIMP.
      *
      *****************************************
      * IMPRESSAO DOS RECIBOS PENDENTES DO     *
      * PERIODO E TIPO INFORMADOS              *
      *****************************************
           MOVE W-ANORCP TO PQ-ANO.
           MOVE W-MESRCP TO PQ-MES.
           MOVE W-TIPORCP TO PQ-TIPOPAG.
           MOVE ZEROS TO PQ-CHAPAFUNC PQ-BENEF.
           START PAGCHQ KEY IS NOT LESS THAN PQ-CHAVE
              INVALID KEY
                 GO TO ROT-TOTAIS.
       LER-CHQ.
                READ PAGCHQ NEXT RECORD
                   AT END GO TO ROT-TOTAIS.
                IF PQ-ANO NOT = W-ANORCP OR PQ-MES NOT = W-MESRCP
                   OR PQ-TIPOPAG NOT = W-TIPORCP
                   GO TO ROT-TOTAIS.
                ADD 1 TO W-LIDOS.
                IF PQ-STATUS NOT = "P"
                   GO TO LER-CHQ.
                PERFORM IMP-RECIBO THRU IMP-RECIBO-FIM.
                GO TO LER-CHQ.
      *
       IMP-RECIBO.
                WRITE REGIMP FROM CAB1.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE PQ-CHAPAFUNC TO IMPCHAPA.
                MOVE PQ-NOME TO IMPNOME.
                MOVE SPACES TO IMPBENEF.
                IF PQ-BENEF = 1
                   MOVE " (BENEF. PENSAO)" TO IMPBENEF.
                WRITE REGIMP FROM CAB2.
                MOVE W-DESCTIPO (PQ-TIPOPAG) TO IMPDESCR.
                MOVE PQ-MES TO IMPMES.
                MOVE PQ-ANO TO IMPANO.
                WRITE REGIMP FROM CAB3.
                MOVE PQ-VALOR TO IMPVALOR.
                WRITE REGIMP FROM LINVALOR.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINTERMO1.
                WRITE REGIMP FROM LINTERMO2.
                WRITE REGIMP FROM LINTERMO3.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-LPDTINI TO IMPHOJE.
                WRITE REGIMP FROM LINDATA.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINASS.
                WRITE REGIMP FROM LINTRACO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD 1 TO W-TOTRCP.
                ADD PQ-VALOR TO W-VALRCP.
       IMP-RECIBO-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                MOVE W-TOTRCP TO IMPTOTRCP.
                WRITE REGIMP FROM LINTOT1.
                MOVE W-VALRCP TO IMPVALRCP.
                WRITE REGIMP FROM LINTOT2.
                IF W-TOTRCP = ZEROS
                   MOVE "*** NENHUM RECIBO PENDENTE NO PERIODO ***"
                                                           TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                DISPLAY (21, 05) "RECIBOS EM ARQRCP.TXT".
                GO TO ROT-FIM.
      *
      *****************************************
      * CONFIRMACAO DO RECIBO ASSINADO.        *
      * PAGSTAT SO TEM CHAPA + PERIODO: O      *
      * PAGAMENTO SO E GRAVADO LA PARA O       *
      * LIQUIDO MENSAL DO FUNCIONARIO (TIPO 1, *
      * NAO BENEFICIARIO)                      *
      *****************************************
       ABRE-PAGSTAT.
           OPEN I-O PAGSTAT.
           IF ST-ERROPAG = "00"
              GO TO INC-CONF.
           IF ST-ERROPAG NOT = "30"
              MOVE "ERRO ABERTURA DO ARQ. PAGSTAT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT PAGSTAT.
           CLOSE PAGSTAT.
           OPEN I-O PAGSTAT.
       INC-CONF.
           MOVE ZEROS TO W-CHAPARCP W-BENEFRCP.
           DISPLAY TELACONF.
           DISPLAY (14, 05) LIMPA.
           DISPLAY (15, 05) LIMPA.
       INC-CONF1.
           ACCEPT TCHAPARCP.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 OR W-CHAPARCP = ZEROS
              GO TO ROT-FIM.
       INC-CONF2.
           ACCEPT TBENEFRCP.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO INC-CONF1.
           IF W-BENEFRCP > 1
              MOVE "*** INFORME 0 OU 1 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CONF2.
           MOVE W-ANORCP TO PQ-ANO.
           MOVE W-MESRCP TO PQ-MES.
           MOVE W-TIPORCP TO PQ-TIPOPAG.
           MOVE W-CHAPARCP TO PQ-CHAPAFUNC.
           MOVE W-BENEFRCP TO PQ-BENEF.
           READ PAGCHQ
              INVALID KEY
                 MOVE "*** PAGAMENTO NAO ENCONTRADO NO PERIODO ***"
                                                           TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-CONF.
           ADD 1 TO W-LIDOS.
           IF PQ-STATUS = "C"
              MOVE "*** RECIBO JA CONFIRMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CONF.
           MOVE PQ-VALOR TO IMPVALOR.
           DISPLAY (14, 05) PQ-NOME.
           DISPLAY (15, 05) "VALOR: " IMPVALOR.
       INC-CONF3.
           DISPLAY (17, 05) "CONFIRMA RECIBO ASSINADO (S/N) : ".
           ACCEPT (17, 38) W-CONFIRMA.
           IF W-CONFIRMA = "N" OR W-CONFIRMA = "n"
              GO TO INC-CONF.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              GO TO INC-CONF3.
           MOVE "C" TO PQ-STATUS.
           MOVE W-LPDTINI TO PQ-DTCONF.
           REWRITE CADPAGCHQ.
           ADD 1 TO W-TOTRCP.
           ADD PQ-VALOR TO W-VALRCP.
           IF PQ-TIPOPAG = 1 AND PQ-BENEF = 0
              PERFORM GRAVA-PAGSTAT THRU GRAVA-PAGSTAT-FIM.
           MOVE "*** RECIBO CONFIRMADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO INC-CONF.
      *
      * LIQUIDO PAGO EM MAOS: STATUS L, MOTIVO "CH" (CHEQUE/DINHEIRO)
       GRAVA-PAGSTAT.
                MOVE PQ-CHAPAFUNC TO PG-CHAPAFUNC.
                MOVE PQ-ANO TO PG-ANO.
                MOVE PQ-MES TO PG-MES.
                READ PAGSTAT
                   INVALID KEY
                      MOVE 1 TO W-NOVOREG
                   NOT INVALID KEY
                      MOVE 0 TO W-NOVOREG.
                MOVE "L" TO PG-STATUS.
                MOVE "CH" TO PG-MOTIVO.
                MOVE W-LPDTINI TO PG-DATARET.
                IF W-NOVOREG = 1
                   WRITE CADPAGSTAT
                ELSE
                   REWRITE CADPAGSTAT.
       GRAVA-PAGSTAT-FIM.
                EXIT.
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
                MOVE "RECIBPAG" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = (W-ANORCP * 100) + W-MESRCP.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-TOTRCP TO LP-REGGRAV.
                MOVE W-VALRCP TO LP-VALORTOT.
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
                CLOSE PAGCHQ.
                IF W-ABRIUIMP = 0
                   CLOSE PAGSTAT
                   GO TO ROT-FIMP.
                CLOSE ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "RECIBPAG" TO W-SPLPROG.
                MOVE "ARQRCP.TXT" TO W-SPLARQ.
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
