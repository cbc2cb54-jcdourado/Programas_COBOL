       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTANU.
      *
      **************************************
      * ADICIONAL POR TEMPO DE SERVICO:    *
      * FUNCIONARIOS ATIVOS QUE COMPLETAM  *
      * NOVO ANUENIO/QUINQUENIO NA         *
      * COMPETENCIA INFORMADA (REGRA       *
      * VIGENTE EM ANUENIO.DAT - CADANUEN),*
      * COM O TEMPO DE SERVICO DA ADMISSAO *
      * ATUAL MAIS OS CONTRATOS ANTERIORES *
      * QUE CONTAM (VINCULO.DAT), PELO     *
      * MESMO CRITERIO DO FPP004, E O      *
      * PERCENTUAL ATUAL E O NOVO          *
      * (ARQANU.TXT)                       *
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
           SELECT ANUENIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AN-DTVIGOR
                    FILE STATUS  IS ST-ERROANU.
           SELECT OPTIONAL VINCULO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VC-CHAVE
                    FILE STATUS  IS ST-ERROVNC.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
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
       FD ANUENIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ANUENIO.DAT".
       01 CADANUEN.
                03 AN-DTVIGOR          PIC 9(08).
                03 AN-TIPO             PIC X(01).
                03 AN-PERC             PIC 9(02)V99.
                03 AN-TETO             PIC 9(02)V99.
                03 AN-BASE             PIC X(01).
                03 AN-CONTAVINC        PIC X(01).
                03 AN-INTERV           PIC 9(04).
                03 FILLER              PIC X(20).
       FD VINCULO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VINCULO.DAT".
       01 CADVINCULO.
                03 VC-CHAVE.
                    05 VC-CHAPAFUNC    PIC 9(06).
                    05 VC-SEQVINC      PIC 9(02).
                03 VC-DTADM            PIC 9(08).
                03 VC-DTADM-R REDEFINES VC-DTADM.
                    05 VC-DIAADM           PIC 9(02).
                    05 VC-MESADM           PIC 9(02).
                    05 VC-ANOADM           PIC 9(04).
                03 VC-DTDEM            PIC 9(08).
                03 VC-DTDEM-R REDEFINES VC-DTDEM.
                    05 VC-DIADEM           PIC 9(02).
                    05 VC-MESDEM           PIC 9(02).
                    05 VC-ANODEM           PIC 9(04).
                03 VC-STATVC           PIC X(01).
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
                03 DT-ADM REDEFINES DTADM.
                    05 DIAADM              PIC 9(02).
                    05 MESADM              PIC 9(02).
                    05 ANOADM              PIC 9(04).
                03 DTDEM               PIC 9(08).
                03 STAT                PIC X(01).
                03 CPF                 PIC 9(11).
                03 PIS                 PIC 9(11).
                03 RG                  PIC X(12).
                03 SALNEGOC            PIC 9(06)V99.
                03 ESTCIVIL            PIC 9(01).
                03 TIPOCONTR           PIC X(01).
                03 CODEMPR             PIC 9(01).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQANU.TXT".
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
       77 ST-ERROANU   PIC X(02) VALUE "00".
       77 ST-ERROVNC   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-QTDLIST    PIC 9(06) VALUE ZEROS.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
      * REGRA VIGENTE NO FIM DA COMPETENCIA
       77 W-DTREFANU   PIC 9(08) VALUE ZEROS.
       77 W-ANTEM      PIC 9(01) VALUE ZEROS.
       77 W-VCABERTO   PIC 9(01) VALUE ZEROS.
       77 W-ANTIPO     PIC X(01) VALUE SPACES.
       77 W-ANPERC     PIC 9(02)V99 VALUE ZEROS.
       77 W-ANTETO     PIC 9(02)V99 VALUE ZEROS.
       77 W-ANCONTA    PIC X(01) VALUE SPACES.
       77 W-ANINTERV   PIC 9(04) VALUE ZEROS.
      * FAIXA E PERCENTUAL NO FIM DO MES ANTERIOR E NO FIM DA
      * COMPETENCIA
       77 W-ANFAIXAS   PIC 9(02) VALUE ZEROS.
       77 W-ANPCT      PIC 9(03)V99 VALUE ZEROS.
       77 W-ANPCTANT   PIC 9(03)V99 VALUE ZEROS.
       77 W-ANANOSANT  PIC 9(02) VALUE ZEROS.
       77 W-JDMESINI   PIC 9(07) VALUE ZEROS.
       77 W-JDMESFIM   PIC 9(07) VALUE ZEROS.
      * TEMPO DE SERVICO EM DIAS CORRIDOS E ANOS COMPLETOS
      * (CALC-TEMPOSERV), CONTADO ATE O DIA ANTERIOR A W-TSJDREF
       77 W-TSJDREF    PIC 9(07) VALUE ZEROS.
       77 W-TSJDINI    PIC 9(07) VALUE ZEROS.
       77 W-TSJDSAI    PIC 9(07) VALUE ZEROS.
       77 W-TSJDENT    PIC 9(07) VALUE ZEROS.
       77 W-TSACHOU    PIC 9(01) VALUE ZEROS.
       77 W-TSDIAS     PIC 9(06) VALUE ZEROS.
       77 W-TSANOS     PIC 9(02) VALUE ZEROS.
      * NUMERO DO DIA (DIA JULIANO) DE W-DTORD
       01 W-DTORD      PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
       77 W-JDNUM      PIC 9(07) VALUE ZEROS.
       77 W-JDA        PIC 9(01) VALUE ZEROS.
       77 W-JDY        PIC 9(05) VALUE ZEROS.
       77 W-JDM        PIC 9(02) VALUE ZEROS.
       77 W-JDT1       PIC 9(05) VALUE ZEROS.
       77 W-JDT2       PIC 9(05) VALUE ZEROS.
       77 W-JDT3       PIC 9(05) VALUE ZEROS.
       77 W-JDT4       PIC 9(05) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                   "ADICIONAL POR TEMPO DE SERVICO - NOVAS FAIXAS".
       01 CAB2.
                03 FILLER PIC X(12) VALUE "COMPETENCIA:".
                03 IMPPER  PIC 9(06).
                03 FILLER PIC X(10) VALUE "   REGRA: ".
                03 IMPTIPO PIC X(11).
                03 FILLER PIC X(02) VALUE SPACES.
                03 IMPPERC PIC Z9,99.
                03 FILLER PIC X(08) VALUE "%  TETO ".
                03 IMPTETO PIC Z9,99.
                03 FILLER PIC X(01) VALUE "%".
       01 CAB3.
                03 FILLER PIC X(45) VALUE "CHAPA   NOME".
                03 FILLER PIC X(35) VALUE
                   "ADMISSAO   ANOS  PERC ATU PERC NOVO".
       01 DETAL.
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(35).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPADM   PIC 99/99/9999.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPANOS  PIC Z9.
                03 FILLER   PIC X(04) VALUE SPACES.
                03 IMPPCTANT PIC ZZ9,99.
                03 FILLER   PIC X(05) VALUE SPACES.
                03 IMPPCTNOV PIC ZZ9,99.
       01 LINTOT.
                03 FILLER  PIC X(26) VALUE "FUNCIONARIOS NA FAIXA...:".
                03 IMPQTD  PIC ZZZZZ9.
       01 LINTRACO.
                03 FILLER PIC X(80) VALUE ALL "-".
      *
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "ADICIONAL POR TEMPO DE SERVICO - NOVAS FAIXAS".
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
           OPEN INPUT ANUENIO.
           IF ST-ERROANU NOT = "00"
              MOVE "*** REGRA NAO CADASTRADA (CADANUEN) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           PERFORM BUSCA-ANUEN THRU BUSCA-ANUEN-FIM.
           CLOSE ANUENIO.
           IF W-ANTEM = 0 OR W-ANPERC = ZEROS
              MOVE "*** SEM REGRA VIGENTE NA COMPETENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT VINCULO.
           MOVE ZEROS TO W-VCABERTO.
           IF ST-ERROVNC = "00"
              MOVE 1 TO W-VCABERTO.
      * LIMITES DA COMPETENCIA EM DIA JULIANO: PRIMEIRO DIA DO MES
      * E PRIMEIRO DIA DO MES SEGUINTE
           MOVE ANO-FILTRO TO W-DO-ANO.
           MOVE MES-FILTRO TO W-DO-MES.
           MOVE 1 TO W-DO-DIA.
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
           MOVE W-JDNUM TO W-JDMESINI.
           COMPUTE W-DO-MES = MES-FILTRO + 1.
           IF MES-FILTRO = 12
              ADD 1 TO W-DO-ANO
              MOVE 1 TO W-DO-MES.
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
           MOVE W-JDNUM TO W-JDMESFIM.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           COMPUTE IMPPER = (ANO-FILTRO * 100) + MES-FILTRO.
           IF W-ANTIPO = "Q"
              MOVE "QUINQUENIO" TO IMPTIPO
           ELSE
              MOVE "ANUENIO" TO IMPTIPO.
           MOVE W-ANPERC TO IMPPERC.
           MOVE W-ANTETO TO IMPTETO.
           WRITE REGIMP FROM CAB2.
           WRITE REGIMP FROM LINTRACO.
           WRITE REGIMP FROM CAB3.
           MOVE ZEROS TO CHAPA.
           START FUNC KEY IS NOT LESS THAN CHAPA
              INVALID KEY
                 GO TO ROT-TOTAL.
      *
      *****************************************
      * FUNCIONARIO ATIVO CUJA FAIXA NO FIM DA *
      * COMPETENCIA E MAIOR QUE A DO FIM DO    *
      * MES ANTERIOR E O PERCENTUAL SOBE       *
      * (QUEM JA ESTA NO TETO NAO SAI)         *
      *****************************************
       LER-FUNC.
                READ FUNC NEXT RECORD
                   AT END GO TO ROT-TOTAL.
                ADD 1 TO W-LIDOS.
                IF DTDEM NOT = ZEROS OR DTADM = ZEROS
                   GO TO LER-FUNC.
                IF TIPOCONTR = "E" OR TIPOCONTR = "e"
                   GO TO LER-FUNC.
                MOVE W-JDMESINI TO W-TSJDREF.
                PERFORM CALC-TEMPOSERV THRU CALC-TEMPOSERV-FIM.
                MOVE W-TSANOS TO W-ANANOSANT.
                PERFORM CALC-PERC THRU CALC-PERC-FIM.
                MOVE W-ANPCT TO W-ANPCTANT.
                MOVE W-JDMESFIM TO W-TSJDREF.
                PERFORM CALC-TEMPOSERV THRU CALC-TEMPOSERV-FIM.
                IF W-TSANOS = W-ANANOSANT
                   GO TO LER-FUNC.
                PERFORM CALC-PERC THRU CALC-PERC-FIM.
                IF W-ANPCT NOT > W-ANPCTANT
                   GO TO LER-FUNC.
                MOVE CHAPA TO IMPCHAPA.
                MOVE NOME TO IMPNOME.
                MOVE DTADM TO IMPADM.
                MOVE W-TSANOS TO IMPANOS.
                MOVE W-ANPCTANT TO IMPPCTANT.
                MOVE W-ANPCT TO IMPPCTNOV.
                WRITE REGIMP FROM DETAL.
                ADD 1 TO W-QTDLIST.
                GO TO LER-FUNC.
      *
       ROT-TOTAL.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-QTDLIST TO IMPQTD.
                WRITE REGIMP FROM LINTOT.
                DISPLAY (21, 05) "RELATORIO EM ARQANU.TXT".
                GO TO ROT-FIM.
      *
      * PERCENTUAL DA FAIXA DE W-TSANOS PELA REGRA VIGENTE
       CALC-PERC.
                IF W-ANTIPO = "Q"
                   DIVIDE W-TSANOS BY 5 GIVING W-ANFAIXAS
                ELSE
                   MOVE W-TSANOS TO W-ANFAIXAS.
                COMPUTE W-ANPCT = W-ANFAIXAS * W-ANPERC.
                IF W-ANTETO > ZEROS AND W-ANPCT > W-ANTETO
                   MOVE W-ANTETO TO W-ANPCT.
       CALC-PERC-FIM.
                EXIT.
      *
      *****************************************
      * REGRA DO ADICIONAL VIGENTE NO FIM DA   *
      * COMPETENCIA (ANUENIO.DAT - CADANUEN)   *
      *****************************************
       BUSCA-ANUEN.
                MOVE ZEROS TO W-ANTEM.
                COMPUTE W-DTREFANU = (ANO-FILTRO * 10000)
                                   + (MES-FILTRO * 100) + 31.
                MOVE ZEROS TO AN-DTVIGOR.
                START ANUENIO KEY IS NOT LESS THAN AN-DTVIGOR
                   INVALID KEY
                      GO TO BUSCA-ANUEN-FIM.
       BUSCA-ANUEN-LER.
                READ ANUENIO NEXT RECORD
                   AT END
                      GO TO BUSCA-ANUEN-FIM.
                IF AN-DTVIGOR > W-DTREFANU
                   GO TO BUSCA-ANUEN-FIM.
                MOVE 1 TO W-ANTEM.
                MOVE AN-TIPO TO W-ANTIPO.
                MOVE AN-PERC TO W-ANPERC.
                MOVE AN-TETO TO W-ANTETO.
                MOVE AN-CONTAVINC TO W-ANCONTA.
                MOVE AN-INTERV TO W-ANINTERV.
                GO TO BUSCA-ANUEN-LER.
       BUSCA-ANUEN-FIM.
                EXIT.
      *
      *****************************************
      * TEMPO DE SERVICO DO CHAPA EM DIAS      *
      * CORRIDOS (W-TSDIAS) E ANOS COMPLETOS   *
      * (W-TSANOS) ATE O DIA ANTERIOR A        *
      * W-TSJDREF: ADMISSAO ATUAL (DTADM) MAIS *
      * OS CONTRATOS ENCERRADOS EM VINCULO.DAT *
      * (SE W-ANCONTA = "S"), DO MAIS RECENTE  *
      * AO MAIS ANTIGO, PARANDO NO PRIMEIRO    *
      * INTERVALO MAIOR QUE W-ANINTERV DIAS    *
      *****************************************
       CALC-TEMPOSERV.
                MOVE ZEROS TO W-TSDIAS W-TSANOS.
                IF DTADM = ZEROS
                   GO TO CALC-TEMPOSERV-FIM.
                MOVE ANOADM TO W-DO-ANO.
                MOVE MESADM TO W-DO-MES.
                MOVE DIAADM TO W-DO-DIA.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-TSJDINI.
                IF W-TSJDINI NOT < W-TSJDREF
                   GO TO CALC-TEMPOSERV-FIM.
                COMPUTE W-TSDIAS = W-TSJDREF - W-TSJDINI.
                IF W-ANCONTA NOT = "S" OR W-VCABERTO = 0
                   GO TO CALC-TEMPOSERV-ANOS.
      * CONTRATO ENCERRADO MAIS RECENTE ANTES DE W-TSJDINI
       CALC-TEMPOSERV-ANT.
                MOVE 0 TO W-TSACHOU.
                MOVE ZEROS TO W-TSJDSAI W-TSJDENT.
                MOVE CHAPA TO VC-CHAPAFUNC.
                MOVE ZEROS TO VC-SEQVINC.
                START VINCULO KEY IS NOT LESS THAN VC-CHAVE
                   INVALID KEY
                      GO TO CALC-TEMPOSERV-SOMA.
       CALC-TEMPOSERV-LER.
                READ VINCULO NEXT RECORD
                   AT END
                      GO TO CALC-TEMPOSERV-SOMA.
                IF VC-CHAPAFUNC NOT = CHAPA
                   GO TO CALC-TEMPOSERV-SOMA.
                IF VC-DTADM = ZEROS OR VC-DTDEM = ZEROS
                   GO TO CALC-TEMPOSERV-LER.
                MOVE VC-ANODEM TO W-DO-ANO.
                MOVE VC-MESDEM TO W-DO-MES.
                MOVE VC-DIADEM TO W-DO-DIA.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                IF W-JDNUM NOT < W-TSJDINI
                   GO TO CALC-TEMPOSERV-LER.
                IF W-TSACHOU = 1 AND W-JDNUM NOT > W-TSJDSAI
                   GO TO CALC-TEMPOSERV-LER.
                MOVE W-JDNUM TO W-TSJDSAI.
                MOVE VC-ANOADM TO W-DO-ANO.
                MOVE VC-MESADM TO W-DO-MES.
                MOVE VC-DIAADM TO W-DO-DIA.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-TSJDENT.
                MOVE 1 TO W-TSACHOU.
                GO TO CALC-TEMPOSERV-LER.
       CALC-TEMPOSERV-SOMA.
                IF W-TSACHOU = 0
                   GO TO CALC-TEMPOSERV-ANOS.
                IF W-TSJDENT > W-TSJDSAI
                   GO TO CALC-TEMPOSERV-ANOS.
                IF W-ANINTERV > ZEROS
                AND (W-TSJDINI - W-TSJDSAI - 1) > W-ANINTERV
                   GO TO CALC-TEMPOSERV-ANOS.
                COMPUTE W-TSDIAS = W-TSDIAS
                                 + (W-TSJDSAI - W-TSJDENT + 1).
                MOVE W-TSJDENT TO W-TSJDINI.
                GO TO CALC-TEMPOSERV-ANT.
       CALC-TEMPOSERV-ANOS.
                COMPUTE W-TSANOS = W-TSDIAS / 365,25.
       CALC-TEMPOSERV-FIM.
                EXIT.
      *
      *****************************************
      * NUMERO DO DIA (DIA JULIANO) DE UMA     *
      * DATA AAAAMMDD EM W-DTORD, PARA CONTAR  *
      * DIAS CORRIDOS ENTRE DUAS DATAS         *
      *****************************************
       CALC-JULIANO.
                MOVE 0 TO W-JDA.
                IF W-DO-MES < 3
                   MOVE 1 TO W-JDA.
                COMPUTE W-JDY = W-DO-ANO + 4800 - W-JDA.
                COMPUTE W-JDM = W-DO-MES + (12 * W-JDA) - 3.
                COMPUTE W-JDT1 = (153 * W-JDM) + 2.
                DIVIDE W-JDT1 BY 5 GIVING W-JDT1.
                DIVIDE W-JDY BY 4 GIVING W-JDT2.
                DIVIDE W-JDY BY 100 GIVING W-JDT3.
                DIVIDE W-JDY BY 400 GIVING W-JDT4.
                COMPUTE W-JDNUM = W-DO-DIA + W-JDT1 + (365 * W-JDY)
                                + W-JDT2 - W-JDT3 + W-JDT4 - 32045.
       CALC-JULIANO-FIM.
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
                MOVE "PRINTANU" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = (ANO-FILTRO * 100) + MES-FILTRO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-QTDLIST TO LP-REGGRAV.
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
                CLOSE FUNC VINCULO ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTANU" TO W-SPLPROG.
                MOVE "ARQANU.TXT" TO W-SPLARQ.
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
