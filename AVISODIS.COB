       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISODIS.
      *
      **************************************
      * AVISO DE MEDIDA DISCIPLINAR PARA   *
      * ASSINATURA DO FUNCIONARIO E DA     *
      * TESTEMUNHA: ADVERTENCIA OU         *
      * SUSPENSAO LANCADA NO CADMEDID      *
      * (MEDDISC.DAT) PARA O CHAPA E A     *
      * DATA INFORMADOS (ARQDIS.TXT)       *
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
           SELECT MEDDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DS-CHAVE
                    FILE STATUS  IS ST-ERRODS.
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
                03 FILLER              PIC X(62).
       FD MEDDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MEDDISC.DAT".
       01 REGDISCIP.
                03 DS-CHAVE.
                    05 DS-CHAPAFUNC    PIC 9(06).
                    05 DS-DATA         PIC 9(08).
                03 DS-TIPO             PIC X(01).
                03 DS-MOTIVO1          PIC X(40).
                03 DS-MOTIVO2          PIC X(40).
                03 DS-DIAS             PIC 9(02).
                03 DS-DTINI            PIC 9(08).
                03 DS-TESTEM           PIC X(30).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDIS.TXT".
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
       77 ST-ERRODS    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-CHAPA-FILTRO PIC 9(06) VALUE ZEROS.
       77 W-DATA-FILTRO  PIC 9(08) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-GRAVADOS   PIC 9(06) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 IMPTITULO PIC X(50).
       01 CAB2.
                03 FILLER   PIC X(07) VALUE "CHAPA:".
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(35).
                03 FILLER   PIC X(08) VALUE "  DEPTO:".
                03 IMPDPTO  PIC 9(04).
                03 FILLER   PIC X(08) VALUE "  CARGO:".
                03 IMPCARG  PIC 9(04).
       01 LINDTMED.
                03 FILLER    PIC X(17) VALUE "DATA DA MEDIDA:".
                03 IMPDATA   PIC 9999/99/99.
       01 LINMOTIVO.
                03 FILLER    PIC X(08) VALUE "MOTIVO:".
                03 IMPMOTIVO PIC X(40).
       01 LINSUSP.
                03 FILLER    PIC X(27) VALUE
                       "FICA SUSPENSO DO TRABALHO".
                03 FILLER    PIC X(04) VALUE "POR".
                03 IMPDIAS   PIC Z9.
                03 FILLER    PIC X(27) VALUE
                       " DIA(S) CORRIDO(S) A PARTIR".
                03 FILLER    PIC X(04) VALUE " DE".
                03 IMPDTINI  PIC 9999/99/99.
       01 LINTERMO-A1.
                03 FILLER PIC X(60) VALUE
                "FICA O EMPREGADO ACIMA ADVERTIDO PELA FALTA DESCRITA.".
       01 LINTERMO-A2.
                03 FILLER PIC X(60) VALUE
                "A REINCIDENCIA PODERA ACARRETAR PENALIDADES".
       01 LINTERMO-A3.
                03 FILLER PIC X(60) VALUE
                "MAIS SEVERAS, NOS TERMOS DO ART. 482 DA CLT.".
       01 LINTERMO-S1.
                03 FILLER PIC X(60) VALUE
                "OS DIAS DE SUSPENSAO NAO SERAO REMUNERADOS E".
       01 LINTERMO-S2.
                03 FILLER PIC X(60) VALUE
                "ACARRETAM A PERDA DO DESCANSO SEMANAL REMUNERADO.".
       01 LINTERMO-S3.
                03 FILLER PIC X(60) VALUE
                "O RETORNO E NO DIA SEGUINTE AO FIM DA SUSPENSAO.".
       01 LINTERMO4.
                03 FILLER PIC X(60) VALUE
                "A ASSINATURA INDICA CIENCIA, NAO CONCORDANCIA.".
       01 LINDATA.
                03 FILLER   PIC X(06) VALUE "DATA:".
                03 IMPHOJE  PIC 9999/99/99.
       01 LINASS.
                03 FILLER PIC X(40) VALUE
                       "ASSINATURA DO EMPREGADO: ______________".
       01 LINTEST.
                03 FILLER PIC X(40) VALUE
                       "TESTEMUNHA: ___________________________".
                03 FILLER PIC X(01) VALUE SPACES.
                03 IMPTESTEM PIC X(30).
       01 LINTRACO.
                03 FILLER PIC X(85) VALUE ALL "-".
      *
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "AVISO DE MEDIDA DISCIPLINAR".
             05  LINE 05 COLUMN 10
                 VALUE "CHAPA (0 = SAIR)..................... : ".
             05  TCHAPA-FILTRO
                 LINE 05 COLUMN 50 PIC 999999
                 USING W-CHAPA-FILTRO
                 HIGHLIGHT.
             05  LINE 07 COLUMN 10
                 VALUE "DATA DA MEDIDA (AAAAMMDD)............ : ".
             05  TDATA-FILTRO
                 LINE 07 COLUMN 50 PIC 99999999
                 USING W-DATA-FILTRO
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       ABRE-ARQS.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT MEDDISC.
           IF ST-ERRODS NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. MEDDISC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE FUNC
              GO TO ROT-FIMP.
       INC-OP0.
           DISPLAY TELAFILTRO.
           ACCEPT TCHAPA-FILTRO.
           ACCEPT TDATA-FILTRO.
      * CHAPA ZERADO ENCERRA SEM GERAR O AVISO
           IF W-CHAPA-FILTRO = ZEROS
              CLOSE FUNC MEDDISC
              GO TO ROT-FIMP.
           MOVE W-CHAPA-FILTRO TO CHAPA.
           READ FUNC
              INVALID KEY
                 MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-OP0.
           MOVE W-CHAPA-FILTRO TO DS-CHAPAFUNC.
           MOVE W-DATA-FILTRO TO DS-DATA.
           READ MEDDISC
              INVALID KEY
                 MOVE "*** MEDIDA NAO CADASTRADA NO CADMEDID ***"
                                                       TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-OP0.
           MOVE 1 TO W-LIDOS.
      *
      *****************************************
      * CABECALHO COM O TIPO DA MEDIDA E DADOS *
      * DO EMPREGADO                           *
      *****************************************
       IMP-AVISO.
                OPEN OUTPUT ARQIMP.
                IF DS-TIPO = "V"
                   MOVE "AVISO DE ADVERTENCIA VERBAL" TO IMPTITULO.
                IF DS-TIPO = "E"
                   MOVE "AVISO DE ADVERTENCIA ESCRITA" TO IMPTITULO.
                IF DS-TIPO = "S"
                   MOVE "AVISO DE SUSPENSAO DISCIPLINAR" TO IMPTITULO.
                WRITE REGIMP FROM CAB1.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE CHAPA TO IMPCHAPA.
                MOVE NOME TO IMPNOME.
                MOVE CODPTO TO IMPDPTO.
                MOVE CODCARG TO IMPCARG.
                WRITE REGIMP FROM CAB2.
                WRITE REGIMP FROM LINTRACO.
                MOVE DS-DATA TO IMPDATA.
                WRITE REGIMP FROM LINDTMED.
                MOVE DS-MOTIVO1 TO IMPMOTIVO.
                WRITE REGIMP FROM LINMOTIVO.
                IF DS-MOTIVO2 NOT = SPACES
                   MOVE SPACES TO LINMOTIVO
                   MOVE DS-MOTIVO2 TO IMPMOTIVO
                   WRITE REGIMP FROM LINMOTIVO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                IF DS-TIPO NOT = "S"
                   GO TO IMP-ADVERT.
                MOVE DS-DIAS TO IMPDIAS.
                MOVE DS-DTINI TO IMPDTINI.
                WRITE REGIMP FROM LINSUSP.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINTERMO-S1.
                WRITE REGIMP FROM LINTERMO-S2.
                WRITE REGIMP FROM LINTERMO-S3.
                GO TO IMP-ASSIN.
       IMP-ADVERT.
                WRITE REGIMP FROM LINTERMO-A1.
                WRITE REGIMP FROM LINTERMO-A2.
                WRITE REGIMP FROM LINTERMO-A3.
      *
       IMP-ASSIN.
                WRITE REGIMP FROM LINTERMO4.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-LPDTINI TO IMPHOJE.
                WRITE REGIMP FROM LINDATA.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINASS.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE DS-TESTEM TO IMPTESTEM.
                WRITE REGIMP FROM LINTEST.
                MOVE 1 TO W-GRAVADOS.
                DISPLAY (21, 05) "AVISO EM ARQDIS.TXT".
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
                MOVE "AVISODIS" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                DIVIDE W-LPDTINI BY 100 GIVING LP-PERIODO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-GRAVADOS TO LP-REGGRAV.
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
                CLOSE FUNC MEDDISC ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "AVISODIS" TO W-SPLPROG.
                MOVE "ARQDIS.TXT" TO W-SPLARQ.
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
