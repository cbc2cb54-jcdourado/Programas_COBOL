       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTLOTE.
      *
      **************************************
      * ESTORNO DE UMA RODADA DE LOTE      *
      * (FPP019 FERIAS COLETIVAS, FPP020   *
      * DISSIDIO, FPP027 EFETIVACAO DE     *
      * EXPERIENCIA, FPP030 CORTE DE       *
      * DEPENDENTES) PELO DIARIO           *
      * JORNLOTE.DAT. A RODADA E A DO      *
      * LOGPROC.DAT (PROGRAMA + DATA/HORA  *
      * DE INICIO). SO VOLTA O REGISTRO    *
      * QUE AINDA ESTA COMO A RODADA O     *
      * DEIXOU; O QUE FOI MEXIDO DEPOIS E  *
      * LISTADO COMO CONFLITO E FICA COMO  *
      * ESTA. CADA REGISTRO ESTORNADO VAI  *
      * PARA O LOGALT.DAT (FPP031) E, NO   *
      * DISSIDIO, PARA O HISTSAL.DAT. A    *
      * PENDENCIA DE APROVACAO INCLUIDA    *
      * PELO DISSIDIO (APROV.DAT) SO E     *
      * EXCLUIDA SE AINDA ESTA PENDENTE. A *
      * SIMULACAO SO LISTA (ARQESTL.TXT)   *
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
           SELECT OPTIONAL JORNLOTE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROJN.
           SELECT OPTIONAL LOGALT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROLOG.
           SELECT OPTIONAL HISTSAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROHIST.
           SELECT OPTIONAL TRAVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TV-RECURSO
                    FILE STATUS  IS ST-ERROTRV.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT CARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERROCARG.
           SELECT FERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FR-CHAVE
                    FILE STATUS  IS ST-ERROFER.
           SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDEP
                    FILE STATUS  IS ST-ERRODEP.
           SELECT OPTIONAL APROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERROAPR.
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
      * DIARIO DE ESTORNO GRAVADO PELOS LOTES: IMAGEM ANTES/DEPOIS
      * DE CADA REGISTRO (OPER I = INCLUIDO, ANTES EM BRANCO;
      * OPER A = ALTERADO)
       FD JORNLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNLOTE.DAT".
       01 REGJORNAL.
                03 JN-PROGRAMA         PIC X(08).
                03 JN-DTINI            PIC 9(08).
                03 JN-HRINI            PIC 9(06).
                03 JN-ARQUIVO          PIC X(08).
                03 JN-OPER             PIC X(01).
                03 JN-ANTES            PIC X(121).
                03 JN-DEPOIS           PIC X(121).
       FD LOGALT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGALT.DAT".
       01 REGLOG.
                03 DATALOG             PIC 9(08).
                03 HORALOG             PIC 9(06).
                03 PROGLOG             PIC X(08).
                03 OPERLOG             PIC X(01).
                03 CHAVEREG            PIC X(15).
      * NOME DO FUNCIONARIO/CARGO/DEPENDENTE, SITUACAO (TIPO DE
      * CONTRATO, TIPO DE SALARIO, DEDUCAO IRRF OU STATUS DAS
      * FERIAS), VALOR (SALARIO OU DIAS DE GOZO) E ARQUIVO
                03 VALORANT.
                    05 VA-NOME             PIC X(35).
                    05 VA-SITUACAO         PIC X(01).
                    05 VA-VALOR            PIC 9(06)V99.
                    05 VA-ARQ              PIC X(06).
                03 VALORNOV.
                    05 VN-NOME             PIC X(35).
                    05 VN-SITUACAO         PIC X(01).
                    05 VN-VALOR            PIC 9(06)V99.
                    05 VN-ARQ              PIC X(06).
       FD HISTSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTSAL.DAT".
       01 REGHISTSAL.
                03 HS-DATA             PIC 9(08).
                03 HS-HORA             PIC 9(06).
                03 HS-TIPOREG          PIC X(01).
                03 HS-CHAVE            PIC 9(06).
                03 HS-VALORANT         PIC 9(06)V99.
                03 HS-VALORNOV         PIC 9(06)V99.
                03 HS-MOTIVO           PIC X(20).
       FD TRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRAVA.DAT".
       01 CADTRAVA.
                03 TV-RECURSO          PIC X(12).
                03 TV-PROGRAMA         PIC X(08).
                03 TV-DATA             PIC 9(08).
                03 TV-HORA             PIC 9(06).
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
                03 ESTCIVIL            PIC 9(01).
                03 TIPOCONTR           PIC X(01).
                03 CODEMPR             PIC 9(01).
       FD CARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARG.DAT".
       01 CADCARG.
                03 CODIGO1             PIC 9(04).
                03 DENOMINACAO1        PIC X(25).
                03 NIVELHIER           PIC 9(01).
                03 TIPSAL              PIC X(01).
                03 SALBAS              PIC 9(06)V99.
       FD FERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIAS.DAT".
       01 CADFERIAS.
                03 FR-CHAVE.
                    05 FR-CHAPAFUNC    PIC 9(06).
                    05 FR-ANOREF       PIC 9(04).
                03 FR-DTINICIO         PIC 9(08).
                03 FR-DIASGOZO         PIC 9(02).
                03 FR-DTLIMITE         PIC 9(08).
                03 FR-STATFER          PIC X(01).
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
       01 CADDEPEND.
                03 CHAVEDEP.
                    05 DP-CHAPAFUNC    PIC 9(06).
                    05 DP-SEQDEP       PIC 9(02).
                03 DP-NOMEDEP          PIC X(35).
                03 DP-DTNASCDEP        PIC 9(08).
                03 DP-PARENTESCO       PIC X(01).
                03 DP-DEDIRRF          PIC X(01).
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
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTL.TXT".
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
       77 ST-ERROJN    PIC X(02) VALUE "00".
       77 ST-ERROLOG   PIC X(02) VALUE "00".
       77 ST-ERROHIST  PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERROFER   PIC X(02) VALUE "00".
       77 ST-ERRODEP   PIC X(02) VALUE "00".
       77 ST-ERROAPR   PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * TRAVA DE EXECUCAO (TRAVA.DAT - FPP057): O ESTORNO REGRAVA O
      * CADASTRO E NAO RODA JUNTO COM OUTRO BATCH QUE O ATUALIZE
       77 ST-ERROTRV   PIC X(02) VALUE "00".
       77 W-TRVFALHOU  PIC 9(01) VALUE ZEROS.
       77 W-TRVPEGOU   PIC 9(01) VALUE ZEROS.
       01 W-TRVAVISO.
                03 FILLER   PIC X(11) VALUE "EM USO POR ".
                03 W-TRVPROG PIC X(08).
                03 FILLER   PIC X(07) VALUE " DESDE ".
                03 W-TRVDATA PIC 99999999.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      * RODADA A ESTORNAR (PROPOSTA: A ULTIMA DO PROGRAMA EM
      * LOGPROC.DAT)
       77 W-PROG       PIC X(08) VALUE SPACES.
       77 W-DTINI      PIC 9(08) VALUE ZEROS.
       77 W-HRINI      PIC 9(06) VALUE ZEROS.
       77 W-ACHOULP    PIC 9(01) VALUE ZEROS.
       77 W-REGGRAV    PIC 9(06) VALUE ZEROS.
      * "S" = SO LISTA O QUE SERIA ESTORNADO, SEM GRAVAR
       77 W-SIMULA     PIC X(01) VALUE "S".
       77 W-CONFIRMA   PIC X(01) VALUE SPACES.
      * ARQUIVOS DO LOTE ESCOLHIDO
       77 W-USAFUNC    PIC 9(01) VALUE ZEROS.
       77 W-USACARG    PIC 9(01) VALUE ZEROS.
       77 W-USAFER     PIC 9(01) VALUE ZEROS.
       77 W-USADEP     PIC 9(01) VALUE ZEROS.
       77 W-USAAPR     PIC 9(01) VALUE ZEROS.
      * SITUACAO DO REGISTRO: 1=ESTORNADO 2=JA ESTORNADO 3=CONFLITO
       77 W-SIT        PIC 9(01) VALUE ZEROS.
       77 W-CHAVE      PIC X(15) VALUE SPACES.
       77 W-SALANT     PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTDIARIO  PIC 9(06) VALUE ZEROS.
       77 W-TOTEST     PIC 9(06) VALUE ZEROS.
       77 W-TOTJA      PIC 9(06) VALUE ZEROS.
       77 W-TOTCONF    PIC 9(06) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "ESTORNO DE RODADA DE LOTE".
       01 CAB2.
                03 FILLER   PIC X(08) VALUE "RODADA:".
                03 IMPPROG  PIC X(08).
                03 FILLER   PIC X(10) VALUE "  INICIO:".
                03 IMPDTINI PIC 9999/99/99.
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPHRINI PIC 99B99B99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPMODO  PIC X(30).
       01 CABDET.
                03 FILLER PIC X(40) VALUE
                       "ARQUIVO  CHAVE            SITUACAO".
       01 DETAL.
                03 IMPARQ   PIC X(08).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPCHAVE PIC X(15).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPSIT   PIC X(40).
       01 LINTRACO.
                03 FILLER PIC X(70) VALUE ALL "-".
       01 LINTOT1.
                03 FILLER  PIC X(30) VALUE
                       "REGISTROS DA RODADA NO DIARIO:".
                03 IMPTOT1 PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER  PIC X(30) VALUE
                       "ESTORNADOS...................:".
                03 IMPTOT2 PIC ZZZZZ9.
       01 LINTOT3.
                03 FILLER  PIC X(30) VALUE
                       "JA ESTAVAM ESTORNADOS........:".
                03 IMPTOT3 PIC ZZZZZ9.
       01 LINTOT4.
                03 FILLER  PIC X(30) VALUE
                       "CONFLITOS (NAO ESTORNADOS)...:".
                03 IMPTOT4 PIC ZZZZZ9.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAEST.
             05  BLANK SCREEN.
             05  LINE 02 COLUMN 10
                 VALUE "ESTORNO DE RODADA DE LOTE (JORNLOTE.DAT)".
             05  LINE 04 COLUMN 05
                 VALUE "PROGRAMA (FPP019/FPP020/FPP027/FPP030)..:".
             05  TPROG
                 LINE 04 COLUMN 47 PIC X(08)
                 USING W-PROG
                 HIGHLIGHT.
             05  LINE 06 COLUMN 05
                 VALUE "DATA DE INICIO DA RODADA (AAAAMMDD).....:".
             05  TDTINI
                 LINE 06 COLUMN 47 PIC 9(08)
                 USING W-DTINI
                 HIGHLIGHT.
             05  LINE 08 COLUMN 05
                 VALUE "HORA DE INICIO DA RODADA (FPP026).......:".
             05  THRINI
                 LINE 08 COLUMN 47 PIC 9(06)
                 USING W-HRINI
                 HIGHLIGHT.
             05  LINE 10 COLUMN 05
                 VALUE "SIMULACAO - SO LISTA, NAO GRAVA (S/N)...:".
             05  TSIMULA
                 LINE 10 COLUMN 47 PIC X
                 USING W-SIMULA
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           DISPLAY TELAEST.
       INC-001.
           ACCEPT TPROG.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO ROT-FIMP.
           MOVE ZEROS TO W-USAFUNC W-USACARG W-USAFER W-USADEP
                         W-USAAPR.
           IF W-PROG = "FPP019"
              MOVE 1 TO W-USAFER
              GO TO INC-002.
           IF W-PROG = "FPP020"
              MOVE 1 TO W-USAFUNC W-USACARG W-USAAPR
              GO TO INC-002.
           IF W-PROG = "FPP027"
              MOVE 1 TO W-USAFUNC
              GO TO INC-002.
           IF W-PROG = "FPP030"
              MOVE 1 TO W-USADEP
              GO TO INC-002.
           MOVE "*** SO FPP019, FPP020, FPP027 OU FPP030 ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO INC-001.
       INC-002.
           PERFORM BUSCA-RODADA THRU BUSCA-RODADA-FIM.
           DISPLAY TELAEST.
           IF W-ACHOULP = 0
              DISPLAY (12, 05) "NENHUMA RODADA DO PROGRAMA EM LOGPROC"
           ELSE
              DISPLAY (12, 05) "PROPOSTA A ULTIMA RODADA - REGISTROS "
                               "GRAVADOS: " W-REGGRAV.
       INC-003.
           ACCEPT TDTINI.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO INC-OP0.
           ACCEPT THRINI.
           IF W-DTINI = ZEROS
              MOVE "*** INFORME A RODADA (VIDE FPP026) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-004.
           ACCEPT TSIMULA.
           IF W-SIMULA = "s"
              MOVE "S" TO W-SIMULA.
           IF W-SIMULA = "n"
              MOVE "N" TO W-SIMULA.
           IF W-SIMULA NOT = "S" AND W-SIMULA NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           IF W-SIMULA = "S"
              GO TO ABRE-ARQS.
       INC-005.
           DISPLAY (14, 05) "OS REGISTROS DA RODADA VOLTAM AO QUE ERAM".
           DISPLAY (15, 05) "CONFIRMA (S/N) : ".
           ACCEPT (15, 22) W-CONFIRMA.
           IF W-CONFIRMA = "N" OR W-CONFIRMA = "n"
              GO TO ROT-FIMP.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              GO TO INC-005.
      *
       ABRE-ARQS.
           IF W-SIMULA = "S"
              GO TO ABRE-ARQS-1.
      * TRAVA DE EXECUCAO: NAO ESTORNA COM O CADASTRO TRAVADO POR
      * OUTRO BATCH (FPP004/FPP020/FPP033)
           PERFORM TRAVA-PEGA THRU TRAVA-PEGA-FIM.
           IF W-TRVFALHOU = 1
              GO TO ROT-FIMP.
       ABRE-ARQS-1.
      * DIARIO AUSENTE (05) ABRE VAZIO: CAI EM RODADA NAO ENCONTRADA
           OPEN INPUT JORNLOTE.
           IF ST-ERROJN NOT = "00" AND ST-ERROJN NOT = "05"
              MOVE "ERRO ABERTURA DO ARQ. JORNLOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM TRAVA-SOLTA THRU TRAVA-SOLTA-FIM
              GO TO ROT-FIMP.
           IF W-USAFUNC = 1
              OPEN I-O FUNC
              IF ST-ERROFUNC NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
                 MOVE "FUNC" TO W-VSARQ
                 CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
                 GO TO ABRE-ERRO.
           IF W-USACARG = 1
              OPEN I-O CARG
              IF ST-ERROCARG NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQ. CARG" TO MENS
                 CLOSE FUNC
                 GO TO ABRE-ERRO.
           IF W-USAFER = 1
              OPEN I-O FERIAS
              IF ST-ERROFER NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQ. FERIAS" TO MENS
                 GO TO ABRE-ERRO.
           IF W-USADEP = 1
              OPEN I-O DEPEND
              IF ST-ERRODEP NOT = "00"
                 MOVE "ERRO ABERTURA DO ARQ. DEPEND" TO MENS
                 GO TO ABRE-ERRO.
      * FILA DE APROVACAO AUSENTE (05) ABRE VAZIA: A PENDENCIA DA
      * RODADA SAI COMO JA EXCLUIDA
           IF W-USAAPR = 1
              OPEN I-O APROV
              IF ST-ERROAPR NOT = "00" AND ST-ERROAPR NOT = "05"
                 MOVE "ERRO ABERTURA DO ARQ. APROV" TO MENS
                 GO TO ABRE-ERRO.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE W-PROG TO IMPPROG.
           MOVE W-DTINI TO IMPDTINI.
           MOVE W-HRINI TO IMPHRINI.
           MOVE "SIMULACAO - NADA FOI GRAVADO" TO IMPMODO.
           IF W-SIMULA = "N"
              MOVE "ESTORNO EFETIVADO" TO IMPMODO.
           WRITE REGIMP FROM CAB2.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           WRITE REGIMP FROM CABDET.
           WRITE REGIMP FROM LINTRACO.
           GO TO LER-DIARIO.
       ABRE-ERRO.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CLOSE JORNLOTE.
           PERFORM TRAVA-SOLTA THRU TRAVA-SOLTA-FIM.
           GO TO ROT-FIMP.
      *
      *****************************************
      * REGISTROS DA RODADA NO DIARIO          *
      *****************************************
       LER-DIARIO.
                READ JORNLOTE
                   AT END GO TO ROT-TOTAIS.
                IF JN-PROGRAMA NOT = W-PROG
                OR JN-DTINI NOT = W-DTINI
                OR JN-HRINI NOT = W-HRINI
                   GO TO LER-DIARIO.
                ADD 1 TO W-TOTDIARIO.
                MOVE ZEROS TO W-SIT.
                MOVE SPACES TO IMPSIT W-CHAVE.
                IF JN-ARQUIVO = "FUNC"
                   PERFORM EST-FUNC THRU EST-FUNC-FIM.
                IF JN-ARQUIVO = "CARG"
                   PERFORM EST-CARG THRU EST-CARG-FIM.
                IF JN-ARQUIVO = "FERIAS"
                   PERFORM EST-FERIAS THRU EST-FERIAS-FIM.
                IF JN-ARQUIVO = "DEPEND"
                   PERFORM EST-DEPEND THRU EST-DEPEND-FIM.
                IF JN-ARQUIVO = "APROV"
                   PERFORM EST-APROV THRU EST-APROV-FIM.
                IF W-SIT = 1
                   ADD 1 TO W-TOTEST
                   IF W-SIMULA = "S"
                      MOVE "SERA ESTORNADO" TO IMPSIT
                   ELSE
                      MOVE "ESTORNADO" TO IMPSIT.
                IF W-SIT = 2
                   ADD 1 TO W-TOTJA.
                IF W-SIT = 3
                   ADD 1 TO W-TOTCONF.
                MOVE JN-ARQUIVO TO IMPARQ.
                MOVE W-CHAVE TO IMPCHAVE.
                WRITE REGIMP FROM DETAL.
                GO TO LER-DIARIO.
      *
      *****************************************
      * FUNCIONARIO (FPP020 SALARIO NEGOCIADO, *
      * FPP027 TIPO DE CONTRATO)               *
      *****************************************
       EST-FUNC.
                MOVE JN-DEPOIS TO CADFUN.
                MOVE CHAPA TO W-CHAVE.
                READ FUNC
                   INVALID KEY
                      MOVE 3 TO W-SIT
                      MOVE "CONFLITO: REGISTRO NAO EXISTE MAIS"
                                                       TO IMPSIT
                      GO TO EST-FUNC-FIM.
                IF CADFUN = JN-ANTES
                   MOVE 2 TO W-SIT
                   MOVE "JA ESTAVA ESTORNADO" TO IMPSIT
                   GO TO EST-FUNC-FIM.
                IF CADFUN NOT = JN-DEPOIS
                   MOVE 3 TO W-SIT
                   MOVE "CONFLITO: ALTERADO DEPOIS DA RODADA"
                                                       TO IMPSIT
                   GO TO EST-FUNC-FIM.
                MOVE 1 TO W-SIT.
                IF W-SIMULA = "S"
                   GO TO EST-FUNC-FIM.
                MOVE NOME TO VA-NOME.
                MOVE TIPOCONTR TO VA-SITUACAO.
                MOVE SALNEGOC TO VA-VALOR W-SALANT.
                MOVE JN-ANTES TO CADFUN.
                REWRITE CADFUN.
                MOVE NOME TO VN-NOME.
                MOVE TIPOCONTR TO VN-SITUACAO.
                MOVE SALNEGOC TO VN-VALOR.
                MOVE "A" TO OPERLOG.
                PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
                IF JN-PROGRAMA = "FPP020"
                   MOVE "F" TO HS-TIPOREG
                   MOVE CHAPA TO HS-CHAVE
                   MOVE W-SALANT TO HS-VALORANT
                   MOVE SALNEGOC TO HS-VALORNOV
                   PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
       EST-FUNC-FIM.
                EXIT.
      *
      *****************************************
      * CARGO (FPP020 SALARIO BASE)            *
      *****************************************
       EST-CARG.
                MOVE JN-DEPOIS TO CADCARG.
                MOVE CODIGO1 TO W-CHAVE.
                READ CARG
                   INVALID KEY
                      MOVE 3 TO W-SIT
                      MOVE "CONFLITO: REGISTRO NAO EXISTE MAIS"
                                                       TO IMPSIT
                      GO TO EST-CARG-FIM.
                IF CADCARG = JN-ANTES
                   MOVE 2 TO W-SIT
                   MOVE "JA ESTAVA ESTORNADO" TO IMPSIT
                   GO TO EST-CARG-FIM.
                IF CADCARG NOT = JN-DEPOIS
                   MOVE 3 TO W-SIT
                   MOVE "CONFLITO: ALTERADO DEPOIS DA RODADA"
                                                       TO IMPSIT
                   GO TO EST-CARG-FIM.
                MOVE 1 TO W-SIT.
                IF W-SIMULA = "S"
                   GO TO EST-CARG-FIM.
                MOVE DENOMINACAO1 TO VA-NOME.
                MOVE TIPSAL TO VA-SITUACAO.
                MOVE SALBAS TO VA-VALOR W-SALANT.
                MOVE JN-ANTES TO CADCARG.
                REWRITE CADCARG.
                MOVE DENOMINACAO1 TO VN-NOME.
                MOVE TIPSAL TO VN-SITUACAO.
                MOVE SALBAS TO VN-VALOR.
                MOVE "A" TO OPERLOG.
                PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
                MOVE "C" TO HS-TIPOREG.
                MOVE CODIGO1 TO HS-CHAVE.
                MOVE W-SALANT TO HS-VALORANT.
                MOVE SALBAS TO HS-VALORNOV.
                PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
       EST-CARG-FIM.
                EXIT.
      *
      *****************************************
      * FERIAS (FPP019 - REGISTRO INCLUIDO     *
      * PELA RODADA: O ESTORNO EXCLUI)         *
      *****************************************
       EST-FERIAS.
                MOVE JN-DEPOIS TO CADFERIAS.
                MOVE FR-CHAVE TO W-CHAVE.
                READ FERIAS
                   INVALID KEY
                      MOVE 2 TO W-SIT
                      MOVE "JA ESTAVA EXCLUIDO" TO IMPSIT
                      GO TO EST-FERIAS-FIM.
                IF CADFERIAS NOT = JN-DEPOIS
                   MOVE 3 TO W-SIT
                   MOVE "CONFLITO: ALTERADO DEPOIS DA RODADA"
                                                       TO IMPSIT
                   GO TO EST-FERIAS-FIM.
                MOVE 1 TO W-SIT.
                IF W-SIMULA = "S"
                   GO TO EST-FERIAS-FIM.
                MOVE SPACES TO VA-NOME.
                MOVE FR-STATFER TO VA-SITUACAO.
                MOVE FR-DIASGOZO TO VA-VALOR.
                DELETE FERIAS RECORD
                   INVALID KEY
                      NEXT SENTENCE.
                MOVE SPACES TO VN-NOME VN-SITUACAO.
                MOVE ZEROS TO VN-VALOR.
                MOVE "E" TO OPERLOG.
                PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       EST-FERIAS-FIM.
                EXIT.
      *
      *****************************************
      * DEPENDENTE (FPP030 DEDUCAO DE IRRF)    *
      *****************************************
       EST-DEPEND.
                MOVE JN-DEPOIS TO CADDEPEND.
                MOVE CHAVEDEP TO W-CHAVE.
                READ DEPEND
                   INVALID KEY
                      MOVE 3 TO W-SIT
                      MOVE "CONFLITO: REGISTRO NAO EXISTE MAIS"
                                                       TO IMPSIT
                      GO TO EST-DEPEND-FIM.
                IF CADDEPEND = JN-ANTES
                   MOVE 2 TO W-SIT
                   MOVE "JA ESTAVA ESTORNADO" TO IMPSIT
                   GO TO EST-DEPEND-FIM.
                IF CADDEPEND NOT = JN-DEPOIS
                   MOVE 3 TO W-SIT
                   MOVE "CONFLITO: ALTERADO DEPOIS DA RODADA"
                                                       TO IMPSIT
                   GO TO EST-DEPEND-FIM.
                MOVE 1 TO W-SIT.
                IF W-SIMULA = "S"
                   GO TO EST-DEPEND-FIM.
                MOVE DP-NOMEDEP TO VA-NOME.
                MOVE DP-DEDIRRF TO VA-SITUACAO.
                MOVE ZEROS TO VA-VALOR.
                MOVE JN-ANTES TO CADDEPEND.
                REWRITE CADDEPEND.
                MOVE DP-NOMEDEP TO VN-NOME.
                MOVE DP-DEDIRRF TO VN-SITUACAO.
                MOVE ZEROS TO VN-VALOR.
                MOVE "A" TO OPERLOG.
                PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       EST-DEPEND-FIM.
                EXIT.
      *
      *****************************************
      * PENDENCIA DE APROVACAO (FPP020 -       *
      * REGISTRO INCLUIDO PELA RODADA: O       *
      * ESTORNO EXCLUI SE AINDA PENDENTE; JA   *
      * APROVADA OU REJEITADA NO FPP060 E      *
      * CONFLITO)                              *
      *****************************************
       EST-APROV.
                MOVE JN-DEPOIS TO CADAPROV.
                MOVE AP-CHAVE TO W-CHAVE.
                READ APROV
                   INVALID KEY
                      MOVE 2 TO W-SIT
                      MOVE "JA ESTAVA EXCLUIDO" TO IMPSIT
                      GO TO EST-APROV-FIM.
                IF AP-STATAP NOT = "P"
                   MOVE 3 TO W-SIT
                   MOVE "CONFLITO: JA APROVADO/REJEITADO (FPP060)"
                                                       TO IMPSIT
                   GO TO EST-APROV-FIM.
                MOVE 1 TO W-SIT.
                IF W-SIMULA = "S"
                   GO TO EST-APROV-FIM.
                MOVE SPACES TO VA-NOME.
                MOVE AP-STATAP TO VA-SITUACAO.
                MOVE AP-SALNOV TO VA-VALOR.
                DELETE APROV RECORD
                   INVALID KEY
                      NEXT SENTENCE.
                MOVE SPACES TO VN-NOME VN-SITUACAO.
                MOVE ZEROS TO VN-VALOR.
                MOVE "E" TO OPERLOG.
                PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       EST-APROV-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTDIARIO TO IMPTOT1.
                WRITE REGIMP FROM LINTOT1.
                MOVE W-TOTEST TO IMPTOT2.
                WRITE REGIMP FROM LINTOT2.
                MOVE W-TOTJA TO IMPTOT3.
                WRITE REGIMP FROM LINTOT3.
                MOVE W-TOTCONF TO IMPTOT4.
                WRITE REGIMP FROM LINTOT4.
                DISPLAY (17, 05) "REGISTROS DA RODADA: " W-TOTDIARIO.
                DISPLAY (18, 05) "ESTORNADOS.........: " W-TOTEST.
                DISPLAY (19, 05) "JA ESTORNADOS......: " W-TOTJA.
                DISPLAY (20, 05) "CONFLITOS..........: " W-TOTCONF.
                DISPLAY (21, 05) "RELATORIO EM ARQESTL.TXT".
                IF W-TOTDIARIO = 0
                   MOVE "*** RODADA NAO ENCONTRADA NO DIARIO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO ROT-FIM.
      *
      *****************************************
      * ULTIMA RODADA DO PROGRAMA EM           *
      * LOGPROC.DAT, PROPOSTA NA TELA          *
      *****************************************
       BUSCA-RODADA.
                MOVE ZEROS TO W-ACHOULP W-REGGRAV.
                OPEN INPUT LOGPROC.
                IF ST-ERROLPROC = "05"
                   CLOSE LOGPROC
                   GO TO BUSCA-RODADA-FIM.
                IF ST-ERROLPROC NOT = "00"
                   GO TO BUSCA-RODADA-FIM.
       BUSCA-RODADA-LER.
                READ LOGPROC
                   AT END
                      CLOSE LOGPROC
                      GO TO BUSCA-RODADA-FIM.
                IF LP-PROGRAMA NOT = W-PROG
                   GO TO BUSCA-RODADA-LER.
                MOVE 1 TO W-ACHOULP.
                MOVE LP-DTINI TO W-DTINI.
                MOVE LP-HRINI TO W-HRINI.
                MOVE LP-REGGRAV TO W-REGGRAV.
                GO TO BUSCA-RODADA-LER.
       BUSCA-RODADA-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DO LOG DE ALTERACOES (LOGALT) *
      *****************************************
      *
       GRAVA-LOG.
                MOVE "ESTLOTE" TO PROGLOG.
                MOVE W-CHAVE TO CHAVEREG.
                MOVE JN-ARQUIVO TO VA-ARQ VN-ARQ.
                ACCEPT DATALOG FROM DATE YYYYMMDD.
                ACCEPT HORALOG FROM TIME.
                OPEN EXTEND LOGALT.
                WRITE REGLOG.
                CLOSE LOGALT.
       GRAVA-LOG-FIM.
                EXIT.
      *
      *****************************************
      * HISTORICO SALARIAL DO ESTORNO DO       *
      * DISSIDIO                               *
      *****************************************
       GRAVA-HIST.
                ACCEPT HS-DATA FROM DATE YYYYMMDD.
                ACCEPT HS-HORA FROM TIME.
                MOVE "ESTORNO DE DISSIDIO" TO HS-MOTIVO.
                OPEN EXTEND HISTSAL.
                WRITE REGHISTSAL.
                CLOSE HISTSAL.
       GRAVA-HIST-FIM.
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
                MOVE "ESTLOTE" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                DIVIDE W-LPDTINI BY 100 GIVING LP-PERIODO.
                MOVE W-TOTDIARIO TO LP-REGLIDOS.
                MOVE W-TOTEST TO LP-REGGRAV.
                IF W-SIMULA = "S"
                   MOVE ZEROS TO LP-REGGRAV.
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
                PERFORM TRAVA-SOLTA THRU TRAVA-SOLTA-FIM.
                CLOSE JORNLOTE ARQIMP.
                IF W-USAFUNC = 1
                   CLOSE FUNC.
                IF W-USACARG = 1
                   CLOSE CARG.
                IF W-USAFER = 1
                   CLOSE FERIAS.
                IF W-USADEP = 1
                   CLOSE DEPEND.
                IF W-USAAPR = 1
                   CLOSE APROV.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "ESTLOTE" TO W-SPLPROG.
                MOVE "ARQESTL.TXT" TO W-SPLARQ.
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
      *
      *****************************************
      * TRAVA DE EXECUCAO (TRAVA.DAT): PEGA A  *
      * TRAVA DE FUNC; SE JA ESTIVER COM OUTRO *
      * PROGRAMA, AVISA QUEM SEGURA E DESDE    *
      * QUANDO. TRAVA PENDURADA DE QUEDA E     *
      * LIMPA NO FPP057.                       *
      *****************************************
       TRAVA-PEGA.
                MOVE ZEROS TO W-TRVFALHOU.
                OPEN I-O TRAVA.
                IF ST-ERROTRV = "30"
                   OPEN OUTPUT TRAVA
                   CLOSE TRAVA
                   OPEN I-O TRAVA.
                IF ST-ERROTRV NOT = "00"
                   GO TO TRAVA-PEGA-FIM.
                MOVE "FUNC" TO TV-RECURSO.
                READ TRAVA
                   INVALID KEY
                      MOVE "ESTLOTE" TO TV-PROGRAMA
                      ACCEPT TV-DATA FROM DATE YYYYMMDD
                      ACCEPT TV-HORA FROM TIME
                      WRITE CADTRAVA
                      CLOSE TRAVA
                      MOVE 1 TO W-TRVPEGOU
                      GO TO TRAVA-PEGA-FIM.
                MOVE TV-PROGRAMA TO W-TRVPROG.
                MOVE TV-DATA TO W-TRVDATA.
                MOVE W-TRVAVISO TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE "*NAO RODA: RECURSO TRAVADO (VIDE FPP057)*"
                                                       TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE 1 TO W-TRVFALHOU.
                CLOSE TRAVA.
       TRAVA-PEGA-FIM.
                EXIT.
      *
      * SO SOLTA A TRAVA QUE ESTE PROGRAMA PEGOU (NA SIMULACAO NAO
      * HA TRAVA)
       TRAVA-SOLTA.
                IF W-TRVPEGOU = 0
                   GO TO TRAVA-SOLTA-FIM.
                MOVE ZEROS TO W-TRVPEGOU.
                OPEN I-O TRAVA.
                IF ST-ERROTRV NOT = "00"
                   GO TO TRAVA-SOLTA-FIM.
                MOVE "FUNC" TO TV-RECURSO.
                DELETE TRAVA RECORD
                   INVALID KEY
                      NEXT SENTENCE.
                CLOSE TRAVA.
       TRAVA-SOLTA-FIM.
                EXIT.
       FIM-ROT-TEMPO.
