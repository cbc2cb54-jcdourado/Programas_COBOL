      *
      **************************************
      * GERACAO DAS HORAS DOS PROFESSORES: *
      * CRUZA A GRADE HORARIA (GRADE.DAT - *
      * CADGRADE) COM OS DIAS LETIVOS DO   *
      * MES NO CALENDARIO ESCOLAR (CALES.  *
      * DAT - CADCALES): CADA AULA DO      *
      * PROFESSOR EM UM DIA LETIVO DO MES  *
      * VALE UMA HORA-AULA. DESCONTA AS    *
      * AULAS DOS DIAS DE FALTA NAO        *
      * JUSTIFICADA (FALTAS.DAT SEM        *
      * ATESTADO), PASSA AO SUBSTITUTO AS  *
      * AULAS COBERTAS (SUBSTIT.DAT -      *
      * CADSUBST) E GRAVA HORAS.DAT DO     *
      * PERIODO PARA O FPP004 PAGAR OS     *
      * HORISTAS (TIPSAL "H"). O EXTRATO   *
      * POR PROFESSOR (DATA, TURMA E       *
      * DISCIPLINA) SAI EM ARQHORA.TXT,    *
      * COM O RESUMO DO MES POR PROFESSOR  *
      * (AULAS DADAS, FALTAS, SUBSTITUIDAS *
      * E COBERTAS), PARA A COORDENACAO    *
      * CONFERIR ANTES DA FOLHA            *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL LOGPROC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROLPROC.
           SELECT GRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GR-CHAVE
                    FILE STATUS  IS ST-ERROGRD.
           SELECT CALES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CE-CHAVE
                    FILE STATUS  IS ST-ERROCAL.
           SELECT OPTIONAL FALTAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FT-CHAVE
                    FILE STATUS  IS ST-ERROFT.
           SELECT OPTIONAL ATESTADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-CHAVE
                    FILE STATUS  IS ST-ERROAT.
           SELECT OPTIONAL SUBSTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SU-CHAVE
                    ALTERNATE RECORD KEY IS SU-CHAVE2 =
                                  SU-CHAPASUB SU-CHAVE WITH DUPLICATES
                    FILE STATUS  IS ST-ERROSU.
           SELECT DISCIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODDISC
                    FILE STATUS  IS ST-ERRODIS.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT HORAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ERROHORAS.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 LP-REGLIDOS         PIC 9(06).
                03 LP-REGGRAV          PIC 9(06).
                03 LP-VALORTOT         PIC 9(10)V99.
       FD GRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRADE.DAT".
       01 CADGRD.
                03 GR-CHAVE.
                    05 GR-TURMA        PIC X(05).
      * DIA DA SEMANA: 1=SEGUNDA ... 6=SABADO
                    05 GR-DIASEM       PIC 9(01).
                    05 GR-SLOT         PIC 9(01).
                03 GR-CODDISC          PIC 9(03).
                03 GR-SALA             PIC X(05).
                03 GR-CHAPAPROF        PIC 9(06).
       FD CALES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CALES.DAT".
       01 REGCALES.
                03 CE-CHAVE.
                    05 CE-ANOLET       PIC 9(04).
      * DATA DO DIA LETIVO EM AAAAMMDD
                    05 CE-DATA         PIC 9(08).
       FD FALTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FALTAS.DAT".
       01 REGFALTAS.
                03 FT-CHAVE.
                    05 FT-CHAPAFUNC    PIC 9(06).
      * DATA DA FALTA NAO JUSTIFICADA EM AAAAMMDD (FPP014)
                    05 FT-DATA         PIC 9(08).
       FD ATESTADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATESTADO.DAT".
       01 REGATESTADO.
                03 AT-CHAVE.
                    05 AT-CHAPAFUNC    PIC 9(06).
                    05 AT-DTINI        PIC 9(08).
                03 AT-DTFIM            PIC 9(08).
      * CID/CRM/DOCUMENTO/DIAS SAO DO CADATEST - MANTIDOS AQUI SO
      * PARA CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(35).
      * SUBSTITUICOES DE PROFESSOR (CADSUBST)
       FD SUBSTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUBSTIT.DAT".
       01 REGSUBST.
                03 SU-CHAVE.
                    05 SU-DATA         PIC 9(08).
                    05 SU-TURMA        PIC X(05).
                    05 SU-SLOT         PIC 9(01).
                03 SU-CODDISC          PIC 9(03).
                03 SU-CHAPAAUS         PIC 9(06).
                03 SU-CHAPASUB         PIC 9(06).
                03 SU-MOTIVO           PIC X(30).
       FD DISCIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DISCIP.DAT".
       01 REGDISCIP.
                03 DI-CODDISC          PIC 9(03).
                03 DI-DESCDISC         PIC X(25).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
      * DEMAIS DADOS SAO DO FPP003 - MANTIDOS AQUI SO PARA CASAR O
      * TAMANHO DO REGISTRO COM O GRAVADO EM FUNC.DAT
                03 FILLER              PIC X(80).
       FD HORAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HORAS.DAT".
                03 HR-HORASNORM        PIC 9(04)V99.
                03 HR-HORASEXT         PIC 9(04)V99.
                03 HR-DIASFALTA        PIC 9(02).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHORA.TXT".
       01 REGIMP PIC X(90).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERROGRD   PIC X(02) VALUE "00".
       77 ST-ERROCAL   PIC X(02) VALUE "00".
       77 ST-ERROFT    PIC X(02) VALUE "00".
       77 ST-ERROAT    PIC X(02) VALUE "00".
       77 ST-ERROSU    PIC X(02) VALUE "00".
       77 ST-ERRODIS   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROHORAS PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TOTPROF    PIC 9(06) VALUE ZEROS.
       77 W-TOTHORAS   PIC 9(08)V99 VALUE ZEROS.
       77 W-HORASMES   PIC 9(04)V99 VALUE ZEROS.
       77 W-NOVOREG    PIC 9(01) VALUE ZEROS.
       77 W-FTABERTO   PIC 9(01) VALUE ZEROS.
       77 W-ATABERTO   PIC 9(01) VALUE ZEROS.
       77 W-SUABERTO   PIC 9(01) VALUE ZEROS.
       77 W-TEMFALTA   PIC 9(01) VALUE ZEROS.
       77 W-AULASPREV  PIC 9(04) VALUE ZEROS.
       77 W-AULASFALTA PIC 9(04) VALUE ZEROS.
       77 W-AULASSUBS  PIC 9(04) VALUE ZEROS.
       77 W-AULASCOB   PIC 9(04) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLPER     PIC 9(06) VALUE ZEROS.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
      *
      * DIAS LETIVOS DO MES (CALES.DAT) COM O DIA DA SEMANA NA
      * CONVENCAO DA GRADE (1=SEGUNDA ... 6=SABADO, 0=DOMINGO)
       77 W-QTDDIA     PIC 9(02) VALUE ZEROS.
       77 W-IDXDIA     PIC 9(02) VALUE ZEROS.
       01 W-TABDIA.
                03 W-DIAITEM OCCURS 31 TIMES.
                    05 W-DIADATA       PIC 9(08).
                    05 W-DIASEM        PIC 9(01).
      *
      * PROFESSORES DISTINTOS DA GRADE E SUBSTITUTOS DO MES, COM
      * OS TOTAIS PARA O RESUMO FINAL
       77 W-QTDPROF    PIC 9(03) VALUE ZEROS.
       77 W-IDXPROF    PIC 9(03) VALUE ZEROS.
       77 W-NOVOPROF   PIC 9(06) VALUE ZEROS.
       01 W-TABPROF.
                03 W-PROFITEM OCCURS 200 TIMES.
                    05 W-PROFCHAPA     PIC 9(06).
                    05 W-PROFPREV      PIC 9(04).
                    05 W-PROFFALTA     PIC 9(04).
                    05 W-PROFSUBS      PIC 9(04).
                    05 W-PROFCOB       PIC 9(04).
                    05 W-PROFHORAS     PIC 9(04)V99.
      *
      * AULAS SEMANAIS DO PROFESSOR CORRENTE (CARREGADAS DA GRADE)
       77 W-QTDAULA    PIC 9(03) VALUE ZEROS.
       77 W-IDXAULA    PIC 9(03) VALUE ZEROS.
       01 W-TABAULA.
                03 W-AULAITEM OCCURS 60 TIMES.
                    05 W-AULADIASEM    PIC 9(01).
                    05 W-AULASLOT      PIC 9(01).
                    05 W-AULATURMA     PIC X(05).
                    05 W-AULADISC      PIC 9(03).
      *
      * DIA DA SEMANA (CONGRUENCIA DE ZELLER): 0=SABADO 1=DOMINGO
       01 W-DTORD      PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
       77 W-ZQ         PIC 9(02) VALUE ZEROS.
       77 W-ZM         PIC 9(02) VALUE ZEROS.
       77 W-ZANO       PIC 9(04) VALUE ZEROS.
       77 W-ZK         PIC 9(02) VALUE ZEROS.
       77 W-ZJ         PIC 9(02) VALUE ZEROS.
       77 W-ZSOMA      PIC 9(06) VALUE ZEROS.
       77 W-ZQUOC      PIC 9(06) VALUE ZEROS.
       77 W-DOW        PIC 9(01) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(12) VALUE SPACES.
                03 FILLER PIC X(46) VALUE
                  "EXTRATO DE AULAS DOS PROFESSORES - PERIODO: ".
                03 CABMES  PIC 99.
                03 FILLER  PIC X(01) VALUE "/".
                03 CABANO  PIC 9999.
       01 CABPROF.
                03 FILLER  PIC X(11) VALUE "PROFESSOR: ".
                03 IMPPRF  PIC 9(06).
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPPRFNOME PIC X(35).
       01 CABDET.
                03 FILLER PIC X(45) VALUE
                  "DATA       DIA AULA TURMA DISCIPLINA".
                03 FILLER PIC X(30) VALUE
                  "                SITUACAO".
       01 DETAL.
                03 IMPDATA.
                    05 IMPDD    PIC 99.
                    05 FILLER   PIC X(01) VALUE "/".
                    05 IMPMM    PIC 99.
                    05 FILLER   PIC X(01) VALUE "/".
                    05 IMPAA    PIC 9999.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPDIA   PIC 9(01).
                03 FILLER   PIC X(04) VALUE SPACES.
                03 IMPSLOT  PIC 9(01).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPTUR   PIC X(05).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPDISC  PIC X(25).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPSIT   PIC X(20).
                03 IMPSITPRF PIC ZZZZZZ.
       01 LINTOT.
                03 FILLER   PIC X(11) VALUE "PREVISTAS: ".
                03 IMPPREV  PIC ZZZ9.
                03 FILLER   PIC X(10) VALUE "  FALTAS: ".
                03 IMPFALTA PIC ZZZ9.
                03 FILLER   PIC X(16) VALUE "  SUBSTITUIDAS: ".
                03 IMPSUBS  PIC ZZZ9.
                03 FILLER   PIC X(12) VALUE "  COBERTAS: ".
                03 IMPCOB   PIC ZZZ9.
                03 FILLER   PIC X(09) VALUE "  HORAS: ".
                03 IMPHORAS PIC Z.ZZ9,99.
       01 CAB2.
                03 FILLER PIC X(12) VALUE SPACES.
                03 FILLER PIC X(40) VALUE
                  "RESUMO DO MES POR PROFESSOR".
       01 CABRES.
                03 FILLER PIC X(45) VALUE
                  "CHAPA  NOME                                 ".
                03 FILLER PIC X(45) VALUE
                  "DADAS FALTAS SUBST COBERT    HORAS".
       01 LINRES.
                03 IMPRCHAPA  PIC 9(06).
                03 FILLER     PIC X(01) VALUE SPACES.
                03 IMPRNOME   PIC X(35).
                03 FILLER     PIC X(03) VALUE SPACES.
                03 IMPRDADAS  PIC ZZZ9.
                03 FILLER     PIC X(03) VALUE SPACES.
                03 IMPRFALTA  PIC ZZZ9.
                03 FILLER     PIC X(02) VALUE SPACES.
                03 IMPRSUBS   PIC ZZZ9.
                03 FILLER     PIC X(03) VALUE SPACES.
                03 IMPRCOB    PIC ZZZ9.
                03 FILLER     PIC X(01) VALUE SPACES.
                03 IMPRHORAS  PIC Z.ZZ9,99.
       01 LINTRACO.
                03 FILLER PIC X(85) VALUE ALL "-".
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAPROC.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "GERACAO DAS HORAS DOS PROFESSORES (GRADE)".
             05  LINE 05 COLUMN 10
                 VALUE "PERIODO A GERAR - MES/ANO : ".
             05  TMES-FILTRO
              MOVE "*** PERIODO  INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           OPEN INPUT GRADE.
           IF ST-ERROGRD NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. GRADE (CADGRADE)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CALES.
           IF ST-ERROCAL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CALES (CADCALES)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE GRADE
              GO TO ROT-FIMP.
      * SEM NENHUM DIA LETIVO NO ANO O CALENDARIO NAO FOI GERADO -
      * NAO ZERA AS HORAS DE TODO MUNDO POR ENGANO
           MOVE ANO-FILTRO TO CE-ANOLET.
           MOVE ZEROS TO CE-DATA.
           START CALES KEY IS NOT LESS THAN CE-CHAVE
              INVALID KEY
                 GO TO SEM-CALENDARIO.
           READ CALES NEXT RECORD
              AT END
                 GO TO SEM-CALENDARIO.
           IF CE-ANOLET NOT = ANO-FILTRO
              GO TO SEM-CALENDARIO.
           GO TO ABRE-HORAS.
       SEM-CALENDARIO.
           MOVE "CALENDARIO ESCOLAR DO ANO NAO GERADO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE GRADE CALES
           GO TO ROT-FIMP.
       ABRE-HORAS.
           OPEN I-O HORAS.
           IF ST-ERROHORAS = "30"
           IF ST-ERROHORAS NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. HORAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE GRADE CALES
              GO TO ROT-FIMP.
           OPEN INPUT FALTAS.
           IF ST-ERROFT = "00"
              MOVE 1 TO W-FTABERTO.
           OPEN INPUT ATESTADO.
           IF ST-ERROAT = "00"
              MOVE 1 TO W-ATABERTO.
           OPEN INPUT SUBSTIT.
           IF ST-ERROSU = "00"
              MOVE 1 TO W-SUABERTO.
           OPEN INPUT DISCIP.
           OPEN INPUT FUNC.
           OPEN OUTPUT ARQIMP.
           MOVE MES-FILTRO TO CABMES.
           MOVE ANO-FILTRO TO CABANO.
           WRITE REGIMP FROM CAB1.
           WRITE REGIMP FROM LINTRACO.
           PERFORM CARREGA-DIAS THRU CARREGA-DIAS-FIM.
      *
      *****************************************
      * PROFESSORES DISTINTOS DA GRADE         *
      *****************************************
       LER-GRADE.
                READ GRADE NEXT RECORD
                   AT END GO TO LER-SUBST.
                MOVE GR-CHAPAPROF TO W-NOVOPROF.
                PERFORM GUARDA-PROF THRU GUARDA-PROF-FIM.
                GO TO LER-GRADE.
      *
      * SUBSTITUTOS DO MES (PODEM NAO TER AULA PROPRIA NA GRADE)
       LER-SUBST.
                IF W-SUABERTO = 0
                   GO TO PROC-PROF.
                COMPUTE SU-DATA = ((ANO-FILTRO * 100) + MES-FILTRO)
                                  * 100.
                MOVE SPACES TO SU-TURMA.
                MOVE ZEROS TO SU-SLOT.
                START SUBSTIT KEY IS NOT LESS THAN SU-CHAVE
                   INVALID KEY
                      GO TO PROC-PROF.
       LER-SUBST-PROX.
                READ SUBSTIT NEXT RECORD
                   AT END GO TO PROC-PROF.
                MOVE SU-DATA TO W-DTORD.
                IF W-DO-ANO NOT = ANO-FILTRO
                OR W-DO-MES NOT = MES-FILTRO
                   GO TO PROC-PROF.
                MOVE SU-CHAPASUB TO W-NOVOPROF.
                PERFORM GUARDA-PROF THRU GUARDA-PROF-FIM.
                GO TO LER-SUBST-PROX.
      *
      * INCLUI W-NOVOPROF NA TABELA SE AINDA NAO ESTIVER LA
       GUARDA-PROF.
                IF W-NOVOPROF = ZEROS
                   GO TO GUARDA-PROF-FIM.
                MOVE ZEROS TO W-IDXPROF.
       GUARDA-PROF-PROC.
                ADD 1 TO W-IDXPROF.
                IF W-IDXPROF > W-QTDPROF
                   GO TO GUARDA-PROF-NOVO.
                IF W-PROFCHAPA(W-IDXPROF) = W-NOVOPROF
                   GO TO GUARDA-PROF-FIM.
                GO TO GUARDA-PROF-PROC.
       GUARDA-PROF-NOVO.
                IF W-QTDPROF NOT < 200
                   GO TO GUARDA-PROF-FIM.
                ADD 1 TO W-QTDPROF.
                MOVE W-NOVOPROF TO W-PROFCHAPA(W-QTDPROF).
                MOVE ZEROS TO W-PROFPREV(W-QTDPROF)
                              W-PROFFALTA(W-QTDPROF)
                              W-PROFSUBS(W-QTDPROF)
                              W-PROFCOB(W-QTDPROF)
                              W-PROFHORAS(W-QTDPROF).
       GUARDA-PROF-FIM.
                EXIT.
      *
      *****************************************
      * PARA CADA PROFESSOR: CARREGA AS SUAS   *
      * AULAS SEMANAIS, PERCORRE OS DIAS       *
      * LETIVOS DO MES E GRAVA AS HORAS        *
      *****************************************
       PROC-PROF.
                MOVE ZEROS TO W-IDXPROF.
       PROC-PROF-PROX.
                ADD 1 TO W-IDXPROF.
                IF W-IDXPROF > W-QTDPROF
                   GO TO ROT-TOTAIS.
                MOVE W-PROFCHAPA(W-IDXPROF) TO IMPPRF.
                MOVE W-PROFCHAPA(W-IDXPROF) TO CHAPA.
                MOVE SPACES TO NOME.
                READ FUNC
                   INVALID KEY MOVE SPACES TO NOME.
                MOVE NOME TO IMPPRFNOME.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM CABPROF.
                WRITE REGIMP FROM CABDET.
                PERFORM CARREGA-AULAS THRU CARREGA-AULAS-FIM.
                MOVE ZEROS TO W-AULASPREV W-AULASFALTA W-HORASMES
                              W-AULASSUBS W-AULASCOB.
                MOVE ZEROS TO W-IDXDIA.
       PROC-PROF-DIA.
                ADD 1 TO W-IDXDIA.
                IF W-IDXDIA > W-QTDDIA
                   GO TO PROC-PROF-GRV.
                PERFORM VER-FALTA THRU VER-FALTA-FIM.
                MOVE ZEROS TO W-IDXAULA.
       PROC-PROF-AULA.
                ADD 1 TO W-IDXAULA.
                IF W-IDXAULA > W-QTDAULA
                   GO TO PROC-PROF-COB.
                IF W-AULADIASEM(W-IDXAULA) NOT = W-DIASEM(W-IDXDIA)
                   GO TO PROC-PROF-AULA.
                PERFORM IMP-AULA THRU IMP-AULA-FIM.
                GO TO PROC-PROF-AULA.
      * AULAS DE OUTROS PROFESSORES COBERTAS NO DIA (CHAVE2)
       PROC-PROF-COB.
                IF W-SUABERTO = 0
                   GO TO PROC-PROF-DIA.
                MOVE W-PROFCHAPA(W-IDXPROF) TO SU-CHAPASUB.
                MOVE W-DIADATA(W-IDXDIA) TO SU-DATA.
                MOVE SPACES TO SU-TURMA.
                MOVE ZEROS TO SU-SLOT.
                START SUBSTIT KEY IS NOT LESS THAN SU-CHAVE2
                   INVALID KEY
                      GO TO PROC-PROF-DIA.
       PROC-PROF-COBL.
                READ SUBSTIT NEXT RECORD
                   AT END GO TO PROC-PROF-DIA.
                IF SU-CHAPASUB NOT = W-PROFCHAPA(W-IDXPROF)
                OR SU-DATA NOT = W-DIADATA(W-IDXDIA)
                   GO TO PROC-PROF-DIA.
                PERFORM IMP-COBERTA THRU IMP-COBERTA-FIM.
                GO TO PROC-PROF-COBL.
       PROC-PROF-GRV.
                MOVE W-AULASPREV TO IMPPREV.
                MOVE W-AULASFALTA TO IMPFALTA.
                MOVE W-AULASSUBS TO IMPSUBS.
                MOVE W-AULASCOB TO IMPCOB.
                MOVE W-HORASMES TO IMPHORAS.
                WRITE REGIMP FROM LINTOT.
                MOVE W-AULASPREV TO W-PROFPREV(W-IDXPROF).
                MOVE W-AULASFALTA TO W-PROFFALTA(W-IDXPROF).
                MOVE W-AULASSUBS TO W-PROFSUBS(W-IDXPROF).
                MOVE W-AULASCOB TO W-PROFCOB(W-IDXPROF).
                MOVE W-HORASMES TO W-PROFHORAS(W-IDXPROF).
                PERFORM GRAVA-PROF THRU GRAVA-PROF-FIM.
                GO TO PROC-PROF-PROX.
      *
      * DIAS LETIVOS DO MES PEDIDO, EM ORDEM DE DATA
       CARREGA-DIAS.
                MOVE ZEROS TO W-QTDDIA.
                MOVE ANO-FILTRO TO CE-ANOLET.
                COMPUTE CE-DATA = ((ANO-FILTRO * 100) + MES-FILTRO)
                                  * 100.
                START CALES KEY IS NOT LESS THAN CE-CHAVE
                   INVALID KEY
                      GO TO CARREGA-DIAS-FIM.
       CARREGA-DIAS-LER.
                READ CALES NEXT RECORD
                   AT END GO TO CARREGA-DIAS-FIM.
                MOVE CE-DATA TO W-DTORD.
                IF CE-ANOLET NOT = ANO-FILTRO
                OR W-DO-ANO NOT = ANO-FILTRO
                OR W-DO-MES NOT = MES-FILTRO
                   GO TO CARREGA-DIAS-FIM.
                IF W-QTDDIA NOT < 31
                   GO TO CARREGA-DIAS-FIM.
                PERFORM CALC-DOW THRU CALC-DOW-FIM.
                ADD 1 TO W-QTDDIA.
                MOVE CE-DATA TO W-DIADATA(W-QTDDIA).
      * ZELLER 0=SABADO 1=DOMINGO 2=SEGUNDA -> GRADE 1=SEGUNDA
                IF W-DOW = 0
                   MOVE 6 TO W-DIASEM(W-QTDDIA)
                ELSE
                   COMPUTE W-DIASEM(W-QTDDIA) = W-DOW - 1.
                GO TO CARREGA-DIAS-LER.
       CARREGA-DIAS-FIM.
                EXIT.
      *
      * AULAS DA SEMANA DO PROFESSOR CORRENTE (W-IDXPROF)
       CARREGA-AULAS.
                MOVE ZEROS TO W-QTDAULA.
                MOVE SPACES TO GR-TURMA.
                MOVE ZEROS TO GR-DIASEM GR-SLOT.
                START GRADE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                      GO TO CARREGA-AULAS-FIM.
       CARREGA-AULAS-LER.
                READ GRADE NEXT RECORD
                   AT END GO TO CARREGA-AULAS-FIM.
                IF GR-CHAPAPROF NOT = W-PROFCHAPA(W-IDXPROF)
                   GO TO CARREGA-AULAS-LER.
                IF W-QTDAULA NOT < 60
                   GO TO CARREGA-AULAS-FIM.
                ADD 1 TO W-QTDAULA.
                MOVE GR-DIASEM TO W-AULADIASEM(W-QTDAULA).
                MOVE GR-SLOT TO W-AULASLOT(W-QTDAULA).
                MOVE GR-TURMA TO W-AULATURMA(W-QTDAULA).
                MOVE GR-CODDISC TO W-AULADISC(W-QTDAULA).
                GO TO CARREGA-AULAS-LER.
       CARREGA-AULAS-FIM.
                EXIT.
      *
      * FALTA NAO JUSTIFICADA DO PROFESSOR NO DIA (FALTAS.DAT),
      * DESDE QUE NAO COBERTA DEPOIS POR ATESTADO MEDICO
       VER-FALTA.
                MOVE 0 TO W-TEMFALTA.
                IF W-FTABERTO = 0
                   GO TO VER-FALTA-FIM.
                MOVE W-PROFCHAPA(W-IDXPROF) TO FT-CHAPAFUNC.
                MOVE W-DIADATA(W-IDXDIA) TO FT-DATA.
                READ FALTAS
                   INVALID KEY
                      GO TO VER-FALTA-FIM.
                MOVE 1 TO W-TEMFALTA.
                IF W-ATABERTO = 0
                   GO TO VER-FALTA-FIM.
                MOVE W-PROFCHAPA(W-IDXPROF) TO AT-CHAPAFUNC.
                MOVE ZEROS TO AT-DTINI.
                START ATESTADO KEY IS NOT LESS THAN AT-CHAVE
                   INVALID KEY
                      GO TO VER-FALTA-FIM.
       VER-FALTA-LER.
                READ ATESTADO NEXT RECORD
                   AT END GO TO VER-FALTA-FIM.
                IF AT-CHAPAFUNC NOT = W-PROFCHAPA(W-IDXPROF)
                OR AT-DTINI > W-DIADATA(W-IDXDIA)
                   GO TO VER-FALTA-FIM.
                IF AT-DTFIM < W-DIADATA(W-IDXDIA)
                   GO TO VER-FALTA-LER.
                MOVE 0 TO W-TEMFALTA.
       VER-FALTA-FIM.
                EXIT.
      *
      * UMA AULA DA GRADE NO DIA LETIVO: LINHA DO EXTRATO E
      * CONTAGEM (AULA COBERTA POR SUBSTITUTO OU EM DIA DE FALTA
      * NAO E PAGA AO TITULAR)
       IMP-AULA.
                MOVE W-DIADATA(W-IDXDIA) TO W-DTORD.
                MOVE W-DO-DIA TO IMPDD.
                MOVE W-DO-MES TO IMPMM.
                MOVE W-DO-ANO TO IMPAA.
                MOVE W-DIASEM(W-IDXDIA) TO IMPDIA.
                MOVE W-AULASLOT(W-IDXAULA) TO IMPSLOT.
                MOVE W-AULATURMA(W-IDXAULA) TO IMPTUR.
                MOVE W-AULADISC(W-IDXAULA) TO DI-CODDISC.
                MOVE SPACES TO DI-DESCDISC.
                READ DISCIP
                   INVALID KEY MOVE SPACES TO DI-DESCDISC.
                MOVE DI-DESCDISC TO IMPDISC.
                MOVE ZEROS TO IMPSITPRF.
                ADD 1 TO W-AULASPREV.
                PERFORM VER-SUBST THRU VER-SUBST-FIM.
                IF SU-CHAPASUB NOT = ZEROS
                   ADD 1 TO W-AULASSUBS
                   MOVE "SUBSTITUIDA POR" TO IMPSIT
                   MOVE SU-CHAPASUB TO IMPSITPRF
                   WRITE REGIMP FROM DETAL
                   GO TO IMP-AULA-FIM.
                IF W-TEMFALTA = 1
                   ADD 1 TO W-AULASFALTA
                   MOVE "FALTA - NAO PAGA" TO IMPSIT
                ELSE
                   ADD 1 TO W-HORASMES
                   MOVE "DADA" TO IMPSIT.
                WRITE REGIMP FROM DETAL.
       IMP-AULA-FIM.
                EXIT.
      *
      * SUBSTITUICAO CADASTRADA PARA A AULA DO TITULAR CORRENTE?
      * (SU-CHAPASUB FICA ZERADO QUANDO NAO HA)
       VER-SUBST.
                IF W-SUABERTO = 0
                   MOVE ZEROS TO SU-CHAPASUB
                   GO TO VER-SUBST-FIM.
                MOVE W-DIADATA(W-IDXDIA) TO SU-DATA.
                MOVE W-AULATURMA(W-IDXAULA) TO SU-TURMA.
                MOVE W-AULASLOT(W-IDXAULA) TO SU-SLOT.
                READ SUBSTIT
                   INVALID KEY
                      MOVE ZEROS TO SU-CHAPASUB
                      GO TO VER-SUBST-FIM.
                IF SU-CHAPAAUS NOT = W-PROFCHAPA(W-IDXPROF)
                   MOVE ZEROS TO SU-CHAPASUB.
       VER-SUBST-FIM.
                EXIT.
      *
      * AULA DE OUTRO PROFESSOR DADA PELO CORRENTE (SUBSTITUICAO):
      * PAGA AO SUBSTITUTO
       IMP-COBERTA.
                MOVE SU-DATA TO W-DTORD.
                MOVE W-DO-DIA TO IMPDD.
                MOVE W-DO-MES TO IMPMM.
                MOVE W-DO-ANO TO IMPAA.
                MOVE W-DIASEM(W-IDXDIA) TO IMPDIA.
                MOVE SU-SLOT TO IMPSLOT.
                MOVE SU-TURMA TO IMPTUR.
                MOVE SU-CODDISC TO DI-CODDISC.
                MOVE SPACES TO DI-DESCDISC.
                READ DISCIP
                   INVALID KEY MOVE SPACES TO DI-DESCDISC.
                MOVE DI-DESCDISC TO IMPDISC.
                MOVE "COBRIU AULA DE" TO IMPSIT.
                MOVE SU-CHAPAAUS TO IMPSITPRF.
                ADD 1 TO W-AULASCOB.
                ADD 1 TO W-HORASMES.
                WRITE REGIMP FROM DETAL.
       IMP-COBERTA-FIM.
                EXIT.
      *
      * GRAVA/ATUALIZA AS HORAS NORMAIS DO PROFESSOR
      * (EXTRAS E FALTAS DO PONTO SAO PRESERVADAS)
       GRAVA-PROF.
                MOVE W-PROFCHAPA(W-IDXPROF) TO HR-CHAPAFUNC.
                MOVE ANO-FILTRO TO HR-ANO.
                MOVE MES-FILTRO TO HR-MES.
                READ HORAS
                ELSE
                   REWRITE REGHORAS.
                ADD 1 TO W-TOTPROF.
                ADD W-HORASMES TO W-TOTHORAS.
       GRAVA-PROF-FIM.
                EXIT.
      *
      * DIA DA SEMANA DE W-DTORD (CONGRUENCIA DE ZELLER):
      * 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
       CALC-DOW.
                MOVE W-DO-DIA TO W-ZQ.
                MOVE W-DO-MES TO W-ZM.
                MOVE W-DO-ANO TO W-ZANO.
                IF W-ZM < 3
                   ADD 12 TO W-ZM
                   SUBTRACT 1 FROM W-ZANO.
                DIVIDE W-ZANO BY 100 GIVING W-ZJ
                                     REMAINDER W-ZK.
                COMPUTE W-ZSOMA = W-ZQ
                                + ((13 * (W-ZM + 1)) / 5)
                                + W-ZK + (W-ZK / 4)
                                + (W-ZJ / 4) + (5 * W-ZJ).
                DIVIDE W-ZSOMA BY 7 GIVING W-ZQUOC
                                    REMAINDER W-DOW.
       CALC-DOW-FIM.
                EXIT.
      *
      *
      *****************************************
      * RESUMO DO MES POR PROFESSOR: AULAS     *
      * DADAS, FALTAS, SUBSTITUIDAS E COBERTAS *
      *****************************************
       ROT-TOTAIS.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM CAB2.
                WRITE REGIMP FROM LINTRACO.
                WRITE REGIMP FROM CABRES.
                MOVE ZEROS TO W-IDXPROF.
       ROT-TOTAIS-PROF.
                ADD 1 TO W-IDXPROF.
                IF W-IDXPROF > W-QTDPROF
                   GO TO ROT-TOTAIS-FIM.
                MOVE W-PROFCHAPA(W-IDXPROF) TO IMPRCHAPA CHAPA.
                MOVE SPACES TO NOME.
                READ FUNC
                   INVALID KEY MOVE SPACES TO NOME.
                MOVE NOME TO IMPRNOME.
                COMPUTE IMPRDADAS = W-PROFPREV(W-IDXPROF)
                                  - W-PROFFALTA(W-IDXPROF)
                                  - W-PROFSUBS(W-IDXPROF).
                MOVE W-PROFFALTA(W-IDXPROF) TO IMPRFALTA.
                MOVE W-PROFSUBS(W-IDXPROF) TO IMPRSUBS.
                MOVE W-PROFCOB(W-IDXPROF) TO IMPRCOB.
                MOVE W-PROFHORAS(W-IDXPROF) TO IMPRHORAS.
                WRITE REGIMP FROM LINRES.
                GO TO ROT-TOTAIS-PROF.
       ROT-TOTAIS-FIM.
                DISPLAY (19, 08) "DIAS LETIVOS NO MES: " W-QTDDIA.
                DISPLAY (21, 08) "PROFESSORES GERADOS: " W-TOTPROF
                                 "  EXTRATO EM ARQHORA.TXT".
                GO TO ROT-FIM.
      *
      *****************************************
      *
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE GRADE CALES HORAS DISCIP FUNC ARQIMP.
                IF W-FTABERTO = 1
                   CLOSE FALTAS.
                IF W-ATABERTO = 1
                   CLOSE ATESTADO.
                IF W-SUABERTO = 1
                   CLOSE SUBSTIT.
      * GUARDA O EXTRATO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "GERAHORA" TO W-SPLPROG.
                COMPUTE W-SPLPER = (ANO-FILTRO * 100) + MES-FILTRO.
                MOVE "ARQHORA.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG W-SPLPER W-SPLARQ.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
