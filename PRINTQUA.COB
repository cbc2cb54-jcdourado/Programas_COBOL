       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTQUA.
      *
      **************************************
      * CURSOS E HABILITACOES VENCIDOS OU  *
      * A VENCER NOS PROXIMOS N DIAS, POR  *
      * DEPARTAMENTO, COM AS HORAS DE      *
      * TREINAMENTO DE CADA FUNCIONARIO NO *
      * MES E NO ANO DA DATA DE REFERENCIA.*
      * VALE O ULTIMO REGISTRO DE CADA     *
      * CURSO DO FUNCIONARIO (QUALIF.DAT - *
      * CADQUALI) (ARQQUA.TXT)             *
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
           SELECT OPTIONAL QUALIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QL-CHAVE
                    FILE STATUS  IS ST-ERROQL.
           SELECT OPTIONAL CURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CU-CODIGO
                    FILE STATUS  IS ST-ERROCU.
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
       FD QUALIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "QUALIF.DAT".
       01 REGQUALIF.
                03 QL-CHAVE.
                    05 QL-CHAPAFUNC    PIC 9(06).
                    05 QL-CODCURSO     PIC 9(04).
                    05 QL-DTCONCL      PIC 9(08).
                03 QL-DTVALID          PIC 9(08).
                03 QL-CARGAHOR         PIC 9(04).
                03 QL-DOCUMENTO        PIC X(20).
                03 QL-ENTIDADE         PIC X(30).
       FD CURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CURSO.DAT".
       01 REGCURSO.
                03 CU-CODIGO           PIC 9(04).
                03 CU-DESCR            PIC X(40).
                03 CU-TIPO             PIC X(01).
                03 CU-VALMESES         PIC 9(03).
                03 CU-CARGAHOR         PIC 9(04).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQQUA.TXT".
       01 REGIMP PIC X(100).
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
       77 ST-ERROQL    PIC X(02) VALUE "00".
       77 ST-ERROCU    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      * DATA DE REFERENCIA EM AAAAMMDD (SUGERE A DATA DO DIA) E
      * JANELA DE AVISO EM DIAS (SUGERE 30)
       77 W-DTREF      PIC 9(08) VALUE ZEROS.
       77 W-DIASAV     PIC 9(03) VALUE 30.
       77 W-REFANO     PIC 9(04) VALUE ZEROS.
       77 W-REFMES     PIC 9(06) VALUE ZEROS.
       77 W-CONCLANO   PIC 9(04) VALUE ZEROS.
       77 W-CONCLMES   PIC 9(06) VALUE ZEROS.
       77 W-JDREF      PIC 9(07) VALUE ZEROS.
       77 W-JDLIM      PIC 9(07) VALUE ZEROS.
       77 W-DIASREST   PIC 9(04) VALUE ZEROS.
       77 W-SITUACAO   PIC X(10) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
      * ULTIMO REGISTRO LIDO DO CURSO/FUNCIONARIO EM ANDAMENTO
       77 W-ANTCHAPA   PIC 9(06) VALUE ZEROS.
       77 W-ANTCURSO   PIC 9(04) VALUE ZEROS.
       77 W-ANTDTVALID PIC 9(08) VALUE ZEROS.
       77 W-HRMES      PIC 9(05) VALUE ZEROS.
       77 W-HRANO      PIC 9(05) VALUE ZEROS.
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
      * TOTAIS POR DEPARTAMENTO
       77 W-QTDDPT     PIC 9(03) VALUE ZEROS.
       77 W-IDXDPT     PIC 9(03) VALUE ZEROS.
       77 W-ACHDPT     PIC 9(03) VALUE ZEROS.
       01 W-TABDPT.
                03 W-DPTITEM OCCURS 100 TIMES.
                    05 W-DPTCOD        PIC 9(04).
                    05 W-DPTVENC       PIC 9(04).
                    05 W-DPTAVENC      PIC 9(04).
                    05 W-DPTHRMES      PIC 9(06).
                    05 W-DPTHRANO      PIC 9(06).
      * CURSOS LISTADOS, NA ORDEM DE CHAPA
       77 W-QTDDET     PIC 9(03) VALUE ZEROS.
       77 W-IDXDET     PIC 9(03) VALUE ZEROS.
       01 W-TABDET.
                03 W-DETITEM OCCURS 500 TIMES.
                    05 W-DETPTO        PIC 9(04).
                    05 W-DETCHAPA      PIC 9(06).
                    05 W-DETNOME       PIC X(25).
                    05 W-DETCURSO      PIC 9(04).
                    05 W-DETDESCR      PIC X(20).
                    05 W-DETDTVALID    PIC 9(08).
                    05 W-DETDIAS       PIC 9(04).
                    05 W-DETSIT        PIC X(10).
      * HORAS DE TREINAMENTO POR FUNCIONARIO
       77 W-QTDHRS     PIC 9(03) VALUE ZEROS.
       77 W-IDXHRS     PIC 9(03) VALUE ZEROS.
       01 W-TABHRS.
                03 W-HRSITEM OCCURS 500 TIMES.
                    05 W-HRSPTO        PIC 9(04).
                    05 W-HRSCHAPA      PIC 9(06).
                    05 W-HRSNOME       PIC X(25).
                    05 W-HRSMES        PIC 9(05).
                    05 W-HRSANO        PIC 9(05).
       77 W-TOTVENC    PIC 9(06) VALUE ZEROS.
       77 W-TOTAVENC   PIC 9(06) VALUE ZEROS.
       77 W-TOTHRMES   PIC 9(07) VALUE ZEROS.
       77 W-TOTHRANO   PIC 9(07) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(08) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "CURSOS E HABILITACOES VENCIDOS/A VENCER".
       01 CAB2.
                03 FILLER PIC X(12) VALUE "REFERENCIA:".
                03 IMPREF  PIC 9999/99/99.
                03 FILLER PIC X(14) VALUE "   PROXIMOS: ".
                03 IMPDIASAV PIC ZZ9.
                03 FILLER PIC X(05) VALUE " DIAS".
       01 CABDPTO.
                03 FILLER  PIC X(14) VALUE "DEPARTAMENTO: ".
                03 IMPDPCOD PIC 9(04).
       01 CABDET.
                03 FILLER PIC X(35) VALUE
                       "CHAPA   NOME".
                03 FILLER PIC X(50) VALUE
                       "CURSO DESCRICAO            VALIDADE   DIAS".
                03 FILLER PIC X(10) VALUE "SITUACAO".
       01 DETAL.
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(25).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPCURSO PIC 9(04).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPDESCR PIC X(20).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPDTVALID PIC 9999/99/99.
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPDIAS  PIC ZZZ9.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPSIT   PIC X(10).
       01 CABHRS.
                03 FILLER PIC X(35) VALUE
                       "CHAPA   NOME".
                03 FILLER PIC X(40) VALUE
                       "HORAS TREINAMENTO   MES    ANO".
       01 DETHRS.
                03 IMPHCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPHNOME PIC X(25).
                03 FILLER   PIC X(19) VALUE SPACES.
                03 IMPHMES  PIC ZZZZ9.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPHANO  PIC ZZZZ9.
       01 LINDPT.
                03 FILLER  PIC X(11) VALUE "VENCIDOS: ".
                03 IMPDVEN PIC ZZZ9.
                03 FILLER  PIC X(13) VALUE "   A VENCER: ".
                03 IMPDAVE PIC ZZZ9.
                03 FILLER  PIC X(20) VALUE "   HORAS MES/ANO: ".
                03 IMPDHMES PIC ZZZZZ9.
                03 FILLER  PIC X(01) VALUE "/".
                03 IMPDHANO PIC ZZZZZ9.
       01 LINGER1.
                03 FILLER  PIC X(28) VALUE "EMPRESA - VENCIDOS.......:".
                03 IMPGVEN PIC ZZZZZ9.
       01 LINGER2.
                03 FILLER  PIC X(28) VALUE "EMPRESA - A VENCER.......:".
                03 IMPGAVE PIC ZZZZZ9.
       01 LINGER3.
                03 FILLER  PIC X(28) VALUE "EMPRESA - HORAS NO MES...:".
                03 IMPGHMES PIC ZZZZZZ9.
       01 LINGER4.
                03 FILLER  PIC X(28) VALUE "EMPRESA - HORAS NO ANO...:".
                03 IMPGHANO PIC ZZZZZZ9.
       01 LINTRACO.
                03 FILLER PIC X(98) VALUE ALL "-".
      *
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "CURSOS E HABILITACOES VENCIDOS/A VENCER".
             05  LINE 05 COLUMN 10
                 VALUE "DATA DE REFERENCIA (AAAAMMDD) : ".
             05  LINE 07 COLUMN 10
                 VALUE "A VENCER NOS PROXIMOS (DIAS)  : ".
             05  TDTREF
                 LINE 05 COLUMN 43 PIC 99999999
                 USING W-DTREF
                 HIGHLIGHT.
             05  TDIASAV
                 LINE 07 COLUMN 43 PIC 999
                 USING W-DIASAV
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                MOVE W-LPDTINI TO W-DTREF.
      *
       INC-OP0.
           DISPLAY TELAFILTRO.
           ACCEPT TDTREF.
           IF W-DTREF < 19900101
              MOVE "*** DATA DE REFERENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           ACCEPT TDIASAV.
           MOVE W-DTREF TO W-DTORD.
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
           MOVE W-JDNUM TO W-JDREF.
           COMPUTE W-JDLIM = W-JDREF + W-DIASAV.
           DIVIDE W-DTREF BY 10000 GIVING W-REFANO.
           DIVIDE W-DTREF BY 100 GIVING W-REFMES.
       ABRE-ARQS.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT QUALIF.
           OPEN INPUT CURSO.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE W-DTREF TO IMPREF.
           MOVE W-DIASAV TO IMPDIASAV.
           WRITE REGIMP FROM CAB2.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           MOVE ZEROS TO W-QTDDPT W-QTDDET W-QTDHRS.
           MOVE ZEROS TO W-TABDPT W-TABDET W-TABHRS.
           IF ST-ERROQL NOT = "00"
              GO TO IMPRIME.
      *
      *****************************************
      * VARREDURA DO QUALIF.DAT NA ORDEM DA    *
      * CHAVE: NA QUEBRA DE CURSO AVALIA A     *
      * VALIDADE DO ULTIMO REGISTRO, NA QUEBRA *
      * DE CHAPA GUARDA AS HORAS DO FUNC.      *
      *****************************************
       LER-QUAL.
                READ QUALIF NEXT RECORD
                   AT END GO TO FIM-QUAL.
                ADD 1 TO W-LIDOS.
                IF W-ANTCHAPA NOT = ZEROS
                AND (QL-CHAPAFUNC NOT = W-ANTCHAPA
                     OR QL-CODCURSO NOT = W-ANTCURSO)
                   PERFORM AVALIA-VALID THRU AVALIA-VALID-FIM.
                IF W-ANTCHAPA NOT = ZEROS
                AND QL-CHAPAFUNC NOT = W-ANTCHAPA
                   PERFORM GUARDA-HORAS THRU GUARDA-HORAS-FIM.
                MOVE QL-CHAPAFUNC TO W-ANTCHAPA.
                MOVE QL-CODCURSO TO W-ANTCURSO.
                MOVE QL-DTVALID TO W-ANTDTVALID.
      * HORAS DOS CURSOS CONCLUIDOS NO ANO ATE A DATA DE REFERENCIA
                IF QL-DTCONCL > W-DTREF
                   GO TO LER-QUAL.
                DIVIDE QL-DTCONCL BY 10000 GIVING W-CONCLANO.
                DIVIDE QL-DTCONCL BY 100 GIVING W-CONCLMES.
                IF W-CONCLANO = W-REFANO
                   ADD QL-CARGAHOR TO W-HRANO.
                IF W-CONCLMES = W-REFMES
                   ADD QL-CARGAHOR TO W-HRMES.
                GO TO LER-QUAL.
       FIM-QUAL.
                IF W-ANTCHAPA NOT = ZEROS
                   PERFORM AVALIA-VALID THRU AVALIA-VALID-FIM
                   PERFORM GUARDA-HORAS THRU GUARDA-HORAS-FIM.
                GO TO IMPRIME.
      *
      * VALIDADE DO ULTIMO REGISTRO DO CURSO: VENCIDA ANTES DA
      * REFERENCIA OU DENTRO DA JANELA DE AVISO
       AVALIA-VALID.
                IF W-ANTDTVALID = ZEROS
                   GO TO AVALIA-VALID-FIM.
                MOVE W-ANTDTVALID TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                IF W-JDNUM > W-JDLIM
                   GO TO AVALIA-VALID-FIM.
                MOVE ZEROS TO W-DIASREST.
                IF W-JDNUM < W-JDREF
                   MOVE "VENCIDO   " TO W-SITUACAO
                ELSE
                   MOVE "A VENCER  " TO W-SITUACAO
                   COMPUTE W-DIASREST = W-JDNUM - W-JDREF.
                MOVE W-ANTCHAPA TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE ZEROS TO CODPTO DTDEM
                      MOVE SPACES TO NOME.
      * FUNCIONARIO DESLIGADO NAO ENTRA NO RELATORIO
                IF DTDEM NOT = ZEROS
                   GO TO AVALIA-VALID-FIM.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   GO TO AVALIA-VALID-FIM.
                IF W-SITUACAO = "VENCIDO   "
                   ADD 1 TO W-DPTVENC(W-ACHDPT)
                ELSE
                   ADD 1 TO W-DPTAVENC(W-ACHDPT).
                IF W-QTDDET NOT < 500
                   GO TO AVALIA-VALID-FIM.
                MOVE SPACES TO CU-DESCR.
                MOVE W-ANTCURSO TO CU-CODIGO.
                READ CURSO
                   INVALID KEY
                      MOVE SPACES TO CU-DESCR.
                ADD 1 TO W-QTDDET.
                MOVE CODPTO TO W-DETPTO(W-QTDDET).
                MOVE CHAPA TO W-DETCHAPA(W-QTDDET).
                MOVE NOME TO W-DETNOME(W-QTDDET).
                MOVE W-ANTCURSO TO W-DETCURSO(W-QTDDET).
                MOVE CU-DESCR TO W-DETDESCR(W-QTDDET).
                MOVE W-ANTDTVALID TO W-DETDTVALID(W-QTDDET).
                MOVE W-DIASREST TO W-DETDIAS(W-QTDDET).
                MOVE W-SITUACAO TO W-DETSIT(W-QTDDET).
       AVALIA-VALID-FIM.
                EXIT.
      *
      * HORAS DE TREINAMENTO DO FUNCIONARIO NO MES E NO ANO
       GUARDA-HORAS.
                IF W-HRANO = ZEROS
                   GO TO GUARDA-HORAS-ZERA.
                MOVE W-ANTCHAPA TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE ZEROS TO CODPTO DTDEM
                      MOVE SPACES TO NOME.
                IF DTDEM NOT = ZEROS
                   GO TO GUARDA-HORAS-ZERA.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   GO TO GUARDA-HORAS-ZERA.
                ADD W-HRMES TO W-DPTHRMES(W-ACHDPT).
                ADD W-HRANO TO W-DPTHRANO(W-ACHDPT).
                IF W-QTDHRS NOT < 500
                   GO TO GUARDA-HORAS-ZERA.
                ADD 1 TO W-QTDHRS.
                MOVE CODPTO TO W-HRSPTO(W-QTDHRS).
                MOVE CHAPA TO W-HRSCHAPA(W-QTDHRS).
                MOVE NOME TO W-HRSNOME(W-QTDHRS).
                MOVE W-HRMES TO W-HRSMES(W-QTDHRS).
                MOVE W-HRANO TO W-HRSANO(W-QTDHRS).
       GUARDA-HORAS-ZERA.
                MOVE ZEROS TO W-HRMES W-HRANO.
       GUARDA-HORAS-FIM.
                EXIT.
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
      * COM OS CURSOS, AS HORAS DE TREINAMENTO *
      * E OS TOTAIS                            *
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
                IF W-DPTVENC(W-IDXDPT) = ZEROS
                AND W-DPTAVENC(W-IDXDPT) = ZEROS
                   GO TO IMPRIME-HRS.
                WRITE REGIMP FROM CABDET.
                MOVE ZEROS TO W-IDXDET.
       IMPRIME-DET.
                ADD 1 TO W-IDXDET.
                IF W-IDXDET > W-QTDDET
                   GO TO IMPRIME-HRS.
                IF W-DETPTO(W-IDXDET) NOT = W-DPTCOD(W-IDXDPT)
                   GO TO IMPRIME-DET.
                MOVE W-DETCHAPA(W-IDXDET) TO IMPCHAPA.
                MOVE W-DETNOME(W-IDXDET) TO IMPNOME.
                MOVE W-DETCURSO(W-IDXDET) TO IMPCURSO.
                MOVE W-DETDESCR(W-IDXDET) TO IMPDESCR.
                MOVE W-DETDTVALID(W-IDXDET) TO IMPDTVALID.
                MOVE W-DETDIAS(W-IDXDET) TO IMPDIAS.
                MOVE W-DETSIT(W-IDXDET) TO IMPSIT.
                WRITE REGIMP FROM DETAL.
                GO TO IMPRIME-DET.
       IMPRIME-HRS.
                IF W-DPTHRANO(W-IDXDPT) = ZEROS
                   GO TO IMPRIME-FECHA.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM CABHRS.
                MOVE ZEROS TO W-IDXHRS.
       IMPRIME-HRS-DET.
                ADD 1 TO W-IDXHRS.
                IF W-IDXHRS > W-QTDHRS
                   GO TO IMPRIME-FECHA.
                IF W-HRSPTO(W-IDXHRS) NOT = W-DPTCOD(W-IDXDPT)
                   GO TO IMPRIME-HRS-DET.
                MOVE W-HRSCHAPA(W-IDXHRS) TO IMPHCHAPA.
                MOVE W-HRSNOME(W-IDXHRS) TO IMPHNOME.
                MOVE W-HRSMES(W-IDXHRS) TO IMPHMES.
                MOVE W-HRSANO(W-IDXHRS) TO IMPHANO.
                WRITE REGIMP FROM DETHRS.
                GO TO IMPRIME-HRS-DET.
       IMPRIME-FECHA.
                MOVE W-DPTVENC(W-IDXDPT) TO IMPDVEN.
                MOVE W-DPTAVENC(W-IDXDPT) TO IMPDAVE.
                MOVE W-DPTHRMES(W-IDXDPT) TO IMPDHMES.
                MOVE W-DPTHRANO(W-IDXDPT) TO IMPDHANO.
                WRITE REGIMP FROM LINDPT.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD W-DPTVENC(W-IDXDPT) TO W-TOTVENC.
                ADD W-DPTAVENC(W-IDXDPT) TO W-TOTAVENC.
                ADD W-DPTHRMES(W-IDXDPT) TO W-TOTHRMES.
                ADD W-DPTHRANO(W-IDXDPT) TO W-TOTHRANO.
                GO TO IMPRIME-DEPTO.
      *
       ROT-GERAL.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTVENC TO IMPGVEN.
                WRITE REGIMP FROM LINGER1.
                MOVE W-TOTAVENC TO IMPGAVE.
                WRITE REGIMP FROM LINGER2.
                MOVE W-TOTHRMES TO IMPGHMES.
                WRITE REGIMP FROM LINGER3.
                MOVE W-TOTHRANO TO IMPGHANO.
                WRITE REGIMP FROM LINGER4.
                DISPLAY (21, 05) "RELATORIO EM ARQQUA.TXT".
                GO TO ROT-FIM.
      *
      *****************************************
      * NUMERO DO DIA (DIA JULIANO) DA DATA    *
      * W-DTORD EM AAAAMMDD                    *
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
                MOVE "PRINTQUA" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE W-REFMES TO LP-PERIODO.
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
                CLOSE FUNC QUALIF CURSO ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTQUA" TO W-SPLPROG.
                MOVE "ARQQUA.TXT" TO W-SPLARQ.
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
