       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERACENS.
      *
      **************************************
      * EXPORTACAO PARA O CENSO ESCOLAR    *
      * (EDUCACENSO/INEP) DO ANO LETIVO    *
      * INFORMADO. GERA O ARQUIVO DE       *
      * MIGRACAO CENSO.TXT, COM CAMPOS DE  *
      * TAMANHO FIXO SEPARADOS POR "|":    *
      *   00 = ESCOLA (CODIGO INEP)        *
      *   20 = TURMA (CADTURMA DO ANO, COM *
      *        OS DIAS E AULAS DA GRADE)   *
      *   30 = PESSOA FISICA (PROFESSOR -  *
      *        FUNC.DAT - OU ALUNO -       *
      *        ALUNO.DAT E ALUCENSO.DAT)   *
      *   50 = VINCULO DO PROFESSOR COM A  *
      *        TURMA E AS DISCIPLINAS QUE  *
      *        LECIONA NELA (ALOCA.DAT)    *
      *   60 = MATRICULA DO ALUNO NA TURMA *
      * CADA REGISTRO 30 VEM SEGUIDO DOS   *
      * VINCULOS (50 OU 60) DA PESSOA.     *
      * GERA TAMBEM O CENSOSIT.TXT COM A   *
      * SITUACAO DO ALUNO NO FIM DO ANO    *
      * (REGISTRO 90), TIRADA DA SAIDA DA  *
      * ESCOLA NO MOVTUR.DAT (TRANSALU) E  *
      * DO RESULTADO DO ANO NO HISTESC.DAT *
      * (REMATRIC), E O RELATORIO DE       *
      * PENDENCIAS ARQCENSO.TXT (ALUNOS E  *
      * PROFESSORES SEM CPF, DATA DE       *
      * NASCIMENTO OU OUTRO CAMPO          *
      * OBRIGATORIO).                      *
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
           SELECT ALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERROALU.
           SELECT TURMAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURMACOD
                    FILE STATUS  IS ST-ERROTUR.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL ALOCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LC-CHAVE
                    FILE STATUS  IS ST-ERROLOC.
           SELECT OPTIONAL GRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GR-CHAVE
                    FILE STATUS  IS ST-ERROGRD.
           SELECT OPTIONAL ALUCENSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CS-RA
                    FILE STATUS  IS ST-ERROCEN.
           SELECT OPTIONAL MOVTUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MT-CHAVE
                    FILE STATUS  IS ST-ERROMOV.
           SELECT OPTIONAL HISTESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HE-CHAVE
                    FILE STATUS  IS ST-ERROHE.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-ERROEMPR.
           SELECT ARQCENSO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT ARQSIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
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
       FD ALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUNO.DAT".
       01 REGALU.
                03 RA PIC 9(06).
                03 NOME PIC X(35).
                03 TURMA PIC X(05).
                03 NOTA1 PIC 9(02)V99.
                03 NOTA2 PIC 9(02)V99.
                03 NOTA3 PIC 9(02)V99.
                03 NOTA4 PIC 9(02)V99.
                03 NOTARECUP PIC 9(02)V99.
                03 FALTA1 PIC 9(02).
                03 FALTA2 PIC 9(02).
       FD TURMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
       01 REGTURMA.
                03 TURMACOD            PIC X(05).
                03 DESCRICAO-TUR       PIC X(25).
                03 ANOLET              PIC 9(04).
                03 CAPACIDADE          PIC 9(03).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 FU-NOME             PIC X(35).
      * DATA DE NASCIMENTO EM DDMMAAAA
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
       FD ALOCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALOCA.DAT".
       01 CADALOC.
                03 LC-CHAVE.
                    05 LC-CHAPAFUNC    PIC 9(06).
                    05 LC-TURMA        PIC X(05).
                    05 LC-CODDISC      PIC 9(03).
                03 LC-HORASSEM         PIC 9(02)V99.
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
      * DADOS DO ALUNO PARA O CENSO (CADCENSO)
       FD ALUCENSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUCENSO.DAT".
       01 REGCENSO.
                03 CS-RA               PIC 9(06).
                03 CS-CPF              PIC 9(11).
      * DATA DE NASCIMENTO EM DDMMAAAA
                03 CS-DTNASC           PIC 9(08).
                03 CS-SEXO             PIC X(01).
                03 CS-COR              PIC 9(01).
                03 CS-NACION           PIC 9(01).
                03 CS-MUNNASC          PIC 9(07).
                03 CS-MAE              PIC X(35).
                03 CS-INEP             PIC 9(12).
                03 FILLER              PIC X(20).
       FD MOVTUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVTUR.DAT".
       01 REGMOVTUR.
                03 MT-CHAVE.
                    05 MT-RA           PIC 9(06).
                    05 MT-SEQMT        PIC 9(03).
                03 MT-TURMAORIG        PIC X(05).
      * TRANS = SAIU TRANSFERIDO  ABAND = DEIXOU DE FREQUENTAR
                03 MT-TURMADEST        PIC X(05).
                03 MT-DATA             PIC 9(08).
                03 MT-MOTIVO           PIC X(25).
                03 MT-BIMATE           PIC 9(01).
       FD HISTESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTESC.DAT".
       01 REGHISTESC.
                03 HE-CHAVE.
                    05 HE-RA           PIC 9(06).
                    05 HE-ANOLET       PIC 9(04).
                    05 HE-TURMA        PIC X(05).
      * 000 = BOLETIM GERAL DO ANO
                    05 HE-CODDISC      PIC 9(03).
                03 HE-NOME             PIC X(35).
                03 HE-NOTA1            PIC 9(02)V99.
                03 HE-NOTA2            PIC 9(02)V99.
                03 HE-NOTA3            PIC 9(02)V99.
                03 HE-NOTA4            PIC 9(02)V99.
                03 HE-NOTARECUP        PIC 9(02)V99.
                03 HE-MEDIA            PIC 9(02)V99.
                03 HE-FALTAS           PIC 9(03).
                03 HE-DIASLET          PIC 9(03).
                03 HE-FREQ             PIC 9(03)V99.
      * A=APROVADO  R=REPROVADO  T=TRANSFERIDO NO MEIO DO ANO
      * P=PROMOVIDO COM DEPENDENCIA  B=DEIXOU DE FREQUENTAR
                03 HE-RESULT           PIC X(01).
                03 HE-DTGRAV           PIC 9(08).
                03 HE-TIPO             PIC X(01).
                03 FILLER              PIC X(09).
       FD EMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 CADEMPRESA.
                03 EP-CODIGO           PIC 9(01).
                03 EP-RAZAO            PIC X(40).
                03 EP-CNPJ             PIC 9(14).
                03 EP-ENDERECO         PIC X(40).
                03 EP-CONVENIO         PIC X(20).
       FD ARQCENSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CENSO.TXT".
       01 REGCSV PIC X(200).
       FD ARQSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CENSOSIT.TXT".
       01 REGSIT PIC X(80).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCENSO.TXT".
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
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 ST-ERROTUR   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROLOC   PIC X(02) VALUE "00".
       77 ST-ERROGRD   PIC X(02) VALUE "00".
       77 ST-ERROCEN   PIC X(02) VALUE "00".
       77 ST-ERROMOV   PIC X(02) VALUE "00".
       77 ST-ERROHE    PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      * ANO DO CENSO E CODIGO INEP DA ESCOLA
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-INEPESC    PIC 9(08) VALUE ZEROS.
      * ARQUIVOS OPCIONAIS QUE ABRIRAM (1 = PODE LER)
       77 W-LOCOK      PIC 9(01) VALUE ZEROS.
       77 W-GRDOK      PIC 9(01) VALUE ZEROS.
       77 W-CENOK      PIC 9(01) VALUE ZEROS.
       77 W-MOVOK      PIC 9(01) VALUE ZEROS.
       77 W-HEOK       PIC 9(01) VALUE ZEROS.
      * PROFESSOR E TURMA EM CURSO NA LEITURA DO ALOCA
       77 W-CHAPAATU   PIC 9(06) VALUE ZEROS.
       77 W-TURMAATU   PIC X(05) VALUE SPACES.
       77 W-QTDDISC    PIC 9(02) VALUE ZEROS.
       77 W-AULAS      PIC 9(02) VALUE ZEROS.
      * SITUACAO DO ALUNO NO ANO (CODIGO DO REGISTRO 90):
      * 0 = FORA DO CENSO  1 = TRANSFERIDO  2 = DEIXOU DE FREQUENTAR
      * 4 = REPROVADO  5 = APROVADO  6 = CONCLUINTE  7 = EM ANDAMENTO
       77 W-SITU       PIC 9(01) VALUE ZEROS.
       77 W-TURMACEN   PIC X(05) VALUE SPACES.
       77 W-ANOMOV     PIC 9(04) VALUE ZEROS.
       77 W-ACHOUCEN   PIC 9(01) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
      * TOTAIS DA RODADA
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTLIN     PIC 9(06) VALUE ZEROS.
       77 W-TOTTUR     PIC 9(06) VALUE ZEROS.
       77 W-TOTPROF    PIC 9(06) VALUE ZEROS.
       77 W-TOTVINC    PIC 9(06) VALUE ZEROS.
       77 W-TOTALU     PIC 9(06) VALUE ZEROS.
       77 W-TOTSIT     PIC 9(06) VALUE ZEROS.
       77 W-TOTPEND    PIC 9(06) VALUE ZEROS.
      * DIAS DA SEMANA COM AULA NA GRADE DA TURMA (SEG A SAB)
       01 W-DIAS.
                03 W-DIA               PIC 9(01) OCCURS 6 TIMES.
      * DISCIPLINAS DO PROFESSOR EM CURSO NA TURMA EM CURSO
       01 W-TABDISC.
                03 W-DISC              PIC 9(03) OCCURS 10 TIMES.
      * DATA DE NASCIMENTO DDMMAAAA EXPORTADA COMO DD/MM/AAAA
       01 W-DTNAS      PIC 9(08) VALUE ZEROS.
       01 W-DTNAS-R REDEFINES W-DTNAS.
                03 W-DN-DIA            PIC 9(02).
                03 W-DN-MES            PIC 9(02).
                03 W-DN-ANO            PIC 9(04).
       01 W-DTIMP.
                03 W-DI-DIA            PIC 9(02).
                03 FILLER              PIC X(01) VALUE "/".
                03 W-DI-MES            PIC 9(02).
                03 FILLER              PIC X(01) VALUE "/".
                03 W-DI-ANO            PIC 9(04).
      *
      * REGISTROS DO ARQUIVO DE MIGRACAO (CAMPOS DE TAMANHO FIXO
      * SEPARADOS POR "|")
       01 CSV-00.
                03 FILLER      PIC X(03) VALUE "00|".
                03 CSV-EINEP   PIC 9(08).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-ENOME   PIC X(40).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-EANO    PIC 9(04).
       01 CSV-20.
                03 FILLER      PIC X(03) VALUE "20|".
                03 CSV-TINEP   PIC 9(08).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-TCOD    PIC X(05).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-TDESC   PIC X(25).
                03 FILLER      PIC X(01) VALUE "|".
      * UM DIGITO POR DIA, DE SEGUNDA A SABADO (1 = TEM AULA)
                03 CSV-TDIAS   PIC X(06).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-TAULAS  PIC 9(02).
       01 CSV-30.
                03 FILLER      PIC X(03) VALUE "30|".
                03 CSV-PINEP   PIC 9(08).
                03 FILLER      PIC X(01) VALUE "|".
      * P = PROFESSOR (CHAPA)  A = ALUNO (RA)
                03 CSV-PTIPO   PIC X(01).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-PCOD    PIC 9(06).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-PIDINEP PIC 9(12).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-PNOME   PIC X(35).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-PCPF    PIC 9(11).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-PDTNASC PIC X(10).
                03 FILLER      PIC X(01) VALUE "|".
      * 1 = MASCULINO  2 = FEMININO
                03 CSV-PSEXO   PIC 9(01).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-PCOR    PIC 9(01).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-PNAC    PIC 9(01).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-PMUN    PIC 9(07).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-PMAE    PIC X(35).
       01 CSV-50.
                03 FILLER      PIC X(03) VALUE "50|".
                03 CSV-DINEP   PIC 9(08).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-DCHAPA  PIC 9(06).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-DTURMA  PIC X(05).
                03 FILLER      PIC X(01) VALUE "|".
      * FUNCAO NA TURMA: 1 = DOCENTE
                03 CSV-DFUNCAO PIC 9(01) VALUE 1.
      * ATE 10 DISCIPLINAS DO PROFESSOR NA TURMA (000 = SEM)
                03 CSV-DDISCS.
                    05 FILLER      PIC X(01) VALUE "|".
                    05 CSV-DD01    PIC 9(03).
                    05 FILLER      PIC X(01) VALUE "|".
                    05 CSV-DD02    PIC 9(03).
                    05 FILLER      PIC X(01) VALUE "|".
                    05 CSV-DD03    PIC 9(03).
                    05 FILLER      PIC X(01) VALUE "|".
                    05 CSV-DD04    PIC 9(03).
                    05 FILLER      PIC X(01) VALUE "|".
                    05 CSV-DD05    PIC 9(03).
                    05 FILLER      PIC X(01) VALUE "|".
                    05 CSV-DD06    PIC 9(03).
                    05 FILLER      PIC X(01) VALUE "|".
                    05 CSV-DD07    PIC 9(03).
                    05 FILLER      PIC X(01) VALUE "|".
                    05 CSV-DD08    PIC 9(03).
                    05 FILLER      PIC X(01) VALUE "|".
                    05 CSV-DD09    PIC 9(03).
                    05 FILLER      PIC X(01) VALUE "|".
                    05 CSV-DD10    PIC 9(03).
                03 CSV-DDISCR REDEFINES CSV-DDISCS.
                    05 CSV-DDITEM OCCURS 10 TIMES.
                        07 FILLER      PIC X(01).
                        07 CSV-DDISC   PIC 9(03).
       01 CSV-60.
                03 FILLER      PIC X(03) VALUE "60|".
                03 CSV-MINEP   PIC 9(08).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-MRA     PIC 9(06).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-MTURMA  PIC X(05).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-MIDINEP PIC 9(12).
       01 CSV-90.
                03 FILLER      PIC X(03) VALUE "90|".
                03 CSV-SINEP   PIC 9(08).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-STURMA  PIC X(05).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-SRA     PIC 9(06).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-SIDINEP PIC 9(12).
                03 FILLER      PIC X(01) VALUE "|".
                03 CSV-SSITU   PIC 9(01).
      *
      * RELATORIO DE PENDENCIAS (ARQCENSO.TXT)
       01 CABTIT.
                03 FILLER    PIC X(47) VALUE
                   "PENDENCIAS DE CADASTRO PARA O CENSO ESCOLAR - ".
                03 FILLER    PIC X(04) VALUE "ANO ".
                03 IMPANO    PIC 9(04).
       01 CABCOL.
                03 FILLER PIC X(40) VALUE
                       "TIPO      CODIGO  NOME                  ".
                03 FILLER PIC X(40) VALUE
                       "          PENDENCIA".
       01 DETPEND.
                03 IMPTIPO   PIC X(09).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPCOD    PIC 9(06).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPNOME   PIC X(30).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPPEND   PIC X(30).
       01 LINTOT.
                03 IMPTOTDESC PIC X(40).
                03 IMPTOTQTD  PIC ZZZ.ZZ9.
       01 LINTRACO.
                03 FILLER PIC X(80) VALUE ALL "-".
      *
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           DISPLAY (01, 01) ERASE.
           DISPLAY (03, 10) "EXPORTACAO PARA O CENSO ESCOLAR".
           DISPLAY (05, 10) "ANO DO CENSO...........: ".
           DISPLAY (06, 10) "CODIGO INEP DA ESCOLA..: ".
           ACCEPT (05, 36) W-ANO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-ANO < 1990
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
       INC-OP1.
           ACCEPT (06, 36) W-INEPESC.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO INC-OP0.
           IF W-INEPESC < 10000000
              MOVE "*** CODIGO INEP INVALIDO (8 DIGITOS) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP1.
      *
       ABRE-ARQS.
           OPEN INPUT ALUNO.
           IF ST-ERROALU NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. ALUNO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT TURMAS.
           IF ST-ERROTUR NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CADTURMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ALUNO
              GO TO ROT-FIMP.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ALUNO TURMAS
              GO TO ROT-FIMP.
           OPEN INPUT ALOCA.
           IF ST-ERROLOC = "00"
              MOVE 1 TO W-LOCOK.
           OPEN INPUT GRADE.
           IF ST-ERROGRD = "00"
              MOVE 1 TO W-GRDOK.
           OPEN INPUT ALUCENSO.
           IF ST-ERROCEN = "00"
              MOVE 1 TO W-CENOK.
           OPEN INPUT MOVTUR.
           IF ST-ERROMOV = "00"
              MOVE 1 TO W-MOVOK.
           OPEN INPUT HISTESC.
           IF ST-ERROHE = "00"
              MOVE 1 TO W-HEOK.
           OPEN OUTPUT ARQCENSO ARQSIT ARQIMP.
           MOVE W-ANO TO IMPANO.
           WRITE REGIMP FROM CABTIT.
           WRITE REGIMP FROM LINTRACO.
           WRITE REGIMP FROM CABCOL.
           WRITE REGIMP FROM LINTRACO.
      *
      *****************************************
      * REGISTRO 00 - ESCOLA (NOME DA EMPRESA  *
      * 1 DO FPP029, QUANDO CADASTRADA)        *
      *****************************************
       GRAVA-ESCOLA.
           MOVE SPACES TO CSV-ENOME.
           OPEN INPUT EMPRESA.
           MOVE 1 TO EP-CODIGO.
           READ EMPRESA
              INVALID KEY
                 NEXT SENTENCE.
           IF ST-ERROEMPR = "00"
              MOVE EP-RAZAO TO CSV-ENOME.
           CLOSE EMPRESA.
           MOVE W-INEPESC TO CSV-EINEP CSV-TINEP CSV-PINEP CSV-DINEP
                             CSV-MINEP CSV-SINEP.
           MOVE W-ANO TO CSV-EANO.
           WRITE REGCSV FROM CSV-00.
           ADD 1 TO W-TOTLIN.
      *
      *****************************************
      * REGISTROS 20 - TURMAS DO ANO LETIVO    *
      * (CADTURMA), COM OS DIAS DA SEMANA E O  *
      * NUMERO DE AULAS SEMANAIS DA GRADE      *
      *****************************************
           MOVE LOW-VALUES TO TURMACOD.
           START TURMAS KEY IS NOT LESS THAN TURMACOD
              INVALID KEY
                 GO TO FIM-TURMA.
       LER-TURMA.
                READ TURMAS NEXT RECORD
                   AT END GO TO FIM-TURMA.
                IF ANOLET NOT = W-ANO
                   GO TO LER-TURMA.
                PERFORM DIAS-GRADE THRU DIAS-GRADE-FIM.
                MOVE TURMACOD TO CSV-TCOD.
                MOVE DESCRICAO-TUR TO CSV-TDESC.
                MOVE W-DIAS TO CSV-TDIAS.
                MOVE W-AULAS TO CSV-TAULAS.
                WRITE REGCSV FROM CSV-20.
                ADD 1 TO W-TOTLIN W-TOTTUR.
                GO TO LER-TURMA.
       FIM-TURMA.
                IF W-LOCOK = 0
                   GO TO FIM-ALOCA.
      *
      *****************************************
      * REGISTROS 30/50 - PROFESSORES: ALOCA   *
      * NA ORDEM DE CHAPA E TURMA. A CADA      *
      * PROFESSOR NOVO GRAVA A PESSOA (FUNC);  *
      * A CADA TURMA GRAVA O VINCULO COM AS    *
      * DISCIPLINAS DELE NA TURMA. SO CONTAM   *
      * AS TURMAS DO ANO DO CENSO              *
      *****************************************
                MOVE ZEROS TO W-CHAPAATU W-QTDDISC.
                MOVE SPACES TO W-TURMAATU.
                MOVE ZEROS TO LC-CHAPAFUNC LC-CODDISC.
                MOVE SPACES TO LC-TURMA.
                START ALOCA KEY IS NOT LESS THAN LC-CHAVE
                   INVALID KEY
                      GO TO FIM-ALOCA.
       LER-ALOCA.
                READ ALOCA NEXT RECORD
                   AT END GO TO FIM-ALOCA-VINC.
                MOVE LC-TURMA TO TURMACOD.
                READ TURMAS
                   INVALID KEY
                      GO TO LER-ALOCA.
                IF ANOLET NOT = W-ANO
                   GO TO LER-ALOCA.
                IF LC-CHAPAFUNC NOT = W-CHAPAATU
                   PERFORM GRAVA-VINC THRU GRAVA-VINC-FIM
                   MOVE LC-CHAPAFUNC TO W-CHAPAATU
                   MOVE LC-TURMA TO W-TURMAATU
                   PERFORM GRAVA-PROF THRU GRAVA-PROF-FIM.
                IF LC-TURMA NOT = W-TURMAATU
                   PERFORM GRAVA-VINC THRU GRAVA-VINC-FIM
                   MOVE LC-TURMA TO W-TURMAATU.
                IF W-QTDDISC < 10
                   ADD 1 TO W-QTDDISC
                   MOVE LC-CODDISC TO W-DISC(W-QTDDISC).
                GO TO LER-ALOCA.
       FIM-ALOCA-VINC.
                PERFORM GRAVA-VINC THRU GRAVA-VINC-FIM.
       FIM-ALOCA.
      *
      *****************************************
      * REGISTROS 30/60 E 90 - ALUNOS: A       *
      * SITUACAO DO ANO DECIDE SE O ALUNO      *
      * ENTRA NO CENSO E EM QUE TURMA          *
      *****************************************
                MOVE ZEROS TO RA.
                START ALUNO KEY IS NOT LESS THAN RA
                   INVALID KEY
                      GO TO ROT-TOTAIS.
       LER-ALUNO.
                READ ALUNO NEXT RECORD
                   AT END GO TO ROT-TOTAIS.
                ADD 1 TO W-TOTLIDOS.
                PERFORM SITUACAO THRU SITUACAO-FIM.
                IF W-SITU = 0
                   GO TO LER-ALUNO.
                PERFORM GRAVA-ALUNO THRU GRAVA-ALUNO-FIM.
                GO TO LER-ALUNO.
      *
       ROT-TOTAIS.
                WRITE REGIMP FROM LINTRACO.
                MOVE "TURMAS EXPORTADAS (20)................:"
                                                       TO IMPTOTDESC.
                MOVE W-TOTTUR TO IMPTOTQTD.
                WRITE REGIMP FROM LINTOT.
                MOVE "PROFESSORES EXPORTADOS (30)...........:"
                                                       TO IMPTOTDESC.
                MOVE W-TOTPROF TO IMPTOTQTD.
                WRITE REGIMP FROM LINTOT.
                MOVE "VINCULOS PROFESSOR/TURMA (50).........:"
                                                       TO IMPTOTDESC.
                MOVE W-TOTVINC TO IMPTOTQTD.
                WRITE REGIMP FROM LINTOT.
                MOVE "ALUNOS MATRICULADOS (30/60)...........:"
                                                       TO IMPTOTDESC.
                MOVE W-TOTALU TO IMPTOTQTD.
                WRITE REGIMP FROM LINTOT.
                MOVE "SITUACOES DE ALUNO (90 - CENSOSIT.TXT):"
                                                       TO IMPTOTDESC.
                MOVE W-TOTSIT TO IMPTOTQTD.
                WRITE REGIMP FROM LINTOT.
                MOVE "PENDENCIAS DE CADASTRO................:"
                                                       TO IMPTOTDESC.
                MOVE W-TOTPEND TO IMPTOTQTD.
                WRITE REGIMP FROM LINTOT.
                DISPLAY (10, 10) "TURMAS......: " W-TOTTUR.
                DISPLAY (11, 10) "PROFESSORES.: " W-TOTPROF.
                DISPLAY (12, 10) "ALUNOS......: " W-TOTALU.
                DISPLAY (13, 10) "PENDENCIAS..: " W-TOTPEND
                                 "  EM ARQCENSO.TXT".
                MOVE "*** CENSO.TXT E CENSOSIT.TXT GERADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO ROT-FIM.
      *
      *****************************************
      * DIAS DA SEMANA E AULAS DA TURMA NA     *
      * GRADE HORARIA (GRADE.DAT - CADGRADE)   *
      *****************************************
       DIAS-GRADE.
                MOVE ZEROS TO W-DIAS W-AULAS.
                IF W-GRDOK = 0
                   GO TO DIAS-GRADE-FIM.
                MOVE TURMACOD TO GR-TURMA.
                MOVE ZEROS TO GR-DIASEM GR-SLOT.
                START GRADE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                      GO TO DIAS-GRADE-FIM.
       DIAS-GRADE-LER.
                READ GRADE NEXT RECORD
                   AT END
                      GO TO DIAS-GRADE-FIM.
                IF GR-TURMA NOT = TURMACOD
                   GO TO DIAS-GRADE-FIM.
                IF GR-DIASEM > 0 AND GR-DIASEM < 7
                   MOVE 1 TO W-DIA(GR-DIASEM).
                IF W-AULAS < 99
                   ADD 1 TO W-AULAS.
                GO TO DIAS-GRADE-LER.
       DIAS-GRADE-FIM.
                EXIT.
      *
      *****************************************
      * REGISTRO 30 DO PROFESSOR (FUNC.DAT) E  *
      * AS PENDENCIAS DO CADASTRO DELE         *
      *****************************************
       GRAVA-PROF.
                MOVE W-CHAPAATU TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "PROFESSOR" TO IMPTIPO
                      MOVE W-CHAPAATU TO IMPCOD
                      MOVE SPACES TO IMPNOME
                      MOVE "SEM CADASTRO EM FUNC.DAT" TO IMPPEND
                      PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
                      MOVE SPACES TO FU-NOME SEXO
                      MOVE ZEROS TO CPF DTNASC.
                MOVE "P" TO CSV-PTIPO.
                MOVE W-CHAPAATU TO CSV-PCOD.
                MOVE ZEROS TO CSV-PIDINEP CSV-PCOR CSV-PNAC CSV-PMUN.
                MOVE FU-NOME TO CSV-PNOME.
                MOVE CPF TO CSV-PCPF.
                MOVE DTNASC TO W-DTNAS.
                PERFORM FORMATA-NASC THRU FORMATA-NASC-FIM.
                MOVE ZEROS TO CSV-PSEXO.
                IF SEXO = "M" OR SEXO = "m"
                   MOVE 1 TO CSV-PSEXO.
                IF SEXO = "F" OR SEXO = "f"
                   MOVE 2 TO CSV-PSEXO.
                MOVE SPACES TO CSV-PMAE.
                WRITE REGCSV FROM CSV-30.
                ADD 1 TO W-TOTLIN W-TOTPROF.
                IF ST-ERROFUNC NOT = "00"
                   GO TO GRAVA-PROF-FIM.
                MOVE "PROFESSOR" TO IMPTIPO.
                MOVE W-CHAPAATU TO IMPCOD.
                MOVE FU-NOME TO IMPNOME.
                IF CPF = ZEROS
                   MOVE "SEM CPF" TO IMPPEND
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
                IF DTNASC = ZEROS
                   MOVE "SEM DATA DE NASCIMENTO" TO IMPPEND
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
                IF CSV-PSEXO = ZEROS
                   MOVE "SEM SEXO" TO IMPPEND
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
       GRAVA-PROF-FIM.
                EXIT.
      *
      * REGISTRO 50: VINCULO DO PROFESSOR EM CURSO COM A TURMA EM
      * CURSO E AS DISCIPLINAS ACUMULADAS
       GRAVA-VINC.
                IF W-QTDDISC = ZEROS
                   GO TO GRAVA-VINC-FIM.
                MOVE W-CHAPAATU TO CSV-DCHAPA.
                MOVE W-TURMAATU TO CSV-DTURMA.
                MOVE ZEROS TO W-IX.
       GRAVA-VINC-DISC.
                ADD 1 TO W-IX.
                IF W-IX > 10
                   GO TO GRAVA-VINC-GRAVA.
                MOVE ZEROS TO CSV-DDISC(W-IX).
                IF W-IX NOT > W-QTDDISC
                   MOVE W-DISC(W-IX) TO CSV-DDISC(W-IX).
                GO TO GRAVA-VINC-DISC.
       GRAVA-VINC-GRAVA.
                WRITE REGCSV FROM CSV-50.
                ADD 1 TO W-TOTLIN W-TOTVINC.
                MOVE ZEROS TO W-QTDDISC.
       GRAVA-VINC-FIM.
                EXIT.
      *
      *****************************************
      * SITUACAO DO ALUNO NO ANO DO CENSO:     *
      * 1. SAIU DA ESCOLA NO ANO (TURMA TRANS  *
      *    OU ABAND, MOVTUR DO TRANSALU)       *
      * 2. RESULTADO DO ANO NO HISTORICO (LINHA*
      *    GERAL QUE NAO SEJA TRANSFERENCIA    *
      *    ENTRE TURMAS); CONCLUINTE SE O      *
      *    REMATRIC O LEVOU PARA CONCL         *
      * 3. TURMA ATUAL DO ANO, SEM RESULTADO   *
      *    AINDA = EM ANDAMENTO                *
      * FORA DISSO O ALUNO NAO ENTRA NO CENSO  *
      *****************************************
       SITUACAO.
                MOVE ZEROS TO W-SITU.
                MOVE SPACES TO W-TURMACEN.
                IF TURMA NOT = "TRANS" AND TURMA NOT = "ABAND"
                   GO TO SITUACAO-HIST.
                IF W-MOVOK = 0
                   GO TO SITUACAO-HIST.
                MOVE RA TO MT-RA.
                MOVE ZEROS TO MT-SEQMT.
                START MOVTUR KEY IS NOT LESS THAN MT-CHAVE
                   INVALID KEY
                      GO TO SITUACAO-HIST.
       SITUACAO-MOV.
                READ MOVTUR NEXT RECORD
                   AT END
                      GO TO SITUACAO-MOVFIM.
                IF MT-RA NOT = RA
                   GO TO SITUACAO-MOVFIM.
                IF MT-TURMADEST NOT = TURMA
                   GO TO SITUACAO-MOV.
      * FICA A ULTIMA SAIDA DO ALUNO
                MOVE ZEROS TO W-SITU.
                DIVIDE MT-DATA BY 10000 GIVING W-ANOMOV.
                IF W-ANOMOV NOT = W-ANO
                   GO TO SITUACAO-MOV.
                MOVE MT-TURMAORIG TO W-TURMACEN.
                MOVE 1 TO W-SITU.
                IF TURMA = "ABAND"
                   MOVE 2 TO W-SITU.
                GO TO SITUACAO-MOV.
       SITUACAO-MOVFIM.
                IF W-SITU NOT = 0
                   GO TO SITUACAO-FIM.
       SITUACAO-HIST.
                IF W-HEOK = 0
                   GO TO SITUACAO-ATUAL.
                MOVE RA TO HE-RA.
                MOVE W-ANO TO HE-ANOLET.
                MOVE SPACES TO HE-TURMA.
                MOVE ZEROS TO HE-CODDISC.
                START HISTESC KEY IS NOT LESS THAN HE-CHAVE
                   INVALID KEY
                      GO TO SITUACAO-ATUAL.
       SITUACAO-HLER.
                READ HISTESC NEXT RECORD
                   AT END
                      GO TO SITUACAO-HFIM.
                IF HE-RA NOT = RA OR HE-ANOLET NOT = W-ANO
                   GO TO SITUACAO-HFIM.
                IF HE-CODDISC NOT = ZEROS OR HE-RESULT = "T"
                   GO TO SITUACAO-HLER.
                MOVE HE-TURMA TO W-TURMACEN.
                MOVE 4 TO W-SITU.
                IF HE-RESULT = "A" OR HE-RESULT = "P"
                   MOVE 5 TO W-SITU.
                IF HE-RESULT = "A" AND TURMA = "CONCL"
                   MOVE 6 TO W-SITU.
                IF HE-RESULT = "B"
                   MOVE 2 TO W-SITU.
                GO TO SITUACAO-HLER.
       SITUACAO-HFIM.
                IF W-SITU NOT = 0
                   GO TO SITUACAO-FIM.
       SITUACAO-ATUAL.
                MOVE TURMA TO TURMACOD.
                READ TURMAS
                   INVALID KEY
                      GO TO SITUACAO-FIM.
                IF ANOLET NOT = W-ANO
                   GO TO SITUACAO-FIM.
                MOVE TURMA TO W-TURMACEN.
                MOVE 7 TO W-SITU.
       SITUACAO-FIM.
                EXIT.
      *
      *****************************************
      * REGISTROS 30 E 60 DO ALUNO (ALUNO.DAT  *
      * E ALUCENSO.DAT), 90 NO CENSOSIT.TXT E  *
      * AS PENDENCIAS DO CADASTRO DO CENSO     *
      *****************************************
       GRAVA-ALUNO.
                MOVE ZEROS TO W-ACHOUCEN.
                IF W-CENOK = 0
                   GO TO GRAVA-ALUNO-SEM.
                MOVE RA TO CS-RA.
                READ ALUCENSO
                   INVALID KEY
                      NEXT SENTENCE.
                IF ST-ERROCEN = "00"
                   MOVE 1 TO W-ACHOUCEN.
       GRAVA-ALUNO-SEM.
                IF W-ACHOUCEN = 0
                   MOVE ZEROS TO CS-CPF CS-DTNASC CS-COR CS-NACION
                   MOVE ZEROS TO CS-MUNNASC CS-INEP
                   MOVE SPACES TO CS-SEXO CS-MAE.
                MOVE "A" TO CSV-PTIPO.
                MOVE RA TO CSV-PCOD.
                MOVE CS-INEP TO CSV-PIDINEP.
                MOVE NOME TO CSV-PNOME.
                MOVE CS-CPF TO CSV-PCPF.
                MOVE CS-DTNASC TO W-DTNAS.
                PERFORM FORMATA-NASC THRU FORMATA-NASC-FIM.
                MOVE ZEROS TO CSV-PSEXO.
                IF CS-SEXO = "M"
                   MOVE 1 TO CSV-PSEXO.
                IF CS-SEXO = "F"
                   MOVE 2 TO CSV-PSEXO.
                MOVE CS-COR TO CSV-PCOR.
                MOVE CS-NACION TO CSV-PNAC.
                MOVE CS-MUNNASC TO CSV-PMUN.
                MOVE CS-MAE TO CSV-PMAE.
                WRITE REGCSV FROM CSV-30.
                MOVE RA TO CSV-MRA.
                MOVE W-TURMACEN TO CSV-MTURMA.
                MOVE CS-INEP TO CSV-MIDINEP.
                WRITE REGCSV FROM CSV-60.
                ADD 2 TO W-TOTLIN.
                ADD 1 TO W-TOTALU.
                MOVE W-TURMACEN TO CSV-STURMA.
                MOVE RA TO CSV-SRA.
                MOVE CS-INEP TO CSV-SIDINEP.
                MOVE W-SITU TO CSV-SSITU.
                WRITE REGSIT FROM CSV-90.
                ADD 1 TO W-TOTSIT.
                MOVE "ALUNO" TO IMPTIPO.
                MOVE RA TO IMPCOD.
                MOVE NOME TO IMPNOME.
                IF W-ACHOUCEN = 0
                   MOVE "SEM DADOS DO CENSO (CADCENSO)" TO IMPPEND
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
                   GO TO GRAVA-ALUNO-FIM.
                IF CS-CPF = ZEROS
                   MOVE "SEM CPF" TO IMPPEND
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
                IF CS-DTNASC = ZEROS
                   MOVE "SEM DATA DE NASCIMENTO" TO IMPPEND
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
                IF CSV-PSEXO = ZEROS
                   MOVE "SEM SEXO" TO IMPPEND
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
                IF CS-NACION = ZEROS
                   MOVE "SEM NACIONALIDADE" TO IMPPEND
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
                IF CS-NACION NOT = 3 AND CS-MUNNASC = ZEROS
                   MOVE "SEM MUNICIPIO DE NASCIMENTO" TO IMPPEND
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
       GRAVA-ALUNO-FIM.
                EXIT.
      *
       GRAVA-PEND.
                WRITE REGIMP FROM DETPEND.
                ADD 1 TO W-TOTPEND.
       GRAVA-PEND-FIM.
                EXIT.
      *
      * DDMMAAAA DE W-DTNAS PARA DD/MM/AAAA (EM BRANCO SE NAO HA)
       FORMATA-NASC.
                MOVE SPACES TO CSV-PDTNASC.
                IF W-DTNAS = ZEROS
                   GO TO FORMATA-NASC-FIM.
                MOVE W-DN-DIA TO W-DI-DIA.
                MOVE W-DN-MES TO W-DI-MES.
                MOVE W-DN-ANO TO W-DI-ANO.
                MOVE W-DTIMP TO CSV-PDTNASC.
       FORMATA-NASC-FIM.
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
                MOVE "GERACENS" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = W-ANO * 100.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTLIN TO LP-REGGRAV.
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
                CLOSE ALUNO TURMAS FUNC ALOCA GRADE ALUCENSO MOVTUR
                      HISTESC ARQCENSO ARQSIT ARQIMP.
      * GUARDA O RELATORIO DE PENDENCIAS NO SPOOL (FPP058)
                MOVE "GERACENS" TO W-SPLPROG.
                MOVE "ARQCENSO.TXT" TO W-SPLARQ.
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
