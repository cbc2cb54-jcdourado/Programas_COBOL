       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTGRR.
      **************************************
      * RESCISAO - GUIA DE RECOLHIMENTO    *
      * RESCISORIO DO FGTS (GRRF) E DADOS  *
      * DO SEGURO-DESEMPREGO. PARA CADA    *
      * RESCISAO SEM JUSTA CAUSA OU POR    *
      * ACORDO (RESC.DAT - FPP003) SOMA OS *
      * DEPOSITOS DE FGTS DO CONTRATO NA   *
      * FOLHA (FOLHA.DAT E ARQUIVO MORTO   *
      * FOLHAARQ.DAT), MAIS O FGTS DO MES  *
      * DA RESCISAO, DO 13O E DO AVISO     *
      * PREVIO, E APURA A MULTA DE 40%     *
      * (20% NO ACORDO - ART. 484-A CLT).  *
      * NA DISPENSA SEM JUSTA CAUSA SAEM   *
      * TAMBEM OS DADOS DO REQUERIMENTO DO *
      * SEGURO-DESEMPREGO COM OS TRES      *
      * ULTIMOS SALARIOS DA FOLHA          *
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
           SELECT RESC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRORESC.

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

           SELECT FOLHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE
                    FILE STATUS  IS ST-ERROFOLHA.

           SELECT OPTIONAL FOLHAARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FA-CHAVE
                    FILE STATUS  IS ST-ERROFARQ.

           SELECT OPTIONAL ENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EN-CHAPAFUNC
                    FILE STATUS  IS ST-ERROEND.

           SELECT OPTIONAL EMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-ERROEMPR.

           SELECT OPTIONAL PARAMLEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-DTVIGOR
                    FILE STATUS  IS ST-ERROPRM.

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
       FD RESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESC.DAT".
       01 REGRESC.
                03 RC-CHAPA            PIC 9(06).
                03 RC-NOME             PIC X(35).
                03 RC-DTDEM            PIC 9(08).
                03 RC-DTDEM-R REDEFINES RC-DTDEM.
                    05 RC-DIADEM           PIC 9(02).
                    05 RC-MESDEM           PIC 9(02).
                    05 RC-ANODEM           PIC 9(04).
                03 RC-MESES-TRAB       PIC 9(02).
                03 RC-SALDO-SAL        PIC 9(06)V99.
                03 RC-AVISO            PIC 9(06)V99.
                03 RC-13-PROP          PIC 9(06)V99.
                03 RC-FERIAS-PROP      PIC 9(06)V99.
                03 RC-TERCO-FER        PIC 9(06)V99.
                03 RC-TOTAL-RESC       PIC 9(06)V99.
                03 RC-EMPREST          PIC 9(06)V99.
                03 RC-SALDODEV         PIC 9(06)V99.
                03 RC-PENSAO           PIC 9(06)V99.
                03 RC-LIQUIDO          PIC 9(06)V99.
                03 RC-MENSAL           PIC 9(06)V99.
      * TIPO DE DESLIGAMENTO (S/J/P/A/T); RESCISOES GRAVADAS ANTES
      * DO CAMPO FICAM DE FORA (SEM TIPO NAO HA COMO SABER A MULTA)
                03 RC-TIPODESL         PIC X(01).
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
       FD CARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARG.DAT".
       01 CADCARG.
                03 CODIGO1             PIC 9(04).
                03 DENOMINACAO1        PIC X(25).
                03 NIVELHIER           PIC 9(01).
                03 TIPSAL              PIC X(01).
                03 SALBAS              PIC 9(06)V99.
       FD FOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHA.DAT".
       01 CADFOLHA.
                03 CHAVE.
                    05 CHAPAFUNC       PIC 9(06).
                    05 PERIODO.
                        07 ANO         PIC 9(04).
                        07 MES         PIC 9(02).
                03 SALBRUTO            PIC 9(06)V99.
                03 INSS                PIC 9(06)V99.
                03 IMPRENDA            PIC 9(06)V99.
                03 VALETRANS           PIC 9(06)V99.
                03 VALEREFEI           PIC 9(06)V99.
                03 FGTS                PIC 9(06)V99.
      * EVENTOS E EMPRESTIMO SAO GRAVADOS PELO FPP004 - MANTIDOS
      * AQUI SO PARA CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(56).
      * ARQUIVO MORTO GERADO PELO FPP034, COM O MESMO LAYOUT
       FD FOLHAARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHAARQ.DAT".
       01 CADFOLHAARQ.
                03 FA-CHAVE.
                    05 FA-CHAPAFUNC    PIC 9(06).
                    05 FA-PERIODO.
                        07 FA-ANO      PIC 9(04).
                        07 FA-MES      PIC 9(02).
                03 FA-SALBRUTO         PIC 9(06)V99.
                03 FA-INSS             PIC 9(06)V99.
                03 FA-IMPRENDA         PIC 9(06)V99.
                03 FA-VALETRANS        PIC 9(06)V99.
                03 FA-VALEREFEI        PIC 9(06)V99.
                03 FA-FGTS             PIC 9(06)V99.
                03 FILLER              PIC X(56).
       FD ENDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENDER.DAT".
       01 CADENDER.
                03 EN-CHAPAFUNC        PIC 9(06).
                03 EN-LOGRADOURO       PIC X(35).
                03 EN-NUMERO           PIC X(06).
                03 EN-BAIRRO           PIC X(20).
                03 EN-MUNICIPIO        PIC X(20).
                03 EN-UF               PIC X(02).
                03 EN-CEP              PIC 9(08).
                03 EN-TELEFONE         PIC X(15).
                03 EN-EMAIL            PIC X(40).
       FD EMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 CADEMPRESA.
                03 EP-CODIGO           PIC 9(01).
                03 EP-RAZAO            PIC X(40).
                03 EP-CNPJ             PIC 9(14).
                03 EP-ENDERECO         PIC X(40).
                03 EP-CONVENIO         PIC X(20).
       FD PARAMLEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAMLEG.DAT".
       01 CADPARLEG.
                03 PL-DTVIGOR          PIC 9(08).
                03 PL-PERCVT           PIC 9(02)V99.
                03 PL-PERCFGTS         PIC 9(02)V99.
                03 PL-VALORDEP         PIC 9(06)V99.
                03 PL-PERCTETO         PIC 9(02)V99.
                03 PL-IDADELIM         PIC 9(02).
                03 PL-SALMIN           PIC 9(06)V99.
                03 PL-VALORVR          PIC 9(06)V99.
                03 PL-SALFAMLIM        PIC 9(06)V99.
                03 PL-VALSALFAM        PIC 9(06)V99.
                03 PL-PERCAPROV        PIC 9(03)V99.
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRR.TXT".
       01 REGIMP PIC X(80).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
      * CONTROLE DE EXECUCAO (LOGPROC.DAT) - UM REGISTRO POR RODADA
       77 ST-ERROLPROC PIC X(02) VALUE "00".
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058): A GERACAO E
      * GUARDADA E INDEXADA AO FIM DA IMPRESSAO
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-LPDTINI    PIC 9(08) VALUE ZEROS.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(08) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRORESC  PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERROFOLHA PIC X(02) VALUE "00".
       77 ST-ERROFARQ  PIC X(02) VALUE "00".
       77 ST-ERROEND   PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
       77 ST-ERROPRM   PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * FILTROS: CHAPA = 0 LISTA TODOS; PERIODO (MES/ANO) = 0 SEM
      * LIMITE DE COMPETENCIA DA DEMISSAO
       77 W-CHAPA-FILTRO PIC 9(06) VALUE ZEROS.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
      * ALIQUOTA DO FGTS VIGENTE NA DEMISSAO (PARAMLEG.DAT - FPP044)
      * E PERCENTUAIS DA MULTA RESCISORIA
       77 W-PERCFGTS   PIC 9(02)V99 VALUE 08,00.
       77 W-DTREFPRM   PIC 9(08) VALUE ZEROS.
       77 W-PERCMULTA  PIC 9(02)V99 VALUE ZEROS.
       77 W-MULTASJC   PIC 9(02)V99 VALUE 40,00.
       77 W-MULTAACO   PIC 9(02)V99 VALUE 20,00.
      * COMPETENCIAS (AAAAMM) DO CONTRATO E DOS TRES MESES ANTERIORES
      * A DEMISSAO (SALARIOS DO SEGURO-DESEMPREGO)
       77 W-PERINI     PIC 9(06) VALUE ZEROS.
       77 W-PERFIM     PIC 9(06) VALUE ZEROS.
       77 W-PERLIDO    PIC 9(06) VALUE ZEROS.
       01 W-PERSAL.
                03 W-PERSALM           PIC 9(06) OCCURS 3 TIMES.
       01 W-VALSAL.
                03 W-VALSALM           PIC 9(06)V99 OCCURS 3 TIMES.
       77 W-IND        PIC 9(01) VALUE ZEROS.
       77 W-ANOAUX     PIC 9(04) VALUE ZEROS.
       77 W-MESAUX     PIC 9(02) VALUE ZEROS.
       77 W-TEMMESDEM  PIC 9(01) VALUE ZEROS.
       77 W-QTDMESES   PIC 9(03) VALUE ZEROS.
      * VALORES DA GUIA
       77 W-DEPOSITOS  PIC 9(08)V99 VALUE ZEROS.
       77 W-FGMES      PIC 9(06)V99 VALUE ZEROS.
       77 W-FG13       PIC 9(06)V99 VALUE ZEROS.
       77 W-FGAVISO    PIC 9(06)V99 VALUE ZEROS.
       77 W-BASEMULTA  PIC 9(08)V99 VALUE ZEROS.
       77 W-MULTA      PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTGUIA    PIC 9(08)V99 VALUE ZEROS.
       77 W-SOMASAL    PIC 9(07)V99 VALUE ZEROS.
       77 W-DTEDIT     PIC 99/99/9999.
      * TOTAIS DA RODADA
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTGRRF    PIC 9(06) VALUE ZEROS.
       77 W-TOTSEGDES  PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMTIPO PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(10)V99 VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                  "GRRF - GUIA DE RECOLHIMENTO RESCISORIO DO FGTS".
       01 CAB2.
                03 FILLER PIC X(20) VALUE SPACES.
                03 FILLER PIC X(40) VALUE
                       "(PLANILHA PARA CONFERENCIA E DIGITACAO)".
       01 CABEMPR.
                03 FILLER  PIC X(09) VALUE "EMPRESA:".
                03 IMPRAZAO PIC X(40).
                03 FILLER  PIC X(07) VALUE " CNPJ:".
                03 IMPCNPJ PIC 9(14).
       01 CABCHAPA.
                03 FILLER  PIC X(08) VALUE "CHAPA:".
                03 IMPCHAPA PIC 9(06).
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(06) VALUE "NOME:".
                03 IMPNOME PIC X(35).
       01 CABDOC.
                03 FILLER  PIC X(05) VALUE "CPF:".
                03 IMPCPF  PIC 9(11).
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(05) VALUE "PIS:".
                03 IMPPIS  PIC 9(11).
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(06) VALUE "CARGO:".
                03 IMPCARGO PIC X(25).
       01 CABDATAS.
                03 FILLER  PIC X(10) VALUE "ADMISSAO:".
                03 IMPDTADM PIC 99/99/9999.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(10) VALUE "DEMISSAO:".
                03 IMPDTDEM PIC 99/99/9999.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(06) VALUE "CAUSA:".
                03 IMPCAUSA PIC X(20).
       01 LINGRR1.
                03 FILLER  PIC X(36) VALUE
                       "DEPOSITOS DO CONTRATO (FOLHA)......:".
                03 IMPDEPOS PIC ZZZZZZZ9,99.
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPQTDMES PIC ZZ9.
                03 FILLER  PIC X(08) VALUE " MESES".
       01 LINGRR2.
                03 FILLER  PIC X(36) VALUE
                       "FGTS DO MES DA RESCISAO............:".
                03 IMPFGMES PIC ZZZZZZZ9,99.
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPOBSMES PIC X(20).
       01 LINGRR3.
                03 FILLER  PIC X(36) VALUE
                       "FGTS SOBRE 13O PROPORCIONAL........:".
                03 IMPFG13 PIC ZZZZZZZ9,99.
       01 LINGRR4.
                03 FILLER  PIC X(36) VALUE
                       "FGTS SOBRE AVISO PREVIO INDENIZADO.:".
                03 IMPFGAVI PIC ZZZZZZZ9,99.
       01 LINGRR5.
                03 FILLER  PIC X(36) VALUE
                       "SALDO PARA FINS RESCISORIOS........:".
                03 IMPBASE PIC ZZZZZZZ9,99.
       01 LINGRR6.
                03 FILLER  PIC X(21) VALUE "MULTA RESCISORIA (".
                03 IMPPERC PIC Z9,99.
                03 FILLER  PIC X(10) VALUE "%).......:".
                03 IMPMULTA PIC ZZZZZZZ9,99.
       01 LINGRR7.
                03 FILLER  PIC X(36) VALUE
                       "TOTAL A RECOLHER NA GRRF...........:".
                03 IMPTOTGRR PIC ZZZZZZZ9,99.
       01 LINALIQ.
                03 FILLER  PIC X(25) VALUE "ALIQUOTA DO FGTS.......:".
                03 IMPALIQ PIC Z9,99.
                03 FILLER  PIC X(02) VALUE " %".
      * REQUERIMENTO DO SEGURO-DESEMPREGO (SO SEM JUSTA CAUSA)
       01 CABSD1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                  "SEGURO-DESEMPREGO - DADOS DO REQUERIMENTO".
       01 LINSD1.
                03 FILLER  PIC X(12) VALUE "NASCIMENTO:".
                03 IMPDTNASC PIC 99/99/9999.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(06) VALUE "SEXO:".
                03 IMPSEXO PIC X(01).
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(17) VALUE "MESES TRABALHADOS".
                03 FILLER  PIC X(02) VALUE ": ".
                03 IMPMESES PIC ZZ9.
       01 LINSD2.
                03 FILLER  PIC X(10) VALUE "ENDERECO:".
                03 IMPLOGRA PIC X(35).
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPNUM  PIC X(06).
       01 LINSD3.
                03 FILLER  PIC X(10) VALUE SPACES.
                03 IMPBAIRRO PIC X(20).
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPMUNIC PIC X(20).
                03 FILLER  PIC X(01) VALUE "-".
                03 IMPUF   PIC X(02).
                03 FILLER  PIC X(05) VALUE " CEP ".
                03 IMPCEP  PIC 9(08).
       01 LINSD4.
                03 FILLER  PIC X(28) VALUE
                       "AVISO PREVIO INDENIZADO....:".
                03 IMPAVIND PIC X(03).
       01 LINSD5.
                03 FILLER  PIC X(28) VALUE
                       "ULTIMOS SALARIOS (FOLHA)...:".
       01 LINSD6.
                03 FILLER  PIC X(10) VALUE SPACES.
                03 IMPSDMES PIC 99.
                03 FILLER  PIC X(01) VALUE "/".
                03 IMPSDANO PIC 9999.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 IMPSDVAL PIC ZZZZZ9,99.
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPSDOBS PIC X(20).
       01 LINSD7.
                03 FILLER  PIC X(21) VALUE SPACES.
                03 IMPSDSOMA PIC ZZZZZZ9,99.
                03 FILLER  PIC X(08) VALUE " (SOMA)".
       01 LINTRACO.
                03 FILLER PIC X(60) VALUE ALL "-".
       01 LINTOTGER1.
                03 FILLER  PIC X(30) VALUE
                       "RESCISOES LIDAS..............:".
                03 IMPTOTLID PIC ZZZZZ9.
       01 LINTOTGER2.
                03 FILLER  PIC X(30) VALUE
                       "GUIAS GRRF IMPRESSAS.........:".
                03 IMPTOTGUI PIC ZZZZZ9.
       01 LINTOTGER3.
                03 FILLER  PIC X(30) VALUE
                       "REQUERIMENTOS SEGURO-DESEMPR.:".
                03 IMPTOTSD PIC ZZZZZ9.
       01 LINTOTGER4.
                03 FILLER  PIC X(30) VALUE
                       "RESCISOES SEM TIPO INFORMADO.:".
                03 IMPTOTST PIC ZZZZZ9.
       01 LINTOTGER5.
                03 FILLER  PIC X(30) VALUE
                       "TOTAL A RECOLHER EM GRRF.....:".
                03 IMPTOTVAL PIC ZZZZZZZZZ9,99.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 02 COLUMN 10
                 VALUE "GRRF E SEGURO-DESEMPREGO DAS RESCISOES".
             05  LINE 04 COLUMN 10
                 VALUE "CHAPA (0 = TODAS)............. : ".
             05  TCHAPA-FILTRO
                 LINE 04 COLUMN 44 PIC 999999
                 USING W-CHAPA-FILTRO
                 HIGHLIGHT.
             05  LINE 06 COLUMN 10
                 VALUE "COMPETENCIA MES/ANO (0 = TODAS): ".
             05  TMES-FILTRO
                 LINE 06 COLUMN 44 PIC 99
                 USING MES-FILTRO
                 HIGHLIGHT.
             05  LINE 06 COLUMN 46 VALUE "/".
             05  TANO-FILTRO
                 LINE 06 COLUMN 47 PIC 9999
                 USING ANO-FILTRO
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           OPEN INPUT RESC.
           IF ST-ERRORESC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. RESC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT FOLHA.
           IF ST-ERROFOLHA NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FOLHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT FUNC.
           OPEN INPUT CARG.
           OPEN INPUT FOLHAARQ.
           OPEN INPUT ENDER.
           OPEN INPUT EMPRESA.
           OPEN INPUT PARAMLEG.
           DISPLAY TELAFILTRO.
           ACCEPT TCHAPA-FILTRO.
           ACCEPT TMES-FILTRO.
           ACCEPT TANO-FILTRO.
           OPEN OUTPUT ARQIMP.
      *
       LER-RESC.
                MOVE SPACES TO RC-TIPODESL.
                READ RESC
                   AT END GO TO ROT-TOTAIS.
                IF W-CHAPA-FILTRO NOT = ZEROS
                AND RC-CHAPA NOT = W-CHAPA-FILTRO
                   GO TO LER-RESC.
                IF ANO-FILTRO NOT = ZEROS
                   IF RC-ANODEM NOT = ANO-FILTRO
                   OR RC-MESDEM NOT = MES-FILTRO
                      GO TO LER-RESC.
                ADD 1 TO W-TOTLIDOS.
      * SO HA GUIA RESCISORIA NA DISPENSA SEM JUSTA CAUSA E NO ACORDO
                IF RC-TIPODESL = "S"
                   MOVE W-MULTASJC TO W-PERCMULTA
                   MOVE "SEM JUSTA CAUSA" TO IMPCAUSA
                ELSE
                IF RC-TIPODESL = "A"
                   MOVE W-MULTAACO TO W-PERCMULTA
                   MOVE "ACORDO ART.484-A" TO IMPCAUSA
                ELSE
                IF RC-TIPODESL = "J" OR "P" OR "T"
                   GO TO LER-RESC
                ELSE
                   ADD 1 TO W-TOTSEMTIPO
                   GO TO LER-RESC.
                PERFORM CALC-GRRF THRU CALC-GRRF-FIM.
                PERFORM IMP-GRRF THRU IMP-GRRF-FIM.
                IF RC-TIPODESL = "S"
                   PERFORM IMP-SEGDES THRU IMP-SEGDES-FIM.
                GO TO LER-RESC.
      *
      *****************************************
      * APURACAO DA GUIA: DEPOSITOS DA FOLHA   *
      * DA ADMISSAO ATE O MES DA DEMISSAO E    *
      * FGTS DAS VERBAS RESCISORIAS            *
      *****************************************
       CALC-GRRF.
                MOVE RC-CHAPA TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE ZEROS TO DTADM DTNASC CPF PIS
                      MOVE ZEROS TO CODCARG CODEMPR
                      MOVE SPACES TO SEXO TIPOCONTR.
                IF CODEMPR = 0
                   MOVE 1 TO CODEMPR.
                COMPUTE W-PERINI = (ANOADM * 100) + MESADM.
                COMPUTE W-PERFIM = (RC-ANODEM * 100) + RC-MESDEM.
      * TRES COMPETENCIAS ANTERIORES AO MES DA DEMISSAO
                MOVE RC-ANODEM TO W-ANOAUX.
                MOVE RC-MESDEM TO W-MESAUX.
                MOVE 1 TO W-IND.
       CALC-GRRF-PER.
                IF W-MESAUX = 1
                   SUBTRACT 1 FROM W-ANOAUX
                   MOVE 12 TO W-MESAUX
                ELSE
                   SUBTRACT 1 FROM W-MESAUX.
                COMPUTE W-PERSALM (W-IND) = (W-ANOAUX * 100) + W-MESAUX.
                MOVE ZEROS TO W-VALSALM (W-IND).
                IF W-IND < 3
                   ADD 1 TO W-IND
                   GO TO CALC-GRRF-PER.
                MOVE ZEROS TO W-DEPOSITOS W-QTDMESES W-TEMMESDEM.
                PERFORM SOMA-FOLHA THRU SOMA-FOLHA-FIM.
                PERFORM SOMA-FOLHAARQ THRU SOMA-FOLHAARQ-FIM.
                PERFORM BUSCA-PARAM THRU BUSCA-PARAM-FIM.
      * CONTRATO DE APRENDIZAGEM TEM ALIQUOTA REDUZIDA DE 2%
                IF TIPOCONTR = "A" OR TIPOCONTR = "a"
                   MOVE 02,00 TO W-PERCFGTS.
      * SEM FOLHA CALCULADA NO MES DA DEMISSAO O DEPOSITO DO MES SAI
      * DO SALDO DE SALARIO DA RESCISAO
                MOVE ZEROS TO W-FGMES.
                IF W-TEMMESDEM = ZEROS
                   COMPUTE W-FGMES ROUNDED =
                           (RC-SALDO-SAL * W-PERCFGTS) / 100.
                COMPUTE W-FG13 ROUNDED =
                           (RC-13-PROP * W-PERCFGTS) / 100.
                COMPUTE W-FGAVISO ROUNDED =
                           (RC-AVISO * W-PERCFGTS) / 100.
                COMPUTE W-BASEMULTA = W-DEPOSITOS + W-FGMES + W-FG13
                                    + W-FGAVISO.
                COMPUTE W-MULTA ROUNDED =
                           (W-BASEMULTA * W-PERCMULTA) / 100.
                COMPUTE W-TOTGUIA = W-FGMES + W-FG13 + W-FGAVISO
                                  + W-MULTA.
       CALC-GRRF-FIM.
                EXIT.
      *
       SOMA-FOLHA.
                MOVE RC-CHAPA TO CHAPAFUNC.
                MOVE ANOADM TO ANO.
                MOVE MESADM TO MES.
                START FOLHA KEY IS NOT LESS THAN CHAVE
                   INVALID KEY
                      GO TO SOMA-FOLHA-FIM.
       SOMA-FOLHA-LER.
                READ FOLHA NEXT RECORD
                   AT END
                      GO TO SOMA-FOLHA-FIM.
                IF CHAPAFUNC NOT = RC-CHAPA
                   GO TO SOMA-FOLHA-FIM.
                COMPUTE W-PERLIDO = (ANO * 100) + MES.
                IF W-PERLIDO > W-PERFIM
                   GO TO SOMA-FOLHA-FIM.
                ADD FGTS TO W-DEPOSITOS.
                ADD 1 TO W-QTDMESES.
                IF W-PERLIDO = W-PERFIM
                   MOVE 1 TO W-TEMMESDEM.
                MOVE 1 TO W-IND.
                PERFORM GUARDA-SAL THRU GUARDA-SAL-FIM.
                GO TO SOMA-FOLHA-LER.
       SOMA-FOLHA-FIM.
                EXIT.
      *
      * COMPETENCIAS JA TRANSFERIDAS PARA O ARQUIVO MORTO (FPP034)
       SOMA-FOLHAARQ.
                MOVE RC-CHAPA TO FA-CHAPAFUNC.
                MOVE ANOADM TO FA-ANO.
                MOVE MESADM TO FA-MES.
                START FOLHAARQ KEY IS NOT LESS THAN FA-CHAVE
                   INVALID KEY
                      GO TO SOMA-FOLHAARQ-FIM.
       SOMA-FOLHAARQ-LER.
                READ FOLHAARQ NEXT RECORD
                   AT END
                      GO TO SOMA-FOLHAARQ-FIM.
                IF FA-CHAPAFUNC NOT = RC-CHAPA
                   GO TO SOMA-FOLHAARQ-FIM.
                COMPUTE W-PERLIDO = (FA-ANO * 100) + FA-MES.
                IF W-PERLIDO > W-PERFIM
                   GO TO SOMA-FOLHAARQ-FIM.
                ADD FA-FGTS TO W-DEPOSITOS.
                ADD 1 TO W-QTDMESES.
                IF W-PERLIDO = W-PERFIM
                   MOVE 1 TO W-TEMMESDEM.
                MOVE FA-SALBRUTO TO SALBRUTO.
                MOVE 1 TO W-IND.
                PERFORM GUARDA-SAL THRU GUARDA-SAL-FIM.
                GO TO SOMA-FOLHAARQ-LER.
       SOMA-FOLHAARQ-FIM.
                EXIT.
      *
      * SALARIO BRUTO DE UMA DAS TRES COMPETENCIAS DO SEGURO
       GUARDA-SAL.
                IF W-PERLIDO = W-PERSALM (W-IND)
                   MOVE SALBRUTO TO W-VALSALM (W-IND)
                   GO TO GUARDA-SAL-FIM.
                IF W-IND < 3
                   ADD 1 TO W-IND
                   GO TO GUARDA-SAL.
       GUARDA-SAL-FIM.
                EXIT.
      *
      *****************************************
      * ALIQUOTA DO FGTS VIGENTE NA DEMISSAO   *
      * (PARAMLEG.DAT - FPP044): VALE O        *
      * REGISTRO COM A MAIOR VIGENCIA QUE NAO  *
      * ULTRAPASSA O MES; SEM REGISTRO FICA 8% *
      *****************************************
       BUSCA-PARAM.
                MOVE 08,00 TO W-PERCFGTS.
                COMPUTE W-DTREFPRM = (RC-ANODEM * 10000)
                                   + (RC-MESDEM * 100) + 31.
                MOVE ZEROS TO PL-DTVIGOR.
                START PARAMLEG KEY IS NOT LESS THAN PL-DTVIGOR
                   INVALID KEY
                      GO TO BUSCA-PARAM-FIM.
       BUSCA-PARAM-LER.
                READ PARAMLEG NEXT RECORD
                   AT END
                      GO TO BUSCA-PARAM-FIM.
                IF PL-DTVIGOR > W-DTREFPRM
                   GO TO BUSCA-PARAM-FIM.
                IF PL-PERCFGTS > ZEROS
                   MOVE PL-PERCFGTS TO W-PERCFGTS.
                GO TO BUSCA-PARAM-LER.
       BUSCA-PARAM-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO DA PLANILHA DA GRRF          *
      *****************************************
       IMP-GRRF.
                WRITE REGIMP FROM LINTRACO.
                WRITE REGIMP FROM CAB1.
                WRITE REGIMP FROM CAB2.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE CODEMPR TO EP-CODIGO.
                READ EMPRESA
                   INVALID KEY
                      MOVE SPACES TO EP-RAZAO
                      MOVE ZEROS TO EP-CNPJ.
                MOVE EP-RAZAO TO IMPRAZAO.
                MOVE EP-CNPJ TO IMPCNPJ.
                WRITE REGIMP FROM CABEMPR.
                MOVE RC-CHAPA TO IMPCHAPA.
                MOVE RC-NOME TO IMPNOME.
                WRITE REGIMP FROM CABCHAPA.
                MOVE CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY MOVE SPACES TO DENOMINACAO1.
                MOVE CPF TO IMPCPF.
                MOVE PIS TO IMPPIS.
                MOVE DENOMINACAO1 TO IMPCARGO.
                WRITE REGIMP FROM CABDOC.
                MOVE DTADM TO IMPDTADM.
                MOVE RC-DTDEM TO IMPDTDEM.
                WRITE REGIMP FROM CABDATAS.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-DEPOSITOS TO IMPDEPOS.
                MOVE W-QTDMESES TO IMPQTDMES.
                WRITE REGIMP FROM LINGRR1.
                MOVE W-FGMES TO IMPFGMES.
                IF W-TEMMESDEM = 1
                   MOVE "(JA NA FOLHA DO MES)" TO IMPOBSMES
                ELSE
                   MOVE "(SOBRE SALDO SAL.)" TO IMPOBSMES.
                WRITE REGIMP FROM LINGRR2.
                MOVE W-FG13 TO IMPFG13.
                WRITE REGIMP FROM LINGRR3.
                MOVE W-FGAVISO TO IMPFGAVI.
                WRITE REGIMP FROM LINGRR4.
                MOVE W-BASEMULTA TO IMPBASE.
                WRITE REGIMP FROM LINGRR5.
                MOVE W-PERCMULTA TO IMPPERC.
                MOVE W-MULTA TO IMPMULTA.
                WRITE REGIMP FROM LINGRR6.
                MOVE W-TOTGUIA TO IMPTOTGRR.
                WRITE REGIMP FROM LINGRR7.
                MOVE W-PERCFGTS TO IMPALIQ.
                WRITE REGIMP FROM LINALIQ.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD 1 TO W-TOTGRRF.
                ADD W-TOTGUIA TO W-TOTVALOR.
       IMP-GRRF-FIM.
                EXIT.
      *
      *****************************************
      * DADOS DO REQUERIMENTO DO SEGURO-       *
      * DESEMPREGO (DISPENSA SEM JUSTA CAUSA)  *
      *****************************************
       IMP-SEGDES.
                WRITE REGIMP FROM CABSD1.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE DTNASC TO IMPDTNASC.
                MOVE SEXO TO IMPSEXO.
                MOVE RC-MESES-TRAB TO IMPMESES.
                WRITE REGIMP FROM LINSD1.
                MOVE RC-CHAPA TO EN-CHAPAFUNC.
                READ ENDER
                   INVALID KEY
                      MOVE SPACES TO EN-LOGRADOURO EN-NUMERO
                      MOVE SPACES TO EN-BAIRRO EN-MUNICIPIO EN-UF
                      MOVE ZEROS TO EN-CEP.
                MOVE EN-LOGRADOURO TO IMPLOGRA.
                MOVE EN-NUMERO TO IMPNUM.
                WRITE REGIMP FROM LINSD2.
                MOVE EN-BAIRRO TO IMPBAIRRO.
                MOVE EN-MUNICIPIO TO IMPMUNIC.
                MOVE EN-UF TO IMPUF.
                MOVE EN-CEP TO IMPCEP.
                WRITE REGIMP FROM LINSD3.
                IF RC-AVISO > ZEROS
                   MOVE "SIM" TO IMPAVIND
                ELSE
                   MOVE "NAO" TO IMPAVIND.
                WRITE REGIMP FROM LINSD4.
                WRITE REGIMP FROM LINSD5.
                MOVE ZEROS TO W-SOMASAL.
                MOVE 3 TO W-IND.
       IMP-SEGDES-SAL.
                MOVE W-PERSALM (W-IND) TO W-PERLIDO.
                DIVIDE W-PERLIDO BY 100 GIVING W-ANOAUX
                       REMAINDER W-MESAUX.
                MOVE W-MESAUX TO IMPSDMES.
                MOVE W-ANOAUX TO IMPSDANO.
                MOVE W-VALSALM (W-IND) TO IMPSDVAL.
                IF W-VALSALM (W-IND) = ZEROS
                   MOVE "SEM FOLHA NO MES" TO IMPSDOBS
                ELSE
                   MOVE SPACES TO IMPSDOBS.
                WRITE REGIMP FROM LINSD6.
                ADD W-VALSALM (W-IND) TO W-SOMASAL.
                IF W-IND > 1
                   SUBTRACT 1 FROM W-IND
                   GO TO IMP-SEGDES-SAL.
                MOVE W-SOMASAL TO IMPSDSOMA.
                WRITE REGIMP FROM LINSD7.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD 1 TO W-TOTSEGDES.
       IMP-SEGDES-FIM.
                EXIT.
      *
      *****************************************
      * TOTAIS DA RODADA                       *
      *****************************************
       ROT-TOTAIS.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTLIDOS TO IMPTOTLID.
                WRITE REGIMP FROM LINTOTGER1.
                MOVE W-TOTGRRF TO IMPTOTGUI.
                WRITE REGIMP FROM LINTOTGER2.
                MOVE W-TOTSEGDES TO IMPTOTSD.
                WRITE REGIMP FROM LINTOTGER3.
                MOVE W-TOTSEMTIPO TO IMPTOTST.
                WRITE REGIMP FROM LINTOTGER4.
                MOVE W-TOTVALOR TO IMPTOTVAL.
                WRITE REGIMP FROM LINTOTGER5.
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
                MOVE "PRINTGRR" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = (ANO-FILTRO * 100) + MES-FILTRO.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTGRRF TO LP-REGGRAV.
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
                CLOSE FUNC CARG FOLHAARQ ENDER EMPRESA PARAMLEG.
                CLOSE ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTGRR" TO W-SPLPROG.
                MOVE "ARQGRR.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG LP-PERIODO
                                      W-SPLARQ.
       ROT-FIMP.
                CLOSE RESC FOLHA.
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
                IF W-CONT < 1000000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
