       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTREG.
      **************************************
      * FICHA DE REGISTRO DE EMPREGADOS    *
      * (LIVRO DE REGISTRO): REUNE OS      *
      * DADOS DE ADMISSAO (FUNC/ENDER), OS *
      * CONTRATOS ANTERIORES (VINCULO), AS *
      * ALTERACOES DE SALARIO (HISTSAL),   *
      * DE DEPARTAMENTO/CARGO (LOTACAO),   *
      * FERIAS, AFASTAMENTOS E RESCISAO    *
      * (FUNC/RESC) DE UMA CHAPA OU DA     *
      * EMPRESA INTEIRA, EM FOLHAS         *
      * NUMERADAS COM O CABECALHO DA       *
      * EMPRESA (EMPRESA.DAT).             *
      * O MODO "A" IMPRIME SO O QUE MUDOU  *
      * DESDE A ULTIMA IMPRESSAO DE CADA   *
      * FICHA (LIVREG.DAT), EM FOLHAS      *
      * NOVAS PARA JUNTAR AO LIVRO         *
      * ENCADERNADO                        *
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
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.

           SELECT DPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRODPTO.

           SELECT CARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERROCARG.

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

           SELECT OPTIONAL LOTACAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LT-CHAVE
                    FILE STATUS  IS ST-ERROLOT.

           SELECT OPTIONAL VINCULO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VC-CHAVE
                    FILE STATUS  IS ST-ERROVNC.

           SELECT OPTIONAL FERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FR-CHAVE
                    FILE STATUS  IS ST-ERROFER.

           SELECT OPTIONAL AFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AF-CHAVE
                    FILE STATUS  IS ST-ERROAF.

           SELECT OPTIONAL HISTSAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROHIST.

           SELECT OPTIONAL RESC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRORESC.

           SELECT LIVREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LR-CHAVE
                    FILE STATUS  IS ST-ERROLR.

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
       FD DPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DPTO.DAT".
       01 CADPTO.
                03 CODIGO              PIC 9(04).
                03 DENOMINACAO         PIC X(25).
                03 SUBORDINACAO        PIC 9(01).
      * CHAPA DO RESPONSAVEL E MANTIDA PELO FPP001 - AQUI SO PARA
      * CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(06).
       FD CARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARG.DAT".
       01 CADCARG.
                03 CODIGO1             PIC 9(04).
                03 DENOMINACAO1        PIC X(25).
                03 NIVELHIER           PIC 9(01).
                03 TIPSAL              PIC X(01).
                03 SALBAS              PIC 9(06)V99.
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
       FD LOTACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOTACAO.DAT".
       01 CADLOTACAO.
                03 LT-CHAVE.
                    05 LT-CHAPAFUNC    PIC 9(06).
                    05 LT-SEQLOT       PIC 9(03).
                03 LT-CODPTO           PIC 9(04).
                03 LT-CODCARG          PIC 9(04).
                03 LT-DTINI            PIC 9(08).
                03 LT-DTFIM            PIC 9(08).
       FD VINCULO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VINCULO.DAT".
       01 CADVINCULO.
                03 VC-CHAVE.
                    05 VC-CHAPAFUNC    PIC 9(06).
                    05 VC-SEQVINC      PIC 9(02).
                03 VC-DTADM            PIC 9(08).
                03 VC-DTDEM            PIC 9(08).
                03 VC-STATVC           PIC X(01).
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
       FD AFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AFAST.DAT".
       01 CADAFAST.
                03 AF-CHAVE.
                    05 AF-CHAPAFUNC    PIC 9(06).
                    05 AF-SEQAF        PIC 9(02).
                03 AF-TIPO             PIC X(01).
                03 AF-DTINICIO         PIC 9(08).
                03 AF-DTRETPREV        PIC 9(08).
                03 AF-STATAF           PIC X(01).
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
       FD RESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESC.DAT".
       01 REGRESC.
                03 RC-CHAPA            PIC 9(06).
                03 RC-NOME             PIC X(35).
                03 RC-DTDEM            PIC 9(08).
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
      *
      * CONTROLE DO LIVRO DE REGISTRO: TIPO "L" + CODIGO DA EMPRESA
      * GUARDA A ULTIMA FOLHA DO LIVRO; TIPO "F" + CHAPA GUARDA ATE
      * ONDE A FICHA DO FUNCIONARIO JA FOI IMPRESSA
       FD LIVREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIVREG.DAT".
       01 REGLIVREG.
                03 LR-CHAVE.
                    05 LR-TIPO         PIC X(01).
                    05 LR-CODIGO       PIC 9(06).
                03 LR-DTIMP            PIC 9(08).
                03 LR-ULTFOLHA         PIC 9(05).
                03 LR-DTADM            PIC 9(08).
                03 LR-DTDEM            PIC 9(08).
                03 LR-QTDHS            PIC 9(04).
                03 LR-SEQLOT           PIC 9(03).
                03 LR-SEQVINC          PIC 9(02).
                03 LR-ANOFER           PIC 9(04).
                03 LR-SEQAF            PIC 9(02).
      * AFASTAMENTO IMPRESSO AINDA EM ABERTO (SAI DE NOVO NO RETORNO)
                03 LR-AFABERTO         PIC 9(02).
                03 LR-QTDRESC          PIC 9(02).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREG.TXT".
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
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERRODPTO  PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERROEND   PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
       77 ST-ERROLOT   PIC X(02) VALUE "00".
       77 ST-ERROVNC   PIC X(02) VALUE "00".
       77 ST-ERROFER   PIC X(02) VALUE "00".
       77 ST-ERROAF    PIC X(02) VALUE "00".
       77 ST-ERROHIST  PIC X(02) VALUE "00".
       77 ST-ERRORESC  PIC X(02) VALUE "00".
       77 ST-ERROLR    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * FILTROS: EMPRESA (LIVRO), CHAPA = 0 IMPRIME A EMPRESA TODA;
      * MODO C = FICHA COMPLETA, A = SO ALTERACOES DESDE A ULTIMA
      * IMPRESSAO; FOLHA INICIAL = 0 CONTINUA A NUMERACAO DO LIVRO
       77 W-EMPR-FILTRO PIC 9(01) VALUE 1.
       77 W-CHAPA-FILTRO PIC 9(06) VALUE ZEROS.
       77 W-MODO       PIC X(01) VALUE "A".
       77 W-FOLHAINI   PIC 9(05) VALUE ZEROS.
       77 W-FOLHA1     PIC 9(05) VALUE ZEROS.
       77 W-DTHOJE     PIC 9(08) VALUE ZEROS.
      * PAGINACAO: 60 LINHAS POR FOLHA DO LIVRO
       77 CONLIN       PIC 9(03) VALUE ZEROS.
       77 CONPAG       PIC 9(05) VALUE ZEROS.
       77 W-CODEMPR    PIC 9(01) VALUE ZEROS.
      * 0 = CABECALHO DA FICHA/TITULO DA SECAO AINDA NAO IMPRESSO
       77 W-CABFUNC    PIC 9(01) VALUE ZEROS.
       77 W-TEMTIT     PIC 9(01) VALUE ZEROS.
       77 W-TEMREG     PIC 9(01) VALUE ZEROS.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTFUNC    PIC 9(06) VALUE ZEROS.
      * MARCAS DO QUE JA CONSTA DA FICHA APOS ESTA IMPRESSAO
       77 W-QTDHS      PIC 9(04) VALUE ZEROS.
       77 W-MAXLOT     PIC 9(03) VALUE ZEROS.
       77 W-MAXVINC    PIC 9(02) VALUE ZEROS.
       77 W-MAXANOFER  PIC 9(04) VALUE ZEROS.
       77 W-MAXAF      PIC 9(02) VALUE ZEROS.
       77 W-AFABERTO   PIC 9(02) VALUE ZEROS.
       77 W-QTDRESC    PIC 9(02) VALUE ZEROS.
       77 W-SALADM     PIC 9(06)V99 VALUE ZEROS.
       77 W-DTADMAMD   PIC 9(08) VALUE ZEROS.
       77 W-ADMPTO     PIC 9(04) VALUE ZEROS.
       77 W-ADMCARG    PIC 9(04) VALUE ZEROS.
       77 TEXTESTCIVIL PIC X(15) VALUE SPACES.
       77 W-DTEDIT     PIC 99/99/9999.
       01 W-LINHA      PIC X(80) VALUE SPACES.
       01 W-LINSAVE    PIC X(80) VALUE SPACES.
       01 W-TITULO     PIC X(80) VALUE SPACES.
      * DATAS AAAAMMDD (LOTACAO/HISTSAL) PASSADAS PARA DDMMAAAA
       01 W-DTAMD      PIC 9(08) VALUE ZEROS.
       01 W-DTAMD-R REDEFINES W-DTAMD.
                03 W-AMDANO            PIC 9(04).
                03 W-AMDMES            PIC 9(02).
                03 W-AMDDIA            PIC 9(02).
       01 W-DTDMA      PIC 9(08) VALUE ZEROS.
      *
       01 CAB1.
                03 IMPRAZAO PIC X(40).
                03 FILLER   PIC X(07) VALUE " CNPJ: ".
                03 IMPCNPJ  PIC 9(14).
       01 CAB2.
                03 FILLER  PIC X(10) VALUE SPACES.
                03 FILLER  PIC X(50) VALUE
                       "FICHA DE REGISTRO DE EMPREGADO".
                03 FILLER  PIC X(07) VALUE "FOLHA: ".
                03 IMPFOLHA PIC ZZZZ9.
       01 CAB3.
                03 FILLER  PIC X(07) VALUE "CHAPA: ".
                03 IMPCHAPA PIC 9(06).
                03 FILLER  PIC X(03) VALUE SPACES.
                03 IMPNOME PIC X(35).
       01 CABCONT.
                03 FILLER  PIC X(41) VALUE
                       "ALTERACOES - CONTINUACAO DA FICHA FOLHA ".
                03 IMPFLANT PIC ZZZZ9.
       01 LINADM1.
                03 FILLER  PIC X(12) VALUE "NASCIMENTO:".
                03 IMPDTNASC PIC 99/99/9999.
                03 FILLER  PIC X(08) VALUE "  SEXO:".
                03 IMPSEXO PIC X(01).
                03 FILLER  PIC X(16) VALUE "  ESTADO CIVIL:".
                03 IMPESTCIV PIC X(15).
       01 LINADM2.
                03 FILLER  PIC X(05) VALUE "CPF:".
                03 IMPCPF  PIC 9(11).
                03 FILLER  PIC X(07) VALUE "  PIS:".
                03 IMPPIS  PIC 9(11).
                03 FILLER  PIC X(06) VALUE "  RG:".
                03 IMPRG   PIC X(12).
       01 LINADM3.
                03 FILLER  PIC X(10) VALUE "ADMISSAO:".
                03 IMPDTADM PIC 99/99/9999.
                03 FILLER  PIC X(12) VALUE "  CONTRATO:".
                03 IMPCONTR PIC X(25).
       01 LINADM4.
                03 FILLER  PIC X(14) VALUE "DEPARTAMENTO:".
                03 IMPDEPTO PIC X(25).
                03 FILLER  PIC X(09) VALUE "  CARGO:".
                03 IMPCARGO PIC X(25).
       01 LINADM5.
                03 FILLER  PIC X(21) VALUE "SALARIO DE ADMISSAO:".
                03 IMPSALADM PIC ZZZ.ZZ9,99.
                03 FILLER  PIC X(18) VALUE "  SALARIO ATUAL:".
                03 IMPSALATU PIC ZZZ.ZZ9,99.
      * ENDERECO DO FUNCIONARIO (ENDER.DAT - FPP028), QUANDO HOUVER
       01 LINEND1.
                03 FILLER  PIC X(10) VALUE "ENDERECO:".
                03 IMPLOGRA PIC X(35).
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPNUM  PIC X(06).
       01 LINEND2.
                03 FILLER  PIC X(10) VALUE SPACES.
                03 IMPBAIRRO PIC X(20).
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPMUNIC PIC X(20).
                03 FILLER  PIC X(01) VALUE "-".
                03 IMPUF   PIC X(02).
                03 FILLER  PIC X(05) VALUE " CEP ".
                03 IMPCEP  PIC 9(08).
       01 LINVINC.
                03 FILLER  PIC X(09) VALUE "CONTRATO".
                03 IMPSEQVC PIC Z9.
                03 FILLER  PIC X(13) VALUE "  ADMISSAO: ".
                03 IMPVCADM PIC 99/99/9999.
                03 FILLER  PIC X(13) VALUE "  DEMISSAO: ".
                03 IMPVCDEM PIC X(10).
       01 LINSAL.
                03 IMPHSDATA PIC 99/99/9999.
                03 FILLER  PIC X(08) VALUE "  DE:".
                03 IMPHSANT PIC ZZZ.ZZ9,99.
                03 FILLER  PIC X(07) VALUE "  PARA:".
                03 IMPHSNOV PIC ZZZ.ZZ9,99.
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPHSMOT PIC X(20).
       01 LINLOT.
                03 IMPLTINI PIC 99/99/9999.
                03 FILLER  PIC X(03) VALUE " A ".
                03 IMPLTFIM PIC X(10).
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPLTDEP PIC X(25).
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPLTCAR PIC X(25).
       01 LINFER.
                03 FILLER  PIC X(20) VALUE "PERIODO AQUISITIVO ".
                03 IMPFRANO PIC 9(04).
                03 FILLER  PIC X(14) VALUE "  GOZO DESDE ".
                03 IMPFRINI PIC 99/99/9999.
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPFRDIAS PIC Z9.
                03 FILLER  PIC X(05) VALUE " DIAS".
       01 LINAFAST.
                03 IMPAFSEQ PIC Z9.
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPAFTIPO PIC X(12).
                03 FILLER  PIC X(08) VALUE " INICIO ".
                03 IMPAFINI PIC 99/99/9999.
                03 FILLER  PIC X(09) VALUE " RETORNO ".
                03 IMPAFRET PIC X(10).
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPAFSIT PIC X(10).
       01 LINDEM.
                03 FILLER  PIC X(18) VALUE "DATA DA DEMISSAO:".
                03 IMPDTDEM PIC 99/99/9999.
       01 LINRESC.
                03 FILLER  PIC X(15) VALUE "TRCT DEMISSAO ".
                03 IMPRCDEM PIC 99/99/9999.
                03 FILLER  PIC X(09) VALUE "  MESES ".
                03 IMPRCMES PIC Z9.
                03 FILLER  PIC X(09) VALUE "  TOTAL ".
                03 IMPRCTOT PIC ZZZ.ZZ9,99.
                03 FILLER  PIC X(11) VALUE "  LIQUIDO ".
                03 IMPRCLIQ PIC ZZZ.ZZ9,99.
       01 LINTRACO.
                03 FILLER PIC X(78) VALUE ALL "-".
      *
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                MOVE W-LPDTINI TO W-DTHOJE.
      *
       INC-OP0.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O LIVREG
           IF ST-ERROLR NOT = "00"
               IF ST-ERROLR = "30"
                      OPEN OUTPUT LIVREG
                      CLOSE LIVREG
                      MOVE "*** ARQUIVO LIVREG SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE ST-ERROLR TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMP
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT DPTO.
           OPEN INPUT CARG.
           OPEN INPUT ENDER.
           OPEN INPUT EMPRESA.
           OPEN INPUT LOTACAO.
           OPEN INPUT VINCULO.
           OPEN INPUT FERIAS.
           OPEN INPUT AFAST.
      *
       INC-001.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 10) "FICHA DE REGISTRO DE EMPREGADOS".
           DISPLAY (04, 10) "EMPRESA DO LIVRO.............. : ".
           ACCEPT (04, 44) W-EMPR-FILTRO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-EMPR-FILTRO = ZEROS
              MOVE 1 TO W-EMPR-FILTRO.
           MOVE SPACES TO IMPRAZAO.
           MOVE ZEROS TO IMPCNPJ.
           MOVE W-EMPR-FILTRO TO EP-CODIGO.
           READ EMPRESA
              NOT INVALID KEY
                 MOVE EP-RAZAO TO IMPRAZAO
                 MOVE EP-CNPJ TO IMPCNPJ.
           DISPLAY (04, 47) IMPRAZAO.
      * ULTIMA FOLHA JA IMPRESSA NO LIVRO DESTA EMPRESA
           MOVE "L" TO LR-TIPO.
           MOVE W-EMPR-FILTRO TO LR-CODIGO.
           READ LIVREG
              INVALID KEY
                 MOVE ZEROS TO LR-ULTFOLHA.
           MOVE LR-ULTFOLHA TO CONPAG.
           DISPLAY (05, 10) "ULTIMA FOLHA DO LIVRO......... : ".
           DISPLAY (05, 44) LR-ULTFOLHA.
       INC-002.
           DISPLAY (07, 10) "CHAPA (0 = TODA A EMPRESA).... : ".
           ACCEPT (07, 44) W-CHAPA-FILTRO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO INC-001.
       INC-003.
           DISPLAY (09, 10) "MODO (C=COMPLETA A=ALTERACOES) : ".
           ACCEPT (09, 44) W-MODO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO INC-002.
           IF W-MODO = "c"
              MOVE "C" TO W-MODO.
           IF W-MODO = "a"
              MOVE "A" TO W-MODO.
           IF W-MODO NOT = "C" AND W-MODO NOT = "A"
              MOVE "*** MODO DEVE SER C OU A ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-004.
           DISPLAY (11, 10) "FOLHA INICIAL (0 = CONTINUA) . : ".
           ACCEPT (11, 44) W-FOLHAINI WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO INC-003.
           IF W-FOLHAINI > ZEROS
              COMPUTE CONPAG = W-FOLHAINI - 1.
           COMPUTE W-FOLHA1 = CONPAG + 1.
           OPEN OUTPUT ARQIMP.
      *
           IF W-CHAPA-FILTRO = ZEROS
              GO TO LER-FUNC.
           MOVE W-CHAPA-FILTRO TO CHAPA.
           READ FUNC
              INVALID KEY
                 MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-TOTAIS.
           PERFORM PROC-FUNC THRU PROC-FUNC-FIM.
           GO TO ROT-TOTAIS.
      *
       LER-FUNC.
                READ FUNC NEXT RECORD
                   AT END GO TO ROT-TOTAIS.
                PERFORM PROC-FUNC THRU PROC-FUNC-FIM.
                GO TO LER-FUNC.
      *
      *****************************************
      * FICHA DE UM FUNCIONARIO: NO MODO "A"   *
      * SO SAEM OS ITENS ALEM DAS MARCAS DA    *
      * ULTIMA IMPRESSAO (LIVREG); SEM NADA    *
      * NOVO A FICHA NAO GERA FOLHA            *
      *****************************************
       PROC-FUNC.
                MOVE CODEMPR TO W-CODEMPR.
                IF W-CODEMPR = ZEROS
                   MOVE 1 TO W-CODEMPR.
                IF W-CODEMPR NOT = W-EMPR-FILTRO
                   GO TO PROC-FUNC-FIM.
                ADD 1 TO W-TOTLIDOS.
                MOVE ZEROS TO W-CABFUNC.
                MOVE "F" TO LR-TIPO.
                MOVE CHAPA TO LR-CODIGO.
                MOVE 1 TO W-TEMREG.
                READ LIVREG
                   INVALID KEY
                      MOVE ZEROS TO W-TEMREG.
                IF W-TEMREG = ZEROS OR W-MODO = "C"
                   MOVE ZEROS TO LR-ULTFOLHA LR-DTADM LR-DTDEM
                   MOVE ZEROS TO LR-QTDHS LR-SEQLOT LR-SEQVINC
                   MOVE ZEROS TO LR-ANOFER LR-SEQAF LR-AFABERTO
                   MOVE ZEROS TO LR-QTDRESC.
                COMPUTE W-DTADMAMD = (ANOADM * 10000)
                                   + (MESADM * 100) + DIAADM.
                PERFORM IMP-ADMISSAO THRU IMP-ADMISSAO-FIM.
                PERFORM IMP-VINCULO THRU IMP-VINCULO-FIM.
                PERFORM IMP-SALARIO THRU IMP-SALARIO-FIM.
                PERFORM IMP-LOTACAO THRU IMP-LOTACAO-FIM.
                PERFORM IMP-FERIAS THRU IMP-FERIAS-FIM.
                PERFORM IMP-AFAST THRU IMP-AFAST-FIM.
                PERFORM IMP-RESCISAO THRU IMP-RESCISAO-FIM.
                IF W-CABFUNC = ZEROS
                   GO TO PROC-FUNC-FIM.
      * GUARDA AS NOVAS MARCAS DA FICHA
                ADD 1 TO W-TOTFUNC.
                MOVE "F" TO LR-TIPO.
                MOVE CHAPA TO LR-CODIGO.
                MOVE W-DTHOJE TO LR-DTIMP.
                MOVE CONPAG TO LR-ULTFOLHA.
                MOVE DTADM TO LR-DTADM.
                MOVE DTDEM TO LR-DTDEM.
                MOVE W-QTDHS TO LR-QTDHS.
                MOVE W-MAXLOT TO LR-SEQLOT.
                MOVE W-MAXVINC TO LR-SEQVINC.
                MOVE W-MAXANOFER TO LR-ANOFER.
                MOVE W-MAXAF TO LR-SEQAF.
                MOVE W-AFABERTO TO LR-AFABERTO.
                MOVE W-QTDRESC TO LR-QTDRESC.
                IF W-TEMREG = 1
                   REWRITE REGLIVREG
                ELSE
                   WRITE REGLIVREG.
       PROC-FUNC-FIM.
                EXIT.
      *
      *****************************************
      * DADOS DE ADMISSAO (E DE READMISSAO,    *
      * QUANDO A DATA MUDOU DESDE A ULTIMA     *
      * IMPRESSAO)                             *
      *****************************************
       IMP-ADMISSAO.
                IF DTADM = LR-DTADM
                   GO TO IMP-ADMISSAO-FIM.
                MOVE "DADOS DE ADMISSAO" TO W-TITULO.
                IF LR-DTADM NOT = ZEROS
                   MOVE "DADOS DE READMISSAO" TO W-TITULO.
                MOVE ZEROS TO W-TEMTIT.
                MOVE DTNASC TO IMPDTNASC.
                MOVE SEXO TO IMPSEXO.
                PERFORM VER-ESTCIV THRU VER-ESTCIV-FIM.
                MOVE TEXTESTCIVIL TO IMPESTCIV.
                MOVE LINADM1 TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                MOVE CPF TO IMPCPF.
                MOVE PIS TO IMPPIS.
                MOVE RG TO IMPRG.
                MOVE LINADM2 TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                MOVE DTADM TO IMPDTADM.
                MOVE "PRAZO INDETERMINADO" TO IMPCONTR.
                IF TIPOCONTR = "4"
                   MOVE "EXPERIENCIA 45 DIAS" TO IMPCONTR.
                IF TIPOCONTR = "9"
                   MOVE "EXPERIENCIA 90 DIAS" TO IMPCONTR.
                IF TIPOCONTR = "E" OR TIPOCONTR = "e"
                   MOVE "ESTAGIO" TO IMPCONTR.
                MOVE LINADM3 TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
      * DEPARTAMENTO/CARGO DA ADMISSAO: PRIMEIRA LOTACAO DO CONTRATO
      * ATUAL; SEM LOTACAO, OS ATUAIS DO CADASTRO
                MOVE CODPTO TO W-ADMPTO.
                MOVE CODCARG TO W-ADMCARG.
                PERFORM BUSCA-LOTADM THRU BUSCA-LOTADM-FIM.
                MOVE W-ADMPTO TO CODIGO.
                READ DPTO
                   INVALID KEY MOVE SPACES TO DENOMINACAO.
                MOVE W-ADMCARG TO CODIGO1.
                READ CARG
                   INVALID KEY MOVE SPACES TO DENOMINACAO1.
                MOVE DENOMINACAO TO IMPDEPTO.
                MOVE DENOMINACAO1 TO IMPCARGO.
                MOVE LINADM4 TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                PERFORM BUSCA-SALADM THRU BUSCA-SALADM-FIM.
                MOVE W-SALADM TO IMPSALADM.
                MOVE SALNEGOC TO IMPSALATU.
                MOVE LINADM5 TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                MOVE CHAPA TO EN-CHAPAFUNC.
                READ ENDER
                   INVALID KEY
                      GO TO IMP-ADMISSAO-FIM.
                MOVE EN-LOGRADOURO TO IMPLOGRA.
                MOVE EN-NUMERO TO IMPNUM.
                MOVE LINEND1 TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                MOVE EN-BAIRRO TO IMPBAIRRO.
                MOVE EN-MUNICIPIO TO IMPMUNIC.
                MOVE EN-UF TO IMPUF.
                MOVE EN-CEP TO IMPCEP.
                MOVE LINEND2 TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       IMP-ADMISSAO-FIM.
                EXIT.
      *
       BUSCA-LOTADM.
                MOVE CHAPA TO LT-CHAPAFUNC.
                MOVE ZEROS TO LT-SEQLOT.
                START LOTACAO KEY IS NOT LESS THAN LT-CHAVE
                   INVALID KEY
                      GO TO BUSCA-LOTADM-FIM.
       BUSCA-LOTADM-LER.
                READ LOTACAO NEXT RECORD
                   AT END
                      GO TO BUSCA-LOTADM-FIM.
                IF LT-CHAPAFUNC NOT = CHAPA
                   GO TO BUSCA-LOTADM-FIM.
                IF LT-DTINI < W-DTADMAMD
                   GO TO BUSCA-LOTADM-LER.
                MOVE LT-CODPTO TO W-ADMPTO.
                MOVE LT-CODCARG TO W-ADMCARG.
       BUSCA-LOTADM-FIM.
                EXIT.
      *
      * SALARIO DE ADMISSAO: VALOR ANTERIOR DA PRIMEIRA ALTERACAO DO
      * CONTRATO ATUAL EM HISTSAL; SEM ALTERACAO, O SALARIO ATUAL
       BUSCA-SALADM.
                MOVE SALNEGOC TO W-SALADM.
                OPEN INPUT HISTSAL.
                IF ST-ERROHIST NOT = "00"
                   GO TO BUSCA-SALADM-FEC.
       BUSCA-SALADM-LER.
                READ HISTSAL
                   AT END
                      GO TO BUSCA-SALADM-FEC.
                IF HS-TIPOREG NOT = "F" AND HS-TIPOREG NOT = "f"
                   GO TO BUSCA-SALADM-LER.
                IF HS-CHAVE NOT = CHAPA
                OR HS-DATA < W-DTADMAMD
                   GO TO BUSCA-SALADM-LER.
                MOVE HS-VALORANT TO W-SALADM.
       BUSCA-SALADM-FEC.
                CLOSE HISTSAL.
       BUSCA-SALADM-FIM.
                EXIT.
      *
      *****************************************
      * CONTRATOS ANTERIORES (VINCULO.DAT)     *
      *****************************************
       IMP-VINCULO.
                MOVE "CONTRATOS ANTERIORES" TO W-TITULO.
                MOVE ZEROS TO W-TEMTIT.
                MOVE LR-SEQVINC TO W-MAXVINC.
                MOVE CHAPA TO VC-CHAPAFUNC.
                MOVE ZEROS TO VC-SEQVINC.
                START VINCULO KEY IS NOT LESS THAN VC-CHAVE
                   INVALID KEY
                      GO TO IMP-VINCULO-FIM.
       IMP-VINCULO-LER.
                READ VINCULO NEXT RECORD
                   AT END
                      GO TO IMP-VINCULO-FIM.
                IF VC-CHAPAFUNC NOT = CHAPA
                   GO TO IMP-VINCULO-FIM.
                IF VC-SEQVINC NOT > LR-SEQVINC
                   GO TO IMP-VINCULO-LER.
                MOVE VC-SEQVINC TO W-MAXVINC.
                MOVE VC-SEQVINC TO IMPSEQVC.
                MOVE VC-DTADM TO IMPVCADM.
                MOVE SPACES TO IMPVCDEM.
                IF VC-DTDEM NOT = ZEROS
                   MOVE VC-DTDEM TO W-DTEDIT
                   MOVE W-DTEDIT TO IMPVCDEM.
                MOVE LINVINC TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                GO TO IMP-VINCULO-LER.
       IMP-VINCULO-FIM.
                EXIT.
      *
      *****************************************
      * ALTERACOES DE SALARIO (HISTSAL.DAT,    *
      * REGISTROS POR FUNCIONARIO - TIPO F)    *
      *****************************************
       IMP-SALARIO.
                MOVE "ALTERACOES DE SALARIO" TO W-TITULO.
                MOVE ZEROS TO W-TEMTIT W-QTDHS.
                OPEN INPUT HISTSAL.
                IF ST-ERROHIST NOT = "00"
                   MOVE LR-QTDHS TO W-QTDHS
                   GO TO IMP-SALARIO-FEC.
       IMP-SALARIO-LER.
                READ HISTSAL
                   AT END
                      GO TO IMP-SALARIO-FEC.
                IF HS-TIPOREG NOT = "F" AND HS-TIPOREG NOT = "f"
                   GO TO IMP-SALARIO-LER.
                IF HS-CHAVE NOT = CHAPA
                   GO TO IMP-SALARIO-LER.
                ADD 1 TO W-QTDHS.
                IF W-QTDHS NOT > LR-QTDHS
                   GO TO IMP-SALARIO-LER.
                MOVE HS-DATA TO W-DTAMD.
                PERFORM CONV-DATA THRU CONV-DATA-FIM.
                MOVE W-DTDMA TO IMPHSDATA.
                MOVE HS-VALORANT TO IMPHSANT.
                MOVE HS-VALORNOV TO IMPHSNOV.
                MOVE HS-MOTIVO TO IMPHSMOT.
                MOVE LINSAL TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                GO TO IMP-SALARIO-LER.
       IMP-SALARIO-FEC.
                CLOSE HISTSAL.
       IMP-SALARIO-FIM.
                EXIT.
      *
      *****************************************
      * DEPARTAMENTO E CARGO (LOTACAO.DAT)     *
      *****************************************
       IMP-LOTACAO.
                MOVE "DEPARTAMENTO E CARGO (PERIODOS)" TO W-TITULO.
                MOVE ZEROS TO W-TEMTIT.
                MOVE LR-SEQLOT TO W-MAXLOT.
                MOVE CHAPA TO LT-CHAPAFUNC.
                MOVE ZEROS TO LT-SEQLOT.
                START LOTACAO KEY IS NOT LESS THAN LT-CHAVE
                   INVALID KEY
                      GO TO IMP-LOTACAO-FIM.
       IMP-LOTACAO-LER.
                READ LOTACAO NEXT RECORD
                   AT END
                      GO TO IMP-LOTACAO-FIM.
                IF LT-CHAPAFUNC NOT = CHAPA
                   GO TO IMP-LOTACAO-FIM.
                IF LT-SEQLOT NOT > LR-SEQLOT
                   GO TO IMP-LOTACAO-LER.
                MOVE LT-SEQLOT TO W-MAXLOT.
                MOVE LT-DTINI TO W-DTAMD.
                PERFORM CONV-DATA THRU CONV-DATA-FIM.
                MOVE W-DTDMA TO IMPLTINI.
                MOVE SPACES TO IMPLTFIM.
                IF LT-DTFIM NOT = ZEROS
                   MOVE LT-DTFIM TO W-DTAMD
                   PERFORM CONV-DATA THRU CONV-DATA-FIM
                   MOVE W-DTDMA TO W-DTEDIT
                   MOVE W-DTEDIT TO IMPLTFIM.
                MOVE LT-CODPTO TO CODIGO.
                READ DPTO
                   INVALID KEY MOVE SPACES TO DENOMINACAO.
                MOVE LT-CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY MOVE SPACES TO DENOMINACAO1.
                MOVE DENOMINACAO TO IMPLTDEP.
                MOVE DENOMINACAO1 TO IMPLTCAR.
                MOVE LINLOT TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                GO TO IMP-LOTACAO-LER.
       IMP-LOTACAO-FIM.
                EXIT.
      *
      *****************************************
      * FERIAS GOZADAS (FERIAS.DAT - STATUS G) *
      *****************************************
       IMP-FERIAS.
                MOVE "FERIAS" TO W-TITULO.
                MOVE ZEROS TO W-TEMTIT.
                MOVE LR-ANOFER TO W-MAXANOFER.
                MOVE CHAPA TO FR-CHAPAFUNC.
                MOVE ZEROS TO FR-ANOREF.
                START FERIAS KEY IS NOT LESS THAN FR-CHAVE
                   INVALID KEY
                      GO TO IMP-FERIAS-FIM.
       IMP-FERIAS-LER.
                READ FERIAS NEXT RECORD
                   AT END
                      GO TO IMP-FERIAS-FIM.
                IF FR-CHAPAFUNC NOT = CHAPA
                   GO TO IMP-FERIAS-FIM.
                IF FR-STATFER NOT = "G" AND FR-STATFER NOT = "g"
                   GO TO IMP-FERIAS-LER.
                IF FR-ANOREF NOT > LR-ANOFER
                   GO TO IMP-FERIAS-LER.
                MOVE FR-ANOREF TO W-MAXANOFER.
                MOVE FR-ANOREF TO IMPFRANO.
                MOVE FR-DTINICIO TO IMPFRINI.
                MOVE FR-DIASGOZO TO IMPFRDIAS.
                MOVE LINFER TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                GO TO IMP-FERIAS-LER.
       IMP-FERIAS-FIM.
                EXIT.
      *
      *****************************************
      * AFASTAMENTOS (AFAST.DAT): OS NOVOS E O *
      * QUE ESTAVA EM ABERTO E JA RETORNOU     *
      *****************************************
       IMP-AFAST.
                MOVE "AFASTAMENTOS" TO W-TITULO.
                MOVE ZEROS TO W-TEMTIT W-AFABERTO.
                MOVE LR-SEQAF TO W-MAXAF.
                MOVE CHAPA TO AF-CHAPAFUNC.
                MOVE ZEROS TO AF-SEQAF.
                START AFAST KEY IS NOT LESS THAN AF-CHAVE
                   INVALID KEY
                      GO TO IMP-AFAST-FIM.
       IMP-AFAST-LER.
                READ AFAST NEXT RECORD
                   AT END
                      GO TO IMP-AFAST-FIM.
                IF AF-CHAPAFUNC NOT = CHAPA
                   GO TO IMP-AFAST-FIM.
                IF AF-STATAF NOT = "E" AND AF-STATAF NOT = "e"
                   IF W-AFABERTO = ZEROS
                      MOVE AF-SEQAF TO W-AFABERTO.
                IF AF-SEQAF > LR-SEQAF
                   MOVE AF-SEQAF TO W-MAXAF
                   GO TO IMP-AFAST-IMP.
                IF AF-SEQAF NOT = LR-AFABERTO
                   GO TO IMP-AFAST-LER.
                IF AF-STATAF NOT = "E" AND AF-STATAF NOT = "e"
                   GO TO IMP-AFAST-LER.
       IMP-AFAST-IMP.
                MOVE AF-SEQAF TO IMPAFSEQ.
                MOVE "OUTROS" TO IMPAFTIPO.
                IF AF-TIPO = "M" OR AF-TIPO = "m"
                   MOVE "MATERNIDADE" TO IMPAFTIPO.
                IF AF-TIPO = "D" OR AF-TIPO = "d"
                   MOVE "DOENCA INSS" TO IMPAFTIPO.
                IF AF-TIPO = "A" OR AF-TIPO = "a"
                   MOVE "ACIDENTE" TO IMPAFTIPO.
                MOVE AF-DTINICIO TO IMPAFINI.
                MOVE SPACES TO IMPAFRET.
                IF AF-DTRETPREV NOT = ZEROS
                   MOVE AF-DTRETPREV TO W-DTEDIT
                   MOVE W-DTEDIT TO IMPAFRET.
                MOVE "EM ABERTO" TO IMPAFSIT.
                IF AF-STATAF = "E" OR AF-STATAF = "e"
                   MOVE "ENCERRADO" TO IMPAFSIT.
                MOVE LINAFAST TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                GO TO IMP-AFAST-LER.
       IMP-AFAST-FIM.
                EXIT.
      *
      *****************************************
      * RESCISAO: DATA DA DEMISSAO (FUNC) E    *
      * OS TERMOS CALCULADOS PELO FPP003       *
      * (RESC.DAT)                             *
      *****************************************
       IMP-RESCISAO.
                MOVE "RESCISAO DO CONTRATO" TO W-TITULO.
                MOVE ZEROS TO W-TEMTIT W-QTDRESC.
                IF DTDEM NOT = ZEROS AND DTDEM NOT = LR-DTDEM
                   MOVE DTDEM TO IMPDTDEM
                   MOVE LINDEM TO W-LINHA
                   PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                OPEN INPUT RESC.
                IF ST-ERRORESC NOT = "00"
                   MOVE LR-QTDRESC TO W-QTDRESC
                   GO TO IMP-RESCISAO-FEC.
       IMP-RESCISAO-LER.
                READ RESC
                   AT END
                      GO TO IMP-RESCISAO-FEC.
                IF RC-CHAPA NOT = CHAPA
                   GO TO IMP-RESCISAO-LER.
                ADD 1 TO W-QTDRESC.
                IF W-QTDRESC NOT > LR-QTDRESC
                   GO TO IMP-RESCISAO-LER.
                MOVE RC-DTDEM TO IMPRCDEM.
                MOVE RC-MESES-TRAB TO IMPRCMES.
                MOVE RC-TOTAL-RESC TO IMPRCTOT.
                MOVE ZEROS TO IMPRCLIQ.
      * RESCISOES ANTIGAS NAO TEM O LIQUIDO
                IF RC-LIQUIDO NUMERIC
                   MOVE RC-LIQUIDO TO IMPRCLIQ.
                MOVE LINRESC TO W-LINHA.
                PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
                GO TO IMP-RESCISAO-LER.
       IMP-RESCISAO-FEC.
                CLOSE RESC.
       IMP-RESCISAO-FIM.
                EXIT.
      *
      *****************************************
      * LINHA DE DETALHE: ABRE A FICHA E O     *
      * TITULO DA SECAO SO QUANDO HA O QUE     *
      * IMPRIMIR                               *
      *****************************************
       GRAVA-DET.
                IF W-CABFUNC = ZEROS
                   PERFORM CAB-FUNC THRU CAB-FUNC-FIM.
                IF W-TEMTIT = 1
                   GO TO GRAVA-DET-LIN.
                MOVE 1 TO W-TEMTIT.
                MOVE W-LINHA TO W-LINSAVE.
      * TITULO NAO FICA SOZINHO NO PE DA FOLHA
                IF CONLIN > 53
                   PERFORM QUEBRA-PAG THRU QUEBRA-PAG-FIM.
                MOVE SPACES TO W-LINHA.
                PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
                MOVE W-TITULO TO W-LINHA.
                PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
                MOVE W-LINSAVE TO W-LINHA.
       GRAVA-DET-LIN.
                PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       GRAVA-DET-FIM.
                EXIT.
      *
       GRAVA-LINHA.
                IF CONLIN NOT < 57
                   PERFORM QUEBRA-PAG THRU QUEBRA-PAG-FIM.
                WRITE REGIMP FROM W-LINHA.
                ADD 1 TO CONLIN.
       GRAVA-LINHA-FIM.
                EXIT.
      *
      * CADA FICHA COMECA EM FOLHA NOVA; NO MODO "A" REMETE A
      * ULTIMA FOLHA EM QUE A FICHA JA ESTAVA
       CAB-FUNC.
                MOVE 1 TO W-CABFUNC.
                PERFORM FIM-PAG THRU FIM-PAG-FIM.
                PERFORM CAB-PAG THRU CAB-PAG-FIM.
                IF LR-ULTFOLHA = ZEROS
                   GO TO CAB-FUNC-FIM.
                MOVE LR-ULTFOLHA TO IMPFLANT.
                WRITE REGIMP FROM CABCONT.
                ADD 1 TO CONLIN.
       CAB-FUNC-FIM.
                EXIT.
      *
       QUEBRA-PAG.
                PERFORM FIM-PAG THRU FIM-PAG-FIM.
                PERFORM CAB-PAG THRU CAB-PAG-FIM.
       QUEBRA-PAG-FIM.
                EXIT.
      *
      *****************************************
      * CABECALHO DE FOLHA DO LIVRO            *
      *****************************************
       CAB-PAG.
                ADD 1 TO CONPAG.
                MOVE CONPAG TO IMPFOLHA.
                WRITE REGIMP FROM CAB1.
                WRITE REGIMP FROM CAB2.
                MOVE CHAPA TO IMPCHAPA.
                MOVE NOME TO IMPNOME.
                WRITE REGIMP FROM CAB3.
                WRITE REGIMP FROM LINTRACO.
                MOVE 4 TO CONLIN.
       CAB-PAG-FIM.
                EXIT.
      *
      * COMPLETA A FOLHA EM BRANCO ATE AS 60 LINHAS
       FIM-PAG.
                IF CONLIN = ZEROS
                   GO TO FIM-PAG-FIM.
       FIM-PAG-LOOP.
                IF CONLIN NOT < 60
                   MOVE ZEROS TO CONLIN
                   GO TO FIM-PAG-FIM.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD 1 TO CONLIN.
                GO TO FIM-PAG-LOOP.
       FIM-PAG-FIM.
                EXIT.
      *
       CONV-DATA.
                COMPUTE W-DTDMA = (W-AMDDIA * 1000000)
                                + (W-AMDMES * 10000) + W-AMDANO.
       CONV-DATA-FIM.
                EXIT.
      *
      *****************************************
      * VERIFICACAO DO ESTADO CIVIL            *
      * (MESMAS OPCOES DO FPP003)              *
      *****************************************
       VER-ESTCIV.
                MOVE SPACES TO TEXTESTCIVIL.
                IF ESTCIVIL = 1
                   MOVE "SOLTEIRO" TO TEXTESTCIVIL.
                IF ESTCIVIL = 2
                   MOVE "CASADO" TO TEXTESTCIVIL.
                IF ESTCIVIL = 3
                   MOVE "VIUVO" TO TEXTESTCIVIL.
                IF ESTCIVIL = 4
                   MOVE "DESQUITADO" TO TEXTESTCIVIL.
                IF ESTCIVIL = 5
                   MOVE "OUTROS" TO TEXTESTCIVIL.
                IF ESTCIVIL = 6
                   MOVE "UNIAO ESTAVEL" TO TEXTESTCIVIL.
       VER-ESTCIV-FIM.
                EXIT.
      *
      *****************************************
      * FECHA A ULTIMA FOLHA E GUARDA A        *
      * NUMERACAO DO LIVRO DA EMPRESA          *
      *****************************************
       ROT-TOTAIS.
                PERFORM FIM-PAG THRU FIM-PAG-FIM.
                IF W-TOTFUNC = ZEROS
                   DISPLAY (20, 10) "NENHUMA FICHA A IMPRIMIR"
                   GO TO ROT-FIM.
                MOVE "L" TO LR-TIPO.
                MOVE W-EMPR-FILTRO TO LR-CODIGO.
                MOVE 1 TO W-TEMREG.
                READ LIVREG
                   INVALID KEY
                      MOVE ZEROS TO W-TEMREG.
                MOVE ZEROS TO LR-DTADM LR-DTDEM LR-QTDHS LR-SEQLOT.
                MOVE ZEROS TO LR-SEQVINC LR-ANOFER LR-SEQAF.
                MOVE ZEROS TO LR-AFABERTO LR-QTDRESC.
                MOVE W-DTHOJE TO LR-DTIMP.
      * REIMPRESSAO EM FOLHAS JA USADAS NAO RECUA A NUMERACAO
                IF CONPAG > LR-ULTFOLHA
                   MOVE CONPAG TO LR-ULTFOLHA.
                IF W-TEMREG = 1
                   REWRITE REGLIVREG
                ELSE
                   WRITE REGLIVREG.
                DISPLAY (20, 10) "FICHAS IMPRESSAS: " W-TOTFUNC.
                DISPLAY (21, 10) "FOLHAS " W-FOLHA1 " A " CONPAG
                                 "  RELATORIO EM ARQREG.TXT".
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
                MOVE "PRINTREG" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE ZEROS TO LP-PERIODO.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTFUNC TO LP-REGGRAV.
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
                CLOSE ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTREG" TO W-SPLPROG.
                MOVE "ARQREG.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG LP-PERIODO
                                      W-SPLARQ.
       ROT-FIMP.
                CLOSE FUNC LIVREG DPTO CARG ENDER EMPRESA.
                CLOSE LOTACAO VINCULO FERIAS AFAST.
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
