       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONLGPD.
      *
      **************************************
      * ANONIMIZACAO DOS DADOS PESSOAIS    *
      * VENCIDOS (LGPD) CONFORME O PRAZO   *
      * DE GUARDA POR ARQUIVO (RETENC.DAT, *
      * CADRETEN):                         *
      * - FUNCIONARIO DEMITIDO HA MAIS QUE *
      *   O PRAZO: NOME, CPF E RG (FUNC),  *
      *   ENDERECO, TELEFONE E E-MAIL      *
      *   (ENDER), NOME DOS DEPENDENTES    *
      *   (DEPEND),                        *
      *   CONTA (BANCO, PENSAO) E CHAVE    *
      *   PIX (FORMAPAG);                  *
      * - ALUNO CUJO ULTIMO ANO LETIVO     *
      *   (TURMA) PASSOU DO PRAZO: NOME    *
      *   (ALUNO), NOME/CPF/TELEFONES/     *
      *   ENDERECO DOS RESPONSAVEIS        *
      *   (RESPONS, MENSAL). ALUNO COM     *
      *   MENSALIDADE EM ABERTO E MANTIDO. *
      * CHAPA, RA, DATAS, SALARIO, NOTAS E *
      * VALORES FICAM (HISTORICO DA FOLHA, *
      * RAIS E VIDA ESCOLAR). A SIMULACAO  *
      * SO LISTA (ARQLGPD.TXT)             *
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
           SELECT OPTIONAL RETENC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RT-ARQUIVO
                    FILE STATUS  IS ST-ERRORT.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC
                    ALTERNATE RECORD KEY IS CHAVE2FUNC = NOME CHAPA
                                                      WITH DUPLICATES.
           SELECT ENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EN-CHAPAFUNC
                    FILE STATUS  IS ST-ERROEND.
           SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DP-CHAVE
                    FILE STATUS  IS ST-ERRODEP.
           SELECT BANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BC-CHAPAFUNC
                    FILE STATUS  IS ST-ERROBCO.
           SELECT PENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PN-CHAPAFUNC
                    FILE STATUS  IS ST-ERROPEN.
           SELECT FORMAPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FP-CHAVE
                    FILE STATUS  IS ST-ERROFP.
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
           SELECT RESPONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RP-CHAVE
                    FILE STATUS  IS ST-ERRORSP.
           SELECT MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MS-CHAVE
                    FILE STATUS  IS ST-ERROMSL.
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
       FD RETENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETENC.DAT".
       01 REGRETENC.
                03 RT-ARQUIVO          PIC X(08).
                03 RT-ANOS             PIC 9(02).
                03 RT-BASELEGAL        PIC X(40).
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
                03 DT-DEM REDEFINES DTDEM.
                    05 DIADEM              PIC 9(02).
                    05 MESDEM              PIC 9(02).
                    05 ANODEM              PIC 9(04).
                03 STAT                PIC X(01).
                03 CPF                 PIC 9(11).
                03 PIS                 PIC 9(11).
                03 RG                  PIC X(12).
                03 SALNEGOC            PIC 9(06)V99.
                03 ESTCIVIL            PIC 9(01).
                03 TIPOCONTR           PIC X(01).
                03 CODEMPR             PIC 9(01).
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
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
       01 CADDEPEND.
                03 DP-CHAVE.
                    05 DP-CHAPAFUNC    PIC 9(06).
                    05 DP-SEQDEP       PIC 9(02).
                03 DP-NOMEDEP          PIC X(35).
                03 DP-DTNASCDEP        PIC 9(08).
                03 DP-PARENTESCO       PIC X(01).
                03 DP-DEDIRRF          PIC X(01).
       FD BANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BANCO.DAT".
       01 CADBANCO.
                03 BC-CHAPAFUNC        PIC 9(06).
                03 BC-CODBANCO         PIC 9(03).
                03 BC-AGENCIA          PIC 9(05).
                03 BC-DIGAGENCIA       PIC X(01).
                03 BC-CONTA            PIC 9(12).
                03 BC-DIGCONTA         PIC X(01).
       FD PENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENSAO.DAT".
       01 CADPENSAO.
                03 PN-CHAPAFUNC        PIC 9(06).
                03 PN-NOMEBENEF        PIC X(35).
                03 PN-TIPOPEN          PIC X(01).
                03 PN-PERCPEN          PIC 9(02)V99.
                03 PN-VALPEN           PIC 9(06)V99.
                03 PN-CODBANCO         PIC 9(03).
                03 PN-AGENCIA          PIC 9(05).
                03 PN-CONTA            PIC 9(12).
       FD FORMAPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORMAPAG.DAT".
       01 CADFORMAPAG.
                03 FP-CHAVE.
                    05 FP-CHAPAFUNC    PIC 9(06).
                    05 FP-BENEF        PIC 9(01).
                03 FP-FORMA            PIC X(01).
                03 FP-TIPOCHAVE        PIC 9(01).
                03 FP-CHAVEPIX         PIC X(77).
                03 FP-DTALT            PIC 9(08).
       FD ALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUNO.DAT".
       01 REGALU.
                03 RA PIC 9(06).
                03 NOMEALU PIC X(35).
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
       FD RESPONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESPONS.DAT".
       01 CADRESPON.
                03 RP-CHAVE.
                    05 RP-RA           PIC 9(06).
                    05 RP-SEQRP        PIC 9(02).
                03 RP-NOME             PIC X(35).
                03 RP-CPF              PIC 9(11).
                03 RP-PARENT           PIC X(01).
                03 RP-FONE1            PIC X(15).
                03 RP-FONE2            PIC X(15).
                03 RP-ENDER            PIC X(40).
                03 RP-FINRESP          PIC X(01).
       FD MENSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REGMENSAL.
                03 MS-CHAVE.
                    05 MS-RA           PIC 9(06).
                    05 MS-PERIODO.
                        07 MS-ANO      PIC 9(04).
                        07 MS-MES      PIC 9(02).
                03 MS-TURMA            PIC X(05).
                03 MS-VALOR            PIC 9(06)V99.
                03 MS-STATMS           PIC X(01).
                03 MS-DTPAG            PIC 9(08).
                03 MS-RESPNOME         PIC X(35).
      * BRUTO/DESCONTO/BOLSA SAO GRAVADOS PELO GERAMENS E DEVIDO/
      * RECEBIDO NA BAIXA (FPP022) - MANTIDOS AQUI SO PARA CASAR O
      * TAMANHO DO REGISTRO
                03 FILLER              PIC X(40).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLGPD.TXT".
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
       77 ST-ERRORT    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROEND   PIC X(02) VALUE "00".
       77 ST-ERRODEP   PIC X(02) VALUE "00".
       77 ST-ERROBCO   PIC X(02) VALUE "00".
       77 ST-ERROPEN   PIC X(02) VALUE "00".
       77 ST-ERROFP    PIC X(02) VALUE "00".
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 ST-ERROTUR   PIC X(02) VALUE "00".
       77 ST-ERRORSP   PIC X(02) VALUE "00".
       77 ST-ERROMSL   PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      * "S" = SO LISTA O QUE SERIA ANONIMIZADO, SEM GRAVAR
       77 W-SIMULA     PIC X(01) VALUE "S".
       77 W-CONFIRMA   PIC X(01) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-ACAO       PIC 9(01) VALUE ZEROS.
       77 W-ABERTO     PIC 9(01) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-TOTFUNC    PIC 9(06) VALUE ZEROS.
       77 W-TOTALU     PIC 9(06) VALUE ZEROS.
       77 W-TOTMANT    PIC 9(06) VALUE ZEROS.
       77 W-FIMGUARDA  PIC 9(08) VALUE ZEROS.
      * ARQUIVO ABERTO (1) OU AUSENTE (0) NA INSTALACAO
       77 W-TEMEND     PIC 9(01) VALUE ZEROS.
       77 W-TEMDEP     PIC 9(01) VALUE ZEROS.
       77 W-TEMBCO     PIC 9(01) VALUE ZEROS.
       77 W-TEMPEN     PIC 9(01) VALUE ZEROS.
       77 W-TEMFP      PIC 9(01) VALUE ZEROS.
       77 W-TEMALU     PIC 9(01) VALUE ZEROS.
       77 W-TEMTUR     PIC 9(01) VALUE ZEROS.
       77 W-TEMRSP     PIC 9(01) VALUE ZEROS.
       77 W-TEMMSL     PIC 9(01) VALUE ZEROS.
      * NOME GRAVADO NO LUGAR DO ORIGINAL (TAMBEM MARCA O REGISTRO
      * COMO JA ANONIMIZADO NAS RODADAS SEGUINTES)
       77 W-ANONIMO    PIC X(35) VALUE "*** ANONIMIZADO - LGPD ***".
      *
      * PRAZO (ANOS) E DATA LIMITE AAAAMMDD POR ARQUIVO, NA ORDEM
      * FUNC ENDER DEPEND BANCO ALUNO RESPONS. PRAZO ZERO = ARQUIVO
      * SEM PRAZO CADASTRADO, NAO ANONIMIZADO
       01 W-TABARQ.
                03 FILLER PIC X(08) VALUE "FUNC".
                03 FILLER PIC X(08) VALUE "ENDER".
                03 FILLER PIC X(08) VALUE "DEPEND".
                03 FILLER PIC X(08) VALUE "BANCO".
                03 FILLER PIC X(08) VALUE "ALUNO".
                03 FILLER PIC X(08) VALUE "RESPONS".
       01 W-TABARQ-R REDEFINES W-TABARQ.
                03 W-NOMEARQ PIC X(08) OCCURS 6 TIMES.
       01 W-TABPRAZO.
                03 W-PRAZO OCCURS 6 TIMES.
                    05 W-ANOSARQ       PIC 9(02).
                    05 W-DTLIMITE      PIC 9(08).
      * ARQUIVOS ANONIMIZADOS DO FUNCIONARIO/ALUNO CORRENTE
       01 W-TABFEITO.
                03 W-FEITO PIC 9(01) OCCURS 6 TIMES.
      *
       01 W-DTDEMI.
                03 W-DIANO             PIC 9(04).
                03 W-DIMES             PIC 9(02).
                03 W-DIDIA             PIC 9(02).
       01 W-DTDEMI-R REDEFINES W-DTDEMI PIC 9(08).
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "ANONIMIZACAO DE DADOS PESSOAIS (LGPD)".
       01 CAB2.
                03 FILLER  PIC X(06) VALUE "DATA:".
                03 IMPHOJE PIC 9999/99/99.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 IMPMODO PIC X(40).
       01 CABPRAZO.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 IMPARQ  PIC X(08).
                03 FILLER  PIC X(08) VALUE "PRAZO:".
                03 IMPANOS PIC Z9.
                03 FILLER  PIC X(14) VALUE " ANOS  LIMITE:".
                03 IMPLIM  PIC 9999/99/99.
       01 CABPRAZO2.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 IMPARQ2 PIC X(08).
                03 FILLER  PIC X(40) VALUE
                       "SEM PRAZO CADASTRADO - NAO ANONIMIZADO".
       01 CABDET.
                03 FILLER PIC X(40) VALUE
                       "TIPO  CODIGO  SAIDA      ARQUIVOS".
       01 DETAL.
                03 IMPTIPO   PIC X(06).
                03 IMPCOD    PIC 9(06).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPSAIDA  PIC 9999/99/99.
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPFEITO  PIC X(08) OCCURS 6 TIMES.
       01 DETMANT.
                03 FILLER    PIC X(06) VALUE "ALUNO".
                03 IMPRAMANT PIC 9(06).
                03 FILLER    PIC X(45) VALUE
                       "  MANTIDO: MENSALIDADE EM ABERTO".
       01 LINTRACO.
                03 FILLER PIC X(70) VALUE ALL "-".
       01 LINTOT1.
                03 FILLER  PIC X(30) VALUE
                       "REGISTROS LIDOS..............:".
                03 IMPTOTLID PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER  PIC X(30) VALUE
                       "FUNCIONARIOS ANONIMIZADOS....:".
                03 IMPTOTFUN PIC ZZZZZ9.
       01 LINTOT3.
                03 FILLER  PIC X(30) VALUE
                       "ALUNOS ANONIMIZADOS..........:".
                03 IMPTOTALU PIC ZZZZZ9.
       01 LINTOT4.
                03 FILLER  PIC X(30) VALUE
                       "ALUNOS MANTIDOS (EM ABERTO)..:".
                03 IMPTOTMAN PIC ZZZZZ9.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELALGPD.
             05  BLANK SCREEN.
             05  LINE 02 COLUMN 10
                 VALUE "ANONIMIZACAO DE DADOS PESSOAIS (LGPD)".
             05  LINE 04 COLUMN 05
                 VALUE "PRAZOS POR ARQUIVO EM RETENC.DAT (CADRETEN)".
             05  LINE 06 COLUMN 05
                 VALUE "SIMULACAO - SO LISTA, NAO GRAVA (S/N): ".
             05  TSIMULA
                 LINE 06 COLUMN 45 PIC X
                 USING W-SIMULA
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                MOVE W-LPDTINI TO W-HOJE.
      *
       INC-OP0.
           DISPLAY TELALGPD.
       INC-001.
           ACCEPT TSIMULA.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO ROT-FIMP.
           IF W-SIMULA = "s"
              MOVE "S" TO W-SIMULA.
           IF W-SIMULA = "n"
              MOVE "N" TO W-SIMULA.
           IF W-SIMULA NOT = "S" AND W-SIMULA NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-SIMULA = "S"
              GO TO ABRE-ARQS.
       INC-002.
           DISPLAY (08, 05) "ANONIMIZACAO DEFINITIVA, SEM VOLTA.".
           DISPLAY (09, 05) "CONFIRMA (S/N) : ".
           ACCEPT (09, 22) W-CONFIRMA.
           IF W-CONFIRMA = "N" OR W-CONFIRMA = "n"
              GO TO ROT-FIMP.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
              GO TO INC-002.
      *
       ABRE-ARQS.
           OPEN INPUT RETENC.
           IF ST-ERRORT NOT = "00"
              MOVE "*** NENHUM PRAZO CADASTRADO (CADRETEN) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-TABPRAZO W-IND.
       LER-PRAZO.
                ADD 1 TO W-IND.
                IF W-IND > 6
                   GO TO ABRE-CADASTROS.
                MOVE W-NOMEARQ (W-IND) TO RT-ARQUIVO.
                READ RETENC
                   INVALID KEY
                      GO TO LER-PRAZO.
                MOVE RT-ANOS TO W-ANOSARQ (W-IND).
                COMPUTE W-DTLIMITE (W-IND) = W-HOJE
                                           - (RT-ANOS * 10000).
                GO TO LER-PRAZO.
      *
       ABRE-CADASTROS.
           CLOSE RETENC.
           OPEN I-O FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN I-O ENDER.
           IF ST-ERROEND = "00"
              MOVE 1 TO W-TEMEND.
           OPEN I-O DEPEND.
           IF ST-ERRODEP = "00"
              MOVE 1 TO W-TEMDEP.
           OPEN I-O BANCO.
           IF ST-ERROBCO = "00"
              MOVE 1 TO W-TEMBCO.
           OPEN I-O PENSAO.
           IF ST-ERROPEN = "00"
              MOVE 1 TO W-TEMPEN.
           OPEN I-O FORMAPAG.
           IF ST-ERROFP = "00"
              MOVE 1 TO W-TEMFP.
           OPEN I-O ALUNO.
           IF ST-ERROALU = "00"
              MOVE 1 TO W-TEMALU.
           OPEN INPUT TURMAS.
           IF ST-ERROTUR = "00"
              MOVE 1 TO W-TEMTUR.
           OPEN I-O RESPONS.
           IF ST-ERRORSP = "00"
              MOVE 1 TO W-TEMRSP.
           OPEN I-O MENSAL.
           IF ST-ERROMSL = "00"
              MOVE 1 TO W-TEMMSL.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE W-HOJE TO IMPHOJE.
           MOVE "SIMULACAO - NADA FOI GRAVADO" TO IMPMODO.
           IF W-SIMULA = "N"
              MOVE "ANONIMIZACAO EFETIVADA" TO IMPMODO.
           WRITE REGIMP FROM CAB2.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           MOVE ZEROS TO W-IND.
       IMP-PRAZO.
                ADD 1 TO W-IND.
                IF W-IND > 6
                   GO TO IMP-PRAZO-FIM.
                IF W-ANOSARQ (W-IND) = ZEROS
                   MOVE W-NOMEARQ (W-IND) TO IMPARQ2
                   WRITE REGIMP FROM CABPRAZO2
                   GO TO IMP-PRAZO.
                MOVE W-NOMEARQ (W-IND) TO IMPARQ.
                MOVE W-ANOSARQ (W-IND) TO IMPANOS.
                MOVE W-DTLIMITE (W-IND) TO IMPLIM.
                WRITE REGIMP FROM CABPRAZO.
                GO TO IMP-PRAZO.
       IMP-PRAZO-FIM.
           WRITE REGIMP FROM LINTRACO.
           WRITE REGIMP FROM CABDET.
           WRITE REGIMP FROM LINTRACO.
      *
      *****************************************
      * FUNCIONARIOS DEMITIDOS: CADA ARQUIVO   *
      * TEM O SEU PRAZO, CONTADO DA DEMISSAO   *
      *****************************************
           MOVE ZEROS TO CHAPA.
           START FUNC KEY IS NOT LESS THAN CHAPA
              INVALID KEY
                 GO TO INI-ALUNO.
       LER-FUNC.
                READ FUNC NEXT RECORD
                   AT END GO TO INI-ALUNO.
                ADD 1 TO W-LIDOS.
                IF DTDEM = ZEROS
                   GO TO LER-FUNC.
                MOVE ANODEM TO W-DIANO.
                MOVE MESDEM TO W-DIMES.
                MOVE DIADEM TO W-DIDIA.
                MOVE ZEROS TO W-TABFEITO W-ACAO.
                IF W-ANOSARQ (1) > 0
                   AND W-DTDEMI-R < W-DTLIMITE (1)
                   PERFORM ANON-FUNC THRU ANON-FUNC-FIM.
                IF W-ANOSARQ (2) > 0 AND W-TEMEND = 1
                   AND W-DTDEMI-R < W-DTLIMITE (2)
                   PERFORM ANON-ENDER THRU ANON-ENDER-FIM.
                IF W-ANOSARQ (3) > 0 AND W-TEMDEP = 1
                   AND W-DTDEMI-R < W-DTLIMITE (3)
                   PERFORM ANON-DEPEND THRU ANON-DEPEND-FIM.
                IF W-ANOSARQ (4) > 0
                   AND W-DTDEMI-R < W-DTLIMITE (4)
                   PERFORM ANON-BANCO THRU ANON-BANCO-FIM.
                IF W-ACAO = 0
                   GO TO LER-FUNC.
                ADD 1 TO W-TOTFUNC.
                MOVE "FUNC" TO IMPTIPO.
                MOVE CHAPA TO IMPCOD.
                MOVE W-DTDEMI-R TO IMPSAIDA.
                PERFORM IMP-FEITO THRU IMP-FEITO-FIM.
                GO TO LER-FUNC.
      *
       ANON-FUNC.
                IF NOME = W-ANONIMO
                   GO TO ANON-FUNC-FIM.
                MOVE 1 TO W-FEITO (1) W-ACAO.
                IF W-SIMULA = "S"
                   GO TO ANON-FUNC-FIM.
                MOVE W-ANONIMO TO NOME.
                MOVE ZEROS TO CPF.
                MOVE SPACES TO RG.
                REWRITE CADFUN.
       ANON-FUNC-FIM.
                EXIT.
      *
       ANON-ENDER.
                MOVE CHAPA TO EN-CHAPAFUNC.
                READ ENDER
                   INVALID KEY
                      GO TO ANON-ENDER-FIM.
                IF EN-LOGRADOURO = W-ANONIMO
                   GO TO ANON-ENDER-FIM.
                MOVE 1 TO W-FEITO (2) W-ACAO.
                IF W-SIMULA = "S"
                   GO TO ANON-ENDER-FIM.
      * MUNICIPIO E UF FICAM (ESTATISTICAS E RAIS)
                MOVE W-ANONIMO TO EN-LOGRADOURO.
                MOVE SPACES TO EN-NUMERO EN-BAIRRO EN-TELEFONE
                               EN-EMAIL.
                MOVE ZEROS TO EN-CEP.
                REWRITE CADENDER.
       ANON-ENDER-FIM.
                EXIT.
      *
       ANON-DEPEND.
                MOVE CHAPA TO DP-CHAPAFUNC.
                MOVE ZEROS TO DP-SEQDEP.
                START DEPEND KEY IS NOT LESS THAN DP-CHAVE
                   INVALID KEY
                      GO TO ANON-DEPEND-FIM.
       ANON-DEPEND1.
                READ DEPEND NEXT RECORD
                   AT END GO TO ANON-DEPEND-FIM.
                IF DP-CHAPAFUNC NOT = CHAPA
                   GO TO ANON-DEPEND-FIM.
                IF DP-NOMEDEP = W-ANONIMO
                   GO TO ANON-DEPEND1.
                MOVE 1 TO W-FEITO (3) W-ACAO.
                IF W-SIMULA = "S"
                   GO TO ANON-DEPEND1.
                MOVE W-ANONIMO TO DP-NOMEDEP.
                REWRITE CADDEPEND.
                GO TO ANON-DEPEND1.
       ANON-DEPEND-FIM.
                EXIT.
      *
      * CONTA DO FUNCIONARIO, CONTA E NOME DO BENEFICIARIO DA PENSAO
      * E CHAVES PIX (CPF/E-MAIL/TELEFONE) DO CADFPAG
       ANON-BANCO.
                IF W-TEMBCO = 1
                   PERFORM ANON-BCO THRU ANON-BCO-FIM.
                IF W-TEMPEN = 1
                   PERFORM ANON-PEN THRU ANON-PEN-FIM.
                IF W-TEMFP = 1
                   MOVE 0 TO FP-BENEF
                   PERFORM ANON-FP THRU ANON-FP-FIM
                   MOVE 1 TO FP-BENEF
                   PERFORM ANON-FP THRU ANON-FP-FIM.
       ANON-BANCO-FIM.
                EXIT.
      *
       ANON-BCO.
                MOVE CHAPA TO BC-CHAPAFUNC.
                READ BANCO
                   INVALID KEY
                      GO TO ANON-BCO-FIM.
                IF BC-CODBANCO = ZEROS AND BC-AGENCIA = ZEROS
                   AND BC-CONTA = ZEROS
                   GO TO ANON-BCO-FIM.
                MOVE 1 TO W-FEITO (4) W-ACAO.
                IF W-SIMULA = "S"
                   GO TO ANON-BCO-FIM.
                MOVE ZEROS TO BC-CODBANCO BC-AGENCIA BC-CONTA.
                MOVE SPACES TO BC-DIGAGENCIA BC-DIGCONTA.
                REWRITE CADBANCO.
       ANON-BCO-FIM.
                EXIT.
      *
       ANON-PEN.
                MOVE CHAPA TO PN-CHAPAFUNC.
                READ PENSAO
                   INVALID KEY
                      GO TO ANON-PEN-FIM.
                IF PN-NOMEBENEF = W-ANONIMO
                   GO TO ANON-PEN-FIM.
                MOVE 1 TO W-FEITO (4) W-ACAO.
                IF W-SIMULA = "S"
                   GO TO ANON-PEN-FIM.
                MOVE W-ANONIMO TO PN-NOMEBENEF.
                MOVE ZEROS TO PN-CODBANCO PN-AGENCIA PN-CONTA.
                REWRITE CADPENSAO.
       ANON-PEN-FIM.
                EXIT.
      *
       ANON-FP.
                MOVE CHAPA TO FP-CHAPAFUNC.
                READ FORMAPAG
                   INVALID KEY
                      GO TO ANON-FP-FIM.
                MOVE 1 TO W-FEITO (4) W-ACAO.
                IF W-SIMULA = "S"
                   GO TO ANON-FP-FIM.
                DELETE FORMAPAG RECORD.
       ANON-FP-FIM.
                EXIT.
      *
      *****************************************
      * ALUNOS: O PRAZO CONTA DO FIM DO ANO    *
      * LETIVO DA TURMA EM QUE O ALUNO FICOU   *
      * (A REMATRICULA LEVA OS ATIVOS PARA A   *
      * TURMA DO ANO SEGUINTE)                 *
      *****************************************
       INI-ALUNO.
                IF W-TEMALU = 0 OR W-TEMTUR = 0
                   GO TO ROT-TOTAIS.
                MOVE ZEROS TO RA.
                START ALUNO KEY IS NOT LESS THAN RA
                   INVALID KEY
                      GO TO ROT-TOTAIS.
       LER-ALUNO.
                READ ALUNO NEXT RECORD
                   AT END GO TO ROT-TOTAIS.
                ADD 1 TO W-LIDOS.
                MOVE TURMA TO TURMACOD.
                READ TURMAS
                   INVALID KEY
                      GO TO LER-ALUNO.
      * FIM DA GUARDA = 31/12 DO ANO LETIVO + PRAZO
                MOVE ZEROS TO W-TABFEITO W-ACAO.
                COMPUTE W-FIMGUARDA = ((ANOLET + W-ANOSARQ (5))
                                    * 10000) + 1231.
                IF W-ANOSARQ (5) > 0 AND W-FIMGUARDA < W-HOJE
                   AND NOMEALU NOT = W-ANONIMO
                   MOVE 1 TO W-FEITO (5) W-ACAO.
                COMPUTE W-FIMGUARDA = ((ANOLET + W-ANOSARQ (6))
                                    * 10000) + 1231.
                IF W-ANOSARQ (6) > 0 AND W-FIMGUARDA < W-HOJE
                   AND W-TEMRSP = 1
                   PERFORM VER-RESP THRU VER-RESP-FIM.
                IF W-ACAO = 0
                   GO TO LER-ALUNO.
      * COBRANCA EM ABERTO E INTERESSE LEGITIMO: NADA E APAGADO
                PERFORM VER-ABERTO THRU VER-ABERTO-FIM.
                IF W-ABERTO = 1
                   ADD 1 TO W-TOTMANT
                   MOVE RA TO IMPRAMANT
                   WRITE REGIMP FROM DETMANT
                   GO TO LER-ALUNO.
                ADD 1 TO W-TOTALU.
                MOVE "ALUNO" TO IMPTIPO.
                MOVE RA TO IMPCOD.
                COMPUTE IMPSAIDA = (ANOLET * 10000) + 1231.
                PERFORM IMP-FEITO THRU IMP-FEITO-FIM.
                IF W-SIMULA = "S"
                   GO TO LER-ALUNO.
                IF W-FEITO (6) = 1
                   PERFORM ANON-RESP THRU ANON-RESP-FIM.
                IF W-FEITO (5) = 0
                   GO TO LER-ALUNO.
                MOVE W-ANONIMO TO NOMEALU.
                REWRITE REGALU.
                GO TO LER-ALUNO.
      *
      * HA RESPONSAVEL AINDA NAO ANONIMIZADO PARA O RA?
       VER-RESP.
                MOVE RA TO RP-RA.
                MOVE ZEROS TO RP-SEQRP.
                START RESPONS KEY IS NOT LESS THAN RP-CHAVE
                   INVALID KEY
                      GO TO VER-RESP-FIM.
       VER-RESP1.
                READ RESPONS NEXT RECORD
                   AT END GO TO VER-RESP-FIM.
                IF RP-RA NOT = RA
                   GO TO VER-RESP-FIM.
                IF RP-NOME = W-ANONIMO
                   GO TO VER-RESP1.
                MOVE 1 TO W-FEITO (6) W-ACAO.
       VER-RESP-FIM.
                EXIT.
      *
       VER-ABERTO.
                MOVE 0 TO W-ABERTO.
                IF W-TEMMSL = 0
                   GO TO VER-ABERTO-FIM.
                MOVE RA TO MS-RA.
                MOVE ZEROS TO MS-PERIODO.
                START MENSAL KEY IS NOT LESS THAN MS-CHAVE
                   INVALID KEY
                      GO TO VER-ABERTO-FIM.
       VER-ABERTO1.
                READ MENSAL NEXT RECORD
                   AT END GO TO VER-ABERTO-FIM.
                IF MS-RA NOT = RA
                   GO TO VER-ABERTO-FIM.
                IF MS-STATMS = "A" OR MS-STATMS = "F"
                OR MS-STATMS = "I"
                   MOVE 1 TO W-ABERTO
                   GO TO VER-ABERTO-FIM.
                GO TO VER-ABERTO1.
       VER-ABERTO-FIM.
                EXIT.
      *
      * RESPONSAVEIS DO RA E O NOME DO PAGADOR NAS MENSALIDADES
       ANON-RESP.
                MOVE RA TO RP-RA.
                MOVE ZEROS TO RP-SEQRP.
                START RESPONS KEY IS NOT LESS THAN RP-CHAVE
                   INVALID KEY
                      GO TO ANON-RESP2.
       ANON-RESP1.
                READ RESPONS NEXT RECORD
                   AT END GO TO ANON-RESP2.
                IF RP-RA NOT = RA
                   GO TO ANON-RESP2.
                IF RP-NOME = W-ANONIMO
                   GO TO ANON-RESP1.
                MOVE W-ANONIMO TO RP-NOME.
                MOVE ZEROS TO RP-CPF.
                MOVE SPACES TO RP-FONE1 RP-FONE2 RP-ENDER.
                REWRITE CADRESPON.
                GO TO ANON-RESP1.
       ANON-RESP2.
                IF W-TEMMSL = 0
                   GO TO ANON-RESP-FIM.
                MOVE RA TO MS-RA.
                MOVE ZEROS TO MS-PERIODO.
                START MENSAL KEY IS NOT LESS THAN MS-CHAVE
                   INVALID KEY
                      GO TO ANON-RESP-FIM.
       ANON-RESP3.
                READ MENSAL NEXT RECORD
                   AT END GO TO ANON-RESP-FIM.
                IF MS-RA NOT = RA
                   GO TO ANON-RESP-FIM.
                IF MS-RESPNOME = W-ANONIMO
                   GO TO ANON-RESP3.
                MOVE W-ANONIMO TO MS-RESPNOME.
                REWRITE REGMENSAL.
                GO TO ANON-RESP3.
       ANON-RESP-FIM.
                EXIT.
      *
      * LINHA DO RELATORIO COM OS ARQUIVOS TRATADOS
       IMP-FEITO.
                MOVE ZEROS TO W-IND.
       IMP-FEITO1.
                ADD 1 TO W-IND.
                IF W-IND > 6
                   GO TO IMP-FEITO2.
                MOVE SPACES TO IMPFEITO (W-IND).
                IF W-FEITO (W-IND) = 1
                   MOVE W-NOMEARQ (W-IND) TO IMPFEITO (W-IND).
                GO TO IMP-FEITO1.
       IMP-FEITO2.
                WRITE REGIMP FROM DETAL.
       IMP-FEITO-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-LIDOS TO IMPTOTLID.
                WRITE REGIMP FROM LINTOT1.
                MOVE W-TOTFUNC TO IMPTOTFUN.
                WRITE REGIMP FROM LINTOT2.
                MOVE W-TOTALU TO IMPTOTALU.
                WRITE REGIMP FROM LINTOT3.
                MOVE W-TOTMANT TO IMPTOTMAN.
                WRITE REGIMP FROM LINTOT4.
                DISPLAY (21, 05) "RELATORIO EM ARQLGPD.TXT".
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
                MOVE "ANONLGPD" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                DIVIDE W-LPDTINI BY 100 GIVING LP-PERIODO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                COMPUTE LP-REGGRAV = W-TOTFUNC + W-TOTALU.
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
                CLOSE FUNC ARQIMP.
                IF W-TEMEND = 1
                   CLOSE ENDER.
                IF W-TEMDEP = 1
                   CLOSE DEPEND.
                IF W-TEMBCO = 1
                   CLOSE BANCO.
                IF W-TEMPEN = 1
                   CLOSE PENSAO.
                IF W-TEMFP = 1
                   CLOSE FORMAPAG.
                IF W-TEMALU = 1
                   CLOSE ALUNO.
                IF W-TEMTUR = 1
                   CLOSE TURMAS.
                IF W-TEMRSP = 1
                   CLOSE RESPONS.
                IF W-TEMMSL = 1
                   CLOSE MENSAL.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "ANONLGPD" TO W-SPLPROG.
                MOVE "ARQLGPD.TXT" TO W-SPLARQ.
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
