       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTTIT.
      *
      **************************************
      * RELATORIO DO TITULAR (LGPD, ART.   *
      * 18): TUDO O QUE O SISTEMA GUARDA   *
      * SOBRE UM CPF, PARA RESPONDER AO    *
      * PEDIDO DO TITULAR DOS DADOS:       *
      * - COMO FUNCIONARIO: CADASTRO       *
      *   (FUNC), ENDERECO (ENDER), CONTA  *
      *   (BANCO), DEPENDENTES (DEPEND),   *
      *   PENSAO (PENSAO) E FORMA DE       *
      *   PAGAMENTO (FORMAPAG);            *
      * - COMO RESPONSAVEL DE ALUNO        *
      *   (RESPONS);                       *
      * - COMO CANDIDATO (CANDID);         *
      * - COMO AUTONOMO (AUTONOMO).        *
      * A FOLHA E DEMAIS HISTORICOS SAO    *
      * GUARDADOS PELA CHAPA LISTADA       *
      * (ARQTIT.TXT)                       *
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
           SELECT RESPONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RP-CHAVE
                    FILE STATUS  IS ST-ERRORSP.
           SELECT ALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERROALU.
           SELECT CANDID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CD-CHAVE
                    FILE STATUS  IS ST-ERROCD.
           SELECT AUTONOMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AO-CODIGO
                    FILE STATUS  IS ST-ERROAO.
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
       FD CANDID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CANDID.DAT".
       01 REGCANDID.
                03 CD-CHAVE.
                    05 CD-NUMREQ       PIC 9(05).
                    05 CD-CPF          PIC 9(11).
                03 CD-NOME             PIC X(35).
                03 CD-TELEFONE         PIC X(15).
                03 CD-ETAPA            PIC X(01).
                03 CD-DTINSCR          PIC 9(08).
                03 CD-DTENTREV         PIC 9(08).
                03 CD-DTOFERTA         PIC 9(08).
                03 CD-DTETAPA          PIC 9(08).
                03 CD-SALACORD         PIC 9(06)V99.
                03 CD-CHAPA            PIC 9(06).
                03 CD-OBS              PIC X(40).
       FD AUTONOMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUTONOMO.DAT".
       01 REGAUTONOMO.
                03 AO-CODIGO           PIC 9(05).
                03 AO-NOME             PIC X(35).
                03 AO-CPF              PIC 9(11).
                03 AO-NIT              PIC 9(11).
                03 AO-MUNIC            PIC X(30).
                03 AO-UF               PIC X(02).
                03 AO-PERCISS          PIC 9(02)V99.
                03 AO-CODBANCO         PIC 9(03).
                03 AO-AGENCIA          PIC 9(05).
                03 AO-CONTA            PIC 9(12).
                03 AO-CODEMPR          PIC 9(01).
                03 FILLER              PIC X(20).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.TXT".
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
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROEND   PIC X(02) VALUE "00".
       77 ST-ERRODEP   PIC X(02) VALUE "00".
       77 ST-ERROBCO   PIC X(02) VALUE "00".
       77 ST-ERROPEN   PIC X(02) VALUE "00".
       77 ST-ERROFP    PIC X(02) VALUE "00".
       77 ST-ERRORSP   PIC X(02) VALUE "00".
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 ST-ERROCD    PIC X(02) VALUE "00".
       77 ST-ERROAO    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-CPFTIT     PIC 9(11) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-ACHADOS    PIC 9(06) VALUE ZEROS.
      * ARQUIVO ABERTO (1) OU AUSENTE (0) NA INSTALACAO
       77 W-TEMEND     PIC 9(01) VALUE ZEROS.
       77 W-TEMDEP     PIC 9(01) VALUE ZEROS.
       77 W-TEMBCO     PIC 9(01) VALUE ZEROS.
       77 W-TEMPEN     PIC 9(01) VALUE ZEROS.
       77 W-TEMFP      PIC 9(01) VALUE ZEROS.
       77 W-TEMRSP     PIC 9(01) VALUE ZEROS.
       77 W-TEMALU     PIC 9(01) VALUE ZEROS.
       77 W-TEMCD      PIC 9(01) VALUE ZEROS.
       77 W-TEMAO      PIC 9(01) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "RELATORIO DO TITULAR DOS DADOS (LGPD ART. 18)".
       01 CAB2.
                03 FILLER  PIC X(05) VALUE "CPF:".
                03 IMPCPFT PIC 999.999.999B99.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(10) VALUE "EMITIDO EM".
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPHOJE PIC 9999/99/99.
       01 LINSECAO.
                03 FILLER  PIC X(04) VALUE "*** ".
                03 IMPSECAO PIC X(50).
      * LINHA ROTULO: VALOR, USADA PARA CADA CAMPO LISTADO
       01 LINCAMPO.
                03 FILLER   PIC X(04) VALUE SPACES.
                03 IMPROT   PIC X(22).
                03 IMPVAL   PIC X(50).
       01 W-EDNUM       PIC Z(11)9.
       01 W-EDVALOR     PIC ZZZ.ZZ9,99.
       01 W-EDDATA      PIC 99/99/9999.
       01 W-EDDTAMD     PIC 9999/99/99.
       01 LINNADA.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(40) VALUE
                       "NENHUM REGISTRO COM ESTE CPF".
       01 LINTRACO.
                03 FILLER PIC X(70) VALUE ALL "-".
       01 LINTOT1.
                03 FILLER  PIC X(30) VALUE
                       "REGISTROS LIDOS..............:".
                03 IMPTOTLID PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER  PIC X(30) VALUE
                       "REGISTROS DO TITULAR.........:".
                03 IMPTOTACH PIC ZZZZZ9.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELATIT.
             05  BLANK SCREEN.
             05  LINE 02 COLUMN 10
                 VALUE "RELATORIO DO TITULAR DOS DADOS (LGPD)".
             05  LINE 05 COLUMN 05
                 VALUE "CPF DO TITULAR (SO NUMEROS) .....: ".
             05  TCPFTIT
                 LINE 05 COLUMN 40 PIC 9(11)
                 USING W-CPFTIT
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT ENDER.
           IF ST-ERROEND = "00"
              MOVE 1 TO W-TEMEND.
           OPEN INPUT DEPEND.
           IF ST-ERRODEP = "00"
              MOVE 1 TO W-TEMDEP.
           OPEN INPUT BANCO.
           IF ST-ERROBCO = "00"
              MOVE 1 TO W-TEMBCO.
           OPEN INPUT PENSAO.
           IF ST-ERROPEN = "00"
              MOVE 1 TO W-TEMPEN.
           OPEN INPUT FORMAPAG.
           IF ST-ERROFP = "00"
              MOVE 1 TO W-TEMFP.
           OPEN INPUT RESPONS.
           IF ST-ERRORSP = "00"
              MOVE 1 TO W-TEMRSP.
           OPEN INPUT ALUNO.
           IF ST-ERROALU = "00"
              MOVE 1 TO W-TEMALU.
           OPEN INPUT CANDID.
           IF ST-ERROCD = "00"
              MOVE 1 TO W-TEMCD.
           OPEN INPUT AUTONOMO.
           IF ST-ERROAO = "00"
              MOVE 1 TO W-TEMAO.
           DISPLAY TELATIT.
       INC-001.
           ACCEPT TCPFTIT.
           ACCEPT W-ACT FROM ESCAPE KEY.
      * ESC: FECHA OS ARQUIVOS E SAI SEM RELATORIO
           IF W-ACT = 02
              GO TO ROT-FECHA.
           IF W-CPFTIT = ZEROS
              MOVE "*** INFORME O CPF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE W-CPFTIT TO IMPCPFT.
           MOVE W-LPDTINI TO IMPHOJE.
           WRITE REGIMP FROM CAB2.
           WRITE REGIMP FROM LINTRACO.
      *
      *****************************************
      * CADASTRO DE FUNCIONARIOS (SEM INDICE   *
      * POR CPF: LEITURA DO ARQUIVO TODO)      *
      *****************************************
           MOVE "COMO FUNCIONARIO (FUNC.DAT E ANEXOS)" TO IMPSECAO.
           WRITE REGIMP FROM LINSECAO.
           MOVE ZEROS TO W-CONT CHAPA.
           START FUNC KEY IS NOT LESS THAN CHAPA
              INVALID KEY
                 GO TO FIM-FUNC.
       LER-FUNC.
                READ FUNC NEXT RECORD
                   AT END GO TO FIM-FUNC.
                ADD 1 TO W-LIDOS.
                IF CPF NOT = W-CPFTIT
                   GO TO LER-FUNC.
                ADD 1 TO W-CONT W-ACHADOS.
                PERFORM IMP-FUNC THRU IMP-FUNC-FIM.
                GO TO LER-FUNC.
       FIM-FUNC.
                IF W-CONT = ZEROS
                   WRITE REGIMP FROM LINNADA.
                WRITE REGIMP FROM LINTRACO.
      *
      *****************************************
      * RESPONSAVEL DE ALUNO (RESPONS.DAT)     *
      *****************************************
                MOVE "COMO RESPONSAVEL DE ALUNO (RESPONS.DAT)"
                                                       TO IMPSECAO.
                WRITE REGIMP FROM LINSECAO.
                MOVE ZEROS TO W-CONT.
                IF W-TEMRSP = 0
                   GO TO FIM-RESP.
                MOVE ZEROS TO RP-CHAVE.
                START RESPONS KEY IS NOT LESS THAN RP-CHAVE
                   INVALID KEY
                      GO TO FIM-RESP.
       LER-RESP.
                READ RESPONS NEXT RECORD
                   AT END GO TO FIM-RESP.
                ADD 1 TO W-LIDOS.
                IF RP-CPF NOT = W-CPFTIT
                   GO TO LER-RESP.
                ADD 1 TO W-CONT W-ACHADOS.
                PERFORM IMP-RESP THRU IMP-RESP-FIM.
                GO TO LER-RESP.
       FIM-RESP.
                IF W-CONT = ZEROS
                   WRITE REGIMP FROM LINNADA.
                WRITE REGIMP FROM LINTRACO.
      *
      *****************************************
      * CANDIDATO A VAGA (CANDID.DAT)          *
      *****************************************
                MOVE "COMO CANDIDATO A VAGA (CANDID.DAT)" TO IMPSECAO.
                WRITE REGIMP FROM LINSECAO.
                MOVE ZEROS TO W-CONT.
                IF W-TEMCD = 0
                   GO TO FIM-CAND.
                MOVE ZEROS TO CD-CHAVE.
                START CANDID KEY IS NOT LESS THAN CD-CHAVE
                   INVALID KEY
                      GO TO FIM-CAND.
       LER-CAND.
                READ CANDID NEXT RECORD
                   AT END GO TO FIM-CAND.
                ADD 1 TO W-LIDOS.
                IF CD-CPF NOT = W-CPFTIT
                   GO TO LER-CAND.
                ADD 1 TO W-CONT W-ACHADOS.
                PERFORM IMP-CAND THRU IMP-CAND-FIM.
                GO TO LER-CAND.
       FIM-CAND.
                IF W-CONT = ZEROS
                   WRITE REGIMP FROM LINNADA.
                WRITE REGIMP FROM LINTRACO.
      *
      *****************************************
      * AUTONOMO / RPA (AUTONOMO.DAT)          *
      *****************************************
                MOVE "COMO AUTONOMO (AUTONOMO.DAT)" TO IMPSECAO.
                WRITE REGIMP FROM LINSECAO.
                MOVE ZEROS TO W-CONT.
                IF W-TEMAO = 0
                   GO TO FIM-AUTON.
                MOVE ZEROS TO AO-CODIGO.
                START AUTONOMO KEY IS NOT LESS THAN AO-CODIGO
                   INVALID KEY
                      GO TO FIM-AUTON.
       LER-AUTON.
                READ AUTONOMO NEXT RECORD
                   AT END GO TO FIM-AUTON.
                ADD 1 TO W-LIDOS.
                IF AO-CPF NOT = W-CPFTIT
                   GO TO LER-AUTON.
                ADD 1 TO W-CONT W-ACHADOS.
                PERFORM IMP-AUTON THRU IMP-AUTON-FIM.
                GO TO LER-AUTON.
       FIM-AUTON.
                IF W-CONT = ZEROS
                   WRITE REGIMP FROM LINNADA.
                GO TO ROT-TOTAIS.
      *
      *****************************************
      * CADASTRO, ENDERECO, CONTA,             *
      * DEPENDENTES, PENSAO E FORMA DE         *
      * PAGAMENTO DA CHAPA                     *
      *****************************************
       IMP-FUNC.
                MOVE "CHAPA" TO IMPROT.
                MOVE CHAPA TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "NOME" TO IMPROT.
                MOVE NOME TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "NASCIMENTO" TO IMPROT.
                MOVE DTNASC TO W-EDDATA.
                MOVE W-EDDATA TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "SEXO" TO IMPROT.
                MOVE SEXO TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "DEPTO / CARGO" TO IMPROT.
                MOVE CODPTO TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE SPACES TO IMPROT.
                MOVE CODCARG TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "ADMISSAO" TO IMPROT.
                MOVE DTADM TO W-EDDATA.
                MOVE W-EDDATA TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "DEMISSAO" TO IMPROT.
                MOVE DTDEM TO W-EDDATA.
                MOVE W-EDDATA TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "PIS" TO IMPROT.
                MOVE PIS TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "RG" TO IMPROT.
                MOVE RG TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "SALARIO NEGOCIADO" TO IMPROT.
                MOVE SALNEGOC TO W-EDVALOR.
                MOVE W-EDVALOR TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "ESTADO CIVIL" TO IMPROT.
                MOVE ESTCIVIL TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "EMPRESA/FILIAL" TO IMPROT.
                MOVE CODEMPR TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                IF W-TEMEND = 1
                   PERFORM IMP-ENDER THRU IMP-ENDER-FIM.
                IF W-TEMBCO = 1
                   PERFORM IMP-BANCO THRU IMP-BANCO-FIM.
                IF W-TEMDEP = 1
                   PERFORM IMP-DEPEND THRU IMP-DEPEND-FIM.
                IF W-TEMPEN = 1
                   PERFORM IMP-PENSAO THRU IMP-PENSAO-FIM.
                IF W-TEMFP = 1
                   MOVE 0 TO FP-BENEF
                   PERFORM IMP-FORMA THRU IMP-FORMA-FIM
                   MOVE 1 TO FP-BENEF
                   PERFORM IMP-FORMA THRU IMP-FORMA-FIM.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
       IMP-FUNC-FIM.
                EXIT.
      *
       IMP-ENDER.
                MOVE CHAPA TO EN-CHAPAFUNC.
                READ ENDER
                   INVALID KEY
                      GO TO IMP-ENDER-FIM.
                MOVE "ENDERECO" TO IMPROT.
                MOVE EN-LOGRADOURO TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE SPACES TO IMPROT.
                MOVE EN-NUMERO TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE EN-BAIRRO TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE EN-MUNICIPIO TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE EN-UF TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "CEP" TO IMPROT.
                MOVE EN-CEP TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "TELEFONE" TO IMPROT.
                MOVE EN-TELEFONE TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "E-MAIL" TO IMPROT.
                MOVE EN-EMAIL TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
       IMP-ENDER-FIM.
                EXIT.
      *
       IMP-BANCO.
                MOVE CHAPA TO BC-CHAPAFUNC.
                READ BANCO
                   INVALID KEY
                      GO TO IMP-BANCO-FIM.
                MOVE "BANCO / AGENCIA" TO IMPROT.
                MOVE BC-CODBANCO TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE SPACES TO IMPROT.
                MOVE BC-AGENCIA TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "CONTA" TO IMPROT.
                MOVE BC-CONTA TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
       IMP-BANCO-FIM.
                EXIT.
      *
       IMP-DEPEND.
                MOVE CHAPA TO DP-CHAPAFUNC.
                MOVE ZEROS TO DP-SEQDEP.
                START DEPEND KEY IS NOT LESS THAN DP-CHAVE
                   INVALID KEY
                      GO TO IMP-DEPEND-FIM.
       IMP-DEPEND1.
                READ DEPEND NEXT RECORD
                   AT END GO TO IMP-DEPEND-FIM.
                IF DP-CHAPAFUNC NOT = CHAPA
                   GO TO IMP-DEPEND-FIM.
                MOVE "DEPENDENTE" TO IMPROT.
                MOVE DP-NOMEDEP TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "  NASCIMENTO" TO IMPROT.
                MOVE DP-DTNASCDEP TO W-EDDATA.
                MOVE W-EDDATA TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "  PARENTESCO" TO IMPROT.
                MOVE DP-PARENTESCO TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                GO TO IMP-DEPEND1.
       IMP-DEPEND-FIM.
                EXIT.
      *
       IMP-PENSAO.
                MOVE CHAPA TO PN-CHAPAFUNC.
                READ PENSAO
                   INVALID KEY
                      GO TO IMP-PENSAO-FIM.
                MOVE "BENEFICIARIO PENSAO" TO IMPROT.
                MOVE PN-NOMEBENEF TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "  CONTA" TO IMPROT.
                MOVE PN-CONTA TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
       IMP-PENSAO-FIM.
                EXIT.
      *
       IMP-FORMA.
                MOVE CHAPA TO FP-CHAPAFUNC.
                READ FORMAPAG
                   INVALID KEY
                      GO TO IMP-FORMA-FIM.
                MOVE "FORMA DE PAGAMENTO" TO IMPROT.
                IF FP-BENEF = 1
                   MOVE "FORMA PAGTO PENSAO" TO IMPROT.
                MOVE FP-FORMA TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                IF FP-FORMA NOT = "P"
                   GO TO IMP-FORMA-FIM.
                MOVE "  CHAVE PIX" TO IMPROT.
                MOVE FP-CHAVEPIX TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
       IMP-FORMA-FIM.
                EXIT.
      *
       IMP-RESP.
                MOVE "RA DO ALUNO" TO IMPROT.
                MOVE RP-RA TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                IF W-TEMALU = 1
                   MOVE RP-RA TO RA
                   PERFORM IMP-RESP-ALU THRU IMP-RESP-ALU-FIM.
                MOVE "NOME" TO IMPROT.
                MOVE RP-NOME TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "PARENTESCO" TO IMPROT.
                MOVE RP-PARENT TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "TELEFONES" TO IMPROT.
                MOVE RP-FONE1 TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE SPACES TO IMPROT.
                MOVE RP-FONE2 TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "ENDERECO" TO IMPROT.
                MOVE RP-ENDER TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "RESP. FINANCEIRO" TO IMPROT.
                MOVE RP-FINRESP TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
       IMP-RESP-FIM.
                EXIT.
      *
       IMP-RESP-ALU.
                READ ALUNO
                   INVALID KEY
                      GO TO IMP-RESP-ALU-FIM.
                MOVE "  NOME DO ALUNO" TO IMPROT.
                MOVE NOMEALU TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
       IMP-RESP-ALU-FIM.
                EXIT.
      *
       IMP-CAND.
                MOVE "REQUISICAO" TO IMPROT.
                MOVE CD-NUMREQ TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "NOME" TO IMPROT.
                MOVE CD-NOME TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "TELEFONE" TO IMPROT.
                MOVE CD-TELEFONE TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "ETAPA" TO IMPROT.
                MOVE CD-ETAPA TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "INSCRICAO" TO IMPROT.
                MOVE CD-DTINSCR TO W-EDDTAMD.
                MOVE W-EDDTAMD TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "OBSERVACAO" TO IMPROT.
                MOVE CD-OBS TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
       IMP-CAND-FIM.
                EXIT.
      *
       IMP-AUTON.
                MOVE "CODIGO" TO IMPROT.
                MOVE AO-CODIGO TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "NOME" TO IMPROT.
                MOVE AO-NOME TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "NIT" TO IMPROT.
                MOVE AO-NIT TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "MUNICIPIO / UF" TO IMPROT.
                MOVE AO-MUNIC TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE SPACES TO IMPROT.
                MOVE AO-UF TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "BANCO / AGENCIA" TO IMPROT.
                MOVE AO-CODBANCO TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE SPACES TO IMPROT.
                MOVE AO-AGENCIA TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE "CONTA" TO IMPROT.
                MOVE AO-CONTA TO W-EDNUM.
                MOVE W-EDNUM TO IMPVAL.
                WRITE REGIMP FROM LINCAMPO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
       IMP-AUTON-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-LIDOS TO IMPTOTLID.
                WRITE REGIMP FROM LINTOT1.
                MOVE W-ACHADOS TO IMPTOTACH.
                WRITE REGIMP FROM LINTOT2.
                DISPLAY (21, 05) "RELATORIO EM ARQTIT.TXT".
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
                MOVE "PRINTTIT" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                DIVIDE W-LPDTINI BY 100 GIVING LP-PERIODO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-ACHADOS TO LP-REGGRAV.
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
                PERFORM ROT-FECHA THRU ROT-FECHA-FIM.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTTIT" TO W-SPLPROG.
                MOVE "ARQTIT.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG LP-PERIODO
                                      W-SPLARQ.
                EXIT PROGRAM.
      *
       ROT-FECHA.
                CLOSE FUNC.
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
                IF W-TEMRSP = 1
                   CLOSE RESPONS.
                IF W-TEMALU = 1
                   CLOSE ALUNO.
                IF W-TEMCD = 1
                   CLOSE CANDID.
                IF W-TEMAO = 1
                   CLOSE AUTONOMO.
       ROT-FECHA-FIM.
                EXIT.
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
