       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLMEN.
      *
      **************************************
      * DECLARACAO ANUAL DE PAGAMENTO DAS  *
      * MENSALIDADES (LEI 12.007/2009) E   *
      * DEMONSTRATIVO PARA O IMPOSTO DE    *
      * RENDA: PARA UM RA OU PARA TODOS OS *
      * ALUNOS, LISTA AS PARCELAS DO ANO   *
      * LETIVO (MENSAL.DAT) COM VALOR,     *
      * VALOR PAGO, DATA DO PAGAMENTO E    *
      * SITUACAO E O TOTAL PAGO, ENDERECADA*
      * AO RESPONSAVEL FINANCEIRO (CADRESP)*
      * COM O CABECALHO DA EMPRESA         *
      * (FPP029). O TEXTO DE QUITACAO SO   *
      * SAI QUANDO NENHUMA PARCELA DO ANO  *
      * ESTA EM ABERTO; SENAO SAI SO O     *
      * DEMONSTRATIVO (ARQDECL.TXT)        *
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
           SELECT MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MS-CHAVE
                    FILE STATUS  IS ST-ERROMSL.
           SELECT ALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERROALU.
           SELECT OPTIONAL RESPONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RP-CHAVE
                    FILE STATUS  IS ST-ERRORSP.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-ERROEMPR.
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
      * A=EM ABERTO  P=PAGA PELO RETORNO DO BANCO (FPP022)
      * I=PAGA EM PARTE PELO RETORNO DO BANCO (FPP022)
      * F=A DESCONTAR EM FOLHA  D=PAGA POR DESCONTO EM FOLHA (FPP004)
      * R=PAGA POR DESCONTO NA RESCISAO (FPP003)
                03 MS-STATMS           PIC X(01).
                03 MS-DTPAG            PIC 9(08).
                03 MS-RESPNOME         PIC X(35).
      * BRUTO/DESCONTO/BOLSA SAO GRAVADOS PELO GERAMENS - MANTIDOS
      * AQUI SO PARA CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(24).
                03 MS-VALDEVIDO        PIC 9(06)V99.
                03 MS-VALRECEB         PIC 9(06)V99.
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
      * "S" = RESPONSAVEL FINANCEIRO (PAGADOR DAS MENSALIDADES)
                03 RP-FINRESP          PIC X(01).
       FD EMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 CADEMPRESA.
                03 EP-CODIGO           PIC 9(01).
                03 EP-RAZAO            PIC X(40).
                03 EP-CNPJ             PIC 9(14).
                03 EP-ENDERECO         PIC X(40).
                03 EP-CONVENIO         PIC X(20).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDECL.TXT".
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
       77 ST-ERROMSL   PIC X(02) VALUE "00".
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 ST-ERRORSP   PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
      * RESPONS ABERTO (O STATUS MUDA A CADA LEITURA)
       77 W-RSABERTO   PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-RAFILTRO   PIC 9(06) VALUE ZEROS.
       77 W-RAATUAL    PIC 9(06) VALUE ZEROS.
       77 W-ACHOURESP  PIC 9(01) VALUE ZEROS.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTDECL    PIC 9(06) VALUE ZEROS.
       77 W-TOTQUIT    PIC 9(06) VALUE ZEROS.
       77 W-TOTGERAL   PIC 9(10)V99 VALUE ZEROS.
      * PARCELAS DO ANO DO RA EM CURSO (UMA POR COMPETENCIA)
       77 W-QTDPARC    PIC 9(02) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-QTDABERTA  PIC 9(02) VALUE ZEROS.
       77 W-TOTPAGO    PIC 9(08)V99 VALUE ZEROS.
       77 W-VALPAGO    PIC 9(06)V99 VALUE ZEROS.
       77 W-TURMA      PIC X(05) VALUE SPACES.
      * RESPONSAVEL GRAVADO NA MENSALIDADE DO RA EM CURSO (NA TROCA
      * DE RA O REGISTRO LIDO JA E DO ALUNO SEGUINTE)
       77 W-RESPNOME   PIC X(35) VALUE SPACES.
       01 W-TABPARC.
                03 W-PARC OCCURS 12 TIMES.
                    05 W-PCMES         PIC 9(02).
                    05 W-PCVALOR       PIC 9(06)V99.
                    05 W-PCPAGO        PIC 9(06)V99.
                    05 W-PCDTPAG       PIC 9(08).
                    05 W-PCSTAT        PIC X(01).
      * DATA AAAAMMDD IMPRESSA COMO DD/MM/AAAA
       01 W-DTAUX      PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
                03 W-DX-ANO            PIC 9(04).
                03 W-DX-MES            PIC 9(02).
                03 W-DX-DIA            PIC 9(02).
       01 W-DTIMP.
                03 W-DI-DIA            PIC 9(02).
                03 FILLER              PIC X(01) VALUE "/".
                03 W-DI-MES            PIC 9(02).
                03 FILLER              PIC X(01) VALUE "/".
                03 W-DI-ANO            PIC 9(04).
      *
       01 CABEMP1.
                03 IMPRAZAO  PIC X(40).
                03 FILLER    PIC X(08) VALUE "  CNPJ: ".
                03 IMPCNPJ   PIC 99.999.999/9999.99.
       01 CABEMP2.
                03 IMPENDEMP PIC X(40).
       01 CABTIT.
                03 FILLER    PIC X(05) VALUE SPACES.
                03 IMPTITULO PIC X(50).
                03 FILLER    PIC X(05) VALUE " ANO ".
                03 IMPANO    PIC 9(04).
       01 LINRESP.
                03 FILLER    PIC X(16) VALUE "AO RESPONSAVEL: ".
                03 IMPRESP   PIC X(35).
                03 FILLER    PIC X(07) VALUE "  CPF: ".
                03 IMPCPF    PIC 999.999.999.99.
       01 LINENDER.
                03 FILLER    PIC X(16) VALUE SPACES.
                03 IMPENDER  PIC X(40).
       01 LINALU.
                03 FILLER    PIC X(16) VALUE "ALUNO.........: ".
                03 IMPRA     PIC 9(06).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPNOME   PIC X(35).
                03 FILLER    PIC X(09) VALUE "  TURMA: ".
                03 IMPTURMA  PIC X(05).
       01 CABPARC.
                03 FILLER PIC X(40) VALUE
                       "COMPETENCIA        VALOR     VALOR PAGO".
                03 FILLER PIC X(30) VALUE
                       "  DATA PAGTO  SITUACAO".
       01 DETPARC.
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPMES    PIC 9(02).
                03 FILLER    PIC X(01) VALUE "/".
                03 IMPANOP   PIC 9(04).
                03 FILLER    PIC X(03) VALUE SPACES.
                03 IMPVALOR  PIC ZZZ.ZZ9,99.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 IMPPAGO   PIC ZZZ.ZZ9,99.
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPDTPAG  PIC X(10).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPSITU   PIC X(22).
       01 LINTOTPAGO.
                03 FILLER    PIC X(20) VALUE "TOTAL PAGO NO ANO: ".
                03 IMPTOTPAGO PIC ZZ.ZZZ.ZZ9,99.
       01 LINQUIT1.
                03 FILLER PIC X(70) VALUE
           "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE ESTAO".
       01 LINQUIT2.
                03 FILLER PIC X(70) VALUE
           "QUITADAS TODAS AS MENSALIDADES DO ANO ACIMA REFERENTES".
       01 LINQUIT3.
                03 FILLER PIC X(70) VALUE
           "AO ALUNO INDICADO, NOS VALORES E DATAS RELACIONADOS.".
       01 LINDEMO1.
                03 FILLER PIC X(70) VALUE
           "DEMONSTRATIVO DOS PAGAMENTOS DO ANO. NAO VALE COMO".
       01 LINDEMO2.
                03 FILLER PIC X(70) VALUE
           "DECLARACAO DE QUITACAO: HA PARCELA DO ANO EM ABERTO.".
       01 LINIRPF.
                03 FILLER PIC X(70) VALUE
           "VALORES PAGOS A TITULO DE DESPESA COM INSTRUCAO.".
       01 LINDATA.
                03 FILLER    PIC X(10) VALUE "EMITIDA EM".
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPHOJE   PIC X(10).
       01 LINASS.
                03 FILLER PIC X(20) VALUE SPACES.
                03 FILLER PIC X(40) VALUE ALL "_".
       01 LINASS2.
                03 FILLER PIC X(20) VALUE SPACES.
                03 IMPASSRAZ PIC X(40).
       01 LINTRACO.
                03 FILLER PIC X(78) VALUE ALL "-".
       01 LINSEPARA.
                03 FILLER PIC X(78) VALUE ALL "=".
      *
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           DISPLAY (01, 01) ERASE.
           DISPLAY (03, 10) "DECLARACAO ANUAL DAS MENSALIDADES".
           DISPLAY (05, 10) "ANO LETIVO.............: ".
           DISPLAY (06, 10) "RA (0 = TODOS OS ALUNOS): ".
           ACCEPT (05, 36) W-ANO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-ANO < 1990
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           ACCEPT (06, 36) W-RAFILTRO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO INC-OP0.
      *
      *****************************************
      * CABECALHO DA EMPRESA (EMPRESA.DAT -    *
      * FPP029) E OBRIGATORIO NA DECLARACAO    *
      *****************************************
       ABRE-ARQS.
           OPEN INPUT EMPRESA.
           MOVE 1 TO EP-CODIGO.
           READ EMPRESA
              INVALID KEY
                 MOVE "*** EMPRESA NAO CADASTRADA (FPP029) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE EMPRESA
                 GO TO ROT-FIMP.
           CLOSE EMPRESA.
           OPEN INPUT MENSAL.
           IF ST-ERROMSL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. MENSAL (GERAMENS)" TO MENS
              MOVE "MENSAL" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROMSL MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT ALUNO.
           MOVE ZEROS TO W-RSABERTO.
           OPEN INPUT RESPONS.
           IF ST-ERRORSP = "00" OR ST-ERRORSP = "05"
              MOVE 1 TO W-RSABERTO.
           OPEN OUTPUT ARQIMP.
           MOVE EP-RAZAO TO IMPRAZAO IMPASSRAZ.
           MOVE EP-CNPJ TO IMPCNPJ.
           MOVE EP-ENDERECO TO IMPENDEMP.
           MOVE W-LPDTINI TO W-DTAUX.
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM.
           MOVE W-DTIMP TO IMPHOJE.
           MOVE ZEROS TO W-RAATUAL W-QTDPARC.
           MOVE W-RAFILTRO TO MS-RA.
           MOVE ZEROS TO MS-PERIODO.
           START MENSAL KEY IS NOT LESS THAN MS-CHAVE
              INVALID KEY
                 GO TO ROT-TOTAIS.
      *
      *****************************************
      * LE AS MENSALIDADES NA ORDEM DE RA; A   *
      * CADA TROCA DE RA EMITE A DECLARACAO DO *
      * RA ANTERIOR                            *
      *****************************************
       LER-MENSAL.
                READ MENSAL NEXT RECORD
                   AT END GO TO FIM-MENSAL.
                IF W-RAFILTRO NOT = ZEROS AND MS-RA NOT = W-RAFILTRO
                   GO TO FIM-MENSAL.
                IF MS-ANO NOT = W-ANO
                   GO TO LER-MENSAL.
                IF MS-RA NOT = W-RAATUAL
                   PERFORM EMITE-DECL THRU EMITE-DECL-FIM
                   MOVE MS-RA TO W-RAATUAL
                   MOVE ZEROS TO W-QTDPARC.
                ADD 1 TO W-TOTLIDOS.
                IF W-QTDPARC NOT < 12
                   GO TO LER-MENSAL.
                ADD 1 TO W-QTDPARC.
                MOVE MS-MES TO W-PCMES(W-QTDPARC).
                MOVE MS-VALOR TO W-PCVALOR(W-QTDPARC).
                MOVE MS-DTPAG TO W-PCDTPAG(W-QTDPARC).
                MOVE MS-STATMS TO W-PCSTAT(W-QTDPARC).
                MOVE MS-TURMA TO W-TURMA.
                MOVE MS-RESPNOME TO W-RESPNOME.
                PERFORM VALOR-PAGO THRU VALOR-PAGO-FIM.
                MOVE W-VALPAGO TO W-PCPAGO(W-QTDPARC).
                GO TO LER-MENSAL.
       FIM-MENSAL.
                PERFORM EMITE-DECL THRU EMITE-DECL-FIM.
                IF W-RAFILTRO NOT = ZEROS AND W-TOTDECL = ZEROS
                   MOVE "*** RA SEM MENSALIDADES NO ANO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO ROT-TOTAIS.
      *
      * VALOR PAGO DA PARCELA: O RECEBIDO GRAVADO NA BAIXA; PARCELA
      * QUITADA SEM O RECEBIDO (BOLSA INTEGRAL) VALE O VALOR COBRADO
       VALOR-PAGO.
                MOVE ZEROS TO W-VALPAGO.
                IF MS-STATMS NOT = "P" AND MS-STATMS NOT = "D"
                AND MS-STATMS NOT = "R" AND MS-STATMS NOT = "I"
                   GO TO VALOR-PAGO-FIM.
                IF MS-VALRECEB NUMERIC
                   MOVE MS-VALRECEB TO W-VALPAGO.
                IF W-VALPAGO = ZEROS AND MS-STATMS NOT = "I"
                   MOVE MS-VALOR TO W-VALPAGO.
       VALOR-PAGO-FIM.
                EXIT.
      *
      *****************************************
      * DECLARACAO DO RA EM CURSO: CABECALHO   *
      * DA EMPRESA, RESPONSAVEL FINANCEIRO,    *
      * PARCELAS DO ANO E O TEXTO DE QUITACAO  *
      * (SO SEM PARCELA EM ABERTO)             *
      *****************************************
       EMITE-DECL.
                IF W-QTDPARC = ZEROS
                   GO TO EMITE-DECL-FIM.
                MOVE ZEROS TO W-QTDABERTA W-TOTPAGO W-IX.
       EMITE-DECL-CONTA.
                ADD 1 TO W-IX.
                IF W-IX > W-QTDPARC
                   GO TO EMITE-DECL-CAB.
                IF W-PCSTAT(W-IX) NOT = "P" AND W-PCSTAT(W-IX) NOT = "D"
                AND W-PCSTAT(W-IX) NOT = "R"
                   ADD 1 TO W-QTDABERTA.
                ADD W-PCPAGO(W-IX) TO W-TOTPAGO.
                GO TO EMITE-DECL-CONTA.
       EMITE-DECL-CAB.
                IF W-TOTDECL > ZEROS
                   WRITE REGIMP FROM LINSEPARA
                   MOVE SPACES TO REGIMP
                   WRITE REGIMP.
                WRITE REGIMP FROM CABEMP1.
                WRITE REGIMP FROM CABEMP2.
                WRITE REGIMP FROM LINTRACO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE "DEMONSTRATIVO ANUAL DE PAGAMENTO DAS MENSALIDADES"
                                                       TO IMPTITULO.
                IF W-QTDABERTA = ZEROS
                   MOVE "DECLARACAO ANUAL DE QUITACAO DAS MENSALIDADES"
                                                       TO IMPTITULO.
                MOVE W-ANO TO IMPANO.
                WRITE REGIMP FROM CABTIT.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                PERFORM BUSCA-RESP THRU BUSCA-RESP-FIM.
                MOVE ZEROS TO IMPCPF.
                MOVE SPACES TO IMPENDER.
                MOVE W-RESPNOME TO IMPRESP.
                IF W-ACHOURESP = 1
                   MOVE RP-NOME TO IMPRESP
                   MOVE RP-CPF TO IMPCPF
                   MOVE RP-ENDER TO IMPENDER.
                WRITE REGIMP FROM LINRESP.
                WRITE REGIMP FROM LINENDER.
                MOVE W-RAATUAL TO RA IMPRA.
                MOVE SPACES TO IMPNOME.
                READ ALUNO
                   NOT INVALID KEY
                      MOVE NOME TO IMPNOME.
                MOVE W-TURMA TO IMPTURMA.
                WRITE REGIMP FROM LINALU.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM CABPARC.
                WRITE REGIMP FROM LINTRACO.
                MOVE ZEROS TO W-IX.
       EMITE-DECL-PARC.
                ADD 1 TO W-IX.
                IF W-IX > W-QTDPARC
                   GO TO EMITE-DECL-TOT.
                MOVE W-PCMES(W-IX) TO IMPMES.
                MOVE W-ANO TO IMPANOP.
                MOVE W-PCVALOR(W-IX) TO IMPVALOR.
                MOVE W-PCPAGO(W-IX) TO IMPPAGO.
                MOVE SPACES TO IMPDTPAG.
                IF W-PCDTPAG(W-IX) NOT = ZEROS
                   MOVE W-PCDTPAG(W-IX) TO W-DTAUX
                   PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
                   MOVE W-DTIMP TO IMPDTPAG.
                PERFORM DESCR-SITU THRU DESCR-SITU-FIM.
                WRITE REGIMP FROM DETPARC.
                GO TO EMITE-DECL-PARC.
       EMITE-DECL-TOT.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTPAGO TO IMPTOTPAGO.
                WRITE REGIMP FROM LINTOTPAGO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                IF W-QTDABERTA = ZEROS
                   WRITE REGIMP FROM LINQUIT1
                   WRITE REGIMP FROM LINQUIT2
                   WRITE REGIMP FROM LINQUIT3
                   ADD 1 TO W-TOTQUIT
                ELSE
                   WRITE REGIMP FROM LINDEMO1
                   WRITE REGIMP FROM LINDEMO2.
                WRITE REGIMP FROM LINIRPF.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINDATA.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINASS.
                WRITE REGIMP FROM LINASS2.
                ADD 1 TO W-TOTDECL.
                ADD W-TOTPAGO TO W-TOTGERAL.
       EMITE-DECL-FIM.
                EXIT.
      *
       DESCR-SITU.
                MOVE "EM ABERTO" TO IMPSITU.
                IF W-PCSTAT(W-IX) = "P"
                   MOVE "PAGA" TO IMPSITU.
                IF W-PCSTAT(W-IX) = "I"
                   MOVE "PAGA EM PARTE" TO IMPSITU.
                IF W-PCSTAT(W-IX) = "F"
                   MOVE "A DESCONTAR EM FOLHA" TO IMPSITU.
                IF W-PCSTAT(W-IX) = "D"
                   MOVE "DESCONTADA EM FOLHA" TO IMPSITU.
                IF W-PCSTAT(W-IX) = "R"
                   MOVE "DESCONTADA NA RESCISAO" TO IMPSITU.
       DESCR-SITU-FIM.
                EXIT.
      *
      * AAAAMMDD DE W-DTAUX PARA DD/MM/AAAA EM W-DTIMP
       FORMATA-DATA.
                MOVE W-DX-DIA TO W-DI-DIA.
                MOVE W-DX-MES TO W-DI-MES.
                MOVE W-DX-ANO TO W-DI-ANO.
       FORMATA-DATA-FIM.
                EXIT.
      *
      *****************************************
      * RESPONSAVEL FINANCEIRO DO ALUNO        *
      * (RESPONS.DAT - CADRESP); SEM ELE VALE  *
      * O NOME GRAVADO NA MENSALIDADE          *
      *****************************************
       BUSCA-RESP.
                MOVE ZEROS TO W-ACHOURESP.
                IF W-RSABERTO = 0
                   GO TO BUSCA-RESP-FIM.
                MOVE W-RAATUAL TO RP-RA.
                MOVE ZEROS TO RP-SEQRP.
                START RESPONS KEY IS NOT LESS THAN RP-CHAVE
                   INVALID KEY
                      GO TO BUSCA-RESP-FIM.
       BUSCA-RESP-LER.
                READ RESPONS NEXT RECORD
                   AT END
                      GO TO BUSCA-RESP-FIM.
                IF RP-RA NOT = W-RAATUAL
                   GO TO BUSCA-RESP-FIM.
                IF RP-FINRESP = "S" OR RP-FINRESP = "s"
                   MOVE 1 TO W-ACHOURESP
                   GO TO BUSCA-RESP-FIM.
                GO TO BUSCA-RESP-LER.
       BUSCA-RESP-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                DISPLAY (21, 05) "DECLARACOES: " W-TOTDECL
                                 "  DE QUITACAO: " W-TOTQUIT
                                 "  EM ARQDECL.TXT".
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
                MOVE "DECLMEN" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = W-ANO * 100.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTDECL TO LP-REGGRAV.
                MOVE W-TOTGERAL TO LP-VALORTOT.
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
                CLOSE MENSAL ALUNO RESPONS ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "DECLMEN" TO W-SPLPROG.
                MOVE "ARQDECL.TXT" TO W-SPLARQ.
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
