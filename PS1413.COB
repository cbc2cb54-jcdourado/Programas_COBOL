                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-ERROEMPR.

           SELECT OPTIONAL SINDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SI-CODIGO
                    FILE STATUS  IS ST-ERROSI.

           SELECT OPTIONAL MOVRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MV-CHAVE
                    FILE STATUS  IS ST-ERROMOV.

           SELECT OPTIONAL RPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA-CHAVE
                    FILE STATUS  IS ST-ERRORA.

           SELECT OPTIONAL AUTONOMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AO-CODIGO
                    FILE STATUS  IS ST-ERROAO.

           SELECT OPTIONAL FORMAPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FP-CHAVE
                    FILE STATUS  IS ST-ERROFP.

           SELECT OPTIONAL PAGCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ERROCHQ.

           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 RC-SALDODEV         PIC 9(06)V99.
                03 RC-PENSAO           PIC 9(06)V99.
                03 RC-LIQUIDO          PIC 9(06)V99.
                03 RC-MENSAL           PIC 9(06)V99.
       FD ADIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADIANT.DAT".
                03 EP-CNPJ             PIC 9(14).
                03 EP-ENDERECO         PIC X(40).
                03 EP-CONVENIO         PIC X(20).
       FD SINDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDIC.DAT".
       01 REGSINDIC.
                03 SI-CODIGO           PIC 9(02).
                03 SI-NOME             PIC X(40).
                03 SI-CNPJ             PIC 9(14).
                03 SI-MESBASE          PIC 9(02).
                03 SI-CODBANCO         PIC 9(03).
                03 SI-AGENCIA          PIC 9(05).
                03 SI-CONTA            PIC 9(12).
                03 FILLER              PIC X(22).
       FD MOVRUB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVRUB.DAT".
       01 REGMOVRUB.
                03 MV-CHAVE.
                    05 MV-CHAPAFUNC    PIC 9(06).
                    05 MV-PERIODO.
                        07 MV-ANO      PIC 9(04).
                        07 MV-MES      PIC 9(02).
                    05 MV-EVENTO       PIC 9(03).
                03 MV-VALOR            PIC 9(06)V99.
       FD RPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPA.DAT".
       01 REGRPA.
                03 RA-CHAVE.
                    05 RA-CODAUTON     PIC 9(05).
                    05 RA-DTPAGTO      PIC 9(08).
                    05 RA-DTPAG-R REDEFINES RA-DTPAGTO.
                        07 RA-ANO          PIC 9(04).
                        07 RA-MES          PIC 9(02).
                        07 RA-DIA          PIC 9(02).
                    05 RA-SEQ          PIC 9(02).
                03 RA-DESCSERV         PIC X(40).
                03 RA-VALBRUTO         PIC 9(06)V99.
                03 RA-INSS             PIC 9(06)V99.
                03 RA-PERCISS          PIC 9(02)V99.
                03 RA-ISS              PIC 9(06)V99.
                03 RA-IRRF             PIC 9(06)V99.
                03 RA-LIQUIDO          PIC 9(06)V99.
                03 RA-CODEMPR          PIC 9(01).
                03 FILLER              PIC X(20).
       FD AUTONOMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUTONOMO.DAT".
       01 REGAUTONOMO.
                03 AO-CODIGO           PIC 9(05).
                03 AO-NOME             PIC X(35).
      * CPF/NIT/MUNICIPIO/ISS SAO DO CADAUTON - MANTIDOS AQUI SO PARA
      * CASAR O TAMANHO DO REGISTRO COM O GRAVADO EM AUTONOMO.DAT
                03 FILLER              PIC X(58).
                03 AO-CODBANCO         PIC 9(03).
                03 AO-AGENCIA          PIC 9(05).
                03 AO-CONTA            PIC 9(12).
                03 AO-CODEMPR          PIC 9(01).
                03 FILLER              PIC X(20).
      * FORMA DE PAGAMENTO DO FAVORECIDO (CADFPAG): SEM REGISTRO
      * O CREDITO E EM CONTA
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
      * PAGAMENTOS EM CHEQUE/DINHEIRO A RECIBAR (RECIBPAG): FICAM
      * FORA DO ARQUIVO DO BANCO. STATUS P = PENDENTE,
      * C = RECIBO ASSINADO E CONFIRMADO
       FD PAGCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGCHQ.DAT".
       01 CADPAGCHQ.
                03 PQ-CHAVE.
                    05 PQ-PERIODO.
                        07 PQ-ANO      PIC 9(04).
                        07 PQ-MES      PIC 9(02).
                    05 PQ-TIPOPAG      PIC 9(01).
                    05 PQ-CHAPAFUNC    PIC 9(06).
                    05 PQ-BENEF        PIC 9(01).
                03 PQ-NOME             PIC X(35).
                03 PQ-VALOR            PIC 9(10)V99.
                03 PQ-CODEMPR          PIC 9(01).
                03 PQ-STATUS           PIC X(01).
                03 PQ-DTCONF           PIC 9(08).
                03 PQ-DTGER            PIC 9(08).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBAN.TXT".
       77 ST-ERROPLR   PIC X(02) VALUE "00".
      * TIPO DE PAGAMENTO: 1=FOLHA MENSAL  2=13O PARCELA 1
      * 3=13O PARCELA 2  4=RESCISAO  5=ADIANTAMENTO QUINZENAL
      * (FPP037)  6=PLR PARCELA 1  7=PLR PARCELA 2 (FPP049)
      * 8=REPASSE AOS SINDICATOS (CADSIND) - CARIMBADO EM CADA
      * DETALHE  9=PAGAMENTO A AUTONOMOS (RPA.DAT - CADRPA)
       77 W-TIPOPAG    PIC 9(01) VALUE 1.
      * "S" GERA SOMENTE OS PAGAMENTOS REJEITADOS PELO BANCO
      * (PAGSTAT.DAT - GRAVADO PELO FPP022)
       77 W-RESTO400   PIC 9(04) VALUE ZEROS.
       77 W-TOTFERATR  PIC 9(04) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LIQUIDO    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTREG     PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(10)V99 VALUE ZEROS.
      * REPASSE SINDICAL (TIPO 8): DESCONTOS DO PERIODO NOS EVENTOS
      * 951-999 (MOVRUB.DAT - FPP004) SOMADOS POR SINDICATO; UM
      * CREDITO POR SINDICATO NA CONTA DO CADSIND, COM CHAPA ZERO
       77 ST-ERROSI    PIC X(02) VALUE "00".
       77 ST-ERROMOV   PIC X(02) VALUE "00".
       77 W-SNIDX      PIC 9(02) VALUE ZEROS.
      * PAGAMENTO A AUTONOMOS (TIPO 9): LIQUIDO DE CADA RPA COM
      * DATA DE PAGAMENTO NO PERIODO, NA CONTA DO CADAUTON
       77 ST-ERRORA    PIC X(02) VALUE "00".
       77 ST-ERROAO    PIC X(02) VALUE "00".
      * FORMA DE PAGAMENTO (FORMAPAG.DAT - CADFPAG): C = CREDITO EM
      * CONTA, P = PIX (DETALHE SEGUIDO DO SEGMENTO PIX), Q = CHEQUE/
      * DINHEIRO (VAI PARA PAGCHQ.DAT, FORA DO ARQUIVO DO BANCO).
      * W-BENEF: 0 = FUNCIONARIO, 1 = BENEFICIARIO DA PENSAO
       77 ST-ERROFP    PIC X(02) VALUE "00".
       77 ST-ERROCHQ   PIC X(02) VALUE "00".
       77 W-BENEF      PIC 9(01) VALUE ZEROS.
       77 W-TOTPIX     PIC 9(06) VALUE ZEROS.
       77 W-TOTCHQ     PIC 9(06) VALUE ZEROS.
       77 W-VALCHQ     PIC 9(10)V99 VALUE ZEROS.
       01 W-SNTAB.
                03 W-SNTOT             PIC 9(08)V99 OCCURS 49 TIMES.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
                03 DT-CONTA        PIC 9(12) VALUE ZEROS.
                03 DT-VALOR        PIC 9(10)V99.
                03 DT-TIPOPAG      PIC 9(01) VALUE 1.
      * FORMA DO CREDITO: C = CONTA, P = PIX (SEGMENTO A SEGUIR)
                03 DT-FORMA        PIC X(01) VALUE "C".
                03 FILLER          PIC X(24) VALUE SPACES.
      * SEGMENTO PIX (TIPO 2) - LOGO APOS O DETALHE DO FAVORECIDO
      * PAGO POR PIX: TIPO DA CHAVE (1=CPF 2=E-MAIL 3=TELEFONE
      * 4=ALEATORIA) E A CHAVE
       01 REGPIX.
                03 PX-TIPO         PIC 9(01) VALUE 2.
                03 PX-CHAPA        PIC 9(06).
                03 PX-TIPOCHAVE    PIC 9(01).
                03 PX-CHAVEPIX     PIC X(77).
                03 FILLER          PIC X(15) VALUE SPACES.
      * REGISTRO TRAILER (TIPO 9) - TOTAIS DE CONTROLE DO ARQUIVO
       01 REGTRAIL.
                03 TR-TIPO         PIC 9(01) VALUE 9.
                03 TR-TOTREG       PIC 9(06).
                03 TR-TOTVALOR     PIC 9(10)V99.
                03 FILLER          PIC X(81) VALUE SPACES.
      * EXECUCAO SEM OPERADOR (LOTEPARM): PERIODO E OPCOES DE
      * PARMLOTE.DAT; W-RCLOT E O CODIGO DE RETORNO DA RODADA
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "GERABANC".
       77 W-RCLOT      PIC X(02) VALUE SPACES.
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       01 W-PERLOT.
                03 W-ANOLOT            PIC 9(04).
                03 W-MESLOT            PIC 9(02).
       01 W-OPCLOT.
                03 W-LOTEMP            PIC X(01).
                03 W-LOTTIPO           PIC X(01).
                03 W-LOTREJ            PIC X(01).
                03 W-LOTDTCRED         PIC X(08).
                03 FILLER              PIC X(29).
      * TOTAIS DE CONTROLE DA FOLHA ENTRE AS ETAPAS (CTLTOT)
       77 W-CTFUNC     PIC X(01) VALUE SPACES.
       77 W-CTPROG     PIC X(08) VALUE "GERABANC".
       77 W-CTPER      PIC 9(06) VALUE ZEROS.
       77 W-CTRET      PIC X(02) VALUE SPACES.
       77 W-CTLIBERA   PIC X(01) VALUE SPACES.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAFILTRO.
                 USING ANO-FILTRO
                 HIGHLIGHT.
             05  LINE 07 COLUMN 10
                 VALUE "TIPO 1=FOL 2/3=13 4=RESC 5=ADT 6/7=PLR 8=SIN: ".
             05  TTIPOPAG
                 LINE 07 COLUMN 57 PIC 9
                 USING W-TIPOPAG
                 HIGHLIGHT.
             05  LINE 08 COLUMN 15
                 VALUE "9=RPA (PAGAMENTO A AUTONOMOS - CADRPA)".
             05  LINE 09 COLUMN 10
                 VALUE "SOMENTE REJEITADOS PELO BANCO (S/N): ".
             05  TSOREJEIT
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                PERFORM INI-LOTE THRU INI-LOTE-FIM.
                IF W-RCLOT = "16"
                   GO TO ROT-FIMP.
      *
       INC-OP0.
           OPEN INPUT FOLHA.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE FOLHA
              GO TO ROT-FIMP.
           OPEN INPUT PENSAO.
           OPEN INPUT EMPRESA.
           DISPLAY TELAFILTRO.
           IF W-MODOLOTE = 0
              ACCEPT TEMPFILTRO
              ACCEPT TMES-FILTRO
              ACCEPT TANO-FILTRO.
      * IDENTIFICACAO DO CONVENENTE: A EMPRESA FILTRADA OU A MATRIZ
           IF W-EMPFILTRO > 0
              MOVE W-EMPFILTRO TO EP-CODIGO
                 MOVE EP-CNPJ TO HD-CNPJ
                 MOVE EP-CONVENIO TO HD-CONVENIO.
       INC-TIPO.
           IF W-MODOLOTE = 0
              ACCEPT TTIPOPAG.
           IF W-TIPOPAG < 1 OR W-TIPOPAG > 9
              MOVE "*** TIPO DE PAGAMENTO INVALIDO (1 A 9) ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-TIPO.
           IF W-MODOLOTE = 0
              ACCEPT TSOREJEIT.
      * FOLHA MENSAL SO COM O PERIODO MARCADO COMO CONFERIDO (FPP046);
      * O REPASSE SINDICAL SAI DOS DESCONTOS DA MESMA FOLHA
           IF W-TIPOPAG = 1 OR W-TIPOPAG = 8
              PERFORM VERIFICA-CONF THRU VERIFICA-CONF-FIM
              IF W-CONFOK = 0
                 MOVE "*** PERIODO NAO CONFERIDO (FPP046) ***" TO MENS
      * E NAO PODE CONSTAR COMO CONCLUIDA NO CHECKLIST (FPP056)
                 CLOSE FOLHA FUNC BANCO PENSAO EMPRESA
                 GO TO ROT-FIMP.
      * E COM A FOLHA BATENDO COM OS TOTAIS DE CONTROLE (CTLTOT)
           IF W-TIPOPAG = 1 OR W-TIPOPAG = 8
              PERFORM CONF-CTL THRU CONF-CTL-FIM
              IF W-CTRET NOT = "00"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE FOLHA FUNC BANCO PENSAO EMPRESA
                 GO TO ROT-FIMP.
      * DATA DE CREDITO EFETIVA: DIA UTIL PELO CALENDARIO (FPP047)
           IF W-MODOLOTE = 0
              ACCEPT TDTCRED.
           PERFORM MONTA-DTCRED THRU MONTA-DTCRED-FIM.
           MOVE W-DTORD TO HD-DTCRED.
           DISPLAY (13, 10) "DATA EFETIVA DE CREDITO (AAAAMMDD): "
           IF W-TIPOPAG = 1
              PERFORM VERIFICA-FERIAS THRU VERIFICA-FERIAS-FIM.
           OPEN INPUT PAGSTAT.
           OPEN INPUT FORMAPAG.
           OPEN I-O PAGCHQ.
           IF ST-ERROCHQ = "30"
              OPEN OUTPUT PAGCHQ
              CLOSE PAGCHQ
              OPEN I-O PAGCHQ.
           OPEN OUTPUT ARQIMP.
           COMPUTE HD-PERIODO = (ANO-FILTRO * 100) + MES-FILTRO.
           WRITE REGIMP FROM REGHEAD.
           IF W-TIPOPAG = 6 OR W-TIPOPAG = 7
              OPEN INPUT PLR
              GO TO LER-PLR.
           IF W-TIPOPAG = 8
              OPEN INPUT SINDIC MOVRUB
              MOVE ZEROS TO W-SNTAB
              GO TO LER-SIND.
           IF W-TIPOPAG = 9
              OPEN INPUT RPA AUTONOMO
              GO TO LER-RPA.
      *
       LER-FOLHA.
                READ FOLHA NEXT
                      MOVE BC-AGENCIA  TO DT-AGENCIA
                      MOVE BC-CONTA    TO DT-CONTA.
                MOVE W-LIQUIDO TO DT-VALOR.
                MOVE 0 TO W-BENEF.
                PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-FIM.
                PERFORM GRAVA-PENSAO THRU GRAVA-PENSAO-FIM.
                GO TO LER-FOLHA.
      *
                MOVE PN-AGENCIA TO DT-AGENCIA.
                MOVE PN-CONTA TO DT-CONTA.
                MOVE PENSAOJUD TO DT-VALOR.
                MOVE 1 TO W-BENEF.
                PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-FIM.
       GRAVA-PENSAO-FIM.
                EXIT.
      *
                MOVE NOME TO DT-NOME.
                PERFORM BUSCA-BANCO THRU BUSCA-BANCO-FIM.
                MOVE DC-VALOR13 TO DT-VALOR.
                MOVE 0 TO W-BENEF.
                PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-FIM.
                GO TO LER-DECIMO.
      *
      *****************************************
                   MOVE RC-LIQUIDO TO DT-VALOR
                ELSE
                   MOVE RC-TOTAL-RESC TO DT-VALOR.
                MOVE 0 TO W-BENEF.
                PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-FIM.
                GO TO LER-RESC.
      *
      *****************************************
                MOVE NOME TO DT-NOME.
                PERFORM BUSCA-BANCO THRU BUSCA-BANCO-FIM.
                MOVE AD-VALORADT TO DT-VALOR.
                MOVE 0 TO W-BENEF.
                PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-FIM.
                GO TO LER-ADIANT.
      *
      *****************************************
                MOVE NOME TO DT-NOME.
                PERFORM BUSCA-BANCO THRU BUSCA-BANCO-FIM.
                MOVE PR-LIQPLR TO DT-VALOR.
                MOVE 0 TO W-BENEF.
                PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-FIM.
                GO TO LER-PLR.
      *
      *****************************************
      * REPASSE AOS SINDICATOS: SOMA POR       *
      * SINDICATO OS EVENTOS 951-999 DO        *
      * PERIODO (950 + CODIGO DO SINDICATO).   *
      * A REEMISSAO DE REJEITADOS NAO SE       *
      * APLICA - O REPASSE SAI SEMPRE INTEIRO  *
      *****************************************
       LER-SIND.
                READ MOVRUB NEXT
                IF ST-ERROMOV NOT = "00"
                     GO TO GRAVA-SIND.
                IF MV-ANO NOT = ANO-FILTRO OR MV-MES NOT = MES-FILTRO
                   GO TO LER-SIND.
                IF MV-EVENTO < 951 OR MV-VALOR = ZEROS
                   GO TO LER-SIND.
                IF W-EMPFILTRO > 0
                   MOVE MV-CHAPAFUNC TO CHAPA
                   READ FUNC
                      INVALID KEY GO TO LER-SIND.
                IF W-EMPFILTRO > 0 AND CODEMPR NOT = W-EMPFILTRO
                   GO TO LER-SIND.
                COMPUTE W-SNIDX = MV-EVENTO - 950.
                ADD MV-VALOR TO W-SNTOT(W-SNIDX).
                GO TO LER-SIND.
      * UM DETALHE POR SINDICATO COM VALOR A REPASSAR; SINDICATO
      * EXCLUIDO DO CADASTRO FICA DE FORA (SEM CONTA PARA CREDITO)
       GRAVA-SIND.
                MOVE ZEROS TO W-SNIDX.
       GRAVA-SIND1.
                ADD 1 TO W-SNIDX.
                IF W-SNIDX > 49
                   GO TO ROT-TRAILER.
                IF W-SNTOT(W-SNIDX) = ZEROS
                   GO TO GRAVA-SIND1.
                MOVE W-SNIDX TO SI-CODIGO.
                READ SINDIC
                   INVALID KEY
                      MOVE "*** SINDICATO SEM CADASTRO - FORA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO GRAVA-SIND1.
                MOVE ZEROS TO DT-CHAPA.
                MOVE SI-NOME TO DT-NOME.
                MOVE SI-CODBANCO TO DT-BANCO.
                MOVE SI-AGENCIA TO DT-AGENCIA.
                MOVE SI-CONTA TO DT-CONTA.
                MOVE W-SNTOT(W-SNIDX) TO DT-VALOR.
                MOVE "C" TO DT-FORMA.
                WRITE REGIMP FROM REGDETAL.
                ADD 1 TO W-TOTREG.
                ADD W-SNTOT(W-SNIDX) TO W-TOTVALOR.
                GO TO GRAVA-SIND1.
      *
      *****************************************
      * PAGAMENTO A AUTONOMOS (RPA.DAT -       *
      * CADRPA): UM CREDITO POR RPA PAGO NO    *
      * PERIODO, COM O CODIGO DO AUTONOMO NO   *
      * LUGAR DA CHAPA. A REEMISSAO DE         *
      * REJEITADOS NAO SE APLICA (PAGSTAT E    *
      * POR CHAPA)                             *
      *****************************************
       LER-RPA.
                READ RPA NEXT
                IF ST-ERRORA NOT = "00"
                     GO TO ROT-TRAILER.
                IF RA-ANO NOT = ANO-FILTRO OR RA-MES NOT = MES-FILTRO
                   GO TO LER-RPA.
                IF RA-LIQUIDO = ZEROS
                   GO TO LER-RPA.
                IF W-EMPFILTRO > 0 AND RA-CODEMPR NOT = W-EMPFILTRO
                   GO TO LER-RPA.
                MOVE RA-CODAUTON TO AO-CODIGO.
                READ AUTONOMO
                   INVALID KEY
                      MOVE "*** AUTONOMO SEM CADASTRO - FORA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO LER-RPA.
                MOVE RA-CODAUTON TO DT-CHAPA.
                MOVE AO-NOME TO DT-NOME.
                MOVE AO-CODBANCO TO DT-BANCO.
                MOVE AO-AGENCIA TO DT-AGENCIA.
                MOVE AO-CONTA TO DT-CONTA.
                MOVE RA-LIQUIDO TO DT-VALOR.
                MOVE "C" TO DT-FORMA.
                WRITE REGIMP FROM REGDETAL.
                ADD 1 TO W-TOTREG.
                ADD RA-LIQUIDO TO W-TOTVALOR.
                GO TO LER-RPA.
      *
      *****************************************
      * DADOS BANCARIOS DO FUNCIONARIO (CHAPA  *
                      MOVE BC-CONTA    TO DT-CONTA.
       BUSCA-BANCO-FIM.
                EXIT.
      *
      *****************************************
      * GRAVA O PAGAMENTO DO FAVORECIDO PELA   *
      * FORMA CADASTRADA (FORMAPAG.DAT):       *
      * CONTA OU PIX NO ARQUIVO DO BANCO;      *
      * CHEQUE/DINHEIRO EM PAGCHQ.DAT PARA O   *
      * RECIBO (RECIBPAG). DT-CHAPA, DT-NOME,  *
      * DT-VALOR E A CONTA JA MONTADOS         *
      *****************************************
       GRAVA-DETALHE.
                MOVE "C" TO DT-FORMA FP-FORMA.
                MOVE DT-CHAPA TO FP-CHAPAFUNC.
                MOVE W-BENEF TO FP-BENEF.
                READ FORMAPAG
                   INVALID KEY
                      MOVE "C" TO FP-FORMA.
                IF FP-FORMA = "Q"
                   PERFORM GRAVA-CHEQUE THRU GRAVA-CHEQUE-FIM
                   GO TO GRAVA-DETALHE-FIM.
                IF FP-FORMA = "P"
                   MOVE "P" TO DT-FORMA
                   MOVE ZEROS TO DT-BANCO DT-AGENCIA DT-CONTA.
                WRITE REGIMP FROM REGDETAL.
                ADD 1 TO W-TOTREG.
                ADD DT-VALOR TO W-TOTVALOR.
                IF FP-FORMA NOT = "P"
                   GO TO GRAVA-DETALHE-FIM.
                MOVE DT-CHAPA TO PX-CHAPA.
                MOVE FP-TIPOCHAVE TO PX-TIPOCHAVE.
                MOVE FP-CHAVEPIX TO PX-CHAVEPIX.
                WRITE REGIMP FROM REGPIX.
                ADD 1 TO W-TOTPIX.
       GRAVA-DETALHE-FIM.
                EXIT.
      *
      * PAGAMENTO JA CONFIRMADO (RECIBO ASSINADO) NAO E REGRAVADO
      * QUANDO O ARQUIVO DO PERIODO E GERADO DE NOVO
       GRAVA-CHEQUE.
                MOVE ANO-FILTRO TO PQ-ANO.
                MOVE MES-FILTRO TO PQ-MES.
                MOVE W-TIPOPAG TO PQ-TIPOPAG.
                MOVE DT-CHAPA TO PQ-CHAPAFUNC.
                MOVE W-BENEF TO PQ-BENEF.
                READ PAGCHQ
                   INVALID KEY
                      GO TO GRAVA-CHEQUE-NOVO.
                IF PQ-STATUS = "C"
                   GO TO GRAVA-CHEQUE-FIM.
                MOVE DT-NOME TO PQ-NOME.
                MOVE DT-VALOR TO PQ-VALOR.
                MOVE CODEMPR TO PQ-CODEMPR.
                MOVE W-LPDTINI TO PQ-DTGER.
                REWRITE CADPAGCHQ.
                GO TO GRAVA-CHEQUE-SOMA.
       GRAVA-CHEQUE-NOVO.
                MOVE DT-NOME TO PQ-NOME.
                MOVE DT-VALOR TO PQ-VALOR.
                MOVE CODEMPR TO PQ-CODEMPR.
                MOVE "P" TO PQ-STATUS.
                MOVE ZEROS TO PQ-DTCONF.
                MOVE W-LPDTINI TO PQ-DTGER.
                WRITE CADPAGCHQ.
       GRAVA-CHEQUE-SOMA.
                ADD 1 TO W-TOTCHQ.
                ADD DT-VALOR TO W-VALCHQ.
       GRAVA-CHEQUE-FIM.
                EXIT.
      *
       ROT-TRAILER.
                MOVE "00" TO W-RCLOT.
                IF W-TIPOPAG = 1
                   PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.
                MOVE W-TOTREG TO TR-TOTREG.
                MOVE W-TOTVALOR TO TR-TOTVALOR.
                WRITE REGIMP FROM REGTRAIL.
                DISPLAY (17, 10) "PAGAMENTOS POR PIX..........: "
                                 W-TOTPIX.
                DISPLAY (18, 10) "CHEQUE/DINHEIRO (RECIBPAG)..: "
                                 W-TOTCHQ.
      *
      *****************************************
      * REGISTRO DE CONTROLE DE EXECUCAO       *
                   MOVE "GERABCAD" TO LP-PROGRAMA.
                IF W-TIPOPAG = 6 OR W-TIPOPAG = 7
                   MOVE "GERABCPL" TO LP-PROGRAMA.
                IF W-TIPOPAG = 8
                   MOVE "GERABCSN" TO LP-PROGRAMA.
                IF W-TIPOPAG = 9
                   MOVE "GERABCRP" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE FOLHA FUNC BANCO PENSAO PAGSTAT ARQIMP.
                CLOSE EMPRESA FORMAPAG PAGCHQ.
                IF W-TIPOPAG = 2 OR W-TIPOPAG = 3
                   CLOSE DECIMO.
                IF W-TIPOPAG = 4
                   CLOSE ADIANT.
                IF W-TIPOPAG = 6 OR W-TIPOPAG = 7
                   CLOSE PLR.
                IF W-TIPOPAG = 8
                   CLOSE SINDIC MOVRUB.
                IF W-TIPOPAG = 9
                   CLOSE RPA AUTONOMO.
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.
       ROT-FIMP.
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *****************************************
      * EXECUCAO SEM OPERADOR (LOTEPARM): NO   *
      * MODO LOTE O PERIODO E AS OPCOES VEM DE *
      * PARMLOTE.DAT E O RESULTADO VAI PARA    *
      * LOGPROC.DAT                            *
      *****************************************
       INI-LOTE.
                MOVE ZEROS TO W-MODOLOTE.
                MOVE "P" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                      W-OPCLOT W-RCLOT MENS.
                IF W-RCLOT = "IN"
                   GO TO INI-LOTE-FIM.
                MOVE 1 TO W-MODOLOTE.
                IF W-RCLOT NOT = "LT"
                   MOVE "16" TO W-RCLOT
                   GO TO INI-LOTE-FIM.
                IF W-MESLOT = 0 OR W-MESLOT > 12 OR W-ANOLOT < 1990
                   MOVE "*** PERIODO INVALIDO EM PARMLOTE ***" TO MENS
                   MOVE "16" TO W-RCLOT
                   GO TO INI-LOTE-FIM.
      * ATE O FIM NORMAL A RODADA CONSTA COMO NAO CONCLUIDA
                MOVE "12" TO W-RCLOT.
                MOVE SPACES TO MENS.
                PERFORM OPC-LOTE THRU OPC-LOTE-FIM.
       INI-LOTE-FIM.
                EXIT.
      *
      * OPCOES: POSICAO 1 = EMPRESA/FILIAL (0 = TODAS), 2 = TIPO
      * DE PAGAMENTO (BRANCO = 1, FOLHA MENSAL), 3 = SO REJEITADOS
      * (S/N), 4 A 11 = DATA DE CREDITO DDMMAAAA (BRANCO = DIA 05
      * DO MES SEGUINTE)
       OPC-LOTE.
                MOVE W-ANOLOT TO ANO-FILTRO.
                MOVE W-MESLOT TO MES-FILTRO.
                MOVE ZEROS TO W-EMPFILTRO.
                IF W-LOTEMP NUMERIC
                   MOVE W-LOTEMP TO W-EMPFILTRO.
                MOVE 1 TO W-TIPOPAG.
                IF W-LOTTIPO NUMERIC AND W-LOTTIPO NOT = "0"
                   MOVE W-LOTTIPO TO W-TIPOPAG.
                MOVE "N" TO W-SOREJEIT.
                IF W-LOTREJ = "S" OR W-LOTREJ = "s"
                   MOVE "S" TO W-SOREJEIT.
                MOVE ZEROS TO W-DTCRED.
                IF W-LOTDTCRED NUMERIC
                   MOVE W-LOTDTCRED TO W-DTCRED.
       OPC-LOTE-FIM.
                EXIT.
      *
       FIM-LOTE.
                IF W-MODOLOTE = 0
                   GO TO FIM-LOTE-FIM.
                MOVE ZEROS TO W-MODOLOTE.
                IF W-RCLOT = "00"
                   MOVE "PROCESSAMENTO CONCLUIDO" TO MENS.
                IF W-RCLOT NOT = "00" AND MENS = SPACES
                   MOVE "PROCESSAMENTO NAO CONCLUIDO" TO MENS.
                MOVE "F" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                      W-OPCLOT W-RCLOT MENS.
       FIM-LOTE-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
                EXIT.
      *
      *****************************************
      * TOTAIS DE CONTROLE (CTLTOT.DAT): A     *
      * FOLHA DO PERIODO TEM DE BATER COM OS   *
      * TOTAIS GRAVADOS PELAS OUTRAS ETAPAS;   *
      * COM DIFERENCA SO RODA COM LIBERACAO DO *
      * OPERADOR (NUNCA NO MODO LOTE)          *
      * E A RODADA FICA MARCADA COMO LIBERADA  *
      *****************************************
       CONF-CTL.
                MOVE "N" TO W-CTLIBERA.
                MOVE "C" TO W-CTFUNC.
                COMPUTE W-CTPER = (ANO-FILTRO * 100) + MES-FILTRO.
                CALL "CTLTOT" USING W-CTFUNC W-CTPROG W-CTPER
                                    W-CTRET MENS.
                IF W-CTRET = "00"
                   GO TO CONF-CTL-FIM.
                IF W-MODOLOTE = 1 OR W-CTRET = "30"
                   GO TO CONF-CTL-FIM.
                DISPLAY (21, 05) MENS.
       CONF-CTL-1.
                MOVE SPACES TO W-CTLIBERA.
                DISPLAY (22, 05)
                   "TOTAIS NAO CONFEREM - RODA ASSIM MESMO (S/N): ".
                ACCEPT (22, 51) W-CTLIBERA.
                IF W-CTLIBERA = "S" OR "s"
                   MOVE "S" TO W-CTLIBERA
                   MOVE "00" TO W-CTRET
                   GO TO CONF-CTL-LIMPA.
                IF W-CTLIBERA NOT = "N" AND "n"
                   GO TO CONF-CTL-1.
                MOVE "N" TO W-CTLIBERA.
       CONF-CTL-LIMPA.
                DISPLAY (21, 05) LIMPA.
                DISPLAY (22, 05) LIMPA.
       CONF-CTL-FIM.
                EXIT.
      *
       GRAVA-CTL.
                MOVE "G" TO W-CTFUNC.
                IF W-CTLIBERA = "S"
                   MOVE "L" TO W-CTFUNC.
                CALL "CTLTOT" USING W-CTFUNC W-CTPROG W-CTPER
                                    W-CTRET MENS.
       GRAVA-CTL-FIM.
                EXIT.
      *
      *****************************************
      * PERIODO FOI MARCADO COMO CONFERIDO?    *
      * (CONFER.DAT - FPP046)                  *
      *****************************************
