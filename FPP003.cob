                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ET-CHAPAFUNC
                    FILE STATUS  IS ST-ERROEST.
           SELECT OPTIONAL APRENDIZ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AZ-CHAPAFUNC
                    FILE STATUS  IS ST-ERROAPZ.
           SELECT OPTIONAL PCD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PD-CHAPAFUNC
                    FILE STATUS  IS ST-ERROPCD.
           SELECT OPTIONAL VAGAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PN-CHAPAFUNC
                    FILE STATUS  IS ST-ERROPEN.
           SELECT OPTIONAL ASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERROEX.
           SELECT OPTIONAL EPIENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EE-CHAVE
                    FILE STATUS  IS ST-ERROEE.
           SELECT OPTIONAL EPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PI-CODIGO
                    FILE STATUS  IS ST-ERROPI.
           SELECT OPTIONAL CGCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RQ-CHAVE
                    FILE STATUS  IS ST-ERRORQ.
           SELECT OPTIONAL QUALIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QL-CHAVE
                    FILE STATUS  IS ST-ERROQL.
           SELECT OPTIONAL MEDDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DS-CHAVE
                    FILE STATUS  IS ST-ERRODS.
           SELECT OPTIONAL DEPALU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DA-CHAVE
                    FILE STATUS  IS ST-ERRODA
                ALTERNATE RECORD KEY IS DA-CHAVE2 = DA-RA DA-CHAVE
                                                      WITH DUPLICATES.
           SELECT OPTIONAL MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MS-CHAVE
                    FILE STATUS  IS ST-ERROMSL.
           SELECT OPTIONAL BOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BL-CHAVE
                    FILE STATUS  IS ST-ERROBL
                ALTERNATE RECORD KEY IS BL-NOSSONUM.
           SELECT OPTIONAL RECMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-CHAVE
                    FILE STATUS  IS ST-ERRORM.
           SELECT OPTIONAL MOVRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MV-CHAVE
                    FILE STATUS  IS ST-ERROMOV.
           SELECT OPTIONAL EVENTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EV-CODIGO
                    FILE STATUS  IS ST-ERROEVEN.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 RC-SALDODEV         PIC 9(06)V99.
                03 RC-PENSAO           PIC 9(06)V99.
                03 RC-LIQUIDO          PIC 9(06)V99.
      * MENSALIDADES ESCOLARES DOS FILHOS DESCONTADAS NA RESCISAO
                03 RC-MENSAL           PIC 9(06)V99.
      * TIPO DE DESLIGAMENTO: S=SEM JUSTA CAUSA, J=JUSTA CAUSA,
      * P=PEDIDO DE DEMISSAO, A=ACORDO (ART. 484-A CLT), T=TERMINO
      * DE CONTRATO A PRAZO (MULTA DO FGTS E SEGURO-DESEMPREGO)
                03 RC-TIPODESL         PIC X(01).
       FD HISTSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTSAL.DAT".
                03 ET-SUPERVISOR       PIC 9(06).
                03 ET-DTINITERM        PIC 9(08).
                03 ET-DTFIMTERM        PIC 9(08).
       FD APRENDIZ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APRENDIZ.DAT".
       01 CADAPRENDIZ.
                03 AZ-CHAPAFUNC        PIC 9(06).
                03 AZ-INSTITUICAO      PIC X(30).
                03 AZ-DTINIPROG        PIC 9(08).
                03 AZ-DTFIMPROG        PIC 9(08).
      * PESSOA COM DEFICIENCIA (COTA DA LEI 8.213, ART. 93): TIPO
      * 1=FISICA 2=AUDITIVA 3=VISUAL 4=INTELECTUAL 5=MENTAL
      * 6=REABILITADO DO INSS, COM O LAUDO QUE COMPROVA
       FD PCD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PCD.DAT".
       01 CADPCD.
                03 PD-CHAPAFUNC        PIC 9(06).
                03 PD-TIPODEF          PIC 9(01).
                03 PD-LAUDO            PIC X(15).
                03 PD-DTLAUDO          PIC 9(08).
       FD VAGAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VAGAS.DAT".
                03 PN-CODBANCO         PIC 9(03).
                03 PN-AGENCIA          PIC 9(05).
                03 PN-CONTA            PIC 9(12).
      * EXAMES OCUPACIONAIS (ASO.DAT - CADASO)
       FD ASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ASO.DAT".
       01 REGASO.
                03 EX-CHAVE.
                    05 EX-CHAPAFUNC    PIC 9(06).
                    05 EX-DTEXAME      PIC 9(08).
                    05 EX-TIPO         PIC X(01).
                03 EX-MEDICO           PIC X(30).
                03 EX-CRM              PIC X(12).
                03 EX-RESULT           PIC X(01).
                03 EX-DTPROX           PIC 9(08).
                03 EX-MESES            PIC 9(02).
      * ENTREGAS DE EPI (EPIENT.DAT - CADEPIEN) E CATALOGO (CADEPI)
       FD EPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EPIENT.DAT".
       01 REGEPIENT.
                03 EE-CHAVE.
                    05 EE-CHAPAFUNC    PIC 9(06).
                    05 EE-CODEPI       PIC 9(04).
                    05 EE-DTENTR       PIC 9(08).
                03 EE-QTD              PIC 9(03).
                03 EE-DTTROCA          PIC 9(08).
                03 EE-DTDEVOL          PIC 9(08).
                03 EE-NUMCA            PIC X(10).
       FD EPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EPI.DAT".
       01 REGEPI.
                03 PI-CODIGO           PIC 9(04).
                03 PI-DESCR            PIC X(40).
                03 PI-NUMCA            PIC X(10).
                03 PI-VALCA            PIC 9(08).
                03 PI-MESTROCA         PIC 9(02).
      * CURSOS EXIGIDOS PELO CARGO (CGCURSO.DAT - CADCGCUR)
       FD CGCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CGCURSO.DAT".
       01 REGCGCUR.
                03 RQ-CHAVE.
                    05 RQ-CODCARG      PIC 9(04).
                    05 RQ-CODCURSO     PIC 9(04).
                03 RQ-OBS              PIC X(40).
      * CURSOS DO FUNCIONARIO (QUALIF.DAT - CADQUALI)
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
      * MEDIDAS DISCIPLINARES (MEDDISC.DAT - CADMEDID)
       FD MEDDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MEDDISC.DAT".
       01 REGDISCIP.
                03 DS-CHAVE.
                    05 DS-CHAPAFUNC    PIC 9(06).
                    05 DS-DATA         PIC 9(08).
                03 DS-TIPO             PIC X(01).
                03 DS-MOTIVO1          PIC X(40).
                03 DS-MOTIVO2          PIC X(40).
                03 DS-DIAS             PIC 9(02).
                03 DS-DTINI            PIC 9(08).
                03 DS-TESTEM           PIC X(30).
      * FILHOS NA ESCOLA (DEPALU.DAT - FPP010) E SUAS MENSALIDADES
      * (MENSAL.DAT - GERAMENS), ACERTADAS NA RESCISAO
       FD DEPALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPALU.DAT".
       01 REGDEPALU.
                03 DA-CHAVE.
                    05 DA-CHAPAFUNC    PIC 9(06).
                    05 DA-SEQDEP       PIC 9(02).
                03 DA-RA               PIC 9(06).
                03 DA-DESCFOLHA        PIC X(01).
       FD MENSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REGMENSAL.
                03 MS-CHAVE.
                    05 MS-RA           PIC 9(06).
                    05 MS-PERIODO      PIC 9(06).
                03 MS-TURMA            PIC X(05).
                03 MS-VALOR            PIC 9(06)V99.
      * A=EM ABERTO  P=PAGA PELO RETORNO DO BANCO (FPP022)
      * I=PAGA EM PARTE PELO RETORNO DO BANCO (FPP022)
      * F=A DESCONTAR EM FOLHA  D=PAGA POR DESCONTO EM FOLHA (FPP004)
      * R=PAGA POR DESCONTO NA RESCISAO
                03 MS-STATMS           PIC X(01).
                03 MS-DTPAG            PIC 9(08).
                03 MS-RESPNOME         PIC X(35).
      * BRUTO/DESCONTO/BOLSA SAO GRAVADOS PELO GERAMENS - MANTIDOS
      * AQUI SO PARA CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(24).
      * VALOR DEVIDO (COM MULTA/JUROS DE ATRASO - CALCENC) E VALOR
      * RECEBIDO NA BAIXA DA PARCELA
                03 MS-VALDEVIDO        PIC 9(06)V99.
                03 MS-VALRECEB         PIC 9(06)V99.
      * BOLETOS REMETIDOS AO BANCO (REMBOL), SO PELO VENCIMENTO
       FD BOLETO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLETO.DAT".
       01 REGBOLETO.
                03 BL-CHAVE.
                    05 BL-RA           PIC 9(06).
                    05 BL-PERIODO      PIC 9(06).
                03 BL-NOSSONUM         PIC 9(10).
                03 BL-DTVENC           PIC 9(08).
                03 BL-VALOR            PIC 9(06)V99.
                03 BL-DTREM            PIC 9(08).
                03 BL-STATBL           PIC X(01).
                03 BL-DTRET            PIC 9(08).
      * RECEBIMENTOS DAS MENSALIDADES (GERACMEN): UM REGISTRO POR
      * BAIXA, NA DATA EM QUE O DINHEIRO ENTROU
       FD RECMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECMENS.DAT".
       01 REGRECMEN.
                03 RM-CHAVE.
                    05 RM-RA           PIC 9(06).
                    05 RM-PERIODO      PIC 9(06).
                    05 RM-DTREC        PIC 9(08).
                    05 RM-SEQ          PIC 9(02).
      * B=RETORNO DO BANCO (FPP022)  R=DESCONTO NA RESCISAO (FPP003)
                03 RM-ORIGEM           PIC X(01).
                03 RM-TURMA            PIC X(05).
      * PARTE DO VALOR COBRADO E PARTE DE MULTA/JUROS DE ATRASO
                03 RM-VALPRINC         PIC 9(06)V99.
                03 RM-VALENC           PIC 9(06)V99.
      * MOVIMENTO DE EVENTOS (MOVRUB.DAT - FPP013/IMPCOMIS) E
      * CADASTRO DE EVENTOS (EVENTO.DAT - FPP012), SO PARA A MEDIA
      * DA REMUNERACAO VARIAVEL NA RESCISAO
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
       FD EVENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVENTO.DAT".
       01 REGEVENTO.
                03 EV-CODIGO           PIC 9(03).
                03 EV-DESCRICAO        PIC X(25).
                03 EV-TIPO             PIC X(01).
                03 EV-INCIR            PIC X(01).
                03 EV-INCINSS          PIC X(01).
                03 EV-VARIAVEL         PIC X(01).
       WORKING-STORAGE SECTION.
       77 ST-ERROLOG   PIC X(02) VALUE "00".
       77 ST-ERRONIVEL PIC X(02) VALUE "00".
       77 W-ESTSUPER     PIC 9(06) VALUE ZEROS.
       77 W-ESTDTINI     PIC 9(08) VALUE ZEROS.
       77 W-ESTDTFIM     PIC 9(08) VALUE ZEROS.
      * JOVEM APRENDIZ (TIPOCONTR "A"): INSTITUICAO FORMADORA E
      * VIGENCIA DO PROGRAMA EM APRENDIZ.DAT - FGTS REDUZIDO DE 2%
      * NO FPP004
       77 ST-ERROAPZ     PIC X(02) VALUE "00".
       77 W-APZINST      PIC X(30) VALUE SPACES.
       77 W-APZDTINI     PIC 9(08) VALUE ZEROS.
       77 W-APZDTFIM     PIC 9(08) VALUE ZEROS.
      * PESSOA COM DEFICIENCIA (PCD.DAT) E AVISO DE COTA NA DEMISSAO
       77 ST-ERROPCD     PIC X(02) VALUE "00".
       77 W-PCD          PIC X(01) VALUE SPACES.
       77 W-PCDTIPO      PIC 9(01) VALUE ZEROS.
       77 W-PCDLAUDO     PIC X(15) VALUE SPACES.
       77 W-PCDDTLAU     PIC 9(08) VALUE ZEROS.
       77 W-PCDEMPR      PIC 9(01) VALUE ZEROS.
       77 W-COTTOT       PIC 9(05) VALUE ZEROS.
       77 W-COTPCD       PIC 9(05) VALUE ZEROS.
       77 W-COTEXIG      PIC 9(05) VALUE ZEROS.
       77 W-COTPERC      PIC 9(01) VALUE ZEROS.
       01 W-MENSCOTA.
                03 FILLER        PIC X(22) VALUE
                       "*AVISO: COTA PCD FICA ".
                03 W-MCPCD       PIC ZZZZ9.
                03 FILLER        PIC X(04) VALUE " DE ".
                03 W-MCEXIG      PIC ZZZZ9.
                03 FILLER        PIC X(10) VALUE " EXIGIDOS*".
       01 TABNIVEL.
                03 FILLER        PIC X(20) VALUE "DIRETORIA".
                03 FILLER        PIC X(20) VALUE "GERENCIA TATICA".
       77 VL-TERCO-FER   PIC 9(06)V99 VALUE ZEROS.
       77 VL-TOTAL-RESC  PIC 9(06)V99 VALUE ZEROS.
       77 W-BASE-RESC    PIC 9(06)V99 VALUE ZEROS.
      * MEDIA DA REMUNERACAO VARIAVEL DOS 12 MESES ANTERIORES A
      * DEMISSAO (COMISSOES E DSR 913), SOMADA A BASE DO AVISO, DO
      * 13O E DAS FERIAS PROPORCIONAIS
       77 ST-ERROMOV     PIC X(02) VALUE "00".
       77 ST-ERROEVEN    PIC X(02) VALUE "00".
       01 W-MVPERFIM.
                03 W-MVANOFIM          PIC 9(04) VALUE ZEROS.
                03 W-MVMESFIM          PIC 9(02) VALUE ZEROS.
       77 W-MVANO        PIC 9(04) VALUE ZEROS.
       77 W-MVMES        PIC 9(02) VALUE ZEROS.
       77 W-MVIDXINI     PIC 9(06) VALUE ZEROS.
       77 W-MVIDXFIM     PIC 9(06) VALUE ZEROS.
       77 W-MVIDXADM     PIC 9(06) VALUE ZEROS.
       77 W-MVMESES      PIC 9(02) VALUE ZEROS.
       77 W-MVTOT        PIC 9(08)V99 VALUE ZEROS.
       77 W-MEDVAR       PIC 9(06)V99 VALUE ZEROS.
      * DESCONTOS NA RESCISAO: EMPRESTIMO EM ABERTO, SALDO DEVEDOR
      * ADIADO E PENSAO. EMPRESTIMO+SALDO RESPEITAM O MESMO TETO
      * LEGAL DE DESCONTOS DA FOLHA (70% DAS VERBAS MENOS A PENSAO);
       77 W-MAXDESC      PIC 9(07)V99 VALUE ZEROS.
       77 W-DISPDESC     PIC 9(07)V99 VALUE ZEROS.
       77 W-APLICEMP     PIC 9(06)V99 VALUE ZEROS.
      * MENSALIDADES ESCOLARES EM ABERTO DOS FILHOS (MENSAL.DAT):
      * ENTRAM NO TRCT AS QUE CABEM INTEIRAS NA MARGEM QUE SOBROU;
      * AS DEMAIS FICAM EM ABERTO PARA COBRANCA. O VALOR DE CADA UMA
      * E O SALDO: DEVIDO (COM MULTA/JUROS DO CALCENC ATE HOJE NA
      * VENCIDA; O DA BAIXA NA PAGA EM PARTE) MENOS O JA RECEBIDO
       77 ST-ERRODA      PIC X(02) VALUE "00".
       77 ST-ERROMSL     PIC X(02) VALUE "00".
       77 VL-MENSAL      PIC 9(06)V99 VALUE ZEROS.
       77 W-MNQTD        PIC 9(02) VALUE ZEROS.
       77 W-MNIDX        PIC 9(02) VALUE ZEROS.
       01 W-MNTAB.
                03 W-MNITEM OCCURS 60 TIMES.
                    05 W-MNRA          PIC 9(06).
                    05 W-MNPER         PIC 9(06).
                    05 W-MNVAL         PIC 9(06)V99.
                    05 W-MNDEV         PIC 9(06)V99.
                    05 W-MNSTAT        PIC X(01).
                    05 W-MNTRCT        PIC X(01).
       77 ST-ERROBL      PIC X(02) VALUE "00".
       77 ST-ERRORM      PIC X(02) VALUE "00".
      * BOLETO/RECMENS ABERTOS (O STATUS MUDA A CADA LEITURA)
       77 W-BLABERTO     PIC 9(01) VALUE ZEROS.
       77 W-RMABERTO     PIC 9(01) VALUE ZEROS.
       77 W-RECANT       PIC 9(06)V99 VALUE ZEROS.
       77 W-VALREC       PIC 9(06)V99 VALUE ZEROS.
      * ENCARGOS DE ATRASO DA MENSALIDADE (CALCENC)
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-VALBASE      PIC 9(06)V99 VALUE ZEROS.
       01 W-DTVENC       PIC 9(08) VALUE ZEROS.
       01 W-VALMULTA     PIC 9(06)V99 VALUE ZEROS.
       01 W-VALJUROS     PIC 9(06)V99 VALUE ZEROS.
       01 W-VALDEV       PIC 9(06)V99 VALUE ZEROS.
       01 W-DIASATR      PIC 9(05) VALUE ZEROS.
      * DEMISSAO SEM EXAME DEMISSIONAL (ASO.DAT): SO AVISA
       77 ST-ERROEX      PIC X(02) VALUE "00".
       77 W-TEMASODEM    PIC 9(01) VALUE ZEROS.
       77 ST-ERROEE      PIC X(02) VALUE "00".
       77 ST-ERROPI      PIC X(02) VALUE "00".
       77 W-QTDEPIDEV    PIC 9(03) VALUE ZEROS.
       77 W-PIABERTO     PIC 9(01) VALUE ZEROS.
      * CARGO SEM O CURSO/HABILITACAO EXIGIDO (CGCURSO/QUALIF)
       77 ST-ERRORQ      PIC X(02) VALUE "00".
       77 ST-ERROQL      PIC X(02) VALUE "00".
       77 W-QLABERTO     PIC 9(01) VALUE ZEROS.
       77 W-QLOK         PIC 9(01) VALUE ZEROS.
       77 W-FALTAQUAL    PIC 9(03) VALUE ZEROS.
      * DEMISSAO POR JUSTA CAUSA: HISTORICO DISCIPLINAR (MEDDISC)
       77 ST-ERRODS      PIC X(02) VALUE "00".
       77 W-TIPODESL     PIC X(01) VALUE SPACES.
       77 W-QTDDISC      PIC 9(03) VALUE ZEROS.
      *
       SCREEN SECTION.
       01  TELAFUNC.
           05  TVLSALDOSAL
               LINE 19  COLUMN 51  PIC 999999,99
               USING  VL-SALDO-SAL.
           05  LINE 19  COLUMN 61  VALUE  "MED VAR=".
           05  TMEDVAR
               LINE 19  COLUMN 69  PIC 999999,99
               USING  W-MEDVAR.
           05  LINE 20  COLUMN 01  VALUE  "      AVISO PREVIO=".
           05  TVLAVISO
               LINE 20  COLUMN 21  PIC 999999,99
           05  TVLPENSAO
               LINE 18  COLUMN 70  PIC 999999,99
               USING  VL-PENSAO.
           05  LINE 21  COLUMN 62  VALUE  "MENSAL=".
           05  TVLMENSAL
               LINE 21  COLUMN 69  PIC 999999,99
               USING  VL-MENSAL.
           05  LINE 22  COLUMN 41  VALUE  "LIQUIDO A PAGAR=".
           05  TVLLIQRESC
               LINE 22  COLUMN 57  PIC 999999,99
                      MOVE DENOMINACAO-NIVEL TO TEXTONIVEL
                DISPLAY (13, 65) TEXTONIVEL.
                PERFORM VER-TIPO.
                PERFORM VER-QUALIF THRU VER-QUALIF-FIM.
       INC-009.
                ACCEPT TDTADM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF TIPOCONTR NOT = "4" AND TIPOCONTR NOT = "9"
                AND TIPOCONTR NOT = "I" AND TIPOCONTR NOT = "i"
                AND TIPOCONTR NOT = "E" AND TIPOCONTR NOT = "e"
                AND TIPOCONTR NOT = "A" AND TIPOCONTR NOT = "a"
                   MOVE "** TIPO DE CONTRATO INVALIDO (4/9/I/E/A) **"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-0165.
      * ESTAGIARIO: DADOS OBRIGATORIOS DO TERMO DE COMPROMISSO
                IF TIPOCONTR = "E" OR TIPOCONTR = "e"
                   PERFORM PEDE-ESTAGIO THRU PEDE-ESTAGIO-FIM.
      * APRENDIZ: INSTITUICAO E VIGENCIA DO PROGRAMA
                IF TIPOCONTR = "A" OR TIPOCONTR = "a"
                   PERFORM PEDE-APRENDIZ THRU PEDE-APRENDIZ-FIM.
       INC-0166.
                ACCEPT TCODEMPR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF CODEMPR = 0
                   MOVE 1 TO CODEMPR
                   DISPLAY TCODEMPR.
                PERFORM PEDE-PCD THRU PEDE-PCD-FIM.
                IF DTDEM NOT = ZEROS AND DTDEM NOT = W-OLD-DTDEM
                   PERFORM PEDE-TIPODESL THRU PEDE-TIPODESL-FIM
                   PERFORM CALC-RESCISAO THRU CALC-RESCISAO-FIM
                   PERFORM VER-ASODEM THRU VER-ASODEM-FIM
                   PERFORM VER-EPIDEV THRU VER-EPIDEV-FIM
                   PERFORM VER-MENSDEV THRU VER-MENSDEV-FIM
                   PERFORM VER-COTAPCD THRU VER-COTAPCD-FIM.
                IF VERIFI = 01 GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                      MOVE CHAPA TO CHAVEREG
                      PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                      PERFORM GRAVA-ESTAGIO THRU GRAVA-ESTAGIO-FIM
                      PERFORM GRAVA-APRENDIZ THRU GRAVA-APRENDIZ-FIM
                      PERFORM GRAVA-PCD THRU GRAVA-PCD-FIM
                      PERFORM LOTACAO-ADM THRU LOTACAO-ADM-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                   PERFORM GRAVA-HSAL THRU GRAVA-HSAL-FIM
                   PERFORM GRAVA-ESTAGIO THRU GRAVA-ESTAGIO-FIM
                   PERFORM GRAVA-APRENDIZ THRU GRAVA-APRENDIZ-FIM
                   PERFORM GRAVA-PCD THRU GRAVA-PCD-FIM
                   PERFORM GRAVA-VINCULO THRU GRAVA-VINCULO-FIM
                   PERFORM LOTACAO-TRANSF THRU LOTACAO-TRANSF-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   ADD 1 TO MESES-TRAB.
                COMPUTE VL-SALDO-SAL ROUNDED =
                                    (W-BASE-RESC / 30) * DIADEM.
      * A REMUNERACAO VARIAVEL DO MES DA DEMISSAO E PAGA PELO
      * MOVIMENTO; A MEDIA DOS 12 MESES ANTERIORES INTEGRA AS DEMAIS
      * VERBAS
                MOVE ANODEM TO W-MVANOFIM.
                IF MESDEM = 1
                   SUBTRACT 1 FROM W-MVANOFIM
                   MOVE 12 TO W-MVMESFIM
                ELSE
                   COMPUTE W-MVMESFIM = MESDEM - 1.
                PERFORM CALC-MEDVAR THRU CALC-MEDVAR-FIM.
                COMPUTE VL-AVISO = W-BASE-RESC + W-MEDVAR.
                COMPUTE VL-13-PROP ROUNDED =
                       ((W-BASE-RESC + W-MEDVAR) / 12) * MESES-TRAB.
                COMPUTE VL-FERIAS-PROP ROUNDED =
                       ((W-BASE-RESC + W-MEDVAR) / 12) * MESES-TRAB.
                COMPUTE VL-TERCO-FER ROUNDED =
                                    VL-FERIAS-PROP / 3.
                COMPUTE VL-TOTAL-RESC ROUNDED =
      * DESCONTOS: PENSAO, EMPRESTIMO EM ABERTO E SALDO DEVEDOR
                PERFORM CALC-DESC-RESC THRU CALC-DESC-RESC-FIM.
                COMPUTE VL-LIQ-RESC = VL-TOTAL-RESC - VL-PENSAO
                                    - VL-EMPREST - VL-SALDODEV
                                    - VL-MENSAL.
                DISPLAY TELARESC.
                PERFORM GRAVA-RESC THRU GRAVA-RESC-FIM.
       CALC-RESCISAO-FIM.
                EXIT.
      *
      *****************************************
      * MEDIA MENSAL DA REMUNERACAO VARIAVEL   *
      * NOS 12 MESES QUE TERMINAM EM           *
      * W-MVPERFIM (MESMA REGRA DO FPP004).    *
      * ADMITIDO HA MENOS DE 12 MESES DIVIDE   *
      * PELOS MESES TRABALHADOS NA JANELA      *
      *****************************************
       CALC-MEDVAR.
                MOVE ZEROS TO W-MEDVAR W-MVTOT W-MVMESES.
                COMPUTE W-MVIDXFIM = (W-MVANOFIM * 12) + W-MVMESFIM - 1.
                COMPUTE W-MVIDXINI = W-MVIDXFIM - 11.
                IF DTADM NOT = ZEROS
                   COMPUTE W-MVIDXADM = (ANOADM * 12) + MESADM - 1
                   IF W-MVIDXADM > W-MVIDXINI
                      MOVE W-MVIDXADM TO W-MVIDXINI.
                IF W-MVIDXINI > W-MVIDXFIM
                   GO TO CALC-MEDVAR-FIM.
                COMPUTE W-MVMESES = W-MVIDXFIM - W-MVIDXINI + 1.
                DIVIDE W-MVIDXINI BY 12 GIVING W-MVANO
                   REMAINDER W-MVMES.
                ADD 1 TO W-MVMES.
                OPEN INPUT MOVRUB.
                IF ST-ERROMOV NOT = "00"
                   GO TO CALC-MEDVAR-FEC.
                OPEN INPUT EVENTO.
                MOVE CHAPA TO MV-CHAPAFUNC.
                MOVE W-MVANO TO MV-ANO.
                MOVE W-MVMES TO MV-MES.
                MOVE ZEROS TO MV-EVENTO.
                START MOVRUB KEY IS NOT LESS THAN MV-CHAVE
                   INVALID KEY
                      GO TO CALC-MEDVAR-DIV.
       CALC-MEDVAR-LER.
                READ MOVRUB NEXT RECORD
                   AT END
                      GO TO CALC-MEDVAR-DIV.
                IF MV-CHAPAFUNC NOT = CHAPA
                OR MV-PERIODO > W-MVPERFIM
                   GO TO CALC-MEDVAR-DIV.
                IF MV-EVENTO = 913
                   ADD MV-VALOR TO W-MVTOT
                   GO TO CALC-MEDVAR-LER.
                IF MV-EVENTO > 899
                   GO TO CALC-MEDVAR-LER.
                MOVE MV-EVENTO TO EV-CODIGO.
                READ EVENTO
                   INVALID KEY
                      GO TO CALC-MEDVAR-LER.
                IF EV-VARIAVEL = "S"
                AND (EV-TIPO = "P" OR EV-TIPO = "p")
                   ADD MV-VALOR TO W-MVTOT.
                GO TO CALC-MEDVAR-LER.
       CALC-MEDVAR-DIV.
                COMPUTE W-MEDVAR ROUNDED = W-MVTOT / W-MVMESES.
                CLOSE EVENTO.
       CALC-MEDVAR-FEC.
                CLOSE MOVRUB.
       CALC-MEDVAR-FIM.
                EXIT.
      *
      *****************************************
      * DESCONTOS DA RESCISAO: PENSAO (SEM     *
      * TETO), DEPOIS EMPRESTIMO EM ABERTO E   *
      * SALDO DEVEDOR ADIADO, LIMITADOS AO     *
      *
       CALC-DESC-RESC.
                MOVE ZEROS TO VL-EMPREST VL-SALDODEV VL-PENSAO.
                MOVE ZEROS TO VL-MENSAL W-MNQTD.
       CALC-DESC-PEN.
                OPEN INPUT PENSAO.
                IF ST-ERROPEN NOT = "00" AND ST-ERROPEN NOT = "05"
       CALC-DESC-SLD.
                OPEN INPUT SALDODEV.
                IF ST-ERROSLD NOT = "00" AND ST-ERROSLD NOT = "05"
                   GO TO CALC-DESC-MEN.
                MOVE CHAPA TO SD-CHAPAFUNC.
                READ SALDODEV
                   INVALID KEY
                      CLOSE SALDODEV
                      GO TO CALC-DESC-MEN.
                IF SD-SALDODESC > W-DISPDESC
                   MOVE W-DISPDESC TO VL-SALDODEV
                ELSE
                   MOVE SD-SALDODESC TO VL-SALDODEV.
                SUBTRACT VL-SALDODEV FROM W-DISPDESC.
                CLOSE SALDODEV.
       CALC-DESC-MEN.
                OPEN INPUT DEPALU.
                IF ST-ERRODA NOT = "00"
                   GO TO CALC-DESC-RESC-FIM.
                OPEN INPUT MENSAL.
                IF ST-ERROMSL NOT = "00"
                   CLOSE DEPALU
                   GO TO CALC-DESC-RESC-FIM.
                MOVE ZEROS TO W-BLABERTO.
                OPEN INPUT BOLETO.
                IF ST-ERROBL = "00" OR ST-ERROBL = "05"
                   MOVE 1 TO W-BLABERTO.
                MOVE CHAPA TO DA-CHAPAFUNC.
                MOVE ZEROS TO DA-SEQDEP.
                START DEPALU KEY IS NOT LESS THAN DA-CHAVE
                   INVALID KEY
                      GO TO CALC-DESC-MEN-FEC.
       CALC-DESC-MEN-DEP.
                READ DEPALU NEXT RECORD
                   AT END
                      GO TO CALC-DESC-MEN-FEC.
                IF DA-CHAPAFUNC NOT = CHAPA
                   GO TO CALC-DESC-MEN-FEC.
                MOVE DA-RA TO MS-RA.
                MOVE ZEROS TO MS-PERIODO.
                START MENSAL KEY IS NOT LESS THAN MS-CHAVE
                   INVALID KEY
                      GO TO CALC-DESC-MEN-DEP.
       CALC-DESC-MEN-LER.
                READ MENSAL NEXT RECORD
                   AT END
                      GO TO CALC-DESC-MEN-DEP.
                IF MS-RA NOT = DA-RA
                   GO TO CALC-DESC-MEN-DEP.
                IF MS-STATMS NOT = "A" AND MS-STATMS NOT = "a"
                AND MS-STATMS NOT = "F" AND MS-STATMS NOT = "I"
                   GO TO CALC-DESC-MEN-LER.
                PERFORM CALC-SALDO-MEN THRU CALC-SALDO-MEN-FIM.
                IF W-VALDEV NOT > W-RECANT
                   GO TO CALC-DESC-MEN-LER.
                COMPUTE W-VALREC = W-VALDEV - W-RECANT.
                IF W-MNQTD NOT < 60
                   GO TO CALC-DESC-MEN-FEC.
                ADD 1 TO W-MNQTD.
                MOVE MS-RA TO W-MNRA(W-MNQTD).
                MOVE MS-PERIODO TO W-MNPER(W-MNQTD).
                MOVE W-VALREC TO W-MNVAL(W-MNQTD).
                MOVE W-VALDEV TO W-MNDEV(W-MNQTD).
                MOVE MS-STATMS TO W-MNSTAT(W-MNQTD).
                MOVE "N" TO W-MNTRCT(W-MNQTD).
                IF W-VALREC NOT > W-DISPDESC
                   MOVE "S" TO W-MNTRCT(W-MNQTD)
                   ADD W-VALREC TO VL-MENSAL
                   SUBTRACT W-VALREC FROM W-DISPDESC.
                GO TO CALC-DESC-MEN-LER.
       CALC-DESC-MEN-FEC.
                CLOSE DEPALU MENSAL.
                IF W-BLABERTO = 1
                   CLOSE BOLETO.
       CALC-DESC-RESC-FIM.
                EXIT.
      *
      * DEVIDO E JA RECEBIDO DA PARCELA: NA PAGA EM PARTE (I) VALE O
      * DEVIDO DA BAIXA DO FPP022; NA EM ABERTO O VALOR COM MULTA E
      * JUROS ATE HOJE (CALCENC), COM O VENCIMENTO DO BOLETO COMO NA
      * BAIXA (SEM BOLETO, O DO CADCOB NA COMPETENCIA)
       CALC-SALDO-MEN.
                MOVE ZEROS TO W-RECANT.
                IF MS-VALRECEB NUMERIC
                   MOVE MS-VALRECEB TO W-RECANT.
                IF MS-STATMS = "I" AND MS-VALDEVIDO NUMERIC
                   MOVE MS-VALDEVIDO TO W-VALDEV
                   GO TO CALC-SALDO-MEN-FIM.
                MOVE MS-PERIODO TO W-COMPET.
                MOVE MS-VALOR TO W-VALBASE.
                MOVE ZEROS TO W-DTVENC.
                IF W-BLABERTO = 1
                   MOVE MS-CHAVE TO BL-CHAVE
                   READ BOLETO
                      NOT INVALID KEY
                         MOVE BL-DTVENC TO W-DTVENC.
                CALL "CALCENC" USING W-COMPET W-VALBASE W-DTVENC
                                     W-HOJE W-VALMULTA W-VALJUROS
                                     W-VALDEV W-DIASATR.
       CALC-SALDO-MEN-FIM.
                EXIT.
      *
      *****************************************
      * BAIXA DOS VALORES DESCONTADOS NA       *
      * RESCISAO: REDUZ O SALDO DOS            *
                GO TO BAIXA-DESC-EMP-LER.
       BAIXA-DESC-SLD.
                IF VL-SALDODEV = ZEROS
                   GO TO BAIXA-DESC-MEN.
                OPEN I-O SALDODEV.
                IF ST-ERROSLD NOT = "00"
                   GO TO BAIXA-DESC-MEN.
                MOVE CHAPA TO SD-CHAPAFUNC.
                READ SALDODEV
                   INVALID KEY
                      CLOSE SALDODEV
                      GO TO BAIXA-DESC-MEN.
                IF SD-SALDODESC > VL-SALDODEV
                   SUBTRACT VL-SALDODEV FROM SD-SALDODESC
                ELSE
                   MOVE ZEROS TO SD-SALDODESC.
                REWRITE CADSALDODEV.
                CLOSE SALDODEV.
      * MENSALIDADES QUE ENTRARAM NO TRCT VIRAM "R" (PAGAS NA
      * RESCISAO) PARA NAO SEREM COBRADAS NEM DESCONTADAS DE NOVO:
      * O SALDO DESCONTADO SOMA NO RECEBIDO, O DEVIDO FICA O DA
      * APURACAO E O DESCONTO VAI PARA RECMENS.DAT (GERACMEN)
       BAIXA-DESC-MEN.
                IF VL-MENSAL = ZEROS
                   GO TO BAIXA-DESC-RESC-FIM.
                OPEN I-O MENSAL.
                IF ST-ERROMSL NOT = "00"
                   GO TO BAIXA-DESC-RESC-FIM.
                MOVE ZEROS TO W-RMABERTO.
                OPEN I-O RECMENS.
                IF ST-ERRORM = "00" OR ST-ERRORM = "05"
                   MOVE 1 TO W-RMABERTO.
                MOVE ZEROS TO W-MNIDX.
       BAIXA-DESC-MEN-LER.
                ADD 1 TO W-MNIDX.
                IF W-MNIDX > W-MNQTD
                   GO TO BAIXA-DESC-MEN-FEC.
                IF W-MNTRCT(W-MNIDX) NOT = "S"
                   GO TO BAIXA-DESC-MEN-LER.
                MOVE W-MNRA(W-MNIDX) TO MS-RA.
                MOVE W-MNPER(W-MNIDX) TO MS-PERIODO.
                READ MENSAL
                   INVALID KEY
                      GO TO BAIXA-DESC-MEN-LER.
                IF MS-VALRECEB NOT NUMERIC
                   MOVE ZEROS TO MS-VALRECEB.
                MOVE MS-VALRECEB TO W-RECANT.
                MOVE "R" TO MS-STATMS.
                MOVE W-HOJE TO MS-DTPAG.
                MOVE W-MNDEV(W-MNIDX) TO MS-VALDEVIDO.
                ADD W-MNVAL(W-MNIDX) TO MS-VALRECEB.
                REWRITE REGMENSAL.
                PERFORM GRAVA-RECMEN THRU GRAVA-RECMEN-FIM.
                GO TO BAIXA-DESC-MEN-LER.
       BAIXA-DESC-MEN-FEC.
                CLOSE MENSAL.
                IF W-RMABERTO = 1
                   CLOSE RECMENS.
       BAIXA-DESC-RESC-FIM.
                EXIT.
      *
      * RECEBIMENTO DA PARCELA EM RECMENS.DAT: O QUE COMPLETA O
      * VALOR COBRADO E PRINCIPAL, O QUE PASSA DELE E MULTA/JUROS
       GRAVA-RECMEN.
                IF W-RMABERTO = 0
                   GO TO GRAVA-RECMEN-FIM.
                MOVE W-MNVAL(W-MNIDX) TO W-VALREC.
                MOVE MS-RA TO RM-RA.
                MOVE MS-PERIODO TO RM-PERIODO.
                MOVE MS-DTPAG TO RM-DTREC.
                MOVE ZEROS TO RM-SEQ.
                MOVE "R" TO RM-ORIGEM.
                MOVE MS-TURMA TO RM-TURMA.
                MOVE ZEROS TO RM-VALPRINC.
                IF MS-VALOR > W-RECANT
                   COMPUTE RM-VALPRINC = MS-VALOR - W-RECANT.
                IF RM-VALPRINC > W-VALREC
                   MOVE W-VALREC TO RM-VALPRINC.
                COMPUTE RM-VALENC = W-VALREC - RM-VALPRINC.
      * OUTRO RECEBIMENTO DA PARCELA NO MESMO DIA: PROXIMA SEQUENCIA
       GRAVA-RECMEN-GRV.
                WRITE REGRECMEN
                   INVALID KEY
                      IF RM-SEQ < 99
                         ADD 1 TO RM-SEQ
                         GO TO GRAVA-RECMEN-GRV.
       GRAVA-RECMEN-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DO REGISTRO DE RESCISAO       *
      *****************************************
                MOVE VL-SALDODEV    TO RC-SALDODEV.
                MOVE VL-PENSAO      TO RC-PENSAO.
                MOVE VL-LIQ-RESC    TO RC-LIQUIDO.
                MOVE VL-MENSAL      TO RC-MENSAL.
                MOVE W-TIPODESL     TO RC-TIPODESL.
                OPEN EXTEND RESC.
                WRITE REGRESC.
                CLOSE RESC.
                EXIT.
      *
      *****************************************
      * AVISO QUANDO A DEMISSAO NAO TEM EXAME  *
      * DEMISSIONAL (TIPO D) NO ASO.DAT        *
      * (CADASO). SO AVISA, NAO IMPEDE A       *
      * GRAVACAO.                              *
      *****************************************
      *
       VER-ASODEM.
                MOVE ZEROS TO W-TEMASODEM.
                OPEN INPUT ASO.
                IF ST-ERROEX NOT = "00" AND ST-ERROEX NOT = "05"
                   GO TO VER-ASODEM-AVISO.
                MOVE CHAPA TO EX-CHAPAFUNC.
                MOVE ZEROS TO EX-DTEXAME.
                MOVE SPACES TO EX-TIPO.
                START ASO KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                      GO TO VER-ASODEM-FEC.
       VER-ASODEM-LER.
                READ ASO NEXT RECORD
                   AT END
                      GO TO VER-ASODEM-FEC.
                IF EX-CHAPAFUNC NOT = CHAPA
                   GO TO VER-ASODEM-FEC.
                IF EX-TIPO = "D"
                   MOVE 1 TO W-TEMASODEM
                   GO TO VER-ASODEM-FEC.
                GO TO VER-ASODEM-LER.
       VER-ASODEM-FEC.
                CLOSE ASO.
       VER-ASODEM-AVISO.
                IF W-TEMASODEM = 0
                   MOVE "*AVISO: DEMISSAO SEM EXAME DEMISSIONAL (ASO)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-ASODEM-FIM.
                EXIT.
      *
      *****************************************
      * NA DEMISSAO LISTA OS EPI ENTREGUES E   *
      * AINDA NAO DEVOLVIDOS (EPIENT.DAT -     *
      * CADEPIEN) PARA O RECOLHIMENTO. SO      *
      * MOSTRA, NAO IMPEDE A GRAVACAO.         *
      *****************************************
      *
       VER-EPIDEV.
                MOVE ZEROS TO W-QTDEPIDEV W-LIN.
                OPEN INPUT EPIENT.
                IF ST-ERROEE NOT = "00"
                   GO TO VER-EPIDEV-FIM.
                MOVE ZEROS TO W-PIABERTO.
                OPEN INPUT EPI.
                IF ST-ERROPI = "00" OR ST-ERROPI = "05"
                   MOVE 1 TO W-PIABERTO.
                MOVE CHAPA TO EE-CHAPAFUNC.
                MOVE ZEROS TO EE-CODEPI EE-DTENTR.
                START EPIENT KEY IS NOT LESS THAN EE-CHAVE
                   INVALID KEY
                      GO TO VER-EPIDEV-FEC.
       VER-EPIDEV-LER.
                READ EPIENT NEXT RECORD
                   AT END
                      GO TO VER-EPIDEV-FEC.
                IF EE-CHAPAFUNC NOT = CHAPA
                   GO TO VER-EPIDEV-FEC.
                IF EE-DTDEVOL NOT = ZEROS
                   GO TO VER-EPIDEV-LER.
                IF W-QTDEPIDEV = ZEROS
                   DISPLAY (01, 01) ERASE
                   DISPLAY (01, 10) "EPI NAO DEVOLVIDOS - RECOLHER NA "
                                    "DEMISSAO".
                ADD 1 TO W-QTDEPIDEV
                MOVE SPACES TO PI-DESCR
                MOVE EE-CODEPI TO PI-CODIGO
                READ EPI
                   INVALID KEY
                      MOVE SPACES TO PI-DESCR.
                ADD 1 TO W-LIN
                COMPUTE W-LINDISP = W-LIN + 2
                DISPLAY (W-LINDISP, 05) EE-CODEPI
                DISPLAY (W-LINDISP, 11) PI-DESCR
                DISPLAY (W-LINDISP, 53) EE-QTD
                DISPLAY (W-LINDISP, 58) EE-DTENTR
                IF W-LIN < 18
                   GO TO VER-EPIDEV-LER.
                DISPLAY (22, 05) "ENTER = CONTINUA A LISTA"
                ACCEPT (22, 30) W-OPCAO
                MOVE ZEROS TO W-LIN
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 10) "EPI NAO DEVOLVIDOS - RECOLHER NA "
                                 "DEMISSAO"
                GO TO VER-EPIDEV-LER.
       VER-EPIDEV-FEC.
                CLOSE EPIENT.
                IF W-PIABERTO = 1
                   CLOSE EPI.
                IF W-QTDEPIDEV = ZEROS
                   GO TO VER-EPIDEV-FIM.
                DISPLAY (22, 05) "ENTER = VOLTA AO CADASTRO"
                ACCEPT (22, 32) W-OPCAO.
                DISPLAY (01, 01) ERASE
                DISPLAY TELAFUNC
                DISPLAY TELARESC.
       VER-EPIDEV-FIM.
                EXIT.
      *
      *****************************************
      * NA DEMISSAO LISTA AS MENSALIDADES      *
      * ESCOLARES EM ABERTO OU PAGAS EM PARTE  *
      * DOS FILHOS, PELO SALDO (APURADAS EM    *
      * CALC-DESC-MEN), MARCANDO               *
      * AS DESCONTADAS NO TRCT E AS QUE NAO    *
      * COUBERAM E FICAM PARA COBRANCA         *
      *****************************************
      *
       VER-MENSDEV.
                IF W-MNQTD = ZEROS
                   GO TO VER-MENSDEV-FIM.
                MOVE ZEROS TO W-MNIDX W-LIN.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 10) "MENSALIDADES ESCOLARES EM ABERTO DOS "
                                 "FILHOS".
       VER-MENSDEV-LER.
                ADD 1 TO W-MNIDX.
                IF W-MNIDX > W-MNQTD
                   GO TO VER-MENSDEV-FEC.
                ADD 1 TO W-LIN
                COMPUTE W-LINDISP = W-LIN + 2
                DISPLAY (W-LINDISP, 05) W-MNRA(W-MNIDX)
                DISPLAY (W-LINDISP, 13) W-MNPER(W-MNIDX)
                DISPLAY (W-LINDISP, 21) W-MNVAL(W-MNIDX)
                DISPLAY (W-LINDISP, 32) W-MNSTAT(W-MNIDX)
                IF W-MNTRCT(W-MNIDX) = "S"
                   DISPLAY (W-LINDISP, 35) "DESCONTADA NO TRCT"
                ELSE
                   DISPLAY (W-LINDISP, 35) "NAO COUBE - COBRAR A PARTE".
                IF W-LIN < 18
                   GO TO VER-MENSDEV-LER.
                DISPLAY (22, 05) "ENTER = CONTINUA A LISTA"
                ACCEPT (22, 30) W-OPCAO
                MOVE ZEROS TO W-LIN
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 10) "MENSALIDADES ESCOLARES EM ABERTO DOS "
                                 "FILHOS"
                GO TO VER-MENSDEV-LER.
       VER-MENSDEV-FEC.
                DISPLAY (22, 05) "ENTER = VOLTA AO CADASTRO"
                ACCEPT (22, 32) W-OPCAO.
                DISPLAY (01, 01) ERASE
                DISPLAY TELAFUNC
                DISPLAY TELARESC.
       VER-MENSDEV-FIM.
                EXIT.
      *
      *****************************************
      * TIPO DE DESLIGAMENTO, GRAVADO NA       *
      * RESCISAO (MULTA DO FGTS E SEGURO-      *
      * DESEMPREGO - PRINTGRR). NA DEMISSAO    *
      * POR JUSTA CAUSA LISTA AS ADVERTENCIAS  *
      * E SUSPENSOES DO CHAPA (MEDDISC.DAT -   *
      * CADMEDID) PARA CONFERIR A GRADACAO     *
      * DAS PENAS. SO MOSTRA, NAO IMPEDE A     *
      * GRAVACAO.                              *
      *****************************************
      *
       PEDE-TIPODESL.
                MOVE "S" TO W-TIPODESL.
                DISPLAY (24, 12) "S=SEM JUSTA J=JUSTA CAUSA P=PEDIDO "
                                 "A=ACORDO T=TERMO".
                DISPLAY (23, 12) "TIPO DE DESLIGAMENTO (S/J/P/A/T): ".
                ACCEPT (23, 46) W-TIPODESL WITH UPDATE.
                DISPLAY (23, 12) LIMPA.
                DISPLAY (24, 12) LIMPA.
                IF W-TIPODESL = "s" MOVE "S" TO W-TIPODESL.
                IF W-TIPODESL = "j" MOVE "J" TO W-TIPODESL.
                IF W-TIPODESL = "p" MOVE "P" TO W-TIPODESL.
                IF W-TIPODESL = "a" MOVE "A" TO W-TIPODESL.
                IF W-TIPODESL = "t" MOVE "T" TO W-TIPODESL.
                IF W-TIPODESL NOT = "S" AND NOT = "J" AND NOT = "P"
                                    AND NOT = "A" AND NOT = "T"
                   MOVE "*** DIGITE APENAS S, J, P, A OU T ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDE-TIPODESL.
                IF W-TIPODESL = "J"
                   PERFORM VER-DISCIP THRU VER-DISCIP-FIM.
       PEDE-TIPODESL-FIM.
                EXIT.
      *
       VER-DISCIP.
                MOVE ZEROS TO W-QTDDISC W-LIN.
                OPEN INPUT MEDDISC.
                IF ST-ERRODS NOT = "00" AND ST-ERRODS NOT = "05"
                   GO TO VER-DISCIP-NADA.
                MOVE CHAPA TO DS-CHAPAFUNC.
                MOVE ZEROS TO DS-DATA.
                START MEDDISC KEY IS NOT LESS THAN DS-CHAVE
                   INVALID KEY
                      GO TO VER-DISCIP-FEC.
       VER-DISCIP-LER.
                READ MEDDISC NEXT RECORD
                   AT END
                      GO TO VER-DISCIP-FEC.
                IF DS-CHAPAFUNC NOT = CHAPA
                   GO TO VER-DISCIP-FEC.
                IF W-QTDDISC = ZEROS
                   DISPLAY (01, 01) ERASE
                   DISPLAY (01, 10) "HISTORICO DISCIPLINAR - DEMISSAO "
                                    "POR JUSTA CAUSA"
                   DISPLAY (02, 05) "DATA     T DIAS MOTIVO".
                ADD 1 TO W-QTDDISC
                ADD 1 TO W-LIN
                COMPUTE W-LINDISP = W-LIN + 2
                DISPLAY (W-LINDISP, 05) DS-DATA
                DISPLAY (W-LINDISP, 14) DS-TIPO
                DISPLAY (W-LINDISP, 17) DS-DIAS
                DISPLAY (W-LINDISP, 21) DS-MOTIVO1
                IF W-LIN < 18
                   GO TO VER-DISCIP-LER.
                DISPLAY (22, 05) "ENTER = CONTINUA A LISTA"
                ACCEPT (22, 30) W-OPCAO
                MOVE ZEROS TO W-LIN
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 10) "HISTORICO DISCIPLINAR - DEMISSAO "
                                 "POR JUSTA CAUSA"
                DISPLAY (02, 05) "DATA     T DIAS MOTIVO"
                GO TO VER-DISCIP-LER.
       VER-DISCIP-FEC.
                CLOSE MEDDISC.
                IF W-QTDDISC NOT = ZEROS
                   GO TO VER-DISCIP-VOLTA.
       VER-DISCIP-NADA.
                MOVE "*AVISO: JUSTA CAUSA SEM MEDIDA DISCIPLINAR*"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO VER-DISCIP-FIM.
       VER-DISCIP-VOLTA.
                DISPLAY (22, 05) "ENTER = VOLTA AO CADASTRO"
                ACCEPT (22, 32) W-OPCAO.
                DISPLAY (01, 01) ERASE
                DISPLAY TELAFUNC
                DISPLAY TELARESC.
       VER-DISCIP-FIM.
                EXIT.
      *
      *****************************************
      * AVISO QUANDO O FUNCIONARIO NAO TEM,    *
      * OU TEM VENCIDO, ALGUM CURSO OU         *
      * HABILITACAO EXIGIDO PELO CARGO         *
      * (CGCURSO.DAT X QUALIF.DAT). SO AVISA,  *
      * NAO IMPEDE A GRAVACAO.                 *
      *****************************************
      *
       VER-QUALIF.
                MOVE ZEROS TO W-FALTAQUAL.
                OPEN INPUT CGCURSO.
                IF ST-ERRORQ NOT = "00"
                   GO TO VER-QUALIF-FIM.
                MOVE ZEROS TO W-QLABERTO.
                OPEN INPUT QUALIF.
                IF ST-ERROQL = "00" OR ST-ERROQL = "05"
                   MOVE 1 TO W-QLABERTO.
                MOVE CODCARG TO RQ-CODCARG.
                MOVE ZEROS TO RQ-CODCURSO.
                START CGCURSO KEY IS NOT LESS THAN RQ-CHAVE
                   INVALID KEY
                      GO TO VER-QUALIF-FEC.
       VER-QUALIF-LER.
                READ CGCURSO NEXT RECORD
                   AT END
                      GO TO VER-QUALIF-FEC.
                IF RQ-CODCARG NOT = CODCARG
                   GO TO VER-QUALIF-FEC.
                MOVE ZEROS TO W-QLOK.
                IF W-QLABERTO NOT = 1
                   GO TO VER-QUALIF-CONTA.
                MOVE CHAPA TO QL-CHAPAFUNC.
                MOVE RQ-CODCURSO TO QL-CODCURSO.
                MOVE ZEROS TO QL-DTCONCL.
                START QUALIF KEY IS NOT LESS THAN QL-CHAVE
                   INVALID KEY
                      GO TO VER-QUALIF-CONTA.
       VER-QUALIF-QL.
                READ QUALIF NEXT RECORD
                   AT END
                      GO TO VER-QUALIF-CONTA.
                IF QL-CHAPAFUNC NOT = CHAPA
                OR QL-CODCURSO NOT = RQ-CODCURSO
                   GO TO VER-QUALIF-CONTA.
                IF QL-DTVALID = ZEROS OR QL-DTVALID NOT < W-HOJE
                   MOVE 1 TO W-QLOK
                   GO TO VER-QUALIF-CONTA.
                GO TO VER-QUALIF-QL.
       VER-QUALIF-CONTA.
                IF W-QLOK = 0
                   ADD 1 TO W-FALTAQUAL.
                GO TO VER-QUALIF-LER.
       VER-QUALIF-FEC.
                CLOSE CGCURSO.
                IF W-QLABERTO = 1
                   CLOSE QUALIF.
                IF W-FALTAQUAL NOT = ZEROS
                   MOVE "*AVISO: CARGO EXIGE CURSO/HABILITACAO*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-QUALIF-FIM.
                EXIT.
      *
      *****************************************
      * AVISO QUANDO O SALARIO NEGOCIADO SAI   *
      * DA ESTRUTURA DE FAIXAS DO CARGO        *
      * (FAIXAS.DAT - FPP021). SO AVISA, NAO   *
                EXIT.
      *
      *****************************************
      * JOVEM APRENDIZ: COLETA DA INSTITUICAO  *
      * FORMADORA E DA VIGENCIA DO PROGRAMA    *
      * DE APRENDIZAGEM                        *
      *****************************************
      *
       PEDE-APRENDIZ.
      * REAPRESENTA O QUE JA EXISTE EM APRENDIZ.DAT PARA O CHAPA
                OPEN I-O APRENDIZ.
                IF ST-ERROAPZ = "30"
                   OPEN OUTPUT APRENDIZ
                   CLOSE APRENDIZ
                   OPEN I-O APRENDIZ.
                MOVE CHAPA TO AZ-CHAPAFUNC.
                READ APRENDIZ
                   NOT INVALID KEY
                      MOVE AZ-INSTITUICAO TO W-APZINST
                      MOVE AZ-DTINIPROG TO W-APZDTINI
                      MOVE AZ-DTFIMPROG TO W-APZDTFIM.
                CLOSE APRENDIZ.
       PEDE-APZ1.
                DISPLAY (19, 05) "INSTITUICAO FORMADORA: "
                DISPLAY (19, 28) W-APZINST
                ACCEPT (19, 28) W-APZINST
                IF W-APZINST = SPACES
                   MOVE "*** INSTITUICAO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDE-APZ1.
       PEDE-APZ2.
                DISPLAY (20, 05) "PROGRAMA - INICIO (DDMMAAAA): "
                ACCEPT (20, 35) W-APZDTINI
                IF W-APZDTINI = ZEROS
                   MOVE "*** DATA DE INICIO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDE-APZ2.
       PEDE-APZ3.
                DISPLAY (21, 05) "PROGRAMA - FIM    (DDMMAAAA): "
                ACCEPT (21, 35) W-APZDTFIM
                IF W-APZDTFIM = ZEROS
                   MOVE "*** DATA DE FIM OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDE-APZ3.
       PEDE-APRENDIZ-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DO PROGRAMA DE APRENDIZAGEM   *
      * (APRENDIZ.DAT) APOS O FUNC GRAVADO     *
      *****************************************
      *
       GRAVA-APRENDIZ.
                IF TIPOCONTR NOT = "A" AND TIPOCONTR NOT = "a"
                   GO TO GRAVA-APRENDIZ-FIM.
                OPEN I-O APRENDIZ.
                IF ST-ERROAPZ NOT = "00"
                   GO TO GRAVA-APRENDIZ-FIM.
                MOVE CHAPA TO AZ-CHAPAFUNC.
                MOVE W-APZINST TO AZ-INSTITUICAO.
                MOVE W-APZDTINI TO AZ-DTINIPROG.
                MOVE W-APZDTFIM TO AZ-DTFIMPROG.
                WRITE CADAPRENDIZ
                   INVALID KEY
                      REWRITE CADAPRENDIZ.
                CLOSE APRENDIZ.
       GRAVA-APRENDIZ-FIM.
                EXIT.
      *
      *****************************************
      * PESSOA COM DEFICIENCIA: TIPO E LAUDO   *
      * (PCD.DAT) PARA A COTA LEGAL (PRINTCOT) *
      *****************************************
      *
       PEDE-PCD.
      * REAPRESENTA O QUE JA EXISTE EM PCD.DAT PARA O CHAPA
                MOVE "N" TO W-PCD.
                MOVE ZEROS TO W-PCDTIPO W-PCDDTLAU.
                MOVE SPACES TO W-PCDLAUDO.
                OPEN I-O PCD.
                IF ST-ERROPCD = "30"
                   OPEN OUTPUT PCD
                   CLOSE PCD
                   OPEN I-O PCD.
                MOVE CHAPA TO PD-CHAPAFUNC.
                READ PCD
                   NOT INVALID KEY
                      MOVE "S" TO W-PCD
                      MOVE PD-TIPODEF TO W-PCDTIPO
                      MOVE PD-LAUDO TO W-PCDLAUDO
                      MOVE PD-DTLAUDO TO W-PCDDTLAU.
                CLOSE PCD.
                DISPLAY (19, 05) LIMPA.
                DISPLAY (20, 05) LIMPA.
                DISPLAY (21, 05) LIMPA.
                DISPLAY (22, 05) LIMPA.
       PEDE-PCD1.
                DISPLAY (19, 05) "PESSOA COM DEFICIENCIA (S/N): "
                ACCEPT (19, 35) W-PCD WITH UPDATE
                IF W-PCD = "n"
                   MOVE "N" TO W-PCD.
                IF W-PCD = "s"
                   MOVE "S" TO W-PCD.
                IF W-PCD = "N"
                   GO TO PEDE-PCD-FIM.
                IF W-PCD NOT = "S"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDE-PCD1.
       PEDE-PCD2.
                DISPLAY (20, 05) "TIPO (1=FIS 2=AUD 3=VIS 4=INT 5=MENT "
                                 "6=REAB): "
                ACCEPT (20, 51) W-PCDTIPO WITH UPDATE
                IF W-PCDTIPO < 1 OR W-PCDTIPO > 6
                   MOVE "*** TIPO DE DEFICIENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDE-PCD2.
       PEDE-PCD3.
                DISPLAY (21, 05) "NUMERO DO LAUDO......: "
                DISPLAY (21, 28) W-PCDLAUDO
                ACCEPT (21, 28) W-PCDLAUDO
                IF W-PCDLAUDO = SPACES
                   MOVE "*** LAUDO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDE-PCD3.
       PEDE-PCD4.
                DISPLAY (22, 05) "DATA DO LAUDO (DDMMAAAA): "
                ACCEPT (22, 31) W-PCDDTLAU WITH UPDATE
                IF W-PCDDTLAU = ZEROS
                   MOVE "*** DATA DO LAUDO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDE-PCD4.
       PEDE-PCD-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO (OU EXCLUSAO, QUANDO DEIXA   *
      * DE SER PCD) EM PCD.DAT APOS O FUNC     *
      * GRAVADO                                *
      *****************************************
      *
       GRAVA-PCD.
                OPEN I-O PCD.
                IF ST-ERROPCD NOT = "00"
                   GO TO GRAVA-PCD-FIM.
                MOVE CHAPA TO PD-CHAPAFUNC.
                IF W-PCD NOT = "S"
                   GO TO GRAVA-PCD-EXC.
                MOVE W-PCDTIPO TO PD-TIPODEF.
                MOVE W-PCDLAUDO TO PD-LAUDO.
                MOVE W-PCDDTLAU TO PD-DTLAUDO.
                WRITE CADPCD
                   INVALID KEY
                      REWRITE CADPCD.
                GO TO GRAVA-PCD-FEC.
       GRAVA-PCD-EXC.
                DELETE PCD RECORD
                   INVALID KEY
                      MOVE ZEROS TO PD-CHAPAFUNC.
       GRAVA-PCD-FEC.
                CLOSE PCD.
       GRAVA-PCD-FIM.
                EXIT.
      *
      *****************************************
      * DEMISSAO DE PCD: CONTA OS ATIVOS DA    *
      * EMPRESA (MENOS O DEMITIDO) E AVISA SE  *
      * A COTA DA LEI 8.213 FICA DESCOBERTA.   *
      * SO MOSTRA, NAO IMPEDE A GRAVACAO.      *
      *****************************************
      *
       VER-COTAPCD.
                IF W-PCD NOT = "S"
                   GO TO VER-COTAPCD-FIM.
                OPEN INPUT PCD.
                IF ST-ERROPCD NOT = "00"
                   GO TO VER-COTAPCD-FIM.
                MOVE CADFUN TO W-REGSAVE.
                MOVE CODEMPR TO W-PCDEMPR.
                MOVE CHAPA TO W-VAGCHAPA.
                MOVE ZEROS TO W-COTTOT W-COTPCD.
                MOVE ZEROS TO CHAPA.
                START FUNC KEY IS NOT LESS THAN CHAPA
                   INVALID KEY
                      GO TO VER-COTAPCD-VOLTA.
       VER-COTAPCD-LER.
                READ FUNC NEXT RECORD
                   AT END
                      GO TO VER-COTAPCD-VOLTA.
                IF DTDEM NOT = ZEROS
                   GO TO VER-COTAPCD-LER.
                IF CHAPA = W-VAGCHAPA
                   GO TO VER-COTAPCD-LER.
                IF TIPOCONTR = "E" OR TIPOCONTR = "e"
                   GO TO VER-COTAPCD-LER.
                IF CODEMPR = 0
                   MOVE 1 TO CODEMPR.
                IF CODEMPR NOT = W-PCDEMPR
                   GO TO VER-COTAPCD-LER.
                ADD 1 TO W-COTTOT.
                MOVE CHAPA TO PD-CHAPAFUNC.
                READ PCD
                   NOT INVALID KEY
                      ADD 1 TO W-COTPCD.
                GO TO VER-COTAPCD-LER.
       VER-COTAPCD-VOLTA.
                CLOSE PCD.
                MOVE W-REGSAVE TO CADFUN.
      * 2% ATE 200 EMPREGADOS, 3% DE 201 A 500, 4% DE 501 A 1000 E
      * 5% ACIMA; ABAIXO DE 100 NAO HA COTA (FRACAO ARREDONDA PARA
      * CIMA)
                MOVE ZEROS TO W-COTPERC W-COTEXIG.
                IF W-COTTOT NOT < 100
                   MOVE 2 TO W-COTPERC.
                IF W-COTTOT > 200
                   MOVE 3 TO W-COTPERC.
                IF W-COTTOT > 500
                   MOVE 4 TO W-COTPERC.
                IF W-COTTOT > 1000
                   MOVE 5 TO W-COTPERC.
                COMPUTE W-COTEXIG = ((W-COTTOT * W-COTPERC) + 99) / 100.
                IF W-COTPCD < W-COTEXIG
                   MOVE W-COTPCD TO W-MCPCD
                   MOVE W-COTEXIG TO W-MCEXIG
                   MOVE W-MENSCOTA TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-COTAPCD-FIM.
                EXIT.
      *
      *****************************************
      * HISTORICO DE VINCULOS (VINCULO.DAT):   *
      * NA DEMISSAO O CONTRATO ENCERRADO E     *
      * GRAVADO COM A PROXIMA SEQUENCIA DO     *
