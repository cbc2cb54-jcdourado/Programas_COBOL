                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FT-CHAVE
                    FILE STATUS  IS ST-ERROFAL.
           SELECT OPTIONAL ATESTADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-CHAVE
                    FILE STATUS  IS ST-ERROAT.
           SELECT OPTIONAL MEDDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DS-CHAVE
                    FILE STATUS  IS ST-ERRODS.
           SELECT OPTIONAL SINDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SI-CODIGO
                    FILE STATUS  IS ST-ERROSI.
           SELECT OPTIONAL SINDCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SN-CODCARG
                    FILE STATUS  IS ST-ERROSN.
           SELECT OPTIONAL SINDFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SF-CHAPAFUNC
                    FILE STATUS  IS ST-ERROSF.
           SELECT OPTIONAL ANUENIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AN-DTVIGOR
                    FILE STATUS  IS ST-ERROANU.
           SELECT OPTIONAL VINCULO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VC-CHAVE
                    FILE STATUS  IS ST-ERROVNC.
           SELECT OPTIONAL FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FD-DATA
                    FILE STATUS  IS ST-ERROFRD.
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
           SELECT OPTIONAL RESUMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                03 EV-TIPO             PIC X(01).
                03 EV-INCIR            PIC X(01).
                03 EV-INCINSS          PIC X(01).
                03 EV-VARIAVEL         PIC X(01).
       FD HORAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HORAS.DAT".
                    05 FT-CHAPAFUNC    PIC 9(06).
      * DATA DA FALTA NAO JUSTIFICADA EM AAAAMMDD (FPP014)
                    05 FT-DATA         PIC 9(08).
      * ATESTADOS MEDICOS DOS FUNCIONARIOS (CADATEST)
       FD ATESTADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATESTADO.DAT".
       01 REGATESTADO.
                03 AT-CHAVE.
                    05 AT-CHAPAFUNC    PIC 9(06).
                    05 AT-DTINI        PIC 9(08).
                03 AT-DTFIM            PIC 9(08).
                03 AT-CID              PIC X(05).
                03 AT-CRM              PIC X(12).
                03 AT-NUMDOC           PIC X(15).
                03 AT-DIAS             PIC 9(03).
      * MEDIDAS DISCIPLINARES (CADMEDID) - SUSPENSOES
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
                03 SI-PERCMENS         PIC 9(02)V99.
                03 SI-VALMENS          PIC 9(04)V99.
                03 SI-PERCCONT         PIC 9(02)V99.
                03 SI-MESCONT          PIC 9(02).
                03 SI-TETOCONT         PIC 9(04)V99.
       FD SINDCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDCARG.DAT".
       01 REGSINDCARG.
                03 SN-CODCARG          PIC 9(04).
                03 SN-CODSIND          PIC 9(02).
       FD SINDFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDFUNC.DAT".
       01 REGSINDFUNC.
                03 SF-CHAPAFUNC        PIC 9(06).
                03 SF-CODSIND          PIC 9(02).
                03 SF-ASSOC            PIC X(01).
                03 SF-OPOSICAO         PIC X(01).
                03 SF-DTCARTA          PIC 9(08).
       FD ANUENIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ANUENIO.DAT".
       01 CADANUEN.
                03 AN-DTVIGOR          PIC 9(08).
                03 AN-TIPO             PIC X(01).
                03 AN-PERC             PIC 9(02)V99.
                03 AN-TETO             PIC 9(02)V99.
                03 AN-BASE             PIC X(01).
                03 AN-CONTAVINC        PIC X(01).
                03 AN-INTERV           PIC 9(04).
                03 FILLER              PIC X(20).
       FD VINCULO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VINCULO.DAT".
       01 CADVINCULO.
                03 VC-CHAVE.
                    05 VC-CHAPAFUNC    PIC 9(06).
                    05 VC-SEQVINC      PIC 9(02).
                03 VC-DTADM            PIC 9(08).
                03 VC-DTADM-R REDEFINES VC-DTADM.
                    05 VC-DIAADM           PIC 9(02).
                    05 VC-MESADM           PIC 9(02).
                    05 VC-ANOADM           PIC 9(04).
                03 VC-DTDEM            PIC 9(08).
                03 VC-DTDEM-R REDEFINES VC-DTDEM.
                    05 VC-DIADEM           PIC 9(02).
                    05 VC-MESDEM           PIC 9(02).
                    05 VC-ANODEM           PIC 9(04).
                03 VC-STATVC           PIC X(01).
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 CADFERIADO.
                03 FD-DATA             PIC 9(08).
                03 FD-DESCR            PIC X(30).
      * FILHO DE FUNCIONARIO ESTUDANDO NA ESCOLA (FPP010) E SUAS
      * MENSALIDADES (MENSAL.DAT - GERAMENS)
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
      * F=A DESCONTAR EM FOLHA  D=PAGA POR DESCONTO EM FOLHA
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
       FD TRAVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRAVA.DAT".
       77 ST-ERROCKL  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
       77 Y             PIC 9(02) VALUE ZEROS.
       77 W-VALORVR     PIC 9(06)V99 VALUE 000330,00.
      * DEPOSITO DE FGTS DO EMPREGADOR (8% DO BRUTO - NAO E DESCONTO)
       77 W-PERCFGTS    PIC 9(02)V99 VALUE 08,00.
      * CONTRATO DE APRENDIZAGEM: FGTS REDUZIDO (LEI 8.036, ART. 15)
       77 W-PERCFGTSAPZ PIC 9(02)V99 VALUE 02,00.
       77 W-SALLIQ      PIC 9(06)V99 VALUE ZEROS.
       77 ST-ERRODEP    PIC X(02) VALUE "00".
       77 W-CONTDEP     PIC 9(02) VALUE ZEROS.
       77 W-DSRQUOC     PIC 9(06) VALUE ZEROS.
       01 W-DSRSEMANAS.
                03 W-DSRFLAG           PIC 9(01) OCCURS 5 TIMES.
       77 ST-ERROAT     PIC X(02) VALUE "00".
       77 W-ATABERTO    PIC 9(01) VALUE ZEROS.
       77 W-TEMATEST    PIC 9(01) VALUE ZEROS.
       01 W-DSRDATA     PIC 9(08) VALUE ZEROS.
       01 W-DSRDATA-R REDEFINES W-DSRDATA.
                03 W-DSR-AAMM          PIC 9(06).
                03 W-DSR-DD            PIC 9(02).
      * SUSPENSAO DISCIPLINAR (MEDDISC.DAT - CADMEDID): DIAS DO MES
      * SEM SALARIO (BASE 30, EM CALC-SUSP) E SEMANAS QUE PERDEM O
      * DSR JUNTO COM AS FALTAS (EVENTO 911)
       77 ST-ERRODS     PIC X(02) VALUE "00".
       77 W-DSABERTO    PIC 9(01) VALUE ZEROS.
       77 W-SSDIAS      PIC 9(02) VALUE ZEROS.
       77 W-SSINI       PIC 9(02) VALUE ZEROS.
       77 W-SSFIM       PIC S9(03) VALUE ZEROS.
       77 W-SSULT       PIC 9(02) VALUE ZEROS.
       77 W-SSANOANT    PIC 9(04) VALUE ZEROS.
       77 W-SSMESANT    PIC 9(02) VALUE ZEROS.
       77 W-SSIDXINI    PIC 9(01) VALUE ZEROS.
       77 W-SSIDXFIM    PIC 9(01) VALUE ZEROS.
       77 W-SSQUOC      PIC 9(04) VALUE ZEROS.
       77 W-SSRESTO     PIC 9(03) VALUE ZEROS.
       77 W-SSDESC      PIC 9(06)V99 VALUE ZEROS.
       01 W-SSSEMANAS.
                03 W-SSFLAG            PIC 9(01) OCCURS 5 TIMES.
       01 W-SSDATA      PIC 9(08) VALUE ZEROS.
       01 W-SSDATA-R REDEFINES W-SSDATA.
                03 W-SS-ANO            PIC 9(04).
                03 W-SS-MES            PIC 9(02).
                03 W-SS-DIA            PIC 9(02).
       01 W-SSTABMES    PIC X(24) VALUE "312831303130313130313031".
       01 W-SSTABMES-R REDEFINES W-SSTABMES.
                03 W-SSDIASMES         PIC 9(02) OCCURS 12 TIMES.
      * DESCONTOS SINDICAIS (SINDIC.DAT - CADSIND): MENSALIDADE DO
      * ASSOCIADO E CONTRIBUICAO ASSISTENCIAL NO EVENTO 950 + CODIGO
      * DO SINDICATO DO FUNCIONARIO (SINDFUNC.DAT, OU O DO CARGO EM
      * SINDCARG.DAT). EVENTOS 951-999 SAO RESERVADOS PARA ISSO
       77 ST-ERROSI     PIC X(02) VALUE "00".
       77 ST-ERROSN     PIC X(02) VALUE "00".
       77 ST-ERROSF     PIC X(02) VALUE "00".
       77 W-SIABERTO    PIC 9(01) VALUE ZEROS.
       77 W-SNABERTO    PIC 9(01) VALUE ZEROS.
       77 W-SFABERTO    PIC 9(01) VALUE ZEROS.
       77 W-SNCOD       PIC 9(02) VALUE ZEROS.
       77 W-SNEVT       PIC 9(03) VALUE ZEROS.
       77 W-SNVAL       PIC 9(06)V99 VALUE ZEROS.
       77 W-SNCONT      PIC 9(06)V99 VALUE ZEROS.
       01 W-SNDESC.
                03 FILLER              PIC X(05) VALUE "SIND ".
                03 W-SNDESCNOME        PIC X(20) VALUE SPACES.
       01 W-SNCARTA     PIC 9(08) VALUE ZEROS.
       01 W-SNCARTA-R REDEFINES W-SNCARTA.
                03 W-SNCARTA-AAMM      PIC 9(06).
                03 W-SNCARTA-DD        PIC 9(02).
      * ADICIONAL POR TEMPO DE SERVICO (ANUENIO.DAT - CADANUEN):
      * EVENTO 912 SOBRE O TEMPO DA ADMISSAO ATUAL ATE O FIM DO MES
      * DO PERIODO, MAIS OS CONTRATOS ANTERIORES DO CHAPA EM
      * VINCULO.DAT QUANDO A REGRA VIGENTE MANDA SOMAR
       77 ST-ERROANU    PIC X(02) VALUE "00".
       77 ST-ERROVNC    PIC X(02) VALUE "00".
       77 W-ANABERTO    PIC 9(01) VALUE ZEROS.
       77 W-VCABERTO    PIC 9(01) VALUE ZEROS.
       77 W-ANTEM       PIC 9(01) VALUE ZEROS.
       77 W-ANTIPO      PIC X(01) VALUE SPACES.
       77 W-ANPERC      PIC 9(02)V99 VALUE ZEROS.
       77 W-ANTETO      PIC 9(02)V99 VALUE ZEROS.
       77 W-ANBASE      PIC X(01) VALUE SPACES.
       77 W-ANCONTA     PIC X(01) VALUE SPACES.
       77 W-ANINTERV    PIC 9(04) VALUE ZEROS.
       77 W-ANFAIXAS    PIC 9(02) VALUE ZEROS.
       77 W-ANPCT       PIC 9(03)V99 VALUE ZEROS.
       77 W-ANVALBASE   PIC 9(06)V99 VALUE ZEROS.
       77 W-ANVAL       PIC 9(06)V99 VALUE ZEROS.
      * TEMPO DE SERVICO EM DIAS CORRIDOS E ANOS COMPLETOS
      * (CALC-TEMPOSERV), CONTADO ATE O DIA ANTERIOR A W-TSJDREF
       77 W-TSJDREF     PIC 9(07) VALUE ZEROS.
       77 W-TSJDINI     PIC 9(07) VALUE ZEROS.
       77 W-TSJDSAI     PIC 9(07) VALUE ZEROS.
       77 W-TSJDENT     PIC 9(07) VALUE ZEROS.
       77 W-TSACHOU     PIC 9(01) VALUE ZEROS.
       77 W-TSDIAS      PIC 9(06) VALUE ZEROS.
       77 W-TSANOS      PIC 9(02) VALUE ZEROS.
      * NUMERO DO DIA (DIA JULIANO) DE W-DTORD
       01 W-DTORD       PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
       77 W-JDNUM       PIC 9(07) VALUE ZEROS.
       77 W-JDA         PIC 9(01) VALUE ZEROS.
       77 W-JDY         PIC 9(05) VALUE ZEROS.
       77 W-JDM         PIC 9(02) VALUE ZEROS.
       77 W-JDT1        PIC 9(05) VALUE ZEROS.
       77 W-JDT2        PIC 9(05) VALUE ZEROS.
       77 W-JDT3        PIC 9(05) VALUE ZEROS.
       77 W-JDT4        PIC 9(05) VALUE ZEROS.
      * DSR SOBRE REMUNERACAO VARIAVEL (EVENTO 913): DIAS UTEIS E
      * DIAS DE DESCANSO (DOMINGOS E FERIADOS DE FERIADO.DAT -
      * FPP047 QUE NAO CAEM NO DOMINGO) DO MES DO PERIODO,
      * APURADOS UMA VEZ POR PERIODO EM CONTA-DIAS
       77 ST-ERROFRD    PIC X(02) VALUE "00".
       77 W-FRABERTO    PIC 9(01) VALUE ZEROS.
       77 W-CMJDINI     PIC 9(07) VALUE ZEROS.
       77 W-CMJDPROX    PIC 9(07) VALUE ZEROS.
       77 W-CMJD        PIC 9(07) VALUE ZEROS.
       77 W-CMQUO       PIC 9(07) VALUE ZEROS.
       77 W-CMDSEM      PIC 9(01) VALUE ZEROS.
       77 W-CMDIA       PIC 9(02) VALUE ZEROS.
       77 W-CMDIAMES    PIC 9(02) VALUE ZEROS.
       77 W-CMDOM       PIC 9(02) VALUE ZEROS.
       77 W-CMFER       PIC 9(02) VALUE ZEROS.
       77 W-CMUTEIS     PIC 9(02) VALUE ZEROS.
       77 W-CMVAR       PIC 9(07)V99 VALUE ZEROS.
      * MEDIA DA REMUNERACAO VARIAVEL DOS ULTIMOS 12 MESES ATE
      * W-MVPERFIM (CALC-MEDVAR), SOMADA A BASE DAS FERIAS
       01 W-MVPERFIM.
                03 W-MVANOFIM          PIC 9(04) VALUE ZEROS.
                03 W-MVMESFIM          PIC 9(02) VALUE ZEROS.
       77 W-MVANO       PIC 9(04) VALUE ZEROS.
       77 W-MVMES       PIC 9(02) VALUE ZEROS.
       77 W-MVIDXINI    PIC 9(06) VALUE ZEROS.
       77 W-MVIDXFIM    PIC 9(06) VALUE ZEROS.
       77 W-MVIDXADM    PIC 9(06) VALUE ZEROS.
       77 W-MVMESES     PIC 9(02) VALUE ZEROS.
       77 W-MVTOT       PIC 9(08)V99 VALUE ZEROS.
       77 W-MEDVAR      PIC 9(06)V99 VALUE ZEROS.
      * MENSALIDADE ESCOLAR DOS FILHOS (EVENTO 914): SO COM O
      * DESCONTO EM FOLHA ESCOLHIDO NO FPP010
       77 ST-ERRODA     PIC X(02) VALUE "00".
       77 ST-ERROMSL    PIC X(02) VALUE "00".
       77 W-MNABERTO    PIC 9(01) VALUE ZEROS.
       77 W-MNVAL       PIC 9(07)V99 VALUE ZEROS.
       77 W-MNHOJE      PIC 9(08) VALUE ZEROS.
      * SALARIO MINIMO (BASE DA INSALUBRIDADE)
       77 W-SALMIN      PIC 9(06)V99 VALUE 001412,00.
      * FERIAS COM GOZO NO PERIODO (FERIAS.DAT - FPP006): PAGAS NA
      * MOMENTO DA LEITURA, COMPARADA DE NOVO ANTES DO REWRITE
       01 W-FOLCOPIA    PIC X(116) VALUE SPACES.
       01 W-FOLEDIT     PIC X(116) VALUE SPACES.
      * EXECUCAO SEM OPERADOR (LOTEPARM): PERIODO E OPCOES DE
      * PARMLOTE.DAT; W-RCLOT E O CODIGO DE RETORNO DA RODADA
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "FPP004".
       77 W-RCLOT      PIC X(02) VALUE SPACES.
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       01 W-PERLOT.
                03 W-ANOLOT            PIC 9(04).
                03 W-MESLOT            PIC 9(02).
       01 W-OPCLOT.
                03 W-LOTEMP            PIC X(01).
                03 FILLER              PIC X(39).
      * TOTAIS DE CONTROLE (CTLTOT): PERIODOS COM FOLHA GRAVADA,
      * ALTERADA OU EXCLUIDA NA SESSAO, REGRAVADOS NA SAIDA
       77 W-CTFUNC     PIC X(01) VALUE SPACES.
       77 W-CTPROG     PIC X(08) VALUE "FPP004".
       77 W-CTPER      PIC 9(06) VALUE ZEROS.
       77 W-CTRET      PIC X(02) VALUE SPACES.
       77 W-CTIDX      PIC 9(02) VALUE ZEROS.
       77 W-CTQTD      PIC 9(02) VALUE ZEROS.
       01 W-CTTAB.
                03 W-CTPERTAB          PIC 9(06) OCCURS 12 TIMES.
      *
       SCREEN SECTION.
       
      *
       PROCEDURE DIVISION.
       INICIO.
                PERFORM INI-LOTE THRU INI-LOTE-FIM.
                IF W-RCLOT = "16"
                   GO TO ROT-FIM.
      *
       INC-OP0.
           OPEN I-O FOLHA
      * SEM OPERADOR NAO HA QUEM RESPONDA A NOVA TENTATIVA
           IF ST-ERROFOLHA NOT < "90" AND W-MODOLOTE = 1
              MOVE "*** ARQUIVO FOLHA EM USO POR OUTRO OPERADOR ***"
                                                       TO MENS
              GO TO ROT-FIM.
      * ARQUIVO TRAVADO POR OUTRO OPERADOR: OFERECE NOVA TENTATIVA
           IF ST-ERROFOLHA NOT < "90"
              DISPLAY (23, 05)
           OPEN INPUT ADESSAU.
           OPEN INPUT COPART.
           OPEN INPUT FALTAS.
           OPEN INPUT ATESTADO.
           MOVE ZEROS TO W-ATABERTO.
           IF ST-ERROAT = "00"
              MOVE 1 TO W-ATABERTO.
           OPEN INPUT MEDDISC.
           MOVE ZEROS TO W-DSABERTO.
           IF ST-ERRODS = "00"
              MOVE 1 TO W-DSABERTO.
           OPEN INPUT SINDIC.
           MOVE ZEROS TO W-SIABERTO.
           IF ST-ERROSI = "00"
              MOVE 1 TO W-SIABERTO.
           OPEN INPUT SINDCARG.
           MOVE ZEROS TO W-SNABERTO.
           IF ST-ERROSN = "00"
              MOVE 1 TO W-SNABERTO.
           OPEN INPUT SINDFUNC.
           MOVE ZEROS TO W-SFABERTO.
           IF ST-ERROSF = "00"
              MOVE 1 TO W-SFABERTO.
           OPEN INPUT ANUENIO.
           MOVE ZEROS TO W-ANABERTO.
           IF ST-ERROANU = "00"
              MOVE 1 TO W-ANABERTO.
           OPEN INPUT VINCULO.
           MOVE ZEROS TO W-VCABERTO.
           IF ST-ERROVNC = "00"
              MOVE 1 TO W-VCABERTO.
           OPEN INPUT FERIADO.
           MOVE ZEROS TO W-FRABERTO.
           IF ST-ERROFRD = "00"
              MOVE 1 TO W-FRABERTO.
      * SEM VINCULO DE ALUNO NAO HA MENSALIDADE A DESCONTAR
           MOVE ZEROS TO W-MNABERTO.
           OPEN INPUT DEPALU.
           IF ST-ERRODA = "00"
              OPEN I-O MENSAL
              IF ST-ERROMSL = "00"
                 MOVE 1 TO W-MNABERTO.
           ACCEPT W-MNHOJE FROM DATE YYYYMMDD.
       INC-001.
                MOVE ZEROS TO DTNASC DTADM DTDEM CHAPAFUNC.
                MOVE SPACES TO NOME SEXO OPCSEX STAT TIPSAL
                MOVE SPACES TO RG.
                DISPLAY TELACALC.
       INC-002.
                IF W-MODOLOTE = 1
                   MOVE W-PERLOT TO PERIODO
                   DISPLAY TPERIODO
                   GO TO INC-002A.
                ACCEPT TPERIODO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                IF PERIODO  = 0
                   MOVE "*** PERIODO  INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-002A.
                PERFORM VERIFICA-FECHA THRU VERIFICA-FECHA-FIM.
                IF W-PERFECH = 1
                   MOVE "*** PERIODO FECHADO (VIDE FPP025) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                PERFORM BUSCA-PARAM THRU BUSCA-PARAM-FIM.
                PERFORM BUSCA-ANUEN THRU BUSCA-ANUEN-FIM.
                PERFORM CONTA-DIAS THRU CONTA-DIAS-FIM.
       INC-LOTE.
                IF W-MODOLOTE = 1
                   GO TO INC-LOTE-AUT.
                MOVE SPACES TO W-OPCAO
                DISPLAY (23, 10)
                   "PROCESSAR TODOS OS FUNCIONARIOS ATIVOS (S/N): "
                ACCEPT (22, 37) W-EMPFILTRO
                PERFORM LOTE-INICIO THRU LOTE-INICIO-FIM.
                GO TO INC-001.
      * SEM OPERADOR: LOTE DE TODOS OS ATIVOS DO PERIODO E FIM
       INC-LOTE-AUT.
                MOVE 0 TO W-LPGRAVOU.
                PERFORM LOTE-INICIO THRU LOTE-INICIO-FIM.
                IF W-LPGRAVOU = 1
                   MOVE "00" TO W-RCLOT.
       INC-FECHA.
                CLOSE FOLHA
                CLOSE DEPEND
                CLOSE MOVRUB EVENTO HORAS AFAST EMPREST PENSAO
                CLOSE BENEF SALDODEV FERIAS FECHA ADIANT
                CLOSE BCOHORAS ADICION PARAMLEG
                CLOSE PLANOSAU ADESSAU COPART FALTAS ATESTADO
                CLOSE MEDDISC SINDIC SINDCARG SINDFUNC
                CLOSE ANUENIO VINCULO FERIADO
                CLOSE DEPALU MENSAL
                PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.
                GO TO ROT-FIM.
       INC-003.
                ACCEPT TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
      * MATERNIDADE): TIRA DO BRUTO OS DIAS AFASTADOS E APURA AS
      * PARCELAS PAGAS PELA EMPRESA (EVENTOS 907/908)
               PERFORM CALC-AFAST THRU CALC-AFAST-FIM.
      * DIAS DE SUSPENSAO DISCIPLINAR DO MES: SEM SALARIO
               PERFORM CALC-SUSP THRU CALC-SUSP-FIM.
      * FERIAS COM GOZO NO PERIODO: PAGAS NA FOLHA COM O TERCO
               PERFORM CALC-FERIAS THRU CALC-FERIAS-FIM.
      * EVENTOS GERADOS PELO CALCULO (ADIANTAMENTO ETC.) SAO
      * BOLSA DE ESTAGIARIO NAO TEM DEPOSITO DE FGTS
               IF TIPOCONTR = "E" OR TIPOCONTR = "e"
                  MOVE ZEROS TO FGTS.
      * APRENDIZ TEM ALIQUOTA DE FGTS REDUZIDA
               IF TIPOCONTR = "A" OR TIPOCONTR = "a"
                  COMPUTE FGTS = (W-BASEINSS * W-PERCFGTSAPZ) / 100.
      * PARCELA DEVIDA DE EMPRESTIMO CONSIGNADO (EMPREST.DAT)
               PERFORM DESCONTA-EMP THRU DESCONTA-EMP-FIM.
      * PENSAO ALIMENTICIA JUDICIAL, CALCULADA APOS INSS E IRRF
                PERFORM GERA-EVT-SAU THRU GERA-EVT-SAU-FIM.
                PERFORM GERA-EVT-SFM THRU GERA-EVT-SFM-FIM.
                PERFORM GERA-EVT-DSR THRU GERA-EVT-DSR-FIM.
                PERFORM GERA-EVT-SIN THRU GERA-EVT-SIN-FIM.
                PERFORM GERA-EVT-ANU THRU GERA-EVT-ANU-FIM.
                PERFORM GERA-EVT-DSC THRU GERA-EVT-DSC-FIM.
                PERFORM GERA-EVT-MEN THRU GERA-EVT-MEN-FIM.
       GERA-EVENTOS-FIM.
                EXIT.
      *
      *
      * EVENTO 911 - DSR PERDIDO: CONTA AS SEMANAS DO MES (DIA
      * 1-7 = SEMANA 1, 8-14 = 2, ...) COM FALTA NAO JUSTIFICADA
      * EM FALTAS.DAT OU COM DIA DE SUSPENSAO (W-SSFLAG, MARCADO
      * EM CALC-SUSP) E DESCONTA UM TRINTA AVOS POR SEMANA
       GERA-EVT-DSR.
                MOVE 911 TO W-EVTCOD.
                MOVE ZEROS TO W-DSRSEMANAS.
                IF W-DSR-AAMM NOT = (ANO OF PERIODO * 100)
                                  + MES OF PERIODO
                   GO TO GERA-EVT-DSR-TOT.
      * FALTA DEPOIS COBERTA POR ATESTADO MEDICO NAO TIRA O DSR
                PERFORM VER-ATESTADO THRU VER-ATESTADO-FIM.
                IF W-TEMATEST = 1
                   GO TO GERA-EVT-DSR-LER.
                COMPUTE W-DSRIDX = ((W-DSR-DD - 1) / 7) + 1.
                IF W-DSRIDX > 5
                   MOVE 5 TO W-DSRIDX.
                IF W-DSRIDX > 5
                   GO TO GERA-EVT-DSR-GRV.
                IF W-DSRFLAG(W-DSRIDX) = 1
                OR W-SSFLAG(W-DSRIDX) = 1
                   ADD 1 TO W-DSRSEM.
                GO TO GERA-EVT-DSR-TOT1.
       GERA-EVT-DSR-GRV.
       GERA-EVT-DSR-FIM.
                EXIT.
      *
      * EVENTOS 951-999 - DESCONTO SINDICAL: SINDICATO DO CHAPA EM
      * SINDFUNC.DAT (OU O DO CARGO EM SINDCARG.DAT). ASSOCIADO PAGA
      * A MENSALIDADE (% DO BRUTO OU VALOR FIXO); NO MES DE COBRANCA
      * ENTRA A CONTRIBUICAO ASSISTENCIAL (% DO BRUTO ATE O TETO),
      * SALVO CARTA DE OPOSICAO DE MES ANTERIOR OU IGUAL AO PERIODO.
      * O EVENTO DE OUTRO SINDICATO (TROCA DE SINDICATO NO MES) E
      * REMOVIDO. SEM INCIDENCIA DE INSS/IRRF.
       GERA-EVT-SIN.
                MOVE ZEROS TO W-SNCOD W-SNVAL W-SNEVT.
                MOVE ZEROS TO SF-CODSIND SF-DTCARTA.
                MOVE "N" TO SF-ASSOC SF-OPOSICAO.
                IF W-SFABERTO = 1
                   MOVE CHAPAFUNC TO SF-CHAPAFUNC
                   READ SINDFUNC
                      INVALID KEY
                         MOVE ZEROS TO SF-CODSIND SF-DTCARTA
                         MOVE "N" TO SF-ASSOC SF-OPOSICAO.
                MOVE SF-CODSIND TO W-SNCOD.
                IF W-SNCOD = ZEROS AND W-SNABERTO = 1
                   MOVE CODCARG TO SN-CODCARG
                   READ SINDCARG
                      NOT INVALID KEY
                         MOVE SN-CODSIND TO W-SNCOD.
                IF W-SNCOD = ZEROS OR W-SIABERTO = 0
                   GO TO GERA-EVT-SIN-LIMPA.
                MOVE W-SNCOD TO SI-CODIGO.
                READ SINDIC
                   INVALID KEY
                      GO TO GERA-EVT-SIN-LIMPA.
      * MENSALIDADE DO ASSOCIADO
                IF SF-ASSOC = "S" OR SF-ASSOC = "s"
                   IF SI-PERCMENS > ZEROS
                      COMPUTE W-SNVAL ROUNDED =
                         (SALBRUTO * SI-PERCMENS) / 100
                   ELSE
                      MOVE SI-VALMENS TO W-SNVAL.
      * CONTRIBUICAO ASSISTENCIAL/NEGOCIAL DO MES DE COBRANCA
                IF SI-PERCCONT = ZEROS
                   GO TO GERA-EVT-SIN-TOT.
                IF SI-MESCONT NOT = ZEROS
                AND SI-MESCONT NOT = MES OF PERIODO
                   GO TO GERA-EVT-SIN-TOT.
                MOVE SF-DTCARTA TO W-SNCARTA.
                IF (SF-OPOSICAO = "S" OR SF-OPOSICAO = "s")
                AND W-SNCARTA-AAMM NOT > (ANO OF PERIODO * 100)
                                       + MES OF PERIODO
                   GO TO GERA-EVT-SIN-TOT.
                COMPUTE W-SNCONT ROUNDED =
                   (SALBRUTO * SI-PERCCONT) / 100.
                IF SI-TETOCONT > ZEROS
                AND W-SNCONT > SI-TETOCONT
                   MOVE SI-TETOCONT TO W-SNCONT.
                ADD W-SNCONT TO W-SNVAL.
       GERA-EVT-SIN-TOT.
                IF W-SNVAL > ZEROS
                   COMPUTE W-SNEVT = 950 + W-SNCOD.
       GERA-EVT-SIN-LIMPA.
                MOVE CHAPAFUNC TO MV-CHAPAFUNC.
                MOVE PERIODO TO MV-PERIODO.
                MOVE 951 TO MV-EVENTO.
                START MOVRUB KEY IS NOT LESS THAN MV-CHAVE
                   INVALID KEY
                      GO TO GERA-EVT-SIN-GRV.
       GERA-EVT-SIN-LER.
                READ MOVRUB NEXT RECORD
                   AT END
                      GO TO GERA-EVT-SIN-GRV.
                IF MV-CHAPAFUNC NOT = CHAPAFUNC
                OR MV-PERIODO NOT = PERIODO
                   GO TO GERA-EVT-SIN-GRV.
                IF MV-EVENTO NOT = W-SNEVT
                   DELETE MOVRUB RECORD
                      INVALID KEY
                         GO TO GERA-EVT-SIN-LER.
                GO TO GERA-EVT-SIN-LER.
       GERA-EVT-SIN-GRV.
                IF W-SNEVT = ZEROS
                   GO TO GERA-EVT-SIN-FIM.
                MOVE W-SNEVT TO W-EVTCOD.
                MOVE W-SNVAL TO W-EVTVAL.
                MOVE SI-NOME TO W-SNDESCNOME.
                MOVE W-SNDESC TO W-EVTDESC.
                MOVE "D" TO W-EVTTIPO.
                MOVE "N" TO W-EVTIR.
                MOVE "N" TO W-EVTINSS.
                PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM.
       GERA-EVT-SIN-FIM.
                EXIT.
      *
      * EVENTO 912 - ADICIONAL POR TEMPO DE SERVICO: PERCENTUAL DA
      * REGRA VIGENTE (ANUENIO.DAT) POR ANO OU QUINQUENIO COMPLETO
      * ATE O FIM DO MES DO PERIODO, LIMITADO AO TETO, SOBRE A BASE
      * ESCOLHIDA E PROPORCIONAL AO SALARIO PAGO NO MES
      * (AFASTAMENTO/SUSPENSAO JA DESCONTADOS DO BRUTO)
       GERA-EVT-ANU.
                MOVE 912 TO W-EVTCOD.
                MOVE ZEROS TO W-ANVAL.
                IF W-ANTEM = 0 OR W-ANPERC = ZEROS
                   PERFORM EXCLUI-EVT THRU EXCLUI-EVT-FIM
                   GO TO GERA-EVT-ANU-FIM.
      * ESTAGIARIO NAO E EMPREGADO - SEM ADICIONAL
                IF TIPOCONTR = "E" OR TIPOCONTR = "e"
                   PERFORM EXCLUI-EVT THRU EXCLUI-EVT-FIM
                   GO TO GERA-EVT-ANU-FIM.
      * REFERENCIA: PRIMEIRO DIA DO MES SEGUINTE AO PERIODO
                MOVE ANO OF PERIODO TO W-DO-ANO.
                COMPUTE W-DO-MES = MES OF PERIODO + 1.
                IF MES OF PERIODO = 12
                   ADD 1 TO W-DO-ANO
                   MOVE 1 TO W-DO-MES.
                MOVE 1 TO W-DO-DIA.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-TSJDREF.
                PERFORM CALC-TEMPOSERV THRU CALC-TEMPOSERV-FIM.
                IF W-ANTIPO = "Q"
                   DIVIDE W-TSANOS BY 5 GIVING W-ANFAIXAS
                ELSE
                   MOVE W-TSANOS TO W-ANFAIXAS.
                COMPUTE W-ANPCT = W-ANFAIXAS * W-ANPERC.
                IF W-ANTETO > ZEROS AND W-ANPCT > W-ANTETO
                   MOVE W-ANTETO TO W-ANPCT.
                IF W-ANPCT = ZEROS
                   PERFORM EXCLUI-EVT THRU EXCLUI-EVT-FIM
                   GO TO GERA-EVT-ANU-FIM.
                IF W-ANBASE = "M"
                   MOVE W-SALMIN TO W-ANVALBASE
                ELSE
                   IF W-ANBASE = "C"
                      COMPUTE W-ANVALBASE = SALBAS * QTDTRAB
                   ELSE
                      MOVE W-SALCHEIO TO W-ANVALBASE.
                IF W-SALCHEIO > ZEROS AND SALBRUTO < W-SALCHEIO
                   COMPUTE W-ANVAL ROUNDED =
                      ((W-ANVALBASE * W-ANPCT) / 100)
                         * SALBRUTO / W-SALCHEIO
                ELSE
                   COMPUTE W-ANVAL ROUNDED =
                      (W-ANVALBASE * W-ANPCT) / 100.
                IF W-ANVAL = ZEROS
                   PERFORM EXCLUI-EVT THRU EXCLUI-EVT-FIM
                   GO TO GERA-EVT-ANU-FIM.
                MOVE W-ANVAL TO W-EVTVAL.
                MOVE "ADICIONAL TEMPO SERVICO" TO W-EVTDESC.
                MOVE "P" TO W-EVTTIPO.
                MOVE "S" TO W-EVTIR.
                MOVE "S" TO W-EVTINSS.
                PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM.
       GERA-EVT-ANU-FIM.
                EXIT.
      *
      * EVENTO 913 - DSR SOBRE COMISSOES: OS PROVENTOS VARIAVEIS
      * DO MES (EVENTO COM EV-VARIAVEL = "S" - FPP012, IMPORTADOS
      * PELO IMPCOMIS OU LANCADOS NO FPP013) DIVIDIDOS PELOS DIAS
      * UTEIS E MULTIPLICADOS PELOS DOMINGOS E FERIADOS DO MES
       GERA-EVT-DSC.
                MOVE 913 TO W-EVTCOD.
                MOVE ZEROS TO W-CMVAR.
                MOVE CHAPAFUNC TO MV-CHAPAFUNC.
                MOVE PERIODO TO MV-PERIODO.
                MOVE ZEROS TO MV-EVENTO.
                START MOVRUB KEY IS NOT LESS THAN MV-CHAVE
                   INVALID KEY
                      GO TO GERA-EVT-DSC-GRV.
       GERA-EVT-DSC-LER.
                READ MOVRUB NEXT RECORD
                   AT END
                      GO TO GERA-EVT-DSC-GRV.
                IF MV-CHAPAFUNC NOT = CHAPAFUNC
                OR MV-PERIODO NOT = PERIODO
                OR MV-EVENTO > 899
                   GO TO GERA-EVT-DSC-GRV.
                MOVE MV-EVENTO TO EV-CODIGO.
                READ EVENTO
                   INVALID KEY
                      GO TO GERA-EVT-DSC-LER.
                IF EV-VARIAVEL = "S"
                AND (EV-TIPO = "P" OR EV-TIPO = "p")
                   ADD MV-VALOR TO W-CMVAR.
                GO TO GERA-EVT-DSC-LER.
       GERA-EVT-DSC-GRV.
                MOVE 913 TO W-EVTCOD.
                IF W-CMVAR = ZEROS OR W-CMUTEIS = ZEROS
                OR (W-CMDOM + W-CMFER) = ZEROS
                   PERFORM EXCLUI-EVT THRU EXCLUI-EVT-FIM
                   GO TO GERA-EVT-DSC-FIM.
                COMPUTE W-EVTVAL ROUNDED =
                   (W-CMVAR / W-CMUTEIS) * (W-CMDOM + W-CMFER).
                MOVE "DSR S/ COMISSOES" TO W-EVTDESC.
                MOVE "P" TO W-EVTTIPO.
                MOVE "S" TO W-EVTIR.
                MOVE "S" TO W-EVTINSS.
                PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM.
       GERA-EVT-DSC-FIM.
                EXIT.
      *
      * EVENTO 914 - MENSALIDADE ESCOLAR: MENSALIDADES DO PERIODO
      * DOS FILHOS DO FUNCIONARIO (DEPALU.DAT - FPP010) QUE ELE
      * MANDOU DESCONTAR EM FOLHA. O GERAMENS AS GRAVA COMO "F";
      * AQUI SO SOMA AS "F" E AS "D" (JA DESCONTADAS, NO RECALCULO).
      * A BAIXA PARA "D" SO E FEITA COM A FOLHA GRAVADA (GRAVA-MEN)
      * E VOLTA PARA "F" NA EXCLUSAO DA FOLHA (VOLTA-MEN). SEM
      * INCIDENCIAS.
       GERA-EVT-MEN.
                MOVE 914 TO W-EVTCOD.
                MOVE ZEROS TO W-MNVAL.
                IF W-MNABERTO = 0
                   PERFORM EXCLUI-EVT THRU EXCLUI-EVT-FIM
                   GO TO GERA-EVT-MEN-FIM.
                MOVE CHAPAFUNC TO DA-CHAPAFUNC.
                MOVE ZEROS TO DA-SEQDEP.
                START DEPALU KEY IS NOT LESS THAN DA-CHAVE
                   INVALID KEY
                      GO TO GERA-EVT-MEN-GRV.
       GERA-EVT-MEN-LER.
                READ DEPALU NEXT RECORD
                   AT END
                      GO TO GERA-EVT-MEN-GRV.
                IF DA-CHAPAFUNC NOT = CHAPAFUNC
                   GO TO GERA-EVT-MEN-GRV.
                IF DA-DESCFOLHA NOT = "S"
                   GO TO GERA-EVT-MEN-LER.
                MOVE DA-RA TO MS-RA.
                MOVE PERIODO TO MS-PERIODO.
                READ MENSAL
                   INVALID KEY
                      GO TO GERA-EVT-MEN-LER.
                IF MS-STATMS NOT = "F" AND MS-STATMS NOT = "D"
                   GO TO GERA-EVT-MEN-LER.
                ADD MS-VALOR TO W-MNVAL.
                GO TO GERA-EVT-MEN-LER.
       GERA-EVT-MEN-GRV.
                MOVE 914 TO W-EVTCOD.
                IF W-MNVAL = ZEROS
                   PERFORM EXCLUI-EVT THRU EXCLUI-EVT-FIM
                   GO TO GERA-EVT-MEN-FIM.
                MOVE W-MNVAL TO W-EVTVAL.
                MOVE "MENSALIDADE ESCOLAR" TO W-EVTDESC.
                MOVE "D" TO W-EVTTIPO.
                MOVE "N" TO W-EVTIR.
                MOVE "N" TO W-EVTINSS.
                PERFORM GRAVA-EVT THRU GRAVA-EVT-FIM.
       GERA-EVT-MEN-FIM.
                EXIT.
      *
      *****************************************
      * DIAS DO MES DO PERIODO PARA O DSR      *
      * SOBRE COMISSOES: TOTAL, DOMINGOS,      *
      * FERIADOS FORA DO DOMINGO (FERIADO.DAT) *
      * E DIAS UTEIS (O RESTANTE). NO DIA      *
      * JULIANO, RESTO 6 DA DIVISAO POR 7 E    *
      * DOMINGO                                *
      *****************************************
       CONTA-DIAS.
                MOVE ZEROS TO W-CMDOM W-CMFER W-CMUTEIS.
                MOVE ANO OF PERIODO TO W-DO-ANO.
                MOVE MES OF PERIODO TO W-DO-MES.
                MOVE 1 TO W-DO-DIA.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-CMJDINI.
                COMPUTE W-DO-MES = MES OF PERIODO + 1.
                IF MES OF PERIODO = 12
                   ADD 1 TO W-DO-ANO
                   MOVE 1 TO W-DO-MES.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-CMJDPROX.
                COMPUTE W-CMDIAMES = W-CMJDPROX - W-CMJDINI.
                MOVE ZEROS TO W-CMDIA.
       CONTA-DIAS-DOM.
                IF W-CMDIA NOT < W-CMDIAMES
                   GO TO CONTA-DIAS-FER.
                COMPUTE W-CMJD = W-CMJDINI + W-CMDIA.
                DIVIDE W-CMJD BY 7 GIVING W-CMQUO
                   REMAINDER W-CMDSEM.
                IF W-CMDSEM = 6
                   ADD 1 TO W-CMDOM.
                ADD 1 TO W-CMDIA.
                GO TO CONTA-DIAS-DOM.
       CONTA-DIAS-FER.
                IF W-FRABERTO = 0
                   GO TO CONTA-DIAS-UTEIS.
                COMPUTE FD-DATA = ((ANO OF PERIODO * 100)
                                 + MES OF PERIODO) * 100.
                START FERIADO KEY IS NOT LESS THAN FD-DATA
                   INVALID KEY
                      GO TO CONTA-DIAS-UTEIS.
       CONTA-DIAS-LER.
                READ FERIADO NEXT RECORD
                   AT END
                      GO TO CONTA-DIAS-UTEIS.
                MOVE FD-DATA TO W-DTORD.
                IF W-DO-ANO NOT = ANO OF PERIODO
                OR W-DO-MES NOT = MES OF PERIODO
                   GO TO CONTA-DIAS-UTEIS.
                COMPUTE W-CMJD = W-CMJDINI + W-DO-DIA - 1.
                DIVIDE W-CMJD BY 7 GIVING W-CMQUO
                   REMAINDER W-CMDSEM.
                IF W-CMDSEM NOT = 6
                   ADD 1 TO W-CMFER.
                GO TO CONTA-DIAS-LER.
       CONTA-DIAS-UTEIS.
                IF W-CMDIAMES > W-CMDOM + W-CMFER
                   COMPUTE W-CMUTEIS = W-CMDIAMES - W-CMDOM - W-CMFER.
       CONTA-DIAS-FIM.
                EXIT.
      *
      *****************************************
      * MEDIA MENSAL DA REMUNERACAO VARIAVEL   *
      * (EVENTOS COM EV-VARIAVEL = "S" MAIS O  *
      * DSR S/ COMISSOES 913) NOS 12 MESES QUE *
      * TERMINAM EM W-MVPERFIM. ADMITIDO HA    *
      * MENOS DE 12 MESES DIVIDE PELOS MESES   *
      * TRABALHADOS NA JANELA                  *
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
                MOVE CHAPAFUNC TO MV-CHAPAFUNC.
                MOVE W-MVANO TO MV-ANO.
                MOVE W-MVMES TO MV-MES.
                MOVE ZEROS TO MV-EVENTO.
                START MOVRUB KEY IS NOT LESS THAN MV-CHAVE
                   INVALID KEY
                      GO TO CALC-MEDVAR-FIM.
       CALC-MEDVAR-LER.
                READ MOVRUB NEXT RECORD
                   AT END
                      GO TO CALC-MEDVAR-DIV.
                IF MV-CHAPAFUNC NOT = CHAPAFUNC
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
       CALC-MEDVAR-FIM.
                EXIT.
      *
      *****************************************
      * TEMPO DE SERVICO DO CHAPA EM DIAS      *
      * CORRIDOS (W-TSDIAS) E ANOS COMPLETOS   *
      * (W-TSANOS) ATE O DIA ANTERIOR A        *
      * W-TSJDREF: ADMISSAO ATUAL (DTADM) MAIS *
      * OS CONTRATOS ENCERRADOS EM VINCULO.DAT *
      * (SE W-ANCONTA = "S"), DO MAIS RECENTE  *
      * AO MAIS ANTIGO, PARANDO NO PRIMEIRO    *
      * INTERVALO MAIOR QUE W-ANINTERV DIAS    *
      *****************************************
       CALC-TEMPOSERV.
                MOVE ZEROS TO W-TSDIAS W-TSANOS.
                IF DTADM = ZEROS
                   GO TO CALC-TEMPOSERV-FIM.
                MOVE ANOADM TO W-DO-ANO.
                MOVE MESADM TO W-DO-MES.
                MOVE DIAADM TO W-DO-DIA.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-TSJDINI.
                IF W-TSJDINI NOT < W-TSJDREF
                   GO TO CALC-TEMPOSERV-FIM.
                COMPUTE W-TSDIAS = W-TSJDREF - W-TSJDINI.
                IF W-ANCONTA NOT = "S" OR W-VCABERTO = 0
                   GO TO CALC-TEMPOSERV-ANOS.
      * CONTRATO ENCERRADO MAIS RECENTE ANTES DE W-TSJDINI
       CALC-TEMPOSERV-ANT.
                MOVE 0 TO W-TSACHOU.
                MOVE ZEROS TO W-TSJDSAI W-TSJDENT.
                MOVE CHAPAFUNC TO VC-CHAPAFUNC.
                MOVE ZEROS TO VC-SEQVINC.
                START VINCULO KEY IS NOT LESS THAN VC-CHAVE
                   INVALID KEY
                      GO TO CALC-TEMPOSERV-SOMA.
       CALC-TEMPOSERV-LER.
                READ VINCULO NEXT RECORD
                   AT END
                      GO TO CALC-TEMPOSERV-SOMA.
                IF VC-CHAPAFUNC NOT = CHAPAFUNC
                   GO TO CALC-TEMPOSERV-SOMA.
                IF VC-DTADM = ZEROS OR VC-DTDEM = ZEROS
                   GO TO CALC-TEMPOSERV-LER.
                MOVE VC-ANODEM TO W-DO-ANO.
                MOVE VC-MESDEM TO W-DO-MES.
                MOVE VC-DIADEM TO W-DO-DIA.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                IF W-JDNUM NOT < W-TSJDINI
                   GO TO CALC-TEMPOSERV-LER.
                IF W-TSACHOU = 1 AND W-JDNUM NOT > W-TSJDSAI
                   GO TO CALC-TEMPOSERV-LER.
                MOVE W-JDNUM TO W-TSJDSAI.
                MOVE VC-ANOADM TO W-DO-ANO.
                MOVE VC-MESADM TO W-DO-MES.
                MOVE VC-DIAADM TO W-DO-DIA.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-TSJDENT.
                MOVE 1 TO W-TSACHOU.
                GO TO CALC-TEMPOSERV-LER.
       CALC-TEMPOSERV-SOMA.
                IF W-TSACHOU = 0
                   GO TO CALC-TEMPOSERV-ANOS.
                IF W-TSJDENT > W-TSJDSAI
                   GO TO CALC-TEMPOSERV-ANOS.
                IF W-ANINTERV > ZEROS
                AND (W-TSJDINI - W-TSJDSAI - 1) > W-ANINTERV
                   GO TO CALC-TEMPOSERV-ANOS.
                COMPUTE W-TSDIAS = W-TSDIAS
                                 + (W-TSJDSAI - W-TSJDENT + 1).
                MOVE W-TSJDENT TO W-TSJDINI.
                GO TO CALC-TEMPOSERV-ANT.
       CALC-TEMPOSERV-ANOS.
                COMPUTE W-TSANOS = W-TSDIAS / 365,25.
       CALC-TEMPOSERV-FIM.
                EXIT.
      *
      *****************************************
      * NUMERO DO DIA (DIA JULIANO) DE UMA     *
      * DATA AAAAMMDD EM W-DTORD, PARA CONTAR  *
      * DIAS CORRIDOS ENTRE DUAS DATAS         *
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
      * DATA DA FALTA (W-DSRDATA) COBERTA POR ATESTADO MEDICO DO
      * CHAPA (ATESTADO.DAT)? W-TEMATEST = 1
       VER-ATESTADO.
                MOVE 0 TO W-TEMATEST.
                IF W-ATABERTO = 0
                   GO TO VER-ATESTADO-FIM.
                MOVE CHAPAFUNC TO AT-CHAPAFUNC.
                MOVE ZEROS TO AT-DTINI.
                START ATESTADO KEY IS NOT LESS THAN AT-CHAVE
                   INVALID KEY
                      GO TO VER-ATESTADO-FIM.
       VER-ATESTADO-LER.
                READ ATESTADO NEXT RECORD
                   AT END GO TO VER-ATESTADO-FIM.
                IF AT-CHAPAFUNC NOT = CHAPAFUNC
                OR AT-DTINI > W-DSRDATA
                   GO TO VER-ATESTADO-FIM.
                IF AT-DTFIM < W-DSRDATA
                   GO TO VER-ATESTADO-LER.
                MOVE 1 TO W-TEMATEST.
       VER-ATESTADO-FIM.
                EXIT.
      *
      * PRECO DA FAIXA ETARIA DO PLANO CARREGADO EM CADPLSAU
       PRECO-FAIXA.
                IF W-IDADESAU < 19
                      MOVE W-EVTTIPO TO EV-TIPO
                      MOVE W-EVTIR TO EV-INCIR
                      MOVE W-EVTINSS TO EV-INCINSS
                      MOVE "N" TO EV-VARIAVEL
                      WRITE REGEVENTO
                         INVALID KEY
                            GO TO GRAVA-EVT-FIM.
                   MOVE SALNEGOC TO W-BASEFER
                ELSE
                   MOVE SALBAS TO W-BASEFER.
      * REMUNERACAO VARIAVEL: MEDIA DOS 12 MESES ANTERIORES AO GOZO
                MOVE ANO OF PERIODO TO W-MVANOFIM.
                IF MES OF PERIODO = 1
                   SUBTRACT 1 FROM W-MVANOFIM
                   MOVE 12 TO W-MVMESFIM
                ELSE
                   COMPUTE W-MVMESFIM = MES OF PERIODO - 1.
                PERFORM CALC-MEDVAR THRU CALC-MEDVAR-FIM.
                ADD W-MEDVAR TO W-BASEFER.
                COMPUTE W-VALFER ROUNDED =
                                (W-BASEFER / 30) * FR-DIASGOZO.
      * ESTAGIARIO TEM RECESSO REMUNERADO, SEM O TERCO
                EXIT.
      *
      *****************************************
      * SUSPENSOES DISCIPLINARES DO CHAPA      *
      * (MEDDISC.DAT TIPO S): DIAS CORRIDOS    *
      * A PARTIR DE DS-DTINI QUE CAEM NO MES - *
      * INCLUSIVE A SOBRA DE UMA SUSPENSAO     *
      * INICIADA NO MES ANTERIOR - SAO         *
      * TIRADOS DO BRUTO (BASE 30 DIAS, COM OS *
      * DIAS AFASTADOS NO MAXIMO 30) E MARCAM  *
      * AS SEMANAS QUE PERDEM O DSR            *
      *****************************************
       CALC-SUSP.
                MOVE ZEROS TO W-SSDIAS W-SSDESC.
                MOVE ZEROS TO W-SSSEMANAS.
                IF W-DSABERTO = 0
                   GO TO CALC-SUSP-FIM.
                IF MES OF PERIODO = 1
                   COMPUTE W-SSANOANT = ANO OF PERIODO - 1
                   MOVE 12 TO W-SSMESANT
                ELSE
                   MOVE ANO OF PERIODO TO W-SSANOANT
                   COMPUTE W-SSMESANT = MES OF PERIODO - 1.
                MOVE CHAPAFUNC TO DS-CHAPAFUNC.
                MOVE ZEROS TO DS-DATA.
                START MEDDISC KEY IS NOT LESS THAN DS-CHAVE
                   INVALID KEY
                      GO TO CALC-SUSP-APLICA.
       CALC-SUSP-LER.
                READ MEDDISC NEXT RECORD
                   AT END
                      GO TO CALC-SUSP-APLICA.
                IF DS-CHAPAFUNC NOT = CHAPAFUNC
                   GO TO CALC-SUSP-APLICA.
                IF DS-TIPO NOT = "S" OR DS-DIAS = ZEROS
                   GO TO CALC-SUSP-LER.
                MOVE DS-DTINI TO W-SSDATA.
                IF W-SS-ANO = ANO OF PERIODO
                AND W-SS-MES = MES OF PERIODO
                   MOVE W-SS-DIA TO W-SSINI
                   COMPUTE W-SSFIM = W-SS-DIA + DS-DIAS - 1
                   GO TO CALC-SUSP-MES.
      * INICIADA NO MES ANTERIOR: SO OS DIAS QUE PASSAM DO FIM DELE
                IF W-SS-ANO NOT = W-SSANOANT
                OR W-SS-MES NOT = W-SSMESANT
                   GO TO CALC-SUSP-LER.
                MOVE W-SSDIASMES(W-SSMESANT) TO W-SSULT.
                IF W-SSMESANT = 2
                   DIVIDE W-SSANOANT BY 4 GIVING W-SSQUOC
                          REMAINDER W-SSRESTO
                   IF W-SSRESTO = 0
                      MOVE 29 TO W-SSULT
                      DIVIDE W-SSANOANT BY 100 GIVING W-SSQUOC
                             REMAINDER W-SSRESTO
                      IF W-SSRESTO = 0
                         MOVE 28 TO W-SSULT
                         DIVIDE W-SSANOANT BY 400 GIVING W-SSQUOC
                                REMAINDER W-SSRESTO
                         IF W-SSRESTO = 0
                            MOVE 29 TO W-SSULT.
                COMPUTE W-SSFIM = W-SS-DIA + DS-DIAS - 1 - W-SSULT.
                IF W-SSFIM < 1
                   GO TO CALC-SUSP-LER.
                MOVE 01 TO W-SSINI.
       CALC-SUSP-MES.
                IF W-SSFIM > 30
                   MOVE 30 TO W-SSFIM.
                IF W-SSFIM < W-SSINI
                   GO TO CALC-SUSP-LER.
                COMPUTE W-SSDIAS = W-SSDIAS + W-SSFIM - W-SSINI + 1.
                IF W-SSDIAS > 30
                   MOVE 30 TO W-SSDIAS.
      * SEMANAS DO MES ATINGIDAS (MESMA DIVISAO DO EVENTO 911)
                COMPUTE W-SSIDXINI = ((W-SSINI - 1) / 7) + 1.
                COMPUTE W-SSIDXFIM = ((W-SSFIM - 1) / 7) + 1.
                IF W-SSIDXFIM > 5
                   MOVE 5 TO W-SSIDXFIM.
       CALC-SUSP-SEM.
                MOVE 1 TO W-SSFLAG(W-SSIDXINI).
                IF W-SSIDXINI < W-SSIDXFIM
                   ADD 1 TO W-SSIDXINI
                   GO TO CALC-SUSP-SEM.
                GO TO CALC-SUSP-LER.
       CALC-SUSP-APLICA.
                IF W-SSDIAS = ZEROS
                   GO TO CALC-SUSP-FIM.
                IF W-SSDIAS + W-AFDIAS > 30
                   COMPUTE W-SSDIAS = 30 - W-AFDIAS.
                COMPUTE W-VALDIA ROUNDED = W-SALCHEIO / 30.
                COMPUTE W-SSDESC ROUNDED = W-VALDIA * W-SSDIAS.
                IF W-SSDESC > SALBRUTO
                   MOVE SALBRUTO TO W-SSDESC.
                SUBTRACT W-SSDESC FROM SALBRUTO.
       CALC-SUSP-FIM.
                EXIT.
      *
      *****************************************
      * SITUACAO DO PERIODO (FECHA.DAT):       *
      * "F" BLOQUEIA GRAVACAO/ALTERACAO/       *
      * EXCLUSAO E O PROCESSAMENTO EM LOTE     *
                EXIT.
      *
      *****************************************
      * REGRA DO ADICIONAL POR TEMPO DE        *
      * SERVICO VIGENTE NO PERIODO             *
      * (ANUENIO.DAT - CADANUEN), PELO MESMO   *
      * CRITERIO DE BUSCA-PARAM; SEM REGISTRO  *
      * (W-ANTEM = 0) NAO HA EVENTO 912        *
      *****************************************
       BUSCA-ANUEN.
                MOVE ZEROS TO W-ANTEM.
                IF W-ANABERTO = 0
                   GO TO BUSCA-ANUEN-FIM.
                MOVE ZEROS TO AN-DTVIGOR.
                START ANUENIO KEY IS NOT LESS THAN AN-DTVIGOR
                   INVALID KEY
                      GO TO BUSCA-ANUEN-FIM.
       BUSCA-ANUEN-LER.
                READ ANUENIO NEXT RECORD
                   AT END
                      GO TO BUSCA-ANUEN-FIM.
                IF AN-DTVIGOR > W-DTREFPRM
                   GO TO BUSCA-ANUEN-FIM.
                MOVE 1 TO W-ANTEM.
                MOVE AN-TIPO TO W-ANTIPO.
                MOVE AN-PERC TO W-ANPERC.
                MOVE AN-TETO TO W-ANTETO.
                MOVE AN-BASE TO W-ANBASE.
                MOVE AN-CONTAVINC TO W-ANCONTA.
                MOVE AN-INTERV TO W-ANINTERV.
                GO TO BUSCA-ANUEN-LER.
       BUSCA-ANUEN-FIM.
                EXIT.
      *
      *****************************************
      * CALCULO EM LOTE PARA TODOS OS ATIVOS   *
      *****************************************
       LOTE-INICIO.
                OPEN INPUT FUNC
                IF ST-ERROFUNC NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
                   MOVE "FUNC" TO W-VSARQ
                   CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
                   PERFORM ROT-MENSL THRU ROT-MENSL-FIM
                   GO TO LOTE-INICIO-FIM.
                OPEN INPUT CARG
                PERFORM CALCULOS.
                WRITE CADFOLHA
                   INVALID KEY REWRITE CADFOLHA.
                PERFORM MARCA-CTL THRU MARCA-CTL-FIM.
                PERFORM GRAVA-MOVTOS THRU GRAVA-MOVTOS-FIM.
                ADD 1 TO W-TOTLOTE.
                MOVE CHAPA TO CK-ULTCHAPA.
                   GO TO INC-001.
                WRITE CADFOLHA
                IF ST-ERROFOLHA = "00" OR "02"
                      PERFORM MARCA-CTL THRU MARCA-CTL-FIM
                      PERFORM GRAVA-MOVTOS THRU GRAVA-MOVTOS-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM.
                DELETE FOLHA RECORD
                IF ST-ERROFOLHA = "00"
                   PERFORM MARCA-CTL THRU MARCA-CTL-FIM
                   PERFORM VOLTA-MEN THRU VOLTA-MEN-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE W-FOLEDIT TO CADFOLHA.
                REWRITE CADFOLHA
                IF ST-ERROFOLHA = "00" OR "02"
                   PERFORM MARCA-CTL THRU MARCA-CTL-FIM
                   PERFORM GRAVA-MOVTOS THRU GRAVA-MOVTOS-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.
       ROT-FIMP.
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.

       ROT-FIMS.
                PERFORM GRAVA-SALDO THRU GRAVA-SALDO-FIM.
                PERFORM GRAVA-FERIAS THRU GRAVA-FERIAS-FIM.
                PERFORM GRAVA-BHR THRU GRAVA-BHR-FIM.
                PERFORM GRAVA-MEN THRU GRAVA-MEN-FIM.
       GRAVA-MOVTOS-FIM.
                EXIT.
      *
      * MENSALIDADES ESCOLARES DESCONTADAS NA FOLHA GRAVADA (EVENTO
      * 914 - GERA-EVT-MEN): AS "F" DO PERIODO VIRAM "D" (PAGAS EM
      * FOLHA)
       GRAVA-MEN.
                IF W-MNABERTO = 0
                   GO TO GRAVA-MEN-FIM.
                MOVE CHAPAFUNC TO DA-CHAPAFUNC.
                MOVE ZEROS TO DA-SEQDEP.
                START DEPALU KEY IS NOT LESS THAN DA-CHAVE
                   INVALID KEY
                      GO TO GRAVA-MEN-FIM.
       GRAVA-MEN-LER.
                READ DEPALU NEXT RECORD
                   AT END
                      GO TO GRAVA-MEN-FIM.
                IF DA-CHAPAFUNC NOT = CHAPAFUNC
                   GO TO GRAVA-MEN-FIM.
                IF DA-DESCFOLHA NOT = "S"
                   GO TO GRAVA-MEN-LER.
                MOVE DA-RA TO MS-RA.
                MOVE PERIODO TO MS-PERIODO.
                READ MENSAL
                   INVALID KEY
                      GO TO GRAVA-MEN-LER.
                IF MS-STATMS NOT = "F"
                   GO TO GRAVA-MEN-LER.
                MOVE "D" TO MS-STATMS.
                MOVE W-MNHOJE TO MS-DTPAG.
                MOVE MS-VALOR TO MS-VALDEVIDO MS-VALRECEB.
                REWRITE REGMENSAL.
                GO TO GRAVA-MEN-LER.
       GRAVA-MEN-FIM.
                EXIT.
      *
      * FOLHA EXCLUIDA: AS MENSALIDADES DOS FILHOS DESCONTADAS NELA
      * ("D" DO PERIODO) VOLTAM A "F" (A DESCONTAR EM FOLHA)
       VOLTA-MEN.
                IF W-MNABERTO = 0
                   GO TO VOLTA-MEN-FIM.
                MOVE CHAPAFUNC TO DA-CHAPAFUNC.
                MOVE ZEROS TO DA-SEQDEP.
                START DEPALU KEY IS NOT LESS THAN DA-CHAVE
                   INVALID KEY
                      GO TO VOLTA-MEN-FIM.
       VOLTA-MEN-LER.
                READ DEPALU NEXT RECORD
                   AT END
                      GO TO VOLTA-MEN-FIM.
                IF DA-CHAPAFUNC NOT = CHAPAFUNC
                   GO TO VOLTA-MEN-FIM.
                MOVE DA-RA TO MS-RA.
                MOVE PERIODO TO MS-PERIODO.
                READ MENSAL
                   INVALID KEY
                      GO TO VOLTA-MEN-LER.
                IF MS-STATMS NOT = "D"
                   GO TO VOLTA-MEN-LER.
                MOVE "F" TO MS-STATMS.
                MOVE ZEROS TO MS-DTPAG MS-VALDEVIDO MS-VALRECEB.
                REWRITE REGMENSAL.
                GO TO VOLTA-MEN-LER.
       VOLTA-MEN-FIM.
                EXIT.
      *
      * BAIXA DOS CREDITOS VENCIDOS DO BANCO DE HORAS PAGOS NA
      * FOLHA (MESMAS CONDICOES DA APURACAO EM GERA-EVT-BHR)
       GRAVA-BHR.
                EXIT.
      *
      *****************************************
      * TOTAIS DE CONTROLE (CTLTOT.DAT): GUARDA*
      * O PERIODO DA FOLHA GRAVADA E, NA SAIDA *
      * (COM A FOLHA FECHADA), GRAVA OS TOTAIS *
      * DE CADA PERIODO MEXIDO, CONFERIDOS     *
      * PELAS ETAPAS SEGUINTES DO FECHAMENTO   *
      *****************************************
       MARCA-CTL.
                COMPUTE W-CTPER = (ANO OF PERIODO * 100)
                                + MES OF PERIODO.
                MOVE ZEROS TO W-CTIDX.
       MARCA-CTL-1.
                ADD 1 TO W-CTIDX.
                IF W-CTIDX > W-CTQTD
                   GO TO MARCA-CTL-NOVO.
                IF W-CTPERTAB(W-CTIDX) = W-CTPER
                   GO TO MARCA-CTL-FIM.
                GO TO MARCA-CTL-1.
       MARCA-CTL-NOVO.
                IF W-CTQTD < 12
                   ADD 1 TO W-CTQTD
                   MOVE W-CTPER TO W-CTPERTAB(W-CTQTD).
       MARCA-CTL-FIM.
                EXIT.
      *
       GRAVA-CTL.
                MOVE ZEROS TO W-CTIDX.
       GRAVA-CTL-1.
                ADD 1 TO W-CTIDX.
                IF W-CTIDX > W-CTQTD
                   GO TO GRAVA-CTL-FIM.
                MOVE "G" TO W-CTFUNC.
                MOVE W-CTPERTAB(W-CTIDX) TO W-CTPER.
                CALL "CTLTOT" USING W-CTFUNC W-CTPROG W-CTPER
                                    W-CTRET MENS.
                GO TO GRAVA-CTL-1.
       GRAVA-CTL-FIM.
                EXIT.
      *
      *****************************************
      * REGISTRO DE CONTROLE DE EXECUCAO DO    *
      * LOTE (LOGPROC.DAT)                     *
      *****************************************
       TRAVA-SOLTA-FIM.
                EXIT.
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
      * OPCOES: POSICAO 1 = EMPRESA/FILIAL DO LOTE (0 = TODAS)
       OPC-LOTE.
                MOVE ZEROS TO W-EMPFILTRO.
                IF W-LOTEMP NUMERIC
                   MOVE W-LOTEMP TO W-EMPFILTRO.
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
