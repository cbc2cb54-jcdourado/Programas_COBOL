      * RELOGIO (REP) - TOTALIZA HORAS     *
      * TRABALHADAS, EXTRAS E FALTAS POR   *
      * CHAPA/PERIODO EM HORAS.DAT         *
      * ORIGEM T: TOTAIS DIARIOS JA        *
      * APURADOS PELO RELOGIO (PONTO.TXT)  *
      * ORIGEM M: MARCACOES BRUTAS DO REP  *
      * (MARCAC.TXT), APURADAS AQUI CONTRA *
      * A JORNADA DE CADA FUNCIONARIO      *
      * (ESCALA.DAT/JORNADA.DAT), COM O    *
      * RESULTADO DIA A DIA EM APURA.DAT   *
      * EXTRAS DO DIA SO SAO PAGAS ATE O   *
      * LIMITE AUTORIZADO PELO RESPONSAVEL *
      * DO DEPARTAMENTO (AUTEXT.DAT -      *
      * CADAUTEX); O EXCEDENTE VAI PARA O  *
      * BANCO DE HORAS OU FICA PENDENTE EM *
      * EXTDIA.DAT ATE SER AUTORIZADO E O  *
      * PERIODO REPROCESSADO               *
      * DIA COBERTO POR ATESTADO MEDICO    *
      * (ATESTADO.DAT - CADATEST) NAO E    *
      * FALTA                              *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FT-CHAVE
                    FILE STATUS  IS ST-ERROFAL.
           SELECT MARCAC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROMC.
           SELECT OPTIONAL BATIDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BT-CHAVE
                    FILE STATUS  IS ST-ERROBT.
           SELECT OPTIONAL APURA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AU-CHAVE
                    FILE STATUS  IS ST-ERROAU.
           SELECT OPTIONAL ESCALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ES-CHAPAFUNC
                    FILE STATUS  IS ST-ERROES.
           SELECT OPTIONAL JORNADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS JN-CODIGO
                    FILE STATUS  IS ST-ERROJN.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FD-DATA
                    FILE STATUS  IS ST-ERROFRD.
           SELECT OPTIONAL AUTEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AX-CHAVE
                    FILE STATUS  IS ST-ERROAX.
           SELECT OPTIONAL EXTDIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ED-CHAVE
                    FILE STATUS  IS ST-ERROED.
           SELECT OPTIONAL ATESTADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-CHAVE
                    FILE STATUS  IS ST-ERROAT.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                    05 FT-CHAPAFUNC    PIC 9(06).
      * DATA EM AAAAMMDD PARA A ORDENACAO NATURAL DA CHAVE
                    05 FT-DATA         PIC 9(08).
      * MARCACOES BRUTAS DO REP: UMA LINHA POR BATIDA DE ENTRADA
      * OU SAIDA, SEM INDICACAO DE QUAL E QUAL
       FD MARCAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MARCAC.TXT".
       01 REGMARCAC.
                03 MC-CHAPA            PIC 9(06).
                03 MC-DATA             PIC 9(08).
                03 MC-DT REDEFINES MC-DATA.
                    05 MC-DIA              PIC 9(02).
                    05 MC-MES              PIC 9(02).
                    05 MC-ANO              PIC 9(04).
                03 MC-HORA             PIC 9(04).
                03 MC-HR REDEFINES MC-HORA.
                    05 MC-HH               PIC 9(02).
                    05 MC-MM               PIC 9(02).
      * BATIDAS DO PERIODO JA ATRIBUIDAS AO DIA DA JORNADA: A SAIDA
      * DE MADRUGADA DO TURNO NOTURNO FICA NO DIA DA ENTRADA, COM O
      * MINUTO CONTADO A PARTIR DA MEIA-NOITE DESSE DIA (+1440)
       FD BATIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BATIDA.DAT".
       01 REGBATIDA.
                03 BT-CHAVE.
                    05 BT-CHAPAFUNC    PIC 9(06).
                    05 BT-DATAREF      PIC 9(08).
                    05 BT-MINREL       PIC 9(04).
                03 BT-DATAREAL         PIC 9(08).
                03 BT-HORA             PIC 9(04).
      * APURACAO DIARIA DAS MARCACOES CONTRA A JORNADA (MINUTOS)
       FD APURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APURA.DAT".
       01 REGAPURA.
                03 AU-CHAVE.
                    05 AU-CHAPAFUNC    PIC 9(06).
                    05 AU-DATA         PIC 9(08).
                03 AU-CODJORN          PIC 9(03).
                03 AU-MINPREV          PIC 9(04).
                03 AU-MINTRAB          PIC 9(04).
                03 AU-MINNORM          PIC 9(04).
                03 AU-MINEXT           PIC 9(04).
                03 AU-MINATRASO        PIC 9(04).
                03 AU-NUMMARC          PIC 9(02).
      * T=TRABALHADO  F=FALTA  I=MARCACAO IMPAR  D=DESCANSO/FERIADO
      * A=AUSENCIA COBERTA POR ATESTADO MEDICO
                03 AU-SITUACAO         PIC X(01).
       FD ESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESCALA.DAT".
       01 CADESCALA.
                03 ES-CHAPAFUNC        PIC 9(06).
                03 ES-CODJORN          PIC 9(03).
                03 ES-DTINI            PIC 9(08).
       FD JORNADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNADA.DAT".
       01 CADJORNADA.
                03 JN-CODIGO           PIC 9(03).
                03 JN-DESCR            PIC X(30).
                03 JN-TIPO             PIC X(01).
                03 JN-DIASSEM          PIC X(07).
                03 JN-DIASSEM-R REDEFINES JN-DIASSEM.
                    05 JN-DIA          PIC X(01) OCCURS 7 TIMES.
                03 JN-ENTRADA          PIC 9(04).
                03 JN-ENT-R REDEFINES JN-ENTRADA.
                    05 JN-ENTHH        PIC 9(02).
                    05 JN-ENTMM        PIC 9(02).
                03 JN-SAIDA            PIC 9(04).
                03 JN-SAI-R REDEFINES JN-SAIDA.
                    05 JN-SAIHH        PIC 9(02).
                    05 JN-SAIMM        PIC 9(02).
                03 JN-INTERVALO        PIC 9(03).
                03 JN-TOLER            PIC 9(02).
                03 JN-DTREFCIC         PIC 9(08).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 FILLER              PIC X(53).
                03 DTADM               PIC 9(08).
                03 DT-ADM REDEFINES DTADM.
                    05 DIAADM              PIC 9(02).
                    05 MESADM              PIC 9(02).
                    05 ANOADM              PIC 9(04).
                03 DTDEM               PIC 9(08).
                03 DT-DEM REDEFINES DTDEM.
                    05 DIADEM              PIC 9(02).
                    05 MESDEM              PIC 9(02).
                    05 ANODEM              PIC 9(04).
                03 FILLER              PIC X(46).
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 CADFERIADO.
                03 FD-DATA             PIC 9(08).
                03 FD-DESCR            PIC X(30).
      * AUTORIZACAO PREVIA DE EXTRAS POR CHAPA/DIA (CADAUTEX)
       FD AUTEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUTEXT.DAT".
       01 CADAUTEXT.
                03 AX-CHAVE.
                    05 AX-CHAPAFUNC    PIC 9(06).
                    05 AX-DATA         PIC 9(08).
                03 AX-HORASLIM         PIC 9(02)V99.
                03 AX-MOTIVO           PIC X(30).
                03 AX-CHAPARESP        PIC 9(06).
                03 AX-LOGIN            PIC X(08).
                03 AX-DTREG            PIC 9(08).
      * EXTRAS DE CADA DIA SEPARADAS EM AUTORIZADAS (PAGAS) E NAO
      * AUTORIZADAS, COM O DESTINO DADO AO EXCEDENTE
       FD EXTDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTDIA.DAT".
       01 REGEXTDIA.
                03 ED-CHAVE.
                    05 ED-CHAPAFUNC    PIC 9(06).
      * DATA EM AAAAMMDD
                    05 ED-DATA         PIC 9(08).
                03 ED-HORASEXT         PIC 9(02)V99.
                03 ED-HORASAUT         PIC 9(02)V99.
                03 ED-HORASNAUT        PIC 9(02)V99.
      * B=BANCO DE HORAS  P=PENDENTE DE AUTORIZACAO  BRANCO=NADA
      * EXCEDEU A AUTORIZACAO
                03 ED-DESTINO          PIC X(01).
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
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROPONTO PIC X(02) VALUE "00".
       77 ST-ERROHORAS PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTGRAV    PIC 9(06) VALUE ZEROS.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
      * APURACAO DAS MARCACOES BRUTAS (ORIGEM M): JORNADA DO
      * FUNCIONARIO, BATIDAS DO DIA E ACUMULADOS DO PERIODO EM
      * MINUTOS
       77 W-ORIGEM     PIC X(01) VALUE "T".
       77 ST-ERROMC    PIC X(02) VALUE "00".
       77 ST-ERROBT    PIC X(02) VALUE "00".
       77 ST-ERROAU    PIC X(02) VALUE "00".
       77 ST-ERROES    PIC X(02) VALUE "00".
       77 ST-ERROJN    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROFRD   PIC X(02) VALUE "00".
       77 W-TOTSEMESC  PIC 9(06) VALUE ZEROS.
       77 W-TOTDUP     PIC 9(06) VALUE ZEROS.
       77 W-TOTIMPAR   PIC 9(06) VALUE ZEROS.
       77 W-TOTATRASO  PIC 9(06) VALUE ZEROS.
       77 W-MINUTO     PIC 9(04) VALUE ZEROS.
       77 W-MINENT     PIC 9(04) VALUE ZEROS.
       77 W-MINSAI     PIC 9(04) VALUE ZEROS.
       77 W-MINANT     PIC 9(04) VALUE ZEROS.
       77 W-MINPREV    PIC 9(04) VALUE ZEROS.
       77 W-MINTRAB    PIC 9(04) VALUE ZEROS.
       77 W-NUMMARC    PIC 9(02) VALUE ZEROS.
       77 W-DIAUTIL    PIC 9(01) VALUE ZEROS.
       77 W-PERAPU     PIC 9(06) VALUE ZEROS.
       77 W-DTADMAPU   PIC 9(08) VALUE ZEROS.
       77 W-DTDEMAPU   PIC 9(08) VALUE ZEROS.
       77 W-ACMINNORM  PIC 9(06) VALUE ZEROS.
       77 W-ACDIASFAL  PIC 9(02) VALUE ZEROS.
       77 W-JDREF      PIC 9(07) VALUE ZEROS.
       77 W-IDXDIA     PIC 9(01) VALUE ZEROS.
       01 W-DTORD      PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
       77 W-ULTDIA     PIC 9(02) VALUE ZEROS.
       77 W-RESTO4     PIC 9(02) VALUE ZEROS.
       77 W-RESTO100   PIC 9(02) VALUE ZEROS.
       77 W-RESTO400   PIC 9(03) VALUE ZEROS.
       77 W-ZQUOC      PIC 9(06) VALUE ZEROS.
      * NUMERO DO DIA (DIA JULIANO) DE W-DTORD, PARA O DIA DA
      * SEMANA E PARA A ALTERNANCIA DO CICLO 12X36
       77 W-JDNUM      PIC 9(07) VALUE ZEROS.
       77 W-JDA        PIC 9(01) VALUE ZEROS.
       77 W-JDY        PIC 9(05) VALUE ZEROS.
       77 W-JDM        PIC 9(02) VALUE ZEROS.
       77 W-JDT1       PIC 9(05) VALUE ZEROS.
       77 W-JDT2       PIC 9(05) VALUE ZEROS.
       77 W-JDT3       PIC 9(05) VALUE ZEROS.
       77 W-JDT4       PIC 9(05) VALUE ZEROS.
       77 W-JDRESTO    PIC 9(01) VALUE ZEROS.
       77 W-JDDIF      PIC 9(07) VALUE ZEROS.
      * AUTORIZACAO PREVIA DAS EXTRAS (AUTEXT.DAT): SO O LIMITE
      * AUTORIZADO NO DIA E PAGO; O EXCEDENTE VAI PARA O BANCO DE
      * HORAS (B) OU FICA PENDENTE (P) EM EXTDIA.DAT
       77 ST-ERROAX    PIC X(02) VALUE "00".
       77 ST-ERROED    PIC X(02) VALUE "00".
       77 W-EXIGEAUT   PIC X(01) VALUE "S".
       77 W-DESTNAUT   PIC X(01) VALUE "P".
       77 W-AXABERTO   PIC 9(01) VALUE ZEROS.
       77 W-NOVOED     PIC 9(01) VALUE ZEROS.
       77 W-EDCHAPA    PIC 9(06) VALUE ZEROS.
       77 W-HREXTDIA   PIC 9(02)V99 VALUE ZEROS.
       77 W-HRTOTDIA   PIC 9(02)V99 VALUE ZEROS.
       77 W-HRLIMDIA   PIC 9(02)V99 VALUE ZEROS.
       77 W-HRAUTANT   PIC 9(02)V99 VALUE ZEROS.
       77 W-HRAUT      PIC 9(02)V99 VALUE ZEROS.
       77 W-ACHRAUT    PIC 9(04)V99 VALUE ZEROS.
       77 W-HRNAUTBH   PIC 9(04)V99 VALUE ZEROS.
       77 W-TOTNAUT    PIC 9(06) VALUE ZEROS.
       77 W-TOTPEND    PIC 9(06) VALUE ZEROS.
      * ATESTADOS MEDICOS (ATESTADO.DAT): DIA COBERTO NAO E FALTA
       77 ST-ERROAT    PIC X(02) VALUE "00".
       77 W-ATABERTO   PIC 9(01) VALUE ZEROS.
      * FERIADO.DAT ABERTO (O STATUS MUDA A CADA LEITURA)
       77 W-FRDABERTO  PIC 9(01) VALUE ZEROS.
       77 W-ATCHAPA    PIC 9(06) VALUE ZEROS.
       77 W-TEMATEST   PIC 9(01) VALUE ZEROS.
       77 W-TOTATEST   PIC 9(06) VALUE ZEROS.
      * EXECUCAO SEM OPERADOR (LOTEPARM): PERIODO E OPCOES DE
      * PARMLOTE.DAT; W-RCLOT E O CODIGO DE RETORNO DA RODADA
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "FPP014".
       77 W-RCLOT      PIC X(02) VALUE SPACES.
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       01 W-PERLOT.
                03 W-ANOLOT            PIC 9(04).
                03 W-MESLOT            PIC 9(02).
       01 W-OPCLOT.
                03 W-LOTUSABH          PIC X(01).
                03 W-LOTORIGEM         PIC X(01).
                03 W-LOTEXIGE          PIC X(01).
                03 W-LOTDEST           PIC X(01).
                03 FILLER              PIC X(36).
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAPROC.
                 LINE 07 COLUMN 52 PIC X
                 USING W-USABH
                 HIGHLIGHT.
             05  LINE 09 COLUMN 10
                 VALUE "ORIGEM: T=TOTAIS DO RELOGIO (PONTO.TXT)".
             05  LINE 10 COLUMN 10
                 VALUE "        M=MARCACOES DO REP (MARCAC.TXT): ".
             05  TORIGEM
                 LINE 10 COLUMN 51 PIC X
                 USING W-ORIGEM
                 HIGHLIGHT.
             05  LINE 12 COLUMN 10
                 VALUE "EXIGE AUTORIZACAO PREVIA DAS EXTRAS (S/N): ".
             05  TEXIGEAUT
                 LINE 12 COLUMN 53 PIC X
                 USING W-EXIGEAUT
                 HIGHLIGHT.
             05  LINE 13 COLUMN 10
                 VALUE "EXTRAS NAO AUTORIZADAS: B=BANCO P=PENDENTE: ".
             05  TDESTNAUT
                 LINE 13 COLUMN 55 PIC X
                 USING W-DESTNAUT
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                PERFORM INI-LOTE THRU INI-LOTE-FIM.
                IF W-RCLOT = "16"
                   GO TO ROT-FIMP.
      *
       INC-OP0.
           DISPLAY TELAPROC.
           IF W-MODOLOTE = 1
              GO TO INC-OP2.
           ACCEPT TMES-FILTRO.
           ACCEPT TANO-FILTRO.
           ACCEPT TUSABH.
           ACCEPT TORIGEM.
           IF W-ORIGEM = "m"
              MOVE "M" TO W-ORIGEM.
       INC-OP1.
           ACCEPT TEXIGEAUT.
           IF W-EXIGEAUT = "s"
              MOVE "S" TO W-EXIGEAUT.
           IF W-EXIGEAUT = "n"
              MOVE "N" TO W-EXIGEAUT.
           IF W-EXIGEAUT NOT = "S" AND W-EXIGEAUT NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP1.
       INC-OP2.
           IF W-MODOLOTE = 0
              ACCEPT TDESTNAUT.
           IF W-DESTNAUT = "b"
              MOVE "B" TO W-DESTNAUT.
           IF W-DESTNAUT = "p"
              MOVE "P" TO W-DESTNAUT.
           IF W-DESTNAUT NOT = "B" AND W-DESTNAUT NOT = "P"
              MOVE "*** DIGITE APENAS B=BANCO e P=PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP2.
           IF W-ORIGEM = "M"
              GO TO ABRE-MARCAC.
           MOVE "T" TO W-ORIGEM.
           OPEN INPUT PONTO.
           IF ST-ERROPONTO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. PONTO.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           GO TO ABRE-FALTAS.
       ABRE-MARCAC.
           OPEN INPUT MARCAC.
           IF ST-ERROMC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. MARCAC.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       ABRE-FALTAS.
           OPEN I-O FALTAS.
           IF ST-ERROFAL = "00"
           IF ST-ERROFAL NOT = "30"
              MOVE "ERRO ABERTURA DO ARQ. FALTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN OUTPUT FALTAS.
           CLOSE FALTAS.
       ABRE-HORAS.
           OPEN I-O HORAS.
           IF ST-ERROHORAS = "00"
              GO TO ABRE-EXTDIA.
           IF ST-ERROHORAS NOT = "30"
              MOVE "ERRO ABERTURA DO ARQ. HORAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           OPEN OUTPUT HORAS.
           CLOSE HORAS.
           OPEN I-O HORAS.
       ABRE-EXTDIA.
           OPEN I-O EXTDIA.
           IF ST-ERROED = "00"
              GO TO ABRE-AUTEXT.
           IF ST-ERROED NOT = "30"
              MOVE "ERRO ABERTURA DO ARQ. EXTDIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT EXTDIA.
           CLOSE EXTDIA.
           GO TO ABRE-EXTDIA.
      * SEM AUTORIZACOES CADASTRADAS NENHUMA EXTRA E AUTORIZADA
       ABRE-AUTEXT.
           MOVE ZEROS TO W-AXABERTO.
           OPEN INPUT AUTEXT.
           IF ST-ERROAX = "00"
              MOVE 1 TO W-AXABERTO.
           MOVE ZEROS TO W-ATABERTO.
           OPEN INPUT ATESTADO.
           IF ST-ERROAT = "00"
              MOVE 1 TO W-ATABERTO.
      *
      *****************************************
      * REMOVE OS TOTAIS JA GRAVADOS PARA O    *
      * REMOVE TAMBEM AS DATAS DE FALTA JA GRAVADAS DO PERIODO
       LIMPA-FALTAS.
                READ FALTAS NEXT RECORD
                   AT END GO TO LIMPA-EXTDIA.
                COMPUTE W-FALTADATA = FT-DATA / 100.
                IF W-FALTADATA = (ANO-FILTRO * 100) + MES-FILTRO
                   DELETE FALTAS RECORD.
                GO TO LIMPA-FALTAS.
      * E A SEPARACAO DAS EXTRAS DO PERIODO (REFEITA A CADA RODADA)
       LIMPA-EXTDIA.
                READ EXTDIA NEXT RECORD
                   AT END GO TO LIMPA-FIM.
                COMPUTE W-FALTADATA = ED-DATA / 100.
                IF W-FALTADATA = (ANO-FILTRO * 100) + MES-FILTRO
                   DELETE EXTDIA RECORD.
                GO TO LIMPA-EXTDIA.
       LIMPA-FIM.
                IF W-ORIGEM = "M"
                   GO TO MARC-INICIO.
      *
      *****************************************
      * ACUMULA AS MARCACOES DO PERIODO POR    *
                   NOT INVALID KEY
                      MOVE 0 TO W-NOVOREG.
                ADD PT-HORASNORM TO HR-HORASNORM.
      * SO A PARTE AUTORIZADA DAS EXTRAS DO DIA VAI PARA A FOLHA
                MOVE PT-CHAPA TO W-EDCHAPA.
                COMPUTE W-DTORD = (PT-ANO * 10000)
                                + (PT-MES * 100) + PT-DIA.
                MOVE PT-HORASEXT TO W-HREXTDIA.
                PERFORM AUTORIZA-EXT THRU AUTORIZA-EXT-FIM.
                ADD W-HRAUT TO HR-HORASEXT.
                IF PT-FALTA NOT = "S" AND PT-FALTA NOT = "s"
                   GO TO LER-PONTO-GRV.
      * FALTA COBERTA POR ATESTADO MEDICO NAO E DESCONTADA
                MOVE PT-CHAPA TO W-ATCHAPA.
                PERFORM VER-ATESTADO THRU VER-ATESTADO-FIM.
                IF W-TEMATEST = 1
                   ADD 1 TO W-TOTATEST
                ELSE
                   ADD 1 TO HR-DIASFALTA
                   PERFORM GRAVA-FALTA THRU GRAVA-FALTA-FIM.
       LER-PONTO-GRV.
                IF W-NOVOREG = 1
                   WRITE REGHORAS
                   ADD 1 TO W-TOTGRAV
                GO TO LER-PONTO.
      *
      *****************************************
      * ORIGEM M: CARGA DAS MARCACOES BRUTAS   *
      * DO REP EM BATIDA.DAT, JA ATRIBUIDAS AO *
      * DIA DA JORNADA (TURNO NOTURNO), E      *
      * APURACAO DIA A DIA CONTRA A JORNADA DE *
      * CADA FUNCIONARIO COM ESCALA            *
      *****************************************
       MARC-INICIO.
                OPEN I-O BATIDA.
                IF ST-ERROBT = "30"
                   OPEN OUTPUT BATIDA
                   CLOSE BATIDA
                   GO TO MARC-INICIO.
       MARC-ABRE-AU.
                OPEN I-O APURA.
                IF ST-ERROAU = "30"
                   OPEN OUTPUT APURA
                   CLOSE APURA
                   GO TO MARC-ABRE-AU.
                OPEN INPUT ESCALA JORNADA FERIADO.
                MOVE ZEROS TO W-FRDABERTO.
                IF ST-ERROFRD = "00"
                   MOVE 1 TO W-FRDABERTO.
                OPEN INPUT FUNC.
                IF ST-ERROFUNC NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
                   MOVE "FUNC" TO W-VSARQ
                   CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MARC-FEC.
                COMPUTE W-PERAPU = (ANO-FILTRO * 100) + MES-FILTRO.
      * REPROCESSAMENTO: REMOVE BATIDAS E APURACAO DO PERIODO
       MARC-LIMPA-BT.
                READ BATIDA NEXT RECORD
                   AT END GO TO MARC-LIMPA-AU.
                COMPUTE W-FALTADATA = BT-DATAREF / 100.
                IF W-FALTADATA = W-PERAPU
                   DELETE BATIDA RECORD.
                GO TO MARC-LIMPA-BT.
       MARC-LIMPA-AU.
                READ APURA NEXT RECORD
                   AT END GO TO MARC-LER.
                COMPUTE W-FALTADATA = AU-DATA / 100.
                IF W-FALTADATA = W-PERAPU
                   DELETE APURA RECORD.
                GO TO MARC-LIMPA-AU.
      *
       MARC-LER.
                READ MARCAC
                   AT END GO TO MARC-APURA.
                ADD 1 TO W-TOTLIDOS.
                MOVE MC-CHAPA TO ES-CHAPAFUNC.
                READ ESCALA
                   INVALID KEY
                      ADD 1 TO W-TOTSEMESC
                      GO TO MARC-LER.
                MOVE ES-CODJORN TO JN-CODIGO.
                READ JORNADA
                   INVALID KEY
                      ADD 1 TO W-TOTSEMESC
                      GO TO MARC-LER.
                COMPUTE W-MINUTO = (MC-HH * 60) + MC-MM.
                MOVE MC-ANO TO W-DO-ANO.
                MOVE MC-MES TO W-DO-MES.
                MOVE MC-DIA TO W-DO-DIA.
      * JORNADA QUE VIRA A MEIA-NOITE: BATIDA DE MADRUGADA ATE 4
      * HORAS DEPOIS DA SAIDA PREVISTA E DA JORNADA DO DIA ANTERIOR
                IF JN-SAIDA < JN-ENTRADA
                   COMPUTE W-MINSAI = (JN-SAIHH * 60) + JN-SAIMM + 240
                   IF W-MINUTO NOT > W-MINSAI
                      PERFORM SUBTRAI-DIA THRU SUBTRAI-DIA-FIM
                      ADD 1440 TO W-MINUTO.
                IF W-DO-ANO NOT = ANO-FILTRO
                OR W-DO-MES NOT = MES-FILTRO
                   ADD 1 TO W-TOTFORA
                   GO TO MARC-LER.
                MOVE MC-CHAPA TO BT-CHAPAFUNC.
                MOVE W-DTORD TO BT-DATAREF.
                MOVE W-MINUTO TO BT-MINREL.
                COMPUTE BT-DATAREAL = (MC-ANO * 10000)
                                    + (MC-MES * 100) + MC-DIA.
                MOVE MC-HORA TO BT-HORA.
      * MESMA BATIDA REPETIDA NO ARQUIVO DO REP E DESPREZADA
                WRITE REGBATIDA
                   INVALID KEY
                      ADD 1 TO W-TOTDUP.
                GO TO MARC-LER.
      *
      * PERCORRE AS ESCALAS E APURA CADA DIA DO PERIODO
       MARC-APURA.
                MOVE ZEROS TO ES-CHAPAFUNC.
                START ESCALA KEY IS NOT LESS THAN ES-CHAPAFUNC
                   INVALID KEY
                      GO TO MARC-FEC.
       MARC-APURA-LER.
                READ ESCALA NEXT RECORD
                   AT END GO TO MARC-FEC.
                MOVE ES-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      GO TO MARC-APURA-LER.
                MOVE ES-CODJORN TO JN-CODIGO.
                READ JORNADA
                   INVALID KEY
                      GO TO MARC-APURA-LER.
                COMPUTE W-DTADMAPU = (ANOADM * 10000)
                                   + (MESADM * 100) + DIAADM.
                COMPUTE W-DTDEMAPU = (ANODEM * 10000)
                                   + (MESDEM * 100) + DIADEM.
                IF JN-TIPO = "C"
                   MOVE JN-DTREFCIC TO W-DTORD
                   PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM
                   MOVE W-JDNUM TO W-JDREF.
                MOVE ZEROS TO W-ACMINNORM W-ACHRAUT W-ACDIASFAL.
                MOVE ANO-FILTRO TO W-DO-ANO.
                MOVE MES-FILTRO TO W-DO-MES.
                MOVE 01 TO W-DO-DIA.
                PERFORM DIAS-MES THRU DIAS-MES-FIM.
       MARC-APURA-DIA.
                PERFORM APURA-DIA THRU APURA-DIA-FIM.
                IF W-DO-DIA < W-ULTDIA
                   ADD 1 TO W-DO-DIA
                   GO TO MARC-APURA-DIA.
      * TOTAIS DO PERIODO EM HORAS.DAT, NO MESMO FORMATO DA ORIGEM T
                MOVE ES-CHAPAFUNC TO HR-CHAPAFUNC.
                MOVE ANO-FILTRO TO HR-ANO.
                MOVE MES-FILTRO TO HR-MES.
                READ HORAS
                   INVALID KEY
                      MOVE 1 TO W-NOVOREG
                   NOT INVALID KEY
                      MOVE 0 TO W-NOVOREG.
                COMPUTE HR-HORASNORM ROUNDED = W-ACMINNORM / 60.
                MOVE W-ACHRAUT TO HR-HORASEXT.
                MOVE W-ACDIASFAL TO HR-DIASFALTA.
                IF W-NOVOREG = 1
                   WRITE REGHORAS
                   ADD 1 TO W-TOTGRAV
                ELSE
                   REWRITE REGHORAS.
                GO TO MARC-APURA-LER.
       MARC-FEC.
                CLOSE BATIDA APURA ESCALA JORNADA FUNC FERIADO.
                GO TO CRED-BH.
      *
      *****************************************
      * APURACAO DE UM DIA (W-DTORD) DO CHAPA  *
      * DA ESCALA CORRENTE: PREVISTO PELA      *
      * JORNADA X TRABALHADO PELOS PARES DE    *
      * BATIDAS. DIFERENCA DENTRO DA           *
      * TOLERANCIA NAO CONTA; ACIMA VIRA       *
      * EXTRA, ABAIXO VIRA ATRASO. DIA UTIL    *
      * SEM BATIDA E FALTA; BATIDA EM DIA DE   *
      * DESCANSO OU FERIADO E TODA EXTRA       *
      *****************************************
       APURA-DIA.
                MOVE ZEROS TO W-MINPREV W-MINTRAB W-NUMMARC.
                IF W-DTORD < W-DTADMAPU OR W-DTORD < ES-DTINI
                   GO TO APURA-DIA-FIM.
                IF W-DTDEMAPU NOT = ZEROS AND W-DTORD > W-DTDEMAPU
                   GO TO APURA-DIA-FIM.
                PERFORM VER-DIAUTIL THRU VER-DIAUTIL-FIM.
                IF W-DIAUTIL = 1
                   COMPUTE W-MINENT = (JN-ENTHH * 60) + JN-ENTMM
                   COMPUTE W-MINSAI = (JN-SAIHH * 60) + JN-SAIMM
                   IF W-MINSAI < W-MINENT
                      ADD 1440 TO W-MINSAI.
                IF W-DIAUTIL = 1
                   IF W-MINSAI - W-MINENT > JN-INTERVALO
                      COMPUTE W-MINPREV = W-MINSAI - W-MINENT
                                        - JN-INTERVALO.
                MOVE ES-CHAPAFUNC TO BT-CHAPAFUNC.
                MOVE W-DTORD TO BT-DATAREF.
                MOVE ZEROS TO BT-MINREL.
                MOVE ZEROS TO W-JDRESTO.
                START BATIDA KEY IS NOT LESS THAN BT-CHAVE
                   INVALID KEY
                      GO TO APURA-DIA-CLASS.
      * BATIDAS IMPARES SAO ENTRADAS, PARES SAO SAIDAS
       APURA-DIA-BAT.
                READ BATIDA NEXT RECORD
                   AT END GO TO APURA-DIA-CLASS.
                IF BT-CHAPAFUNC NOT = ES-CHAPAFUNC
                OR BT-DATAREF NOT = W-DTORD
                   GO TO APURA-DIA-CLASS.
                ADD 1 TO W-NUMMARC.
                DIVIDE W-NUMMARC BY 2 GIVING W-ZQUOC
                                      REMAINDER W-JDRESTO.
                IF W-JDRESTO = 1
                   MOVE BT-MINREL TO W-MINANT
                ELSE
                   COMPUTE W-MINTRAB = W-MINTRAB + BT-MINREL
                                     - W-MINANT.
                GO TO APURA-DIA-BAT.
       APURA-DIA-CLASS.
                MOVE ES-CHAPAFUNC TO AU-CHAPAFUNC.
                MOVE W-DTORD TO AU-DATA.
                MOVE JN-CODIGO TO AU-CODJORN.
                MOVE W-MINPREV TO AU-MINPREV.
                MOVE W-MINTRAB TO AU-MINTRAB.
                MOVE W-NUMMARC TO AU-NUMMARC.
                MOVE ZEROS TO AU-MINNORM AU-MINEXT AU-MINATRASO.
                IF W-NUMMARC = 0 AND W-DIAUTIL = 0
                   MOVE "D" TO AU-SITUACAO
                   GO TO APURA-DIA-GRV.
      * DIA UTIL SEM BATIDA COBERTO POR ATESTADO: AUSENCIA ABONADA,
      * COM AS HORAS PREVISTAS CONTADAS COMO NORMAIS
                IF W-NUMMARC = 0
                   MOVE ES-CHAPAFUNC TO W-ATCHAPA
                   PERFORM VER-ATESTADO THRU VER-ATESTADO-FIM
                   IF W-TEMATEST = 1
                      MOVE "A" TO AU-SITUACAO
                      MOVE W-MINPREV TO AU-MINNORM
                      ADD W-MINPREV TO W-ACMINNORM
                      ADD 1 TO W-TOTATEST
                      GO TO APURA-DIA-GRV.
                IF W-NUMMARC = 0
                   MOVE "F" TO AU-SITUACAO
                   ADD 1 TO W-ACDIASFAL
                   PERFORM GRAVA-FALTA-APU THRU GRAVA-FALTA-APU-FIM
                   GO TO APURA-DIA-GRV.
                MOVE "T" TO AU-SITUACAO.
      * BATIDA SEM PAR: O DIA FICA MARCADO PARA CONFERENCIA E SO OS
      * PARES COMPLETOS CONTAM COMO TRABALHADO
                IF W-JDRESTO = 1
                   MOVE "I" TO AU-SITUACAO
                   ADD 1 TO W-TOTIMPAR.
                IF W-DIAUTIL = 0
                   MOVE W-MINTRAB TO AU-MINEXT
                   GO TO APURA-DIA-ACUM.
                IF W-MINTRAB > W-MINPREV + JN-TOLER
                   MOVE W-MINPREV TO AU-MINNORM
                   COMPUTE AU-MINEXT = W-MINTRAB - W-MINPREV
                   GO TO APURA-DIA-ACUM.
                IF W-MINTRAB + JN-TOLER < W-MINPREV
                   MOVE W-MINTRAB TO AU-MINNORM
                   COMPUTE AU-MINATRASO = W-MINPREV - W-MINTRAB
                   ADD 1 TO W-TOTATRASO
                   GO TO APURA-DIA-ACUM.
                MOVE W-MINPREV TO AU-MINNORM.
       APURA-DIA-ACUM.
                ADD AU-MINNORM TO W-ACMINNORM.
                IF AU-MINEXT = ZEROS
                   GO TO APURA-DIA-GRV.
                MOVE ES-CHAPAFUNC TO W-EDCHAPA.
                COMPUTE W-HREXTDIA ROUNDED = AU-MINEXT / 60.
                PERFORM AUTORIZA-EXT THRU AUTORIZA-EXT-FIM.
                ADD W-HRAUT TO W-ACHRAUT.
       APURA-DIA-GRV.
                WRITE REGAPURA
                   INVALID KEY
                      REWRITE REGAPURA.
       APURA-DIA-FIM.
                EXIT.
      *
      * DIA UTIL DA JORNADA: NO 12X36 ALTERNA A PARTIR DO DIA DE
      * REFERENCIA DO CICLO (FERIADO NAO MUDA O CICLO); NOS DEMAIS
      * TIPOS VALE O DIA DA SEMANA, MENOS OS FERIADOS (FERIADO.DAT)
       VER-DIAUTIL.
                MOVE 0 TO W-DIAUTIL.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                IF JN-TIPO NOT = "C"
                   GO TO VER-DIAUTIL-SEM.
                IF W-JDNUM < W-JDREF
                   COMPUTE W-JDDIF = W-JDREF - W-JDNUM
                ELSE
                   COMPUTE W-JDDIF = W-JDNUM - W-JDREF.
                DIVIDE W-JDDIF BY 2 GIVING W-JDDIF
                                    REMAINDER W-JDRESTO.
                IF W-JDRESTO = 0
                   MOVE 1 TO W-DIAUTIL.
                GO TO VER-DIAUTIL-FIM.
      * RESTO 0 = SEGUNDA ... 6 = DOMINGO; JN-DIA(1) E O DOMINGO
       VER-DIAUTIL-SEM.
                DIVIDE W-JDNUM BY 7 GIVING W-JDDIF
                                    REMAINDER W-JDRESTO.
                COMPUTE W-IDXDIA = W-JDRESTO + 2.
                IF W-JDRESTO = 6
                   MOVE 1 TO W-IDXDIA.
                IF JN-DIA(W-IDXDIA) NOT = "S"
                   GO TO VER-DIAUTIL-FIM.
                MOVE 1 TO W-DIAUTIL.
                IF W-FRDABERTO = 0
                   GO TO VER-DIAUTIL-FIM.
                MOVE W-DTORD TO FD-DATA.
                READ FERIADO
                   NOT INVALID KEY
                      MOVE 0 TO W-DIAUTIL.
       VER-DIAUTIL-FIM.
                EXIT.
      *
      * NUMERO DO DIA (DIA JULIANO) DE W-DTORD EM W-JDNUM
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
      * RECUA W-DTORD EM UM DIA (COM VIRADA DE MES/ANO)
       SUBTRAI-DIA.
                IF W-DO-DIA > 1
                   SUBTRACT 1 FROM W-DO-DIA
                   GO TO SUBTRAI-DIA-FIM.
                IF W-DO-MES = 1
                   MOVE 12 TO W-DO-MES
                   SUBTRACT 1 FROM W-DO-ANO
                ELSE
                   SUBTRACT 1 FROM W-DO-MES.
                PERFORM DIAS-MES THRU DIAS-MES-FIM.
                MOVE W-ULTDIA TO W-DO-DIA.
       SUBTRAI-DIA-FIM.
                EXIT.
      *
      * ULTIMO DIA DO MES DE W-DTORD (COM ANO BISSEXTO)
       DIAS-MES.
                IF W-DO-MES = 4 OR W-DO-MES = 6
                OR W-DO-MES = 9 OR W-DO-MES = 11
                   MOVE 30 TO W-ULTDIA
                   GO TO DIAS-MES-FIM.
                IF W-DO-MES NOT = 2
                   MOVE 31 TO W-ULTDIA
                   GO TO DIAS-MES-FIM.
                MOVE 28 TO W-ULTDIA.
                DIVIDE W-DO-ANO BY 4 GIVING W-ZQUOC
                                     REMAINDER W-RESTO4.
                DIVIDE W-DO-ANO BY 100 GIVING W-ZQUOC
                                       REMAINDER W-RESTO100.
                DIVIDE W-DO-ANO BY 400 GIVING W-ZQUOC
                                       REMAINDER W-RESTO400.
                IF W-RESTO4 = 0
                   IF W-RESTO100 NOT = 0 OR W-RESTO400 = 0
                      MOVE 29 TO W-ULTDIA.
       DIAS-MES-FIM.
                EXIT.
      *
      * FALTA APURADA PELA JORNADA (FALTAS.DAT - DSR NO FPP004)
       GRAVA-FALTA-APU.
                MOVE ES-CHAPAFUNC TO FT-CHAPAFUNC.
                MOVE W-DTORD TO FT-DATA.
                WRITE REGFALTAS
                   INVALID KEY
                      GO TO GRAVA-FALTA-APU-FIM.
       GRAVA-FALTA-APU-FIM.
                EXIT.
      *
      *****************************************
      * EXTRAS DE UM DIA (W-EDCHAPA/W-DTORD):  *
      * SEPARA A PARTE AUTORIZADA (AUTEXT.DAT) *
      * DO EXCEDENTE E ACUMULA EM EXTDIA.DAT.  *
      * DEVOLVE EM W-HRAUT QUANTO DAS HORAS DE *
      * W-HREXTDIA A FOLHA PAGA                *
      *****************************************
       AUTORIZA-EXT.
                MOVE ZEROS TO W-HRAUT.
                IF W-HREXTDIA = ZEROS
                   GO TO AUTORIZA-EXT-FIM.
                MOVE W-EDCHAPA TO ED-CHAPAFUNC.
                MOVE W-DTORD TO ED-DATA.
                READ EXTDIA
                   INVALID KEY
                      MOVE ZEROS TO ED-HORASEXT ED-HORASAUT
                      MOVE ZEROS TO ED-HORASNAUT
                      MOVE SPACES TO ED-DESTINO
                      MOVE 1 TO W-NOVOED
                   NOT INVALID KEY
                      MOVE 0 TO W-NOVOED.
                MOVE ED-HORASAUT TO W-HRAUTANT.
                COMPUTE W-HRTOTDIA = ED-HORASEXT + W-HREXTDIA.
                MOVE W-HRTOTDIA TO W-HRLIMDIA.
                IF W-EXIGEAUT = "N"
                   GO TO AUTORIZA-EXT-SEP.
                MOVE ZEROS TO W-HRLIMDIA.
                IF W-AXABERTO = 0
                   GO TO AUTORIZA-EXT-SEP.
                MOVE W-EDCHAPA TO AX-CHAPAFUNC.
                MOVE W-DTORD TO AX-DATA.
                READ AUTEXT
                   INVALID KEY
                      GO TO AUTORIZA-EXT-SEP.
                MOVE AX-HORASLIM TO W-HRLIMDIA.
       AUTORIZA-EXT-SEP.
                IF W-HRLIMDIA > W-HRTOTDIA
                   MOVE W-HRTOTDIA TO W-HRLIMDIA.
                MOVE W-HRTOTDIA TO ED-HORASEXT.
                MOVE W-HRLIMDIA TO ED-HORASAUT.
                COMPUTE ED-HORASNAUT = W-HRTOTDIA - W-HRLIMDIA.
                IF ED-HORASNAUT > ZEROS AND ED-DESTINO = SPACES
                   MOVE W-DESTNAUT TO ED-DESTINO
                   ADD 1 TO W-TOTNAUT
                   IF W-DESTNAUT = "P"
                      ADD 1 TO W-TOTPEND.
                COMPUTE W-HRAUT = W-HRLIMDIA - W-HRAUTANT.
                IF W-NOVOED = 1
                   WRITE REGEXTDIA
                ELSE
                   REWRITE REGEXTDIA.
       AUTORIZA-EXT-FIM.
                EXIT.
      *
      * DIA W-DTORD DO CHAPA W-ATCHAPA COBERTO POR ATESTADO MEDICO?
      * (W-TEMATEST = 1)
       VER-ATESTADO.
                MOVE 0 TO W-TEMATEST.
                IF W-ATABERTO = 0
                   GO TO VER-ATESTADO-FIM.
                MOVE W-ATCHAPA TO AT-CHAPAFUNC.
                MOVE ZEROS TO AT-DTINI.
                START ATESTADO KEY IS NOT LESS THAN AT-CHAVE
                   INVALID KEY
                      GO TO VER-ATESTADO-FIM.
       VER-ATESTADO-LER.
                READ ATESTADO NEXT RECORD
                   AT END GO TO VER-ATESTADO-FIM.
                IF AT-CHAPAFUNC NOT = W-ATCHAPA
                OR AT-DTINI > W-DTORD
                   GO TO VER-ATESTADO-FIM.
                IF AT-DTFIM < W-DTORD
                   GO TO VER-ATESTADO-LER.
                MOVE 1 TO W-TEMATEST.
       VER-ATESTADO-FIM.
                EXIT.
      *
      * HORAS NAO AUTORIZADAS DO PERIODO QUE VAO PARA O BANCO
      * (EXTDIA.DAT COM DESTINO B) DO CHAPA DE HORAS.DAT LIDO
       SOMA-NAUTBH.
                MOVE ZEROS TO W-HRNAUTBH.
                MOVE HR-CHAPAFUNC TO ED-CHAPAFUNC.
                COMPUTE ED-DATA = (ANO-FILTRO * 10000)
                                + (MES-FILTRO * 100).
                START EXTDIA KEY IS NOT LESS THAN ED-CHAVE
                   INVALID KEY
                      GO TO SOMA-NAUTBH-FIM.
       SOMA-NAUTBH-LER.
                READ EXTDIA NEXT RECORD
                   AT END GO TO SOMA-NAUTBH-FIM.
                COMPUTE W-FALTADATA = ED-DATA / 100.
                IF ED-CHAPAFUNC NOT = HR-CHAPAFUNC
                OR W-FALTADATA NOT = (ANO-FILTRO * 100) + MES-FILTRO
                   GO TO SOMA-NAUTBH-FIM.
                IF ED-DESTINO = "B"
                   ADD ED-HORASNAUT TO W-HRNAUTBH.
                GO TO SOMA-NAUTBH-LER.
       SOMA-NAUTBH-FIM.
                EXIT.
      *
      *****************************************
      * CREDITO DAS HORAS EXTRAS DO PERIODO    *
      * NO BANCO DE HORAS (BCOHORAS.DAT) E     *
      * RETIRADA DE HORAS.DAT PARA A FOLHA     *
      * NAO PAGAR EM DINHEIRO. AS EXTRAS NAO   *
      * AUTORIZADAS COM DESTINO B ENTRAM NO    *
      * CREDITO MESMO SEM ESSA OPCAO           *
      *****************************************
       CRED-BH.
                IF W-USABH = "s"
                   MOVE "S" TO W-USABH.
                IF W-USABH NOT = "S" AND W-DESTNAUT NOT = "B"
                   GO TO ROT-TOTAIS.
                OPEN I-O BCOHORAS.
                IF ST-ERROBH NOT = "00"
                   AT END GO TO CRED-BH-FEC.
                IF HR-ANO NOT = ANO-FILTRO OR HR-MES NOT = MES-FILTRO
                   GO TO CRED-BH-LER.
                PERFORM SOMA-NAUTBH THRU SOMA-NAUTBH-FIM.
                IF W-USABH NOT = "S"
                   IF W-HRNAUTBH = ZEROS
                      GO TO CRED-BH-LER.
                IF HR-HORASEXT = ZEROS AND W-HRNAUTBH = ZEROS
                   GO TO CRED-BH-LER.
                MOVE HR-CHAPAFUNC TO BH-CHAPAFUNC.
                MOVE HR-PERIODO TO BH-PERIODO.
                      MOVE 0 TO W-NOVOBH.
      * REPROCESSAMENTO DO PERIODO APENAS REGRAVA O CREDITO;
      * COMPENSACOES JA LANCADAS (FPP038) SAO PRESERVADAS
                MOVE W-HRNAUTBH TO BH-HORASCRED.
                IF W-USABH = "S"
                   ADD HR-HORASEXT TO BH-HORASCRED.
                IF W-NOVOBH = 1
                   WRITE CADBCOH
                ELSE
                   REWRITE CADBCOH.
                IF W-USABH NOT = "S"
                   GO TO CRED-BH-CONT.
                MOVE ZEROS TO HR-HORASEXT.
                REWRITE REGHORAS.
       CRED-BH-CONT.
                ADD 1 TO W-TOTBH.
                GO TO CRED-BH-LER.
       CRED-BH-FEC.
                DISPLAY (19, 08) "CREDITOS NO BCO HORAS: " W-TOTBH.
      *
       ROT-TOTAIS.
                MOVE "00" TO W-RCLOT.
                DISPLAY (20, 08) "MARCACOES LIDAS....: " W-TOTLIDOS.
                DISPLAY (21, 08) "FORA DO PERIODO....: " W-TOTFORA.
                DISPLAY (22, 08) "CHAPAS TOTALIZADAS.: " W-TOTGRAV.
                DISPLAY (18, 08) "DIAS C/ EXTRA N/AUT: " W-TOTNAUT
                                 "  PENDENTES: " W-TOTPEND.
                DISPLAY (18, 50) "ATESTADOS: " W-TOTATEST.
                IF W-ORIGEM = "M"
                   DISPLAY (14, 08) "SEM ESCALA/JORNADA.: " W-TOTSEMESC
                   DISPLAY (15, 08) "BATIDAS DUPLICADAS.: " W-TOTDUP
                   DISPLAY (16, 08) "DIAS C/ MARC. IMPAR: " W-TOTIMPAR
                   DISPLAY (17, 08) "DIAS COM ATRASO....: " W-TOTATRASO.
      *
      *****************************************
      * REGISTRO DE CONTROLE DE EXECUCAO       *
      *
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE HORAS FALTAS EXTDIA.
                IF W-AXABERTO = 1
                   CLOSE AUTEXT.
                IF W-ATABERTO = 1
                   CLOSE ATESTADO.
       ROT-FIMP.
                IF W-ORIGEM = "M"
                   CLOSE MARCAC
                ELSE
                   CLOSE PONTO.
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
      * OPCOES: POSICAO 1 = BANCO DE HORAS (S/N), 2 = ORIGEM
      * (T = PONTO.TXT, M = MARCAC.TXT), 3 = EXIGE AUTORIZACAO DE
      * EXTRA (S/N), 4 = DESTINO DA EXTRA NAO AUTORIZADA (B/P);
      * EM BRANCO VALE O PADRAO DA TELA
       OPC-LOTE.
                MOVE W-ANOLOT TO ANO-FILTRO.
                MOVE W-MESLOT TO MES-FILTRO.
                MOVE "N" TO W-USABH.
                IF W-LOTUSABH = "S" OR W-LOTUSABH = "s"
                   MOVE "S" TO W-USABH.
                MOVE "T" TO W-ORIGEM.
                IF W-LOTORIGEM = "M" OR W-LOTORIGEM = "m"
                   MOVE "M" TO W-ORIGEM.
                MOVE "S" TO W-EXIGEAUT.
                IF W-LOTEXIGE = "N" OR W-LOTEXIGE = "n"
                   MOVE "N" TO W-EXIGEAUT.
                MOVE "P" TO W-DESTNAUT.
                IF W-LOTDEST = "B" OR W-LOTDEST = "b"
                   MOVE "B" TO W-DESTNAUT.
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
