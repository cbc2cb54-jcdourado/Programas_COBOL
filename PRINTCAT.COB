       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTCAT.
      *
      **************************************
      * ESTATISTICA ANUAL DE ACIDENTES DE  *
      * TRABALHO POR DEPARTAMENTO (CIPA):  *
      * ACIDENTES DO ANO (CAT.DAT - CADCAT)*
      * POR TIPO, COM AFASTAMENTO, DIAS    *
      * PERDIDOS (AFAST.DAT), HORAS-HOMEM  *
      * TRABALHADAS (HORAS.DAT) E TAXAS DE *
      * FREQUENCIA E GRAVIDADE POR MILHAO  *
      * DE HORAS (ARQCAT.TXT)              *
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
           SELECT OPTIONAL CAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CHAVE
                    FILE STATUS  IS ST-ERROCA.
           SELECT OPTIONAL AFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AF-CHAVE
                    FILE STATUS  IS ST-ERROAF.
           SELECT OPTIONAL HORAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ERROHORAS.
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
                03 FILLER              PIC X(66).
       FD CAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAT.DAT".
       01 REGCAT.
                03 CA-CHAVE.
                    05 CA-CHAPAFUNC    PIC 9(06).
                    05 CA-DATA         PIC 9(08).
                03 CA-DATA-R REDEFINES CA-CHAVE.
                    05 FILLER          PIC 9(06).
                    05 CA-ANO          PIC 9(04).
                    05 CA-MES          PIC 9(02).
                    05 CA-DIA          PIC 9(02).
                03 CA-HORA             PIC 9(04).
                03 CA-TIPO             PIC X(01).
                03 CA-LOCAL            PIC X(30).
                03 CA-PARTE            PIC X(20).
                03 CA-CAUSA            PIC X(40).
                03 CA-TESTEM1          PIC X(30).
                03 CA-TESTEM2          PIC X(30).
                03 CA-AFAST            PIC X(01).
                03 CA-SEQAF            PIC 9(02).
                03 CA-NUMCAT           PIC X(15).
       FD AFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AFAST.DAT".
       01 CADAFAST.
                03 AF-CHAVE.
                    05 AF-CHAPAFUNC    PIC 9(06).
                    05 AF-SEQAF        PIC 9(02).
                03 AF-TIPO             PIC X(01).
                03 AF-DTINICIO         PIC 9(08).
                03 AF-DTINI REDEFINES AF-DTINICIO.
                    05 AF-DIAINI           PIC 9(02).
                    05 AF-MESINI           PIC 9(02).
                    05 AF-ANOINI           PIC 9(04).
                03 AF-DTRETPREV        PIC 9(08).
                03 AF-DTRET REDEFINES AF-DTRETPREV.
                    05 AF-DIARET           PIC 9(02).
                    05 AF-MESRET           PIC 9(02).
                    05 AF-ANORET           PIC 9(04).
                03 AF-STATAF           PIC X(01).
       FD HORAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HORAS.DAT".
       01 REGHORAS.
                03 HR-CHAVE.
                    05 HR-CHAPAFUNC    PIC 9(06).
                    05 HR-PERIODO.
                        07 HR-ANO      PIC 9(04).
                        07 HR-MES      PIC 9(02).
                03 HR-HORASNORM        PIC 9(04)V99.
                03 HR-HORASEXT         PIC 9(04)V99.
                03 HR-DIASFALTA        PIC 9(02).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.TXT".
       01 REGIMP PIC X(90).
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
       77 ST-ERROCA    PIC X(02) VALUE "00".
       77 ST-ERROAF    PIC X(02) VALUE "00".
      * AFAST ABERTO (O STATUS MUDA A CADA LEITURA)
       77 W-AFABERTO   PIC 9(01) VALUE ZEROS.
       77 ST-ERROHORAS PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      * LIMITES DO ANO FILTRADO EM DIA JULIANO
       77 W-JDANOINI   PIC 9(07) VALUE ZEROS.
       77 W-JDANOFIM   PIC 9(07) VALUE ZEROS.
       77 W-JDINI      PIC 9(07) VALUE ZEROS.
       77 W-JDFIM      PIC 9(07) VALUE ZEROS.
       77 W-DIAS       PIC 9(04) VALUE ZEROS.
      * NUMERO DO DIA (DIA JULIANO) DE W-DTORD
       01 W-DTORD      PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
       77 W-JDNUM      PIC 9(07) VALUE ZEROS.
       77 W-JDA        PIC 9(01) VALUE ZEROS.
       77 W-JDY        PIC 9(05) VALUE ZEROS.
       77 W-JDM        PIC 9(02) VALUE ZEROS.
       77 W-JDT1       PIC 9(05) VALUE ZEROS.
       77 W-JDT2       PIC 9(05) VALUE ZEROS.
       77 W-JDT3       PIC 9(05) VALUE ZEROS.
       77 W-JDT4       PIC 9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-CODPTO     PIC 9(04) VALUE ZEROS.
      * TOTAIS POR DEPARTAMENTO
       77 W-QTDDPT     PIC 9(03) VALUE ZEROS.
       77 W-IDXDPT     PIC 9(03) VALUE ZEROS.
       77 W-ACHDPT     PIC 9(03) VALUE ZEROS.
       01 W-TABDPT.
                03 W-DPTITEM OCCURS 100 TIMES.
                    05 W-DPTCOD        PIC 9(04).
                    05 W-DPTTIPICO     PIC 9(04).
                    05 W-DPTTRAJETO    PIC 9(04).
                    05 W-DPTDOENCA     PIC 9(04).
                    05 W-DPTCOMAF      PIC 9(04).
                    05 W-DPTDIAS       PIC 9(06).
                    05 W-DPTHHT        PIC 9(09)V99.
      * ACIDENTES LISTADOS, NA ORDEM DE CHAPA/DATA
       77 W-QTDDET     PIC 9(03) VALUE ZEROS.
       77 W-IDXDET     PIC 9(03) VALUE ZEROS.
       01 W-TABDET.
                03 W-DETITEM OCCURS 500 TIMES.
                    05 W-DETPTO        PIC 9(04).
                    05 W-DETCHAPA      PIC 9(06).
                    05 W-DETNOME       PIC X(25).
                    05 W-DETDATA       PIC 9(08).
                    05 W-DETTIPO       PIC X(01).
                    05 W-DETPARTE      PIC X(20).
                    05 W-DETAFAST      PIC X(01).
                    05 W-DETDIAS       PIC 9(04).
      * TOTAIS DA EMPRESA E TAXAS
       77 W-TOTACID    PIC 9(06) VALUE ZEROS.
       77 W-TOTCOMAF   PIC 9(06) VALUE ZEROS.
       77 W-TOTDIAS    PIC 9(07) VALUE ZEROS.
       77 W-TOTHHT     PIC 9(10)V99 VALUE ZEROS.
       77 W-QTDACID    PIC 9(06) VALUE ZEROS.
       77 W-QTDDIAS    PIC 9(07) VALUE ZEROS.
       77 W-TXFREQ     PIC 9(07)V99 VALUE ZEROS.
       77 W-TXGRAV     PIC 9(07)V99 VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(08) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "ESTATISTICA DE ACIDENTES DE TRABALHO - CIPA".
       01 CAB2.
                03 FILLER PIC X(05) VALUE "ANO:".
                03 IMPANO  PIC 9(04).
       01 CABDPTO.
                03 FILLER  PIC X(14) VALUE "DEPARTAMENTO: ".
                03 IMPDPCOD PIC 9(04).
       01 CABDET.
                03 FILLER PIC X(43) VALUE
                       "CHAPA   NOME                       DATA".
                03 FILLER PIC X(40) VALUE
                       "  TIPO PARTE ATINGIDA    AFAST  DIAS".
       01 DETAL.
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(25).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPDATA  PIC 9999/99/99.
                03 FILLER   PIC X(03) VALUE SPACES.
                03 IMPTIPO  PIC X(01).
                03 FILLER   PIC X(03) VALUE SPACES.
                03 IMPPARTE PIC X(20).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPAFAST PIC X(01).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPDIAS  PIC ZZZ9.
       01 LINDPT1.
                03 FILLER  PIC X(10) VALUE "TIPICOS: ".
                03 IMPDTIP PIC ZZZ9.
                03 FILLER  PIC X(12) VALUE "  TRAJETO: ".
                03 IMPDTRA PIC ZZZ9.
                03 FILLER  PIC X(11) VALUE "  DOENCA: ".
                03 IMPDDOE PIC ZZZ9.
                03 FILLER  PIC X(17) VALUE "  COM AFASTAM.: ".
                03 IMPDCAF PIC ZZZ9.
       01 LINDPT2.
                03 FILLER  PIC X(16) VALUE "DIAS PERDIDOS: ".
                03 IMPDDIA PIC ZZZZZ9.
                03 FILLER  PIC X(09) VALUE "   HHT: ".
                03 IMPDHHT PIC ZZZZZZZZ9.
                03 FILLER  PIC X(07) VALUE "   TF: ".
                03 IMPDTF  PIC ZZZZZZ9,99.
                03 FILLER  PIC X(07) VALUE "   TG: ".
                03 IMPDTG  PIC ZZZZZZ9,99.
       01 LINGER1.
                03 FILLER  PIC X(28) VALUE "EMPRESA - ACIDENTES......:".
                03 IMPGACI PIC ZZZZZ9.
       01 LINGER2.
                03 FILLER  PIC X(28) VALUE "EMPRESA - COM AFASTAMENTO:".
                03 IMPGCAF PIC ZZZZZ9.
       01 LINGER3.
                03 FILLER  PIC X(28) VALUE "EMPRESA - DIAS PERDIDOS..:".
                03 IMPGDIA PIC ZZZZZZ9.
       01 LINGER4.
                03 FILLER  PIC X(28) VALUE "EMPRESA - HORAS-HOMEM....:".
                03 IMPGHHT PIC ZZZZZZZZZ9.
       01 LINGER5.
                03 FILLER  PIC X(28) VALUE "EMPRESA - TX.FREQUENCIA..:".
                03 IMPGTF  PIC ZZZZZZ9,99.
       01 LINGER6.
                03 FILLER  PIC X(28) VALUE "EMPRESA - TX.GRAVIDADE...:".
                03 IMPGTG  PIC ZZZZZZ9,99.
       01 LINTRACO.
                03 FILLER PIC X(85) VALUE ALL "-".
      *
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "ESTATISTICA ANUAL DE ACIDENTES DE TRABALHO".
             05  LINE 05 COLUMN 10
                 VALUE "ANO : ".
             05  TANO-FILTRO
                 LINE 05 COLUMN 16 PIC 9999
                 USING ANO-FILTRO
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                MOVE W-LPDTINI TO W-HOJE.
      *
       INC-OP0.
           DISPLAY TELAFILTRO.
           ACCEPT TANO-FILTRO.
           IF ANO-FILTRO < 1990
              MOVE "*** ANO  INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
      * O ANO VAI DE 01/01 ATE 31/12, OU ATE HOJE NO ANO CORRENTE
           COMPUTE W-DTORD = (ANO-FILTRO * 10000) + 0101.
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
           MOVE W-JDNUM TO W-JDANOINI.
           COMPUTE W-DTORD = (ANO-FILTRO * 10000) + 1231.
           IF W-DTORD > W-HOJE
              MOVE W-HOJE TO W-DTORD.
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
           MOVE W-JDNUM TO W-JDANOFIM.
       ABRE-ARQS.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CAT.
           MOVE ZEROS TO W-AFABERTO.
           OPEN INPUT AFAST.
           IF ST-ERROAF = "00"
              MOVE 1 TO W-AFABERTO.
           OPEN INPUT HORAS.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE ANO-FILTRO TO IMPANO.
           WRITE REGIMP FROM CAB2.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           MOVE ZEROS TO W-QTDDPT W-QTDDET.
           MOVE ZEROS TO W-TABDPT W-TABDET.
      *
      *****************************************
      * ACIDENTES DO ANO: CONTAGEM POR TIPO E  *
      * DIAS PERDIDOS NO AFASTAMENTO LIGADO    *
      *****************************************
       INI-CAT.
                IF ST-ERROCA NOT = "00"
                   GO TO INI-HORAS.
       LER-CAT.
                READ CAT NEXT RECORD
                   AT END GO TO INI-HORAS.
                IF CA-ANO NOT = ANO-FILTRO
                   GO TO LER-CAT.
                ADD 1 TO W-LIDOS.
                MOVE CA-CHAPAFUNC TO CHAPA.
                MOVE ZEROS TO CODPTO.
                MOVE SPACES TO NOME.
                READ FUNC
                   INVALID KEY
                      MOVE ZEROS TO CODPTO.
                MOVE CODPTO TO W-CODPTO.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   GO TO LER-CAT.
                IF CA-TIPO = "T"
                   ADD 1 TO W-DPTTIPICO(W-ACHDPT).
                IF CA-TIPO = "J"
                   ADD 1 TO W-DPTTRAJETO(W-ACHDPT).
                IF CA-TIPO = "D"
                   ADD 1 TO W-DPTDOENCA(W-ACHDPT).
                MOVE ZEROS TO W-DIAS.
                IF CA-AFAST = "S"
                   ADD 1 TO W-DPTCOMAF(W-ACHDPT)
                   PERFORM CALC-DIAS THRU CALC-DIAS-FIM
                   ADD W-DIAS TO W-DPTDIAS(W-ACHDPT).
                IF W-QTDDET NOT < 500
                   GO TO LER-CAT.
                ADD 1 TO W-QTDDET.
                MOVE W-CODPTO TO W-DETPTO(W-QTDDET).
                MOVE CA-CHAPAFUNC TO W-DETCHAPA(W-QTDDET).
                MOVE NOME TO W-DETNOME(W-QTDDET).
                MOVE CA-DATA TO W-DETDATA(W-QTDDET).
                MOVE CA-TIPO TO W-DETTIPO(W-QTDDET).
                MOVE CA-PARTE TO W-DETPARTE(W-QTDDET).
                MOVE CA-AFAST TO W-DETAFAST(W-QTDDET).
                MOVE W-DIAS TO W-DETDIAS(W-QTDDET).
                GO TO LER-CAT.
      *
      *****************************************
      * HORAS-HOMEM TRABALHADAS NO ANO POR     *
      * DEPARTAMENTO (NORMAIS + EXTRAS DO      *
      * HORAS.DAT)                             *
      *****************************************
       INI-HORAS.
                IF ST-ERROHORAS NOT = "00"
                   GO TO IMPRIME.
       LER-HORAS.
                READ HORAS NEXT RECORD
                   AT END GO TO IMPRIME.
                IF HR-ANO NOT = ANO-FILTRO
                   GO TO LER-HORAS.
                MOVE HR-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE ZEROS TO CODPTO.
                MOVE CODPTO TO W-CODPTO.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   GO TO LER-HORAS.
                ADD HR-HORASNORM HR-HORASEXT TO W-DPTHHT(W-ACHDPT).
                GO TO LER-HORAS.
      *
      *****************************************
      * DIAS PERDIDOS DENTRO DO ANO: DO INICIO *
      * DO AFASTAMENTO AO RETORNO PREVISTO (SEM*
      * RETORNO, ATE O FIM DO ANO OU HOJE)     *
      *****************************************
       CALC-DIAS.
                MOVE ZEROS TO W-DIAS.
                IF W-AFABERTO = 0 OR CA-SEQAF = ZEROS
                   GO TO CALC-DIAS-FIM.
                MOVE CA-CHAPAFUNC TO AF-CHAPAFUNC.
                MOVE CA-SEQAF TO AF-SEQAF.
                READ AFAST
                   INVALID KEY
                      GO TO CALC-DIAS-FIM.
                COMPUTE W-DTORD = (AF-ANOINI * 10000)
                                + (AF-MESINI * 100) + AF-DIAINI.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-JDINI.
                IF W-JDINI < W-JDANOINI
                   MOVE W-JDANOINI TO W-JDINI.
                MOVE W-JDANOFIM TO W-JDFIM.
                IF AF-DTRETPREV NOT = ZEROS
                   COMPUTE W-DTORD = (AF-ANORET * 10000)
                                   + (AF-MESRET * 100) + AF-DIARET
                   PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM
                   IF W-JDNUM < W-JDFIM
                      MOVE W-JDNUM TO W-JDFIM.
                IF W-JDFIM > W-JDINI
                   COMPUTE W-DIAS = W-JDFIM - W-JDINI.
       CALC-DIAS-FIM.
                EXIT.
      *
      * LOCALIZA/CRIA A LINHA DO DEPARTAMENTO NA TABELA
       ACHA-DEPTO.
                MOVE ZEROS TO W-ACHDPT W-IDXDPT.
       ACHA-DEPTO-PROC.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO ACHA-DEPTO-NOVO.
                IF W-DPTCOD(W-IDXDPT) = W-CODPTO
                   MOVE W-IDXDPT TO W-ACHDPT
                   GO TO ACHA-DEPTO-FIM.
                GO TO ACHA-DEPTO-PROC.
       ACHA-DEPTO-NOVO.
                IF W-QTDDPT NOT < 100
                   GO TO ACHA-DEPTO-FIM.
                ADD 1 TO W-QTDDPT.
                MOVE W-QTDDPT TO W-ACHDPT.
                MOVE W-CODPTO TO W-DPTCOD(W-ACHDPT).
       ACHA-DEPTO-FIM.
                EXIT.
      *
      *****************************************
      * TAXAS POR MILHAO DE HORAS-HOMEM:       *
      * FREQUENCIA = ACIDENTES X 1.000.000/HHT *
      * GRAVIDADE  = DIAS PERD. X 1.000.000/HHT*
      *****************************************
       CALC-TAXAS.
                MOVE ZEROS TO W-TXFREQ W-TXGRAV.
                IF W-TOTHHT = ZEROS
                   GO TO CALC-TAXAS-FIM.
                COMPUTE W-TXFREQ ROUNDED =
                        (W-QTDACID * 1000000) / W-TOTHHT.
                COMPUTE W-TXGRAV ROUNDED =
                        (W-QTDDIAS * 1000000) / W-TOTHHT.
       CALC-TAXAS-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO: UM BLOCO POR DEPARTAMENTO   *
      * COM OS ACIDENTES, TOTAIS E TAXAS       *
      *****************************************
       IMPRIME.
                MOVE ZEROS TO W-IDXDPT.
       IMPRIME-DEPTO.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO ROT-GERAL.
                MOVE W-DPTCOD(W-IDXDPT) TO IMPDPCOD.
                WRITE REGIMP FROM CABDPTO.
                WRITE REGIMP FROM LINTRACO.
                WRITE REGIMP FROM CABDET.
                MOVE ZEROS TO W-IDXDET.
       IMPRIME-DET.
                ADD 1 TO W-IDXDET.
                IF W-IDXDET > W-QTDDET
                   GO TO IMPRIME-FECHA.
                IF W-DETPTO(W-IDXDET) NOT = W-DPTCOD(W-IDXDPT)
                   GO TO IMPRIME-DET.
                MOVE W-DETCHAPA(W-IDXDET) TO IMPCHAPA.
                MOVE W-DETNOME(W-IDXDET) TO IMPNOME.
                MOVE W-DETDATA(W-IDXDET) TO IMPDATA.
                MOVE W-DETTIPO(W-IDXDET) TO IMPTIPO.
                MOVE W-DETPARTE(W-IDXDET) TO IMPPARTE.
                MOVE W-DETAFAST(W-IDXDET) TO IMPAFAST.
                MOVE W-DETDIAS(W-IDXDET) TO IMPDIAS.
                WRITE REGIMP FROM DETAL.
                GO TO IMPRIME-DET.
       IMPRIME-FECHA.
                MOVE W-DPTTIPICO(W-IDXDPT) TO IMPDTIP.
                MOVE W-DPTTRAJETO(W-IDXDPT) TO IMPDTRA.
                MOVE W-DPTDOENCA(W-IDXDPT) TO IMPDDOE.
                MOVE W-DPTCOMAF(W-IDXDPT) TO IMPDCAF.
                WRITE REGIMP FROM LINDPT1.
                COMPUTE W-QTDACID = W-DPTTIPICO(W-IDXDPT)
                                  + W-DPTTRAJETO(W-IDXDPT)
                                  + W-DPTDOENCA(W-IDXDPT).
                MOVE W-DPTDIAS(W-IDXDPT) TO W-QTDDIAS.
                MOVE W-DPTHHT(W-IDXDPT) TO W-TOTHHT.
                PERFORM CALC-TAXAS THRU CALC-TAXAS-FIM.
                MOVE W-DPTDIAS(W-IDXDPT) TO IMPDDIA.
                MOVE W-DPTHHT(W-IDXDPT) TO IMPDHHT.
                MOVE W-TXFREQ TO IMPDTF.
                MOVE W-TXGRAV TO IMPDTG.
                WRITE REGIMP FROM LINDPT2.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD W-QTDACID TO W-TOTACID.
                ADD W-DPTCOMAF(W-IDXDPT) TO W-TOTCOMAF.
                ADD W-DPTDIAS(W-IDXDPT) TO W-TOTDIAS.
                GO TO IMPRIME-DEPTO.
      *
       ROT-GERAL.
                MOVE ZEROS TO W-TOTHHT W-IDXDPT.
       ROT-GERAL-HHT.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT NOT > W-QTDDPT
                   ADD W-DPTHHT(W-IDXDPT) TO W-TOTHHT
                   GO TO ROT-GERAL-HHT.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTACID TO IMPGACI.
                WRITE REGIMP FROM LINGER1.
                MOVE W-TOTCOMAF TO IMPGCAF.
                WRITE REGIMP FROM LINGER2.
                MOVE W-TOTDIAS TO IMPGDIA.
                WRITE REGIMP FROM LINGER3.
                MOVE W-TOTHHT TO IMPGHHT.
                WRITE REGIMP FROM LINGER4.
                MOVE W-TOTACID TO W-QTDACID.
                MOVE W-TOTDIAS TO W-QTDDIAS.
                PERFORM CALC-TAXAS THRU CALC-TAXAS-FIM.
                MOVE W-TXFREQ TO IMPGTF.
                WRITE REGIMP FROM LINGER5.
                MOVE W-TXGRAV TO IMPGTG.
                WRITE REGIMP FROM LINGER6.
                DISPLAY (21, 05) "RELATORIO EM ARQCAT.TXT".
                GO TO ROT-FIM.
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
                MOVE "PRINTCAT" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = (ANO-FILTRO * 100) + 12.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-QTDDET TO LP-REGGRAV.
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
                CLOSE FUNC CAT AFAST HORAS ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTCAT" TO W-SPLPROG.
                MOVE "ARQCAT.TXT" TO W-SPLARQ.
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
