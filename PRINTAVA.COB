       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTAVA.
      *
      **************************************
      * NOTAS DA AVALIACAO DE DESEMPENHO   *
      * DO CICLO (AVALIA.DAT - CADAVAL) E  *
      * PROPOSTAS DE REAJUSTE (GERAMERI)   *
      * POR DEPARTAMENTO, COM O ORCAMENTO  *
      * SALARIAL DO PERIODO (ORCAM.DAT -   *
      * FPP024) CONTRA A FOLHA ATUAL E OS  *
      * AUMENTOS PENDENTES NA FILA DE      *
      * APROVACAO (APROV.DAT - FPP060)     *
      * (ARQAVA.TXT)                       *
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
           SELECT OPTIONAL AVALIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ERROAV.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL ORCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OR-CHAVE
                    FILE STATUS  IS ST-ERROOR.
           SELECT OPTIONAL APROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERROAPR.
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
       FD AVALIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVALIA.DAT".
       01 REGAVALIA.
                03 AV-CHAVE.
                    05 AV-CICLO        PIC 9(04).
                    05 AV-CHAPAFUNC    PIC 9(06).
                03 AV-CODPTO           PIC 9(04).
                03 AV-NIVEL            PIC 9(01).
                03 AV-NOTAS.
                    05 AV-NOTA         PIC 9(02) OCCURS 10 TIMES.
                03 AV-NOTAFINAL        PIC 9(02)V99.
                03 AV-CHAPARESP        PIC 9(06).
                03 AV-LOGIN            PIC X(08).
                03 AV-DTREG            PIC 9(08).
      * A=AVALIADO  P=PROPOSTA ENVIADA PARA APROVACAO (FPP060)
      * S=SEM SALDO NO ORCAMENTO  N=NOTA ABAIXO DO MINIMO
                03 AV-STATAV           PIC X(01).
                03 AV-SALANT           PIC 9(06)V99.
                03 AV-SALPROP          PIC 9(06)V99.
      * M=MERITO (PERCENTUAL)  F=MUDANCA DE FAIXA (FPP021)
                03 AV-TIPOPROP         PIC X(01).
                03 AV-SEQAP            PIC 9(03).
                03 AV-PERORC           PIC 9(06).
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
                03 FILLER              PIC X(03).
       FD ORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAM.DAT".
       01 CADORCAM.
                03 OR-CHAVE.
                    05 OR-CODPTO       PIC 9(04).
                    05 OR-PERIODO.
                        07 OR-ANO      PIC 9(04).
                        07 OR-MES      PIC 9(02).
                03 OR-ORCSAL           PIC 9(08)V99.
                03 OR-ORCENC           PIC 9(08)V99.
       FD APROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APROV.DAT".
       01 CADAPROV.
                03 AP-CHAVE.
                    05 AP-CHAPAFUNC    PIC 9(06).
                    05 AP-SEQAP        PIC 9(03).
                03 AP-SALANT           PIC 9(06)V99.
                03 AP-SALNOV           PIC 9(06)V99.
                03 AP-DTSOL            PIC 9(08).
                03 AP-USUSOL           PIC X(08).
      * P=PENDENTE  A=APROVADO  R=REJEITADO (FPP060)
                03 AP-STATAP           PIC X(01).
                03 AP-USUAPR           PIC X(08).
                03 AP-DTAPR            PIC 9(08).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVA.TXT".
       01 REGIMP PIC X(100).
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
       77 ST-ERROAV    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROOR    PIC X(02) VALUE "00".
       77 ST-ERROAPR   PIC X(02) VALUE "00".
       77 W-AVABERTO   PIC 9(01) VALUE ZEROS.
       77 W-ORABERTO   PIC 9(01) VALUE ZEROS.
       77 W-APABERTO   PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      * CICLO (ANO) E PERIODO DO ORCAMENTO (SUGERE O MES DO DIA)
       77 W-CICLO      PIC 9(04) VALUE ZEROS.
       01 W-PERORC     PIC 9(06) VALUE ZEROS.
       01 W-PERORC-R REDEFINES W-PERORC.
                03 W-PO-ANO            PIC 9(04).
                03 W-PO-MES            PIC 9(02).
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-PERC       PIC 9(03)V99 VALUE ZEROS.
       77 W-SALDO      PIC S9(08)V99 VALUE ZEROS.
      * TOTAIS POR DEPARTAMENTO
       77 W-QTDDPT     PIC 9(03) VALUE ZEROS.
       77 W-IDXDPT     PIC 9(03) VALUE ZEROS.
       77 W-ACHDPT     PIC 9(03) VALUE ZEROS.
       01 W-TABDPT.
                03 W-DPTITEM OCCURS 100 TIMES.
                    05 W-DPTCOD        PIC 9(04).
                    05 W-DPTQTD        PIC 9(04).
                    05 W-DPTSOMANOTA   PIC 9(06)V99.
                    05 W-DPTORC        PIC 9(08)V99.
                    05 W-DPTFOLHA      PIC 9(08)V99.
                    05 W-DPTPEND       PIC 9(08)V99.
                    05 W-DPTPROP       PIC 9(08)V99.
      * AVALIACOES DO CICLO, NA ORDEM DE CHAPA
       77 W-QTDDET     PIC 9(03) VALUE ZEROS.
       77 W-IDXDET     PIC 9(03) VALUE ZEROS.
       01 W-TABDET.
                03 W-DETITEM OCCURS 500 TIMES.
                    05 W-DETPTO        PIC 9(04).
                    05 W-DETCHAPA      PIC 9(06).
                    05 W-DETNOME       PIC X(25).
                    05 W-DETNOTA       PIC 9(02)V99.
                    05 W-DETSTAT       PIC X(01).
                    05 W-DETTIPO       PIC X(01).
                    05 W-DETSALANT     PIC 9(06)V99.
                    05 W-DETSALPROP    PIC 9(06)V99.
                    05 W-DETSEQAP      PIC 9(03).
       77 W-TOTORC     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTFOLHA   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTPEND    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTPROP    PIC 9(10)V99 VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(08) VALUE SPACES.
                03 FILLER PIC X(60) VALUE
                  "AVALIACAO DE DESEMPENHO E PROPOSTAS DE REAJUSTE".
       01 CAB2.
                03 FILLER PIC X(07) VALUE "CICLO: ".
                03 IMPCICLO PIC 9(04).
                03 FILLER PIC X(16) VALUE "   ORCAMENTO DE ".
                03 IMPPERMES PIC 99.
                03 FILLER PIC X(01) VALUE "/".
                03 IMPPERANO PIC 9999.
       01 CABDPTO.
                03 FILLER  PIC X(14) VALUE "DEPARTAMENTO: ".
                03 IMPDPCOD PIC 9(04).
       01 CABDET.
                03 FILLER PIC X(41) VALUE
                       "CHAPA   NOME                       NOTA".
                03 FILLER PIC X(40) VALUE
                       "SITUACAO     TIPO   SAL.ATUAL  SAL.PROP.".
                03 FILLER PIC X(17) VALUE "   %    APROVACAO".
       01 DETAL.
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(25).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPNOTA  PIC Z9,99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPSIT   PIC X(12).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPTIPO  PIC X(06).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPSALANT PIC ZZZ.ZZ9,99.
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPSALPROP PIC ZZZ.ZZ9,99.
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPPERC  PIC ZZ9,99.
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPAPROV PIC X(09).
       01 LINMEDIA.
                03 FILLER  PIC X(24) VALUE "AVALIADOS:".
                03 IMPDQTD PIC ZZZ9.
                03 FILLER  PIC X(20) VALUE "   NOTA MEDIA: ".
                03 IMPDMEDIA PIC Z9,99.
       01 LINVALOR.
                03 IMPVTEXTO PIC X(40).
                03 IMPVALOR PIC -ZZ.ZZZ.ZZ9,99.
       01 LINTRACO.
                03 FILLER PIC X(98) VALUE ALL "-".
      *
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "AVALIACAO DE DESEMPENHO E PROPOSTAS".
             05  LINE 05 COLUMN 10
                 VALUE "CICLO DE AVALIACAO (ANO)..........: ".
             05  TCICLO
                 LINE 05 COLUMN 47 PIC 9999
                 USING W-CICLO
                 HIGHLIGHT.
             05  LINE 07 COLUMN 10
                 VALUE "PERIODO DO ORCAMENTO (AAAAMM).....: ".
             05  TPERORC
                 LINE 07 COLUMN 47 PIC 999999
                 USING W-PERORC
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                MOVE W-LPDTINI TO W-DATA-R.
                MOVE W-DT-ANO TO W-CICLO W-PO-ANO.
                MOVE W-DT-MES TO W-PO-MES.
      *
       INC-OP0.
           DISPLAY TELAFILTRO.
           ACCEPT TCICLO.
           IF W-CICLO < 2000
              MOVE "*** CICLO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
       INC-001.
           ACCEPT TPERORC.
           IF W-PO-MES = 0 OR W-PO-MES > 12 OR W-PO-ANO < 2000
              MOVE "*** PERIODO INVALIDO (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       ABRE-ARQS.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-AVABERTO W-ORABERTO W-APABERTO.
           OPEN INPUT AVALIA.
           IF ST-ERROAV = "00" OR ST-ERROAV = "05"
              MOVE 1 TO W-AVABERTO.
           OPEN INPUT ORCAM.
           IF ST-ERROOR = "00" OR ST-ERROOR = "05"
              MOVE 1 TO W-ORABERTO.
           OPEN INPUT APROV.
           IF ST-ERROAPR = "00" OR ST-ERROAPR = "05"
              MOVE 1 TO W-APABERTO.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE W-CICLO TO IMPCICLO.
           MOVE W-PO-MES TO IMPPERMES.
           MOVE W-PO-ANO TO IMPPERANO.
           WRITE REGIMP FROM CAB2.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           MOVE ZEROS TO W-QTDDPT W-QTDDET.
           MOVE ZEROS TO W-TABDPT W-TABDET.
           IF W-AVABERTO = 0
              GO TO IMPRIME.
      *
      *****************************************
      * AVALIACOES DO CICLO, AGRUPADAS PELO    *
      * DEPARTAMENTO ATUAL DO FUNCIONARIO (O   *
      * MESMO CUJO ORCAMENTO O GERAMERI USA)   *
      *****************************************
       LER-AVAL-INI.
                MOVE W-CICLO TO AV-CICLO.
                MOVE ZEROS TO AV-CHAPAFUNC.
                START AVALIA KEY IS NOT LESS THAN AV-CHAVE
                   INVALID KEY
                      GO TO MONTA-ORC.
       LER-AVAL.
                READ AVALIA NEXT RECORD
                   AT END GO TO MONTA-ORC.
                IF AV-CICLO NOT = W-CICLO
                   GO TO MONTA-ORC.
                ADD 1 TO W-LIDOS.
                MOVE AV-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE AV-CODPTO TO CODPTO
                      MOVE SPACES TO NOME.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   GO TO LER-AVAL.
                ADD 1 TO W-DPTQTD(W-ACHDPT).
                ADD AV-NOTAFINAL TO W-DPTSOMANOTA(W-ACHDPT).
                IF AV-STATAV = "P"
                   COMPUTE W-DPTPROP(W-ACHDPT) = W-DPTPROP(W-ACHDPT)
                         + AV-SALPROP - AV-SALANT.
                IF W-QTDDET NOT < 500
                   GO TO LER-AVAL.
                ADD 1 TO W-QTDDET.
                MOVE CODPTO TO W-DETPTO(W-QTDDET).
                MOVE CHAPA TO W-DETCHAPA(W-QTDDET).
                MOVE NOME TO W-DETNOME(W-QTDDET).
                MOVE AV-NOTAFINAL TO W-DETNOTA(W-QTDDET).
                MOVE AV-STATAV TO W-DETSTAT(W-QTDDET).
                MOVE AV-TIPOPROP TO W-DETTIPO(W-QTDDET).
                MOVE AV-SALANT TO W-DETSALANT(W-QTDDET).
                MOVE AV-SALPROP TO W-DETSALPROP(W-QTDDET).
                MOVE AV-SEQAP TO W-DETSEQAP(W-QTDDET).
                GO TO LER-AVAL.
      *
      *****************************************
      * ORCAMENTO DO PERIODO, FOLHA ATUAL DOS  *
      * ATIVOS E AUMENTOS PENDENTES NA FILA    *
      * DE CADA DEPARTAMENTO AVALIADO          *
      *****************************************
       MONTA-ORC.
                MOVE ZEROS TO W-IDXDPT.
       MONTA-ORC-DPT.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO MONTA-FOLHA.
                IF W-ORABERTO = 0
                   GO TO MONTA-ORC-DPT.
                MOVE W-DPTCOD(W-IDXDPT) TO OR-CODPTO.
                MOVE W-PERORC TO OR-PERIODO.
                READ ORCAM
                   INVALID KEY
                      GO TO MONTA-ORC-DPT.
                MOVE OR-ORCSAL TO W-DPTORC(W-IDXDPT).
                GO TO MONTA-ORC-DPT.
       MONTA-FOLHA.
                MOVE ZEROS TO CHAPA.
                START FUNC KEY IS NOT LESS THAN CHAPA
                   INVALID KEY
                      GO TO MONTA-PEND.
       MONTA-FOLHA-LER.
                READ FUNC NEXT RECORD
                   AT END GO TO MONTA-PEND.
                IF DTDEM NOT = ZEROS
                   GO TO MONTA-FOLHA-LER.
                PERFORM PROCURA-DEPTO THRU PROCURA-DEPTO-FIM.
                IF W-ACHDPT NOT = ZEROS
                   ADD SALNEGOC TO W-DPTFOLHA(W-ACHDPT).
                GO TO MONTA-FOLHA-LER.
       MONTA-PEND.
                IF W-APABERTO = 0
                   GO TO IMPRIME.
                MOVE ZEROS TO AP-CHAPAFUNC AP-SEQAP.
                START APROV KEY IS NOT LESS THAN AP-CHAVE
                   INVALID KEY
                      GO TO IMPRIME.
       MONTA-PEND-LER.
                READ APROV NEXT RECORD
                   AT END GO TO IMPRIME.
                IF AP-STATAP NOT = "P"
                   GO TO MONTA-PEND-LER.
                IF AP-SALNOV NOT > AP-SALANT
                   GO TO MONTA-PEND-LER.
                MOVE AP-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      GO TO MONTA-PEND-LER.
                IF DTDEM NOT = ZEROS
                   GO TO MONTA-PEND-LER.
                PERFORM PROCURA-DEPTO THRU PROCURA-DEPTO-FIM.
                IF W-ACHDPT NOT = ZEROS
                   COMPUTE W-DPTPEND(W-ACHDPT) = W-DPTPEND(W-ACHDPT)
                         + AP-SALNOV - AP-SALANT.
                GO TO MONTA-PEND-LER.
      *
      * LOCALIZA/CRIA A LINHA DO DEPARTAMENTO NA TABELA
       ACHA-DEPTO.
                MOVE ZEROS TO W-ACHDPT W-IDXDPT.
       ACHA-DEPTO-PROC.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO ACHA-DEPTO-NOVO.
                IF W-DPTCOD(W-IDXDPT) = CODPTO
                   MOVE W-IDXDPT TO W-ACHDPT
                   GO TO ACHA-DEPTO-FIM.
                GO TO ACHA-DEPTO-PROC.
       ACHA-DEPTO-NOVO.
                IF W-QTDDPT NOT < 100
                   GO TO ACHA-DEPTO-FIM.
                ADD 1 TO W-QTDDPT.
                MOVE W-QTDDPT TO W-ACHDPT.
                MOVE CODPTO TO W-DPTCOD(W-ACHDPT).
       ACHA-DEPTO-FIM.
                EXIT.
      *
      * SO LOCALIZA (DEPARTAMENTO SEM AVALIADOS NAO ENTRA)
       PROCURA-DEPTO.
                MOVE ZEROS TO W-ACHDPT W-IDXDPT.
       PROCURA-DEPTO-PROC.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO PROCURA-DEPTO-FIM.
                IF W-DPTCOD(W-IDXDPT) = CODPTO
                   MOVE W-IDXDPT TO W-ACHDPT
                   GO TO PROCURA-DEPTO-FIM.
                GO TO PROCURA-DEPTO-PROC.
       PROCURA-DEPTO-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO: UM BLOCO POR DEPARTAMENTO   *
      * COM AS NOTAS, AS PROPOSTAS E O SALDO   *
      * DO ORCAMENTO                           *
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
                MOVE W-DETNOTA(W-IDXDET) TO IMPNOTA.
                MOVE SPACES TO IMPSIT IMPTIPO IMPAPROV.
                MOVE ZEROS TO IMPSALANT IMPSALPROP IMPPERC.
                IF W-DETSTAT(W-IDXDET) = "A"
                   MOVE "AVALIADO" TO IMPSIT.
                IF W-DETSTAT(W-IDXDET) = "P"
                   MOVE "PROPOSTO" TO IMPSIT.
                IF W-DETSTAT(W-IDXDET) = "S"
                   MOVE "SEM SALDO" TO IMPSIT.
                IF W-DETSTAT(W-IDXDET) = "N"
                   MOVE "ABAIXO MIN." TO IMPSIT.
                IF W-DETTIPO(W-IDXDET) = "M"
                   MOVE "MERITO" TO IMPTIPO.
                IF W-DETTIPO(W-IDXDET) = "F"
                   MOVE "FAIXA" TO IMPTIPO.
                IF W-DETSALPROP(W-IDXDET) = ZEROS
                   GO TO IMPRIME-DET-GRV.
                MOVE W-DETSALANT(W-IDXDET) TO IMPSALANT.
                MOVE W-DETSALPROP(W-IDXDET) TO IMPSALPROP.
                MOVE ZEROS TO W-PERC.
                IF W-DETSALANT(W-IDXDET) > ZEROS
                   COMPUTE W-PERC ROUNDED =
                      ((W-DETSALPROP(W-IDXDET) - W-DETSALANT(W-IDXDET))
                      * 100) / W-DETSALANT(W-IDXDET).
                MOVE W-PERC TO IMPPERC.
      * SITUACAO DA PROPOSTA NA FILA DO FPP060
                IF W-DETSTAT(W-IDXDET) NOT = "P" OR W-APABERTO = 0
                   GO TO IMPRIME-DET-GRV.
                MOVE W-DETCHAPA(W-IDXDET) TO AP-CHAPAFUNC.
                MOVE W-DETSEQAP(W-IDXDET) TO AP-SEQAP.
                READ APROV
                   INVALID KEY
                      GO TO IMPRIME-DET-GRV.
                IF AP-STATAP = "P"
                   MOVE "PENDENTE" TO IMPAPROV.
                IF AP-STATAP = "A"
                   MOVE "APROVADO" TO IMPAPROV.
                IF AP-STATAP = "R"
                   MOVE "REJEITADO" TO IMPAPROV.
       IMPRIME-DET-GRV.
                WRITE REGIMP FROM DETAL.
                GO TO IMPRIME-DET.
       IMPRIME-FECHA.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-DPTQTD(W-IDXDPT) TO IMPDQTD.
                MOVE ZEROS TO IMPDMEDIA.
                IF W-DPTQTD(W-IDXDPT) > ZEROS
                   COMPUTE IMPDMEDIA ROUNDED =
                      W-DPTSOMANOTA(W-IDXDPT) / W-DPTQTD(W-IDXDPT).
                WRITE REGIMP FROM LINMEDIA.
                MOVE "ORCAMENTO SALARIAL DO PERIODO (FPP024)." TO
                     IMPVTEXTO.
                MOVE W-DPTORC(W-IDXDPT) TO IMPVALOR.
                WRITE REGIMP FROM LINVALOR.
                MOVE "FOLHA ATUAL DOS ATIVOS (SALNEGOC)......." TO
                     IMPVTEXTO.
                MOVE W-DPTFOLHA(W-IDXDPT) TO IMPVALOR.
                WRITE REGIMP FROM LINVALOR.
                MOVE "AUMENTOS PENDENTES NA FILA (FPP060)....." TO
                     IMPVTEXTO.
                MOVE W-DPTPEND(W-IDXDPT) TO IMPVALOR.
                WRITE REGIMP FROM LINVALOR.
                MOVE "  DOS QUAIS PROPOSTAS DESTE CICLO......." TO
                     IMPVTEXTO.
                MOVE W-DPTPROP(W-IDXDPT) TO IMPVALOR.
                WRITE REGIMP FROM LINVALOR.
                COMPUTE W-SALDO = W-DPTORC(W-IDXDPT)
                      - W-DPTFOLHA(W-IDXDPT) - W-DPTPEND(W-IDXDPT).
                MOVE "SALDO DO ORCAMENTO......................" TO
                     IMPVTEXTO.
                MOVE W-SALDO TO IMPVALOR.
                WRITE REGIMP FROM LINVALOR.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD W-DPTORC(W-IDXDPT) TO W-TOTORC.
                ADD W-DPTFOLHA(W-IDXDPT) TO W-TOTFOLHA.
                ADD W-DPTPEND(W-IDXDPT) TO W-TOTPEND.
                ADD W-DPTPROP(W-IDXDPT) TO W-TOTPROP.
                GO TO IMPRIME-DEPTO.
      *
       ROT-GERAL.
                WRITE REGIMP FROM LINTRACO.
                MOVE "EMPRESA - ORCAMENTO SALARIAL............" TO
                     IMPVTEXTO.
                MOVE W-TOTORC TO IMPVALOR.
                WRITE REGIMP FROM LINVALOR.
                MOVE "EMPRESA - FOLHA ATUAL DOS ATIVOS........" TO
                     IMPVTEXTO.
                MOVE W-TOTFOLHA TO IMPVALOR.
                WRITE REGIMP FROM LINVALOR.
                MOVE "EMPRESA - AUMENTOS PENDENTES NA FILA...." TO
                     IMPVTEXTO.
                MOVE W-TOTPEND TO IMPVALOR.
                WRITE REGIMP FROM LINVALOR.
                MOVE "EMPRESA - PROPOSTAS DESTE CICLO........." TO
                     IMPVTEXTO.
                MOVE W-TOTPROP TO IMPVALOR.
                WRITE REGIMP FROM LINVALOR.
                DISPLAY (21, 05) "RELATORIO EM ARQAVA.TXT".
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
                MOVE "PRINTAVA" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE W-PERORC TO LP-PERIODO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-QTDDET TO LP-REGGRAV.
                MOVE W-TOTPROP TO LP-VALORTOT.
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
                IF W-AVABERTO = 1
                   CLOSE AVALIA.
                IF W-ORABERTO = 1
                   CLOSE ORCAM.
                IF W-APABERTO = 1
                   CLOSE APROV.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTAVA" TO W-SPLPROG.
                MOVE "ARQAVA.TXT" TO W-SPLARQ.
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
