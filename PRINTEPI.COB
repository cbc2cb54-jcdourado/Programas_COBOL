       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTEPI.
      *
      **************************************
      * EPI EM PODER DOS FUNCIONARIOS COM  *
      * TROCA ATRASADA OU CA VENCIDO, POR  *
      * DEPARTAMENTO: LE AS ENTREGAS NAO   *
      * DEVOLVIDAS (EPIENT.DAT - CADEPIEN) *
      * E COMPARA A DATA DE TROCA E A      *
      * VALIDADE DO CA DO CATALOGO (EPI.DAT*
      * - CADEPI) COM A DATA DE REFERENCIA *
      * (ARQEPI.TXT)                       *
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
                03 FILLER              PIC X(45).
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
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPI.TXT".
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
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROEE    PIC X(02) VALUE "00".
       77 ST-ERROPI    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      * DATA DE REFERENCIA EM AAAAMMDD (SUGERE A DATA DO DIA)
       77 W-DTREF      PIC 9(08) VALUE ZEROS.
       77 W-SITUACAO   PIC X(12) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
      * TOTAIS POR DEPARTAMENTO
       77 W-QTDDPT     PIC 9(03) VALUE ZEROS.
       77 W-IDXDPT     PIC 9(03) VALUE ZEROS.
       77 W-ACHDPT     PIC 9(03) VALUE ZEROS.
       01 W-TABDPT.
                03 W-DPTITEM OCCURS 100 TIMES.
                    05 W-DPTCOD        PIC 9(04).
                    05 W-DPTTROCA      PIC 9(04).
                    05 W-DPTCAVENC     PIC 9(04).
      * ENTREGAS LISTADAS, NA ORDEM DE CHAPA
       77 W-QTDDET     PIC 9(03) VALUE ZEROS.
       77 W-IDXDET     PIC 9(03) VALUE ZEROS.
       01 W-TABDET.
                03 W-DETITEM OCCURS 500 TIMES.
                    05 W-DETPTO        PIC 9(04).
                    05 W-DETCHAPA      PIC 9(06).
                    05 W-DETNOME       PIC X(25).
                    05 W-DETCODEPI     PIC 9(04).
                    05 W-DETDESCR      PIC X(20).
                    05 W-DETDTENTR     PIC 9(08).
                    05 W-DETDTTROCA    PIC 9(08).
                    05 W-DETSIT        PIC X(12).
       77 W-TOTTROCA   PIC 9(06) VALUE ZEROS.
       77 W-TOTCAVENC  PIC 9(06) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(08) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "EPI COM TROCA ATRASADA OU CA VENCIDO".
       01 CAB2.
                03 FILLER PIC X(12) VALUE "REFERENCIA:".
                03 IMPREF  PIC 9999/99/99.
       01 CABDPTO.
                03 FILLER  PIC X(14) VALUE "DEPARTAMENTO: ".
                03 IMPDPCOD PIC 9(04).
       01 CABDET.
                03 FILLER PIC X(40) VALUE
                       "CHAPA   NOME".
                03 FILLER PIC X(50) VALUE
                       "EPI  DESCRICAO         ENTREGA    TROCA".
                03 FILLER PIC X(10) VALUE "SITUACAO".
       01 DETAL.
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(25).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPCODEPI PIC 9(04).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPDESCR PIC X(17).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPDTENTR PIC 9999/99/99.
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPDTTROCA PIC 9999/99/99.
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPSIT   PIC X(12).
       01 LINDPT.
                03 FILLER  PIC X(18) VALUE "TROCA ATRASADA: ".
                03 IMPDTRO PIC ZZZ9.
                03 FILLER  PIC X(16) VALUE "   CA VENCIDO: ".
                03 IMPDCAV PIC ZZZ9.
       01 LINGER1.
                03 FILLER  PIC X(28) VALUE "EMPRESA - TROCA ATRASADA.:".
                03 IMPGTRO PIC ZZZZZ9.
       01 LINGER2.
                03 FILLER  PIC X(28) VALUE "EMPRESA - CA VENCIDO.....:".
                03 IMPGCAV PIC ZZZZZ9.
       01 LINTRACO.
                03 FILLER PIC X(98) VALUE ALL "-".
      *
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "EPI COM TROCA ATRASADA OU CA VENCIDO".
             05  LINE 05 COLUMN 10
                 VALUE "DATA DE REFERENCIA (AAAAMMDD) : ".
             05  TDTREF
                 LINE 05 COLUMN 43 PIC 99999999
                 USING W-DTREF
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                MOVE W-LPDTINI TO W-DTREF.
      *
       INC-OP0.
           DISPLAY TELAFILTRO.
           ACCEPT TDTREF.
           IF W-DTREF < 19900101
              MOVE "*** DATA DE REFERENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
       ABRE-ARQS.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT EPIENT.
           OPEN INPUT EPI.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE W-DTREF TO IMPREF.
           WRITE REGIMP FROM CAB2.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           MOVE ZEROS TO W-QTDDPT W-QTDDET.
           MOVE ZEROS TO W-TABDPT W-TABDET.
           IF ST-ERROEE NOT = "00"
              GO TO IMPRIME.
      *
      *****************************************
      * VARREDURA DAS ENTREGAS NAO DEVOLVIDAS: *
      * CA DO CATALOGO VENCIDO OU DATA DE      *
      * TROCA ANTERIOR A DATA DE REFERENCIA    *
      *****************************************
       LER-ENTR.
                READ EPIENT NEXT RECORD
                   AT END GO TO IMPRIME.
                IF EE-DTDEVOL NOT = ZEROS
                   GO TO LER-ENTR.
                ADD 1 TO W-LIDOS.
                MOVE SPACES TO PI-DESCR.
                MOVE 99999999 TO PI-VALCA.
                MOVE EE-CODEPI TO PI-CODIGO.
                READ EPI
                   INVALID KEY
                      MOVE 99999999 TO PI-VALCA.
                IF PI-VALCA < W-DTREF
                   MOVE "CA VENCIDO  " TO W-SITUACAO
                   GO TO GUARDA-DET.
                IF EE-DTTROCA NOT = ZEROS AND EE-DTTROCA < W-DTREF
                   MOVE "TROCA ATRAS." TO W-SITUACAO
                   GO TO GUARDA-DET.
                GO TO LER-ENTR.
       GUARDA-DET.
                MOVE EE-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE ZEROS TO CODPTO DTDEM
                      MOVE SPACES TO NOME.
      * FUNCIONARIO DESLIGADO SAI NA LISTA DO FPP003, NAO AQUI
                IF DTDEM NOT = ZEROS
                   GO TO LER-ENTR.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   GO TO LER-ENTR.
                IF W-SITUACAO = "CA VENCIDO  "
                   ADD 1 TO W-DPTCAVENC(W-ACHDPT)
                ELSE
                   ADD 1 TO W-DPTTROCA(W-ACHDPT).
                IF W-QTDDET NOT < 500
                   GO TO LER-ENTR.
                ADD 1 TO W-QTDDET.
                MOVE CODPTO TO W-DETPTO(W-QTDDET).
                MOVE CHAPA TO W-DETCHAPA(W-QTDDET).
                MOVE NOME TO W-DETNOME(W-QTDDET).
                MOVE EE-CODEPI TO W-DETCODEPI(W-QTDDET).
                MOVE PI-DESCR TO W-DETDESCR(W-QTDDET).
                MOVE EE-DTENTR TO W-DETDTENTR(W-QTDDET).
                MOVE EE-DTTROCA TO W-DETDTTROCA(W-QTDDET).
                MOVE W-SITUACAO TO W-DETSIT(W-QTDDET).
                GO TO LER-ENTR.
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
      *****************************************
      * IMPRESSAO: UM BLOCO POR DEPARTAMENTO   *
      * COM AS ENTREGAS E OS TOTAIS            *
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
                MOVE W-DETCODEPI(W-IDXDET) TO IMPCODEPI.
                MOVE W-DETDESCR(W-IDXDET) TO IMPDESCR.
                MOVE W-DETDTENTR(W-IDXDET) TO IMPDTENTR.
                MOVE W-DETDTTROCA(W-IDXDET) TO IMPDTTROCA.
                MOVE W-DETSIT(W-IDXDET) TO IMPSIT.
                WRITE REGIMP FROM DETAL.
                GO TO IMPRIME-DET.
       IMPRIME-FECHA.
                MOVE W-DPTTROCA(W-IDXDPT) TO IMPDTRO.
                MOVE W-DPTCAVENC(W-IDXDPT) TO IMPDCAV.
                WRITE REGIMP FROM LINDPT.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD W-DPTTROCA(W-IDXDPT) TO W-TOTTROCA.
                ADD W-DPTCAVENC(W-IDXDPT) TO W-TOTCAVENC.
                GO TO IMPRIME-DEPTO.
      *
       ROT-GERAL.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTTROCA TO IMPGTRO.
                WRITE REGIMP FROM LINGER1.
                MOVE W-TOTCAVENC TO IMPGCAV.
                WRITE REGIMP FROM LINGER2.
                DISPLAY (21, 05) "RELATORIO EM ARQEPI.TXT".
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
                MOVE "PRINTEPI" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                DIVIDE W-DTREF BY 100 GIVING LP-PERIODO.
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
                CLOSE FUNC EPIENT EPI ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTEPI" TO W-SPLPROG.
                MOVE "ARQEPI.TXT" TO W-SPLARQ.
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
