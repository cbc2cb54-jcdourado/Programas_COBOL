       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTBOL.
      *
      **************************************
      * BOLSAS E DESCONTOS CONCEDIDOS NAS  *
      * MENSALIDADES DO ANO (MENSAL.DAT -  *
      * GERAMENS): POR TURMA E MES, A      *
      * QUANTIDADE DE MENSALIDADES, O      *
      * PRECO BRUTO, O DESCONTO TOTAL      *
      * CONCEDIDO E O VALOR DAS BOLSAS     *
      * (SOCIAL/MERITO - CADBOLSA), COM O  *
      * TOTAL DA TURMA E O QUADRO GERAL    *
      * POR MES, EM ARQBOL.TXT             *
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
                03 MS-STATMS           PIC X(01).
                03 MS-DTPAG            PIC 9(08).
                03 MS-RESPNOME         PIC X(35).
                03 MS-VALBRUTO         PIC 9(06)V99.
                03 MS-VALDESC          PIC 9(06)V99.
                03 MS-VALBOLSA         PIC 9(06)V99.
      * DEVIDO/RECEBIDO SAO GRAVADOS NA BAIXA (FPP022) - MANTIDOS
      * AQUI SO PARA CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(16).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBOL.TXT".
       01 REGIMP PIC X(95).
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
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTDESC    PIC 9(10)V99 VALUE ZEROS.
       77 W-MES        PIC 9(02) VALUE ZEROS.
      * ACUMULADO POR TURMA E MES (MESMO LIMITE DE TURMAS DO
      * PRINTMEN)
       77 W-QTDTUR     PIC 9(03) VALUE ZEROS.
       77 W-IDXTUR     PIC 9(03) VALUE ZEROS.
       77 W-ACHTUR     PIC 9(03) VALUE ZEROS.
       01 W-TABTUR.
                03 W-TURITEM OCCURS 50 TIMES.
                    05 W-TURCOD        PIC X(05).
                    05 W-TURMES OCCURS 12 TIMES.
                        07 W-TMQTD     PIC 9(05).
                        07 W-TMBRUTO   PIC 9(08)V99.
                        07 W-TMQDESC   PIC 9(05).
                        07 W-TMDESC    PIC 9(08)V99.
                        07 W-TMQBOL    PIC 9(05).
                        07 W-TMBOLSA   PIC 9(08)V99.
      * TOTAL DA TURMA E QUADRO GERAL POR MES
       01 W-SOMA.
                03 W-SMQTD             PIC 9(05).
                03 W-SMBRUTO           PIC 9(08)V99.
                03 W-SMQDESC           PIC 9(05).
                03 W-SMDESC            PIC 9(08)V99.
                03 W-SMQBOL            PIC 9(05).
                03 W-SMBOLSA           PIC 9(08)V99.
       01 W-TABGER.
                03 W-GERMES OCCURS 12 TIMES.
                    05 W-GMQTD         PIC 9(05).
                    05 W-GMBRUTO       PIC 9(08)V99.
                    05 W-GMQDESC       PIC 9(05).
                    05 W-GMDESC        PIC 9(08)V99.
                    05 W-GMQBOL        PIC 9(05).
                    05 W-GMBOLSA       PIC 9(08)V99.
      *
       01 CAB1.
                03 FILLER PIC X(12) VALUE SPACES.
                03 FILLER PIC X(45) VALUE
                       "BOLSAS E DESCONTOS NAS MENSALIDADES - ANO ".
                03 CABANO PIC 9(04).
       01 CAB2.
                03 FILLER PIC X(40) VALUE
                       "TURMA  MES   MENSAL  PRECO BRUTO C/DESC".
                03 FILLER PIC X(50) VALUE
                       "     DESCONTO    C/BOLSA       BOLSAS".
       01 DETAL.
                03 IMPTUR   PIC X(05).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPMES   PIC X(05).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPQTD   PIC ZZZZ9.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPBRUTO PIC ZZZZZZZ9,99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPQDESC PIC ZZZZ9.
                03 FILLER   PIC X(03) VALUE SPACES.
                03 IMPDESC  PIC ZZZZZZZ9,99.
                03 FILLER   PIC X(06) VALUE SPACES.
                03 IMPQBOL  PIC ZZZZ9.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPBOLSA PIC ZZZZZZZ9,99.
       01 CABGER.
                03 FILLER PIC X(50) VALUE
                       "TOTAL GERAL POR MES".
       01 LINTOT1.
                03 FILLER  PIC X(26) VALUE "MENSALIDADES LIDAS.....:".
                03 IMPTOT1 PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER  PIC X(26) VALUE "DESCONTO TOTAL NO ANO..:".
                03 IMPTOT2 PIC ZZZZZZZ9,99.
       01 LINTRACO.
                03 FILLER PIC X(90) VALUE ALL "-".
      *
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           DISPLAY (01, 01) ERASE.
           DISPLAY (03, 10) "BOLSAS E DESCONTOS POR TURMA E MES".
           DISPLAY (05, 10) "ANO DAS COMPETENCIAS: ".
           ACCEPT (05, 33) W-ANO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-ANO < 1990
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           OPEN INPUT MENSAL.
           IF ST-ERROMSL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. MENSAL (GERAMENS)" TO MENS
              MOVE "MENSAL" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROMSL MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN OUTPUT ARQIMP.
           MOVE W-ANO TO CABANO.
           WRITE REGIMP FROM CAB1.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           WRITE REGIMP FROM CAB2.
           WRITE REGIMP FROM LINTRACO.
           MOVE ZEROS TO W-QTDTUR.
           MOVE ZEROS TO W-TABTUR W-TABGER.
      *
      *****************************************
      * ACUMULA AS MENSALIDADES DO ANO POR     *
      * TURMA E MES                            *
      *****************************************
       LER-MENSAL.
                READ MENSAL NEXT RECORD
                   AT END GO TO ROT-TURMAS.
                IF MS-ANO NOT = W-ANO
                   GO TO LER-MENSAL.
                IF MS-MES = 0 OR MS-MES > 12
                   GO TO LER-MENSAL.
                ADD 1 TO W-TOTLIDOS.
                ADD MS-VALDESC TO W-TOTDESC.
                PERFORM ACHA-TURMA THRU ACHA-TURMA-FIM.
                IF W-ACHTUR = ZEROS
                   GO TO LER-MENSAL.
                ADD 1 TO W-TMQTD(W-ACHTUR, MS-MES).
                ADD MS-VALBRUTO TO W-TMBRUTO(W-ACHTUR, MS-MES).
                IF MS-VALDESC > ZEROS
                   ADD 1 TO W-TMQDESC(W-ACHTUR, MS-MES)
                   ADD MS-VALDESC TO W-TMDESC(W-ACHTUR, MS-MES).
                IF MS-VALBOLSA > ZEROS
                   ADD 1 TO W-TMQBOL(W-ACHTUR, MS-MES)
                   ADD MS-VALBOLSA TO W-TMBOLSA(W-ACHTUR, MS-MES).
                GO TO LER-MENSAL.
      *
       ACHA-TURMA.
                MOVE ZEROS TO W-ACHTUR W-IDXTUR.
       ACHA-TURMA-PROC.
                ADD 1 TO W-IDXTUR.
                IF W-IDXTUR > W-QTDTUR
                   GO TO ACHA-TURMA-NOVO.
                IF W-TURCOD(W-IDXTUR) = MS-TURMA
                   MOVE W-IDXTUR TO W-ACHTUR
                   GO TO ACHA-TURMA-FIM.
                GO TO ACHA-TURMA-PROC.
       ACHA-TURMA-NOVO.
                IF W-QTDTUR NOT < 50
                   GO TO ACHA-TURMA-FIM.
                ADD 1 TO W-QTDTUR.
                MOVE W-QTDTUR TO W-ACHTUR.
                MOVE MS-TURMA TO W-TURCOD(W-ACHTUR).
       ACHA-TURMA-FIM.
                EXIT.
      *
      *****************************************
      * IMPRIME CADA TURMA MES A MES, COM O    *
      * TOTAL DA TURMA, E SOMA NO QUADRO GERAL *
      *****************************************
       ROT-TURMAS.
                MOVE ZEROS TO W-IDXTUR.
       ROT-TURMAS-PROX.
                ADD 1 TO W-IDXTUR.
                IF W-IDXTUR > W-QTDTUR
                   GO TO ROT-GERAL.
                MOVE ZEROS TO W-SOMA W-MES.
       ROT-TURMAS-MES.
                ADD 1 TO W-MES.
                IF W-MES > 12
                   GO TO ROT-TURMAS-TOT.
                IF W-TMQTD(W-IDXTUR, W-MES) = ZEROS
                   GO TO ROT-TURMAS-MES.
                MOVE W-TURCOD(W-IDXTUR) TO IMPTUR.
                MOVE W-MES TO IMPMES.
                MOVE W-TMQTD(W-IDXTUR, W-MES) TO IMPQTD.
                MOVE W-TMBRUTO(W-IDXTUR, W-MES) TO IMPBRUTO.
                MOVE W-TMQDESC(W-IDXTUR, W-MES) TO IMPQDESC.
                MOVE W-TMDESC(W-IDXTUR, W-MES) TO IMPDESC.
                MOVE W-TMQBOL(W-IDXTUR, W-MES) TO IMPQBOL.
                MOVE W-TMBOLSA(W-IDXTUR, W-MES) TO IMPBOLSA.
                WRITE REGIMP FROM DETAL.
                ADD W-TMQTD(W-IDXTUR, W-MES) TO W-SMQTD
                                                W-GMQTD(W-MES).
                ADD W-TMBRUTO(W-IDXTUR, W-MES) TO W-SMBRUTO
                                                  W-GMBRUTO(W-MES).
                ADD W-TMQDESC(W-IDXTUR, W-MES) TO W-SMQDESC
                                                  W-GMQDESC(W-MES).
                ADD W-TMDESC(W-IDXTUR, W-MES) TO W-SMDESC
                                                 W-GMDESC(W-MES).
                ADD W-TMQBOL(W-IDXTUR, W-MES) TO W-SMQBOL
                                                 W-GMQBOL(W-MES).
                ADD W-TMBOLSA(W-IDXTUR, W-MES) TO W-SMBOLSA
                                                  W-GMBOLSA(W-MES).
                GO TO ROT-TURMAS-MES.
       ROT-TURMAS-TOT.
                MOVE W-TURCOD(W-IDXTUR) TO IMPTUR.
                MOVE "TOTAL" TO IMPMES.
                MOVE W-SMQTD TO IMPQTD.
                MOVE W-SMBRUTO TO IMPBRUTO.
                MOVE W-SMQDESC TO IMPQDESC.
                MOVE W-SMDESC TO IMPDESC.
                MOVE W-SMQBOL TO IMPQBOL.
                MOVE W-SMBOLSA TO IMPBOLSA.
                WRITE REGIMP FROM DETAL.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                GO TO ROT-TURMAS-PROX.
      *
       ROT-GERAL.
                WRITE REGIMP FROM LINTRACO.
                WRITE REGIMP FROM CABGER.
                WRITE REGIMP FROM LINTRACO.
                MOVE ZEROS TO W-MES.
       ROT-GERAL-MES.
                ADD 1 TO W-MES.
                IF W-MES > 12
                   GO TO ROT-TOTAIS.
                IF W-GMQTD(W-MES) = ZEROS
                   GO TO ROT-GERAL-MES.
                MOVE SPACES TO IMPTUR.
                MOVE W-MES TO IMPMES.
                MOVE W-GMQTD(W-MES) TO IMPQTD.
                MOVE W-GMBRUTO(W-MES) TO IMPBRUTO.
                MOVE W-GMQDESC(W-MES) TO IMPQDESC.
                MOVE W-GMDESC(W-MES) TO IMPDESC.
                MOVE W-GMQBOL(W-MES) TO IMPQBOL.
                MOVE W-GMBOLSA(W-MES) TO IMPBOLSA.
                WRITE REGIMP FROM DETAL.
                GO TO ROT-GERAL-MES.
       ROT-TOTAIS.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTLIDOS TO IMPTOT1.
                WRITE REGIMP FROM LINTOT1.
                MOVE W-TOTDESC TO IMPTOT2.
                WRITE REGIMP FROM LINTOT2.
                DISPLAY (21, 05) "MENSALIDADES: " W-TOTLIDOS
                                 "  RELATORIO EM ARQBOL.TXT".
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
                MOVE "PRINTBOL" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE ZEROS TO LP-PERIODO.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTLIDOS TO LP-REGGRAV.
                MOVE W-TOTDESC TO LP-VALORTOT.
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
                CLOSE MENSAL ARQIMP.
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
