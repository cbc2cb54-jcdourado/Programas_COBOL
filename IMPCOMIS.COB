       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCOMIS.
      *
      **************************************
      * IMPORTACAO DO ARQUIVO MENSAL DE    *
      * COMISSOES/REMUNERACAO VARIAVEL     *
      * (COMISSAO.TXT): CRITICA CHAPA E    *
      * EVENTO, GRAVA OS VALORES ACEITOS   *
      * EM MOVRUB.DAT E IMPRIME AS         *
      * REJEICOES EM ARQCOM.TXT. O DSR     *
      * SOBRE AS COMISSOES (EVENTO 913) E  *
      * GERADO PELO CALCULO DA FOLHA       *
      * (FPP004)                           *
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
           SELECT COMISSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROCOM.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT EVENTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EV-CODIGO
                    FILE STATUS  IS ST-ERROEVEN.
           SELECT MOVRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MV-CHAVE
                    FILE STATUS  IS ST-ERROMOV.
           SELECT OPTIONAL FECHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FC-PERIODO
                    FILE STATUS  IS ST-ERROFECH.
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
      * UMA LINHA POR LANCAMENTO: CHAPA, PERIODO, EVENTO E VALOR
       FD COMISSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMISSAO.TXT".
       01 REGCOMISSAO.
                03 CM-CHAPA            PIC 9(06).
                03 CM-PERIODO.
                    05 CM-ANO          PIC 9(04).
                    05 CM-MES          PIC 9(02).
                03 CM-EVENTO           PIC 9(03).
                03 CM-VALOR            PIC 9(06)V99.
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
                03 DT-DEM REDEFINES DTDEM.
                    05 DIADEM          PIC 9(02).
                    05 MESDEM          PIC 9(02).
                    05 ANODEM          PIC 9(04).
                03 STAT                PIC X(01).
      * CPF/PIS/RG/SALNEGOC SAO DE FPP003 - MANTIDOS AQUI SO PARA
      * CASAR O TAMANHO DO REGISTRO COM O GRAVADO EM FUNC.DAT
                03 FILLER              PIC X(45).
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
       FD FECHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHA.DAT".
       01 CADFECHA.
                03 FC-PERIODO.
                    05 FC-ANO          PIC 9(04).
                    05 FC-MES          PIC 9(02).
                03 FC-STATUS           PIC X(01).
                03 FC-DTALT            PIC 9(08).
                03 FC-USUARIO          PIC X(08).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOM.TXT".
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
       77 ST-ERROCOM   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROEVEN  PIC X(02) VALUE "00".
       77 ST-ERROMOV   PIC X(02) VALUE "00".
       77 ST-ERROFECH  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTGRAV    PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ     PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-NOVOREG    PIC 9(01) VALUE ZEROS.
       77 W-PERDEM     PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
       01 W-PERFILTRO REDEFINES PERIODO-FILTRO PIC 9(06).
      *
       01 CAB1.
                03 FILLER PIC X(15) VALUE SPACES.
                03 FILLER PIC X(45) VALUE
                       "COMISSOES REJEITADAS NA IMPORTACAO".
       01 CAB2.
                03 FILLER PIC X(12) VALUE "COMPETENCIA:".
                03 IMPPERCAB PIC 9(06).
       01 CABEC.
                03 FILLER PIC X(05) VALUE "CHAPA".
                03 FILLER PIC X(03) VALUE SPACES.
                03 FILLER PIC X(04) VALUE "NOME".
                03 FILLER PIC X(17) VALUE SPACES.
                03 FILLER PIC X(09) VALUE "PERIODO".
                03 FILLER PIC X(05) VALUE "EVT".
                03 FILLER PIC X(12) VALUE "     VALOR".
                03 FILLER PIC X(06) VALUE "MOTIVO".
       01 DETAL.
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(20).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPMES   PIC 9(02).
                03 FILLER   PIC X(01) VALUE "/".
                03 IMPANO   PIC 9(04).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPEVT   PIC 9(03).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPVALOR PIC ZZZ.ZZ9,99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPMOT   PIC X(30).
       01 LINTOTLID.
                03 FILLER  PIC X(25) VALUE "LANCAMENTOS LIDOS......:".
                03 IMPTOTLID PIC ZZZZZ9.
       01 LINTOTGRV.
                03 FILLER  PIC X(25) VALUE "IMPORTADOS.............:".
                03 IMPTOTGRV PIC ZZZZZ9.
       01 LINTOTREJ.
                03 FILLER  PIC X(25) VALUE "REJEITADOS.............:".
                03 IMPTOTREJ PIC ZZZZZ9.
       01 LINTOTVAL.
                03 FILLER  PIC X(25) VALUE "VALOR IMPORTADO........:".
                03 IMPTOTVAL PIC Z.ZZZ.ZZZ.ZZ9,99.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAPROC.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "IMPORTACAO DE COMISSOES (COMISSAO.TXT)".
             05  LINE 05 COLUMN 10
                 VALUE "PERIODO A IMPORTAR - MES/ANO : ".
             05  TMES-FILTRO
                 LINE 05 COLUMN 42 PIC 99
                 USING MES-FILTRO
                 HIGHLIGHT.
             05  LINE 05 COLUMN 44 VALUE "/".
             05  TANO-FILTRO
                 LINE 05 COLUMN 45 PIC 9999
                 USING ANO-FILTRO
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           DISPLAY TELAPROC.
           ACCEPT TMES-FILTRO.
           ACCEPT TANO-FILTRO.
           IF MES-FILTRO = 0 OR MES-FILTRO > 12 OR ANO-FILTRO < 1990
              MOVE "*** PERIODO  INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
      * O PERIODO DO LANCAMENTO PRECISA ESTAR ABERTO
           OPEN INPUT FECHA.
           MOVE ANO-FILTRO TO FC-ANO.
           MOVE MES-FILTRO TO FC-MES.
           READ FECHA
              INVALID KEY
                 MOVE "A" TO FC-STATUS.
           CLOSE FECHA.
           IF FC-STATUS = "F" OR FC-STATUS = "f"
              MOVE "*** PERIODO FECHADO (FPP025) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT COMISSAO.
           IF ST-ERROCOM NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. COMISSAO.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              CLOSE COMISSAO
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT EVENTO.
           IF ST-ERROEVEN NOT = "00"
              CLOSE COMISSAO FUNC
              MOVE "ERRO ABERTURA DO ARQ. EVENTO" TO MENS
              MOVE "EVENTO" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROEVEN MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
       ABRE-MOVRUB.
           OPEN I-O MOVRUB.
           IF ST-ERROMOV = "00"
              GO TO LIMPA-MOVRUB.
           IF ST-ERROMOV NOT = "30"
              CLOSE COMISSAO FUNC EVENTO
              MOVE "ERRO ABERTURA DO ARQ. MOVRUB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN OUTPUT MOVRUB.
           CLOSE MOVRUB.
           OPEN I-O MOVRUB.
      *
      *****************************************
      * 1A. PASSADA: REMOVE DO MOVIMENTO OS    *
      * EVENTOS QUE O ARQUIVO TRAZ PARA CADA   *
      * CHAPA (PERMITE REPROCESSAR O ARQUIVO   *
      * SEM SOMAR O VALOR EM DOBRO)            *
      *****************************************
       LIMPA-MOVRUB.
                READ COMISSAO
                   AT END GO TO REABRE-COMISSAO.
                PERFORM VALIDA-COM THRU VALIDA-COM-FIM.
                IF W-MOTIVO NOT = SPACES
                   GO TO LIMPA-MOVRUB.
                MOVE CM-CHAPA TO MV-CHAPAFUNC.
                MOVE ANO-FILTRO TO MV-ANO.
                MOVE MES-FILTRO TO MV-MES.
                MOVE CM-EVENTO TO MV-EVENTO.
                DELETE MOVRUB RECORD
                   INVALID KEY
                      GO TO LIMPA-MOVRUB.
                GO TO LIMPA-MOVRUB.
      *
       REABRE-COMISSAO.
                CLOSE COMISSAO.
                OPEN INPUT COMISSAO.
                OPEN OUTPUT ARQIMP.
                WRITE REGIMP FROM CAB1.
                MOVE W-PERFILTRO TO IMPPERCAB.
                WRITE REGIMP FROM CAB2.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM CABEC.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
      *
      *****************************************
      * 2A. PASSADA: ACUMULA OS LANCAMENTOS    *
      * ACEITOS POR CHAPA/PERIODO/EVENTO EM    *
      * MOVRUB.DAT E LISTA OS REJEITADOS       *
      *****************************************
       LER-COMISSAO.
                READ COMISSAO
                   AT END GO TO ROT-TOTAIS.
                ADD 1 TO W-TOTLIDOS.
                PERFORM VALIDA-COM THRU VALIDA-COM-FIM.
                IF W-MOTIVO NOT = SPACES
                   ADD 1 TO W-TOTREJ
                   PERFORM IMP-REJ THRU IMP-REJ-FIM
                   GO TO LER-COMISSAO.
                MOVE CM-CHAPA TO MV-CHAPAFUNC.
                MOVE ANO-FILTRO TO MV-ANO.
                MOVE MES-FILTRO TO MV-MES.
                MOVE CM-EVENTO TO MV-EVENTO.
                READ MOVRUB
                   INVALID KEY
                      MOVE ZEROS TO MV-VALOR
                      MOVE 1 TO W-NOVOREG
                   NOT INVALID KEY
                      MOVE 0 TO W-NOVOREG.
                ADD CM-VALOR TO MV-VALOR.
                ADD CM-VALOR TO W-TOTVALOR.
                ADD 1 TO W-TOTGRAV.
                IF W-NOVOREG = 1
                   WRITE REGMOVRUB
                ELSE
                   REWRITE REGMOVRUB.
                GO TO LER-COMISSAO.
      *
      *****************************************
      * CRITICA DO LANCAMENTO: W-MOTIVO FICA   *
      * EM BRANCO QUANDO O LANCAMENTO E ACEITO *
      *****************************************
       VALIDA-COM.
                MOVE SPACES TO W-MOTIVO.
                MOVE SPACES TO NOME.
                IF CM-ANO NOT = ANO-FILTRO OR CM-MES NOT = MES-FILTRO
                   MOVE "PERIODO DIFERENTE DO INFORMADO" TO W-MOTIVO
                   GO TO VALIDA-COM-FIM.
                MOVE CM-CHAPA TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE SPACES TO NOME
                      MOVE "CHAPA NAO CADASTRADA" TO W-MOTIVO
                      GO TO VALIDA-COM-FIM.
      * A COMISSAO DO MES DA DEMISSAO AINDA E ACEITA
                IF DTDEM NOT = ZEROS
                   COMPUTE W-PERDEM = (ANODEM * 100) + MESDEM
                   IF W-PERDEM < W-PERFILTRO
                      MOVE "FUNCIONARIO DEMITIDO" TO W-MOTIVO
                      GO TO VALIDA-COM-FIM.
                MOVE CM-EVENTO TO EV-CODIGO.
                READ EVENTO
                   INVALID KEY
                      MOVE "EVENTO NAO CADASTRADO" TO W-MOTIVO
                      GO TO VALIDA-COM-FIM.
                IF CM-EVENTO > 899
                   MOVE "EVENTO RESERVADO AO CALCULO" TO W-MOTIVO
                   GO TO VALIDA-COM-FIM.
                IF EV-TIPO NOT = "P" AND EV-TIPO NOT = "p"
                   MOVE "EVENTO NAO E PROVENTO" TO W-MOTIVO
                   GO TO VALIDA-COM-FIM.
                IF EV-VARIAVEL NOT = "S"
                   MOVE "EVENTO NAO E VARIAVEL (FPP012)" TO W-MOTIVO
                   GO TO VALIDA-COM-FIM.
                IF CM-VALOR = ZEROS
                   MOVE "VALOR ZERADO" TO W-MOTIVO.
       VALIDA-COM-FIM.
                EXIT.
      *
       IMP-REJ.
                MOVE CM-CHAPA TO IMPCHAPA.
                MOVE NOME TO IMPNOME.
                MOVE CM-MES TO IMPMES.
                MOVE CM-ANO TO IMPANO.
                MOVE CM-EVENTO TO IMPEVT.
                MOVE CM-VALOR TO IMPVALOR.
                MOVE W-MOTIVO TO IMPMOT.
                WRITE REGIMP FROM DETAL.
       IMP-REJ-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-TOTLIDOS TO IMPTOTLID.
                WRITE REGIMP FROM LINTOTLID.
                MOVE W-TOTGRAV TO IMPTOTGRV.
                WRITE REGIMP FROM LINTOTGRV.
                MOVE W-TOTREJ TO IMPTOTREJ.
                WRITE REGIMP FROM LINTOTREJ.
                MOVE W-TOTVALOR TO IMPTOTVAL.
                WRITE REGIMP FROM LINTOTVAL.
                DISPLAY (20, 05) "LANCAMENTOS LIDOS....: " W-TOTLIDOS.
                DISPLAY (21, 05) "IMPORTADOS...........: " W-TOTGRAV.
                DISPLAY (22, 05) "REJEITADOS (ARQCOM)..: " W-TOTREJ.
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
                MOVE "IMPCOMIS" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE W-PERFILTRO TO LP-PERIODO.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTGRAV TO LP-REGGRAV.
                MOVE W-TOTVALOR TO LP-VALORTOT.
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
                CLOSE COMISSAO FUNC EVENTO MOVRUB ARQIMP.
      * GUARDA A LISTAGEM DE REJEICOES NO SPOOL (FPP058)
                MOVE "IMPCOMIS" TO W-SPLPROG.
                MOVE "ARQCOM.TXT" TO W-SPLARQ.
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
