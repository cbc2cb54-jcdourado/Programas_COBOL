       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTCOT.
      **************************************
      * RELATORIO MENSAL DE COTAS LEGAIS   *
      * POR EMPRESA (EMPRESA.DAT): PESSOA  *
      * COM DEFICIENCIA (LEI 8.213, ART.   *
      * 93 - PCD.DAT) E JOVEM APRENDIZ     *
      * (CLT, ART. 429 - TIPOCONTR "A").   *
      * CONTA SO OS EMPREGADOS ATIVOS NO   *
      * ULTIMO DIA DA COMPETENCIA (SEM     *
      * ESTAGIARIOS) E MOSTRA A EXIGENCIA  *
      * LEGAL CONTRA O QUADRO EFETIVO      *
      **************************************
      *------------------------------------------------------
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

           SELECT OPTIONAL PCD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PD-CHAPAFUNC
                    FILE STATUS  IS ST-ERROPCD.

           SELECT OPTIONAL EMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-ERROEMPR.

           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------
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
                03 DT-ADM REDEFINES DTADM.
                    05 DIAADM              PIC 9(02).
                    05 MESADM              PIC 9(02).
                    05 ANOADM              PIC 9(04).
                03 DTDEM               PIC 9(08).
                03 DT-DEM REDEFINES DTDEM.
                    05 DIADEM              PIC 9(02).
                    05 MESDEM              PIC 9(02).
                    05 ANODEM              PIC 9(04).
                03 STAT                PIC X(01).
                03 CPF                 PIC 9(11).
                03 PIS                 PIC 9(11).
                03 RG                  PIC X(12).
                03 SALNEGOC            PIC 9(06)V99.
                03 ESTCIVIL            PIC 9(01).
                03 TIPOCONTR           PIC X(01).
                03 CODEMPR             PIC 9(01).
       FD PCD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PCD.DAT".
       01 CADPCD.
                03 PD-CHAPAFUNC        PIC 9(06).
                03 PD-TIPODEF          PIC 9(01).
                03 PD-LAUDO            PIC X(15).
                03 PD-DTLAUDO          PIC 9(08).
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
               VALUE OF FILE-ID IS "ARQCOT.TXT".
       01 REGIMP PIC X(80).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
      * CONTROLE DE EXECUCAO (LOGPROC.DAT) - UM REGISTRO POR RODADA
       77 ST-ERROLPROC PIC X(02) VALUE "00".
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058): A GERACAO E
      * GUARDADA E INDEXADA AO FIM DA IMPRESSAO
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-LPDTINI    PIC 9(08) VALUE ZEROS.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(08) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROPCD   PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * PARAMETROS: COMPETENCIA (MES/ANO) E EMPRESA (0 = TODAS)
       77 W-MESCOT     PIC 9(02) VALUE ZEROS.
       77 W-ANOCOT     PIC 9(04) VALUE ZEROS.
       77 W-EMPRFIL    PIC 9(01) VALUE ZEROS.
       77 W-DTFIMMES   PIC 9(08) VALUE ZEROS.
       77 W-DTAUX      PIC 9(08) VALUE ZEROS.
       77 W-PERCOT     PIC 9(06) VALUE ZEROS.
       01 W-DTLAUDO.
                03 W-DIALAU    PIC 9(02).
                03 W-MESLAU    PIC 9(02).
                03 W-ANOLAU    PIC 9(04).
       77 W-TEMPCD     PIC 9(01) VALUE ZEROS.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTEMPR    PIC 9(06) VALUE ZEROS.
      * ACUMULADORES POR EMPRESA (INDICE = CODIGO DA EMPRESA)
       77 W-E          PIC 9(02) VALUE ZEROS.
       01 TABCOTA.
                03 TC-EMPRESA OCCURS 9 TIMES.
                    05 TC-ATIVOS       PIC 9(05).
                    05 TC-PCD          PIC 9(05).
                    05 TC-APRENDIZ     PIC 9(05).
                    05 TC-ESTAG        PIC 9(05).
      * APURACAO DA COTA DA EMPRESA CORRENTE
       77 W-PERCPCD    PIC 9(01) VALUE ZEROS.
       77 W-EXIGPCD    PIC 9(05) VALUE ZEROS.
       77 W-BASEAPZ    PIC 9(05) VALUE ZEROS.
       77 W-MINAPZ     PIC 9(05) VALUE ZEROS.
       77 W-MAXAPZ     PIC 9(05) VALUE ZEROS.
       77 W-DEFICIT    PIC 9(05) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(60) VALUE
           "RELATORIO DE COTAS LEGAIS - PCD E JOVEM APRENDIZ".
       01 CAB2.
                03 FILLER  PIC X(13) VALUE "COMPETENCIA:".
                03 IMPMES  PIC 9(02).
                03 FILLER  PIC X(01) VALUE "/".
                03 IMPANO  PIC 9(04).
                03 FILLER  PIC X(06) VALUE SPACES.
                03 FILLER  PIC X(30) VALUE
                       "(ATIVOS NO ULTIMO DIA DO MES)".
       01 CABEMPR.
                03 FILLER  PIC X(09) VALUE "EMPRESA:".
                03 IMPEMPR PIC 9(01).
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPRAZAO PIC X(40).
       01 DETATIVOS.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(36) VALUE
                       "EMPREGADOS ATIVOS (SEM ESTAGIARIOS):".
                03 IMPATIVOS PIC ZZZZ9.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(12) VALUE "ESTAGIARIOS:".
                03 IMPESTAG PIC ZZZZ9.
       01 DETTITPCD.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(50) VALUE
                       "PESSOA COM DEFICIENCIA (LEI 8.213, ART. 93)".
       01 DETPCD.
                03 FILLER  PIC X(06) VALUE SPACES.
                03 FILLER  PIC X(11) VALUE "PERCENTUAL:".
                03 IMPPERCPCD PIC 9.
                03 FILLER  PIC X(04) VALUE "%   ".
                03 FILLER  PIC X(09) VALUE "EXIGIDO:".
                03 IMPEXIGPCD PIC ZZZZ9.
                03 FILLER  PIC X(03) VALUE SPACES.
                03 FILLER  PIC X(09) VALUE "EFETIVO:".
                03 IMPEFETPCD PIC ZZZZ9.
       01 DETTITAPZ.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(50) VALUE
                       "JOVEM APRENDIZ (CLT, ART. 429 - 5% A 15%)".
       01 DETAPZ.
                03 FILLER  PIC X(06) VALUE SPACES.
                03 FILLER  PIC X(06) VALUE "BASE:".
                03 IMPBASEAPZ PIC ZZZZ9.
                03 FILLER  PIC X(03) VALUE SPACES.
                03 FILLER  PIC X(08) VALUE "MINIMO:".
                03 IMPMINAPZ PIC ZZZZ9.
                03 FILLER  PIC X(03) VALUE SPACES.
                03 FILLER  PIC X(08) VALUE "MAXIMO:".
                03 IMPMAXAPZ PIC ZZZZ9.
                03 FILLER  PIC X(03) VALUE SPACES.
                03 FILLER  PIC X(09) VALUE "EFETIVO:".
                03 IMPEFETAPZ PIC ZZZZ9.
       01 DETSITUACAO.
                03 FILLER  PIC X(06) VALUE SPACES.
                03 FILLER  PIC X(10) VALUE "SITUACAO:".
                03 IMPSITUACAO PIC X(20).
                03 IMPDEFICIT PIC ZZZZZ.
       01 LINTRACO.
                03 FILLER PIC X(70) VALUE ALL "-".
       01 LINTOT1.
                03 FILLER  PIC X(30) VALUE
                       "FUNCIONARIOS LIDOS...........:".
                03 IMPTOTLID PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER  PIC X(30) VALUE
                       "EMPRESAS LISTADAS............:".
                03 IMPTOTEMP PIC ZZZZZ9.
       01 LINSEMPCD.
                03 FILLER  PIC X(60) VALUE
           "*** PCD.DAT NAO ENCONTRADO - NENHUM PCD CONTADO ***".
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELACOT.
             05  BLANK SCREEN.
             05  LINE 02 COLUMN 10
                 VALUE "COTAS LEGAIS - PCD E JOVEM APRENDIZ".
             05  LINE 04 COLUMN 05
                 VALUE "MES DA COMPETENCIA..................:".
             05  TMESCOT
                 LINE 04 COLUMN 44 PIC 99
                 USING W-MESCOT
                 HIGHLIGHT.
             05  LINE 06 COLUMN 05
                 VALUE "ANO DA COMPETENCIA..................:".
             05  TANOCOT
                 LINE 06 COLUMN 44 PIC 9999
                 USING W-ANOCOT
                 HIGHLIGHT.
             05  LINE 08 COLUMN 05
                 VALUE "EMPRESA (0 = TODAS).................:".
             05  TEMPRFIL
                 LINE 08 COLUMN 44 PIC 9
                 USING W-EMPRFIL
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT PCD.
           IF ST-ERROPCD = "00"
              MOVE 1 TO W-TEMPCD.
           OPEN INPUT EMPRESA.
           DISPLAY TELACOT.
       INC-001.
           ACCEPT TMESCOT.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO ROT-FIMP.
           IF W-MESCOT < 1 OR W-MESCOT > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       INC-002.
           ACCEPT TANOCOT.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO INC-001.
           IF W-ANOCOT < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT TEMPRFIL.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO INC-002.
      * DIA 31 SERVE DE FIM DE MES PARA COMPARAR AAAAMMDD
           COMPUTE W-DTFIMMES = (W-ANOCOT * 10000) + (W-MESCOT * 100)
                              + 31.
           COMPUTE W-PERCOT = (W-ANOCOT * 100) + W-MESCOT.
           MOVE ZEROS TO TABCOTA.
           OPEN OUTPUT ARQIMP.
      *
      *****************************************
      * CONTAGEM DOS ATIVOS NO FIM DO MES POR  *
      * EMPRESA: QUADRO, PCD E APRENDIZES      *
      *****************************************
           MOVE ZEROS TO CHAPA.
           START FUNC KEY IS NOT LESS THAN CHAPA
              INVALID KEY
                 GO TO ROT-IMPRIME.
       LER-FUNC.
                READ FUNC NEXT RECORD
                   AT END
                      GO TO ROT-IMPRIME.
                ADD 1 TO W-TOTLIDOS.
                IF CODEMPR = 0
                   MOVE 1 TO CODEMPR.
                IF W-EMPRFIL NOT = ZEROS AND CODEMPR NOT = W-EMPRFIL
                   GO TO LER-FUNC.
                COMPUTE W-DTAUX = (ANOADM * 10000) + (MESADM * 100)
                                + DIAADM.
                IF W-DTAUX > W-DTFIMMES
                   GO TO LER-FUNC.
                IF DTDEM NOT = ZEROS
                   COMPUTE W-DTAUX = (ANODEM * 10000) + (MESDEM * 100)
                                   + DIADEM
                   IF W-DTAUX NOT > W-DTFIMMES
                      GO TO LER-FUNC.
                MOVE CODEMPR TO W-E.
      * ESTAGIARIO NAO TEM VINCULO DE EMPREGO E FICA FORA DAS COTAS
                IF TIPOCONTR = "E" OR TIPOCONTR = "e"
                   ADD 1 TO TC-ESTAG (W-E)
                   GO TO LER-FUNC.
                ADD 1 TO TC-ATIVOS (W-E).
                IF TIPOCONTR = "A" OR TIPOCONTR = "a"
                   ADD 1 TO TC-APRENDIZ (W-E).
                IF W-TEMPCD = 1
                   PERFORM VER-PCD THRU VER-PCD-FIM.
                GO TO LER-FUNC.
      *
      * PCD COM LAUDO EMITIDO ATE O FIM DA COMPETENCIA
       VER-PCD.
                MOVE CHAPA TO PD-CHAPAFUNC.
                READ PCD
                   INVALID KEY
                      GO TO VER-PCD-FIM.
                MOVE PD-DTLAUDO TO W-DTLAUDO.
                COMPUTE W-DTAUX = (W-ANOLAU * 10000) + (W-MESLAU * 100)
                                + W-DIALAU.
                IF W-DTAUX > W-DTFIMMES
                   GO TO VER-PCD-FIM.
                ADD 1 TO TC-PCD (W-E).
       VER-PCD-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO: UM BLOCO POR EMPRESA COM    *
      * EMPREGADOS NA COMPETENCIA              *
      *****************************************
       ROT-IMPRIME.
                WRITE REGIMP FROM CAB1.
                MOVE W-MESCOT TO IMPMES.
                MOVE W-ANOCOT TO IMPANO.
                WRITE REGIMP FROM CAB2.
                WRITE REGIMP FROM LINTRACO.
                IF W-TEMPCD = 0
                   WRITE REGIMP FROM LINSEMPCD.
                MOVE 1 TO W-E.
       ROT-IMPRIME-EMPR.
                IF TC-ATIVOS (W-E) > ZEROS OR TC-ESTAG (W-E) > ZEROS
                   PERFORM IMP-EMPR THRU IMP-EMPR-FIM.
                IF W-E < 9
                   ADD 1 TO W-E
                   GO TO ROT-IMPRIME-EMPR.
                PERFORM ROT-TOTAIS.
                GO TO ROT-FIM.
      *
       IMP-EMPR.
                ADD 1 TO W-TOTEMPR.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-E TO EP-CODIGO.
                READ EMPRESA
                   INVALID KEY
                      MOVE "EMPRESA NAO CADASTRADA" TO EP-RAZAO.
                MOVE W-E TO IMPEMPR.
                MOVE EP-RAZAO TO IMPRAZAO.
                WRITE REGIMP FROM CABEMPR.
                MOVE TC-ATIVOS (W-E) TO IMPATIVOS.
                MOVE TC-ESTAG (W-E) TO IMPESTAG.
                WRITE REGIMP FROM DETATIVOS.
                PERFORM CALC-PCD THRU CALC-PCD-FIM.
                PERFORM CALC-APZ THRU CALC-APZ-FIM.
       IMP-EMPR-FIM.
                EXIT.
      *
      *****************************************
      * COTA PCD: ABAIXO DE 100 EMPREGADOS NAO *
      * HA COTA; 2% ATE 200, 3% DE 201 A 500,  *
      * 4% DE 501 A 1000 E 5% ACIMA - FRACAO   *
      * ARREDONDA PARA CIMA                    *
      *****************************************
       CALC-PCD.
                MOVE ZEROS TO W-PERCPCD W-EXIGPCD W-DEFICIT.
                IF TC-ATIVOS (W-E) NOT < 100
                   MOVE 2 TO W-PERCPCD.
                IF TC-ATIVOS (W-E) > 200
                   MOVE 3 TO W-PERCPCD.
                IF TC-ATIVOS (W-E) > 500
                   MOVE 4 TO W-PERCPCD.
                IF TC-ATIVOS (W-E) > 1000
                   MOVE 5 TO W-PERCPCD.
                COMPUTE W-EXIGPCD =
                        ((TC-ATIVOS (W-E) * W-PERCPCD) + 99) / 100.
                WRITE REGIMP FROM DETTITPCD.
                MOVE W-PERCPCD TO IMPPERCPCD.
                MOVE W-EXIGPCD TO IMPEXIGPCD.
                MOVE TC-PCD (W-E) TO IMPEFETPCD.
                WRITE REGIMP FROM DETPCD.
                MOVE ZEROS TO IMPDEFICIT.
                IF W-PERCPCD = ZEROS
                   MOVE "SEM COTA (< 100)" TO IMPSITUACAO
                ELSE
                IF TC-PCD (W-E) < W-EXIGPCD
                   COMPUTE W-DEFICIT = W-EXIGPCD - TC-PCD (W-E)
                   MOVE "DEFICIT DE" TO IMPSITUACAO
                   MOVE W-DEFICIT TO IMPDEFICIT
                ELSE
                   MOVE "CUMPRIDA" TO IMPSITUACAO.
                WRITE REGIMP FROM DETSITUACAO.
       CALC-PCD-FIM.
                EXIT.
      *
      *****************************************
      * COTA DE APRENDIZ: MINIMO DE 5% (FRACAO *
      * ARREDONDA PARA CIMA) E MAXIMO DE 15%   *
      * DOS EMPREGADOS, SEM CONTAR OS PROPRIOS *
      * APRENDIZES                             *
      *****************************************
       CALC-APZ.
                MOVE ZEROS TO W-DEFICIT.
                COMPUTE W-BASEAPZ = TC-ATIVOS (W-E) - TC-APRENDIZ (W-E).
                COMPUTE W-MINAPZ = ((W-BASEAPZ * 5) + 99) / 100.
                COMPUTE W-MAXAPZ = (W-BASEAPZ * 15) / 100.
                WRITE REGIMP FROM DETTITAPZ.
                MOVE W-BASEAPZ TO IMPBASEAPZ.
                MOVE W-MINAPZ TO IMPMINAPZ.
                MOVE W-MAXAPZ TO IMPMAXAPZ.
                MOVE TC-APRENDIZ (W-E) TO IMPEFETAPZ.
                WRITE REGIMP FROM DETAPZ.
                MOVE ZEROS TO IMPDEFICIT.
                IF TC-APRENDIZ (W-E) < W-MINAPZ
                   COMPUTE W-DEFICIT = W-MINAPZ - TC-APRENDIZ (W-E)
                   MOVE "DEFICIT DE" TO IMPSITUACAO
                   MOVE W-DEFICIT TO IMPDEFICIT
                ELSE
                IF TC-APRENDIZ (W-E) > W-MAXAPZ
                   COMPUTE W-DEFICIT = TC-APRENDIZ (W-E) - W-MAXAPZ
                   MOVE "ACIMA DO MAXIMO EM" TO IMPSITUACAO
                   MOVE W-DEFICIT TO IMPDEFICIT
                ELSE
                   MOVE "CUMPRIDA" TO IMPSITUACAO.
                WRITE REGIMP FROM DETSITUACAO.
       CALC-APZ-FIM.
                EXIT.
      *
      *****************************************
      * TOTAIS DA RODADA                       *
      *****************************************
       ROT-TOTAIS.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTLIDOS TO IMPTOTLID.
                WRITE REGIMP FROM LINTOT1.
                MOVE W-TOTEMPR TO IMPTOTEMP.
                WRITE REGIMP FROM LINTOT2.
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
                MOVE "PRINTCOT" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE W-PERCOT TO LP-PERIODO.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTEMPR TO LP-REGGRAV.
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
                CLOSE ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTCOT" TO W-SPLPROG.
                MOVE "ARQCOT.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG LP-PERIODO
                                      W-SPLARQ.
       ROT-FIMP.
                CLOSE FUNC PCD EMPRESA.
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
                IF W-CONT < 1000000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
