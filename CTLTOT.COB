       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOT.
      *
      **************************************
      * TOTAIS DE CONTROLE DA FOLHA ENTRE  *
      * AS ETAPAS DO FECHAMENTO: SOMA NO   *
      * FOLHA.DAT O PERIODO (QUANTIDADE DE *
      * REGISTROS, PROVENTOS, DESCONTOS,   *
      * LIQUIDO E SOMA DAS CHAPAS) E       *
      * GUARDA OU CONFERE OS TOTAIS EM     *
      * CTLTOT.DAT, UM REGISTRO POR        *
      * PERIODO E PROGRAMA.                *
      * FUNCOES: G = GRAVA OS TOTAIS DO    *
      *              PROGRAMA; O DO FPP004 *
      *              (NOVO CALCULO) APAGA  *
      *              OS TOTAIS DAS OUTRAS  *
      *              ETAPAS DO PERIODO     *
      *          L = GRAVA MARCANDO QUE A  *
      *              RODADA FOI LIBERADA   *
      *              COM DIFERENCA         *
      *          C = CONFERE A FOLHA COM   *
      *              OS TOTAIS GRAVADOS    *
      *              PELAS OUTRAS ETAPAS   *
      * RETORNO DO "C": 00 = CONFERE       *
      *   10 = SEM TOTAIS DO CALCULO       *
      *        (FPP004) NO PERIODO         *
      *   20 = FOLHA DIFERE DOS TOTAIS DE  *
      *        ALGUMA ETAPA (NOME EM       *
      *        W-MENSAG)                   *
      *   30 = SEM FOLHA DO PERIODO        *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE
                    FILE STATUS  IS ST-ERROFOLHA.
           SELECT OPTIONAL CTLTOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CT-CHAVE
                    FILE STATUS  IS ST-ERROCT.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHA.DAT".
       01 CADFOLHA.
                03 CHAVE.
                    05 CHAPAFUNC       PIC 9(06).
                    05 PERIODO         PIC 9(06).
                03 SALBRUTO            PIC 9(06)V99.
                03 INSS                PIC 9(06)V99.
                03 IMPRENDA            PIC 9(06)V99.
                03 VALETRANS           PIC 9(06)V99.
                03 VALEREFEI           PIC 9(06)V99.
                03 FGTS                PIC 9(06)V99.
                03 OUTRASVENC          PIC 9(06)V99.
                03 OUTROSDESC          PIC 9(06)V99.
                03 EMPRESTIMO          PIC 9(06)V99.
                03 PENSAOJUD           PIC 9(06)V99.
                03 SALDOCOBR           PIC 9(06)V99.
                03 DESCADIADO          PIC 9(06)V99.
                03 VALFERIAS           PIC 9(06)V99.
      * TOTAIS DE CONTROLE DE CADA ETAPA NO PERIODO
       FD CTLTOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLTOT.DAT".
       01 REGCTLTOT.
                03 CT-CHAVE.
                    05 CT-PERIODO      PIC 9(06).
                    05 CT-PROGRAMA     PIC X(08).
                03 CT-QTDREG           PIC 9(06).
                03 CT-PROVENTOS        PIC 9(10)V99.
                03 CT-DESCONTOS        PIC 9(10)V99.
                03 CT-LIQUIDO          PIC S9(10)V99.
                03 CT-HASHCHAPA        PIC 9(12).
                03 CT-DTGRAV           PIC 9(08).
                03 CT-HRGRAV           PIC 9(06).
                03 CT-LIBERADO         PIC X(01).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROFOLHA PIC X(02) VALUE "00".
       77 ST-ERROCT    PIC X(02) VALUE "00".
       77 W-ACHOUCALC  PIC 9(01) VALUE ZEROS.
      * TOTAIS DA FOLHA DO PERIODO (MESMA FORMULA DE LIQUIDO DO
      * FPP004/GERABANC/FPP046)
       01 W-TOTAIS.
                03 W-QTDREG            PIC 9(06).
                03 W-PROVENTOS         PIC 9(10)V99.
                03 W-DESCONTOS         PIC 9(10)V99.
                03 W-LIQUIDO           PIC S9(10)V99.
                03 W-HASHCHAPA         PIC 9(12).
       01 W-MSGDIF.
                03 FILLER              PIC X(27)
                   VALUE "TOTAIS DA FOLHA DIFEREM DO ".
                03 W-MDPROG            PIC X(08).
                03 FILLER              PIC X(02) VALUE " (".
                03 W-MDCAMPO           PIC X(08).
                03 FILLER              PIC X(01) VALUE ")".
      *
       LINKAGE SECTION.
       01 W-FUNCAO    PIC X(01).
       01 W-PROGRAMA  PIC X(08).
       01 W-PERIODO   PIC 9(06).
       01 W-RETCOD    PIC X(02).
       01 W-MENSAG    PIC X(50).
      *
       PROCEDURE DIVISION USING W-FUNCAO W-PROGRAMA W-PERIODO
                                W-RETCOD W-MENSAG.
       INICIO.
                MOVE "00" TO W-RETCOD.
                PERFORM SOMA-FOLHA THRU SOMA-FOLHA-FIM.
                IF W-FUNCAO = "G" OR W-FUNCAO = "L"
                   GO TO GRAVA.
                IF W-FUNCAO = "C"
                   GO TO CONFERE.
                GO TO ROT-FIM.
      *
      *****************************************
      * GRAVA OS TOTAIS DO PROGRAMA NO PERIODO *
      *****************************************
       GRAVA.
                OPEN I-O CTLTOT.
                IF ST-ERROCT = "05"
                   CLOSE CTLTOT
                   OPEN OUTPUT CTLTOT
                   CLOSE CTLTOT
                   GO TO GRAVA.
                IF ST-ERROCT NOT = "00"
                   MOVE "99" TO W-RETCOD
                   MOVE "ERRO NA ABERTURA DE CTLTOT.DAT" TO W-MENSAG
                   GO TO ROT-FIM.
                MOVE W-PERIODO TO CT-PERIODO.
                MOVE W-PROGRAMA TO CT-PROGRAMA.
                MOVE W-QTDREG TO CT-QTDREG.
                MOVE W-PROVENTOS TO CT-PROVENTOS.
                MOVE W-DESCONTOS TO CT-DESCONTOS.
                MOVE W-LIQUIDO TO CT-LIQUIDO.
                MOVE W-HASHCHAPA TO CT-HASHCHAPA.
                ACCEPT CT-DTGRAV FROM DATE YYYYMMDD.
                ACCEPT CT-HRGRAV FROM TIME.
                MOVE "N" TO CT-LIBERADO.
                IF W-FUNCAO = "L"
                   MOVE "S" TO CT-LIBERADO.
                WRITE REGCTLTOT
                   INVALID KEY
                      REWRITE REGCTLTOT.
                IF W-PROGRAMA NOT = "FPP004"
                   GO TO GRAVA-FEC.
      * NOVO CALCULO: OS TOTAIS DAS ETAPAS RODADAS SOBRE O CALCULO
      * ANTERIOR NAO VALEM MAIS E SAEM DO CTLTOT. CADA ETAPA CONFERE
      * SO COM O FPP004 E COM AS QUE JA RODARAM DE NOVO
                MOVE W-PERIODO TO CT-PERIODO.
                MOVE LOW-VALUES TO CT-PROGRAMA.
                START CTLTOT KEY IS NOT LESS THAN CT-CHAVE
                   INVALID KEY
                      GO TO GRAVA-FEC.
       GRAVA-LIMPA.
                READ CTLTOT NEXT RECORD
                   AT END
                      GO TO GRAVA-FEC.
                IF CT-PERIODO NOT = W-PERIODO
                   GO TO GRAVA-FEC.
                IF CT-PROGRAMA = "FPP004"
                   GO TO GRAVA-LIMPA.
                DELETE CTLTOT RECORD
                   INVALID KEY
                      NEXT SENTENCE.
                GO TO GRAVA-LIMPA.
       GRAVA-FEC.
                CLOSE CTLTOT.
                GO TO ROT-FIM.
      *
      *****************************************
      * CONFERE A FOLHA COM OS TOTAIS GRAVADOS *
      * PELAS OUTRAS ETAPAS DO PERIODO         *
      *****************************************
       CONFERE.
                IF W-QTDREG = 0
                   MOVE "30" TO W-RETCOD
                   MOVE "SEM FOLHA CALCULADA NO PERIODO" TO W-MENSAG
                   GO TO ROT-FIM.
                MOVE ZEROS TO W-ACHOUCALC.
                OPEN INPUT CTLTOT.
                IF ST-ERROCT = "05"
                   CLOSE CTLTOT
                   GO TO CONFERE-FIM.
                IF ST-ERROCT NOT = "00"
                   GO TO CONFERE-FIM.
                MOVE W-PERIODO TO CT-PERIODO.
                MOVE LOW-VALUES TO CT-PROGRAMA.
                START CTLTOT KEY IS NOT LESS THAN CT-CHAVE
                   INVALID KEY
                      GO TO CONFERE-FEC.
       CONFERE-LER.
                READ CTLTOT NEXT RECORD
                   AT END
                      GO TO CONFERE-FEC.
                IF CT-PERIODO NOT = W-PERIODO
                   GO TO CONFERE-FEC.
                IF CT-PROGRAMA = "FPP004"
                   MOVE 1 TO W-ACHOUCALC.
                IF CT-PROGRAMA = W-PROGRAMA
                   GO TO CONFERE-LER.
                MOVE SPACES TO W-MDCAMPO.
                IF CT-QTDREG NOT = W-QTDREG
                   MOVE "REGS" TO W-MDCAMPO.
                IF CT-PROVENTOS NOT = W-PROVENTOS
                   MOVE "PROVENT" TO W-MDCAMPO.
                IF CT-DESCONTOS NOT = W-DESCONTOS
                   MOVE "DESCONT" TO W-MDCAMPO.
                IF CT-LIQUIDO NOT = W-LIQUIDO
                   MOVE "LIQUIDO" TO W-MDCAMPO.
                IF CT-HASHCHAPA NOT = W-HASHCHAPA
                   MOVE "CHAPAS" TO W-MDCAMPO.
                IF W-MDCAMPO = SPACES
                   GO TO CONFERE-LER.
                MOVE CT-PROGRAMA TO W-MDPROG.
                MOVE W-MSGDIF TO W-MENSAG.
                MOVE "20" TO W-RETCOD.
       CONFERE-FEC.
                CLOSE CTLTOT.
       CONFERE-FIM.
                IF W-RETCOD = "00" AND W-ACHOUCALC = 0
                   MOVE "10" TO W-RETCOD
                   MOVE "SEM TOTAIS DO CALCULO (FPP004) NO PERIODO"
                                                       TO W-MENSAG.
                GO TO ROT-FIM.
      *
      *****************************************
      * TOTAIS DA FOLHA DO PERIODO             *
      *****************************************
       SOMA-FOLHA.
                MOVE ZEROS TO W-QTDREG W-PROVENTOS W-DESCONTOS
                              W-LIQUIDO W-HASHCHAPA.
                OPEN INPUT FOLHA.
                IF ST-ERROFOLHA NOT = "00"
                   GO TO SOMA-FOLHA-FIM.
       SOMA-FOLHA-LER.
                READ FOLHA NEXT RECORD
                   AT END
                      CLOSE FOLHA
                      GO TO SOMA-FOLHA-CALC.
                IF PERIODO NOT = W-PERIODO
                   GO TO SOMA-FOLHA-LER.
                ADD 1 TO W-QTDREG.
                ADD CHAPAFUNC TO W-HASHCHAPA.
                COMPUTE W-PROVENTOS = W-PROVENTOS + SALBRUTO
                                    + OUTRASVENC + DESCADIADO
                                    + VALFERIAS.
                COMPUTE W-DESCONTOS = W-DESCONTOS + INSS + IMPRENDA
                                    + VALETRANS + VALEREFEI
                                    + OUTROSDESC + EMPRESTIMO
                                    + PENSAOJUD + SALDOCOBR.
                GO TO SOMA-FOLHA-LER.
       SOMA-FOLHA-CALC.
                COMPUTE W-LIQUIDO = W-PROVENTOS - W-DESCONTOS.
       SOMA-FOLHA-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                EXIT PROGRAM.
