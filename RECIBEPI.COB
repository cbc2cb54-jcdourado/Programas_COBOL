       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBEPI.
      *
      **************************************
      * RECIBO DE ENTREGA DE EPI PARA      *
      * ASSINATURA DO FUNCIONARIO: LISTA   *
      * OS EPI ENTREGUES AO CHAPA (EPIENT. *
      * DAT - CADEPIEN) NA DATA INFORMADA, *
      * OU TODOS OS QUE ESTAO EM SEU PODER,*
      * COM O TERMO DE RESPONSABILIDADE    *
      * (ARQREPI.TXT)                      *
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
           SELECT EPIENT ASSIGN TO DISK
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
                03 FILLER              PIC X(62).
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
               VALUE OF FILE-ID IS "ARQREPI.TXT".
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
       77 ST-ERROEE    PIC X(02) VALUE "00".
       77 ST-ERROPI    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-CHAPA-FILTRO PIC 9(06) VALUE ZEROS.
      * DATA DA ENTREGA A IMPRIMIR (ZEROS = TUDO EM PODER DO FUNC.)
       77 W-DTENT-FILTRO PIC 9(08) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-QTDITENS   PIC 9(04) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "RECIBO DE ENTREGA DE EPI".
       01 CAB2.
                03 FILLER   PIC X(07) VALUE "CHAPA:".
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(35).
                03 FILLER   PIC X(08) VALUE "  DEPTO:".
                03 IMPDPTO  PIC 9(04).
       01 CABDET.
                03 FILLER PIC X(46) VALUE
                       "CODIGO DESCRICAO".
                03 FILLER PIC X(40) VALUE
                       " CA          QTD  ENTREGA".
       01 DETAL.
                03 IMPCODEPI PIC 9(04).
                03 FILLER    PIC X(03) VALUE SPACES.
                03 IMPDESCR  PIC X(40).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPNUMCA  PIC X(10).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPQTD    PIC ZZ9.
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPDTENTR PIC 9999/99/99.
       01 LINTERMO1.
                03 FILLER PIC X(60) VALUE
                "DECLARO TER RECEBIDO GRATUITAMENTE OS EPI ACIMA, EM".
       01 LINTERMO2.
                03 FILLER PIC X(60) VALUE
                "PERFEITAS CONDICOES, E TER SIDO ORIENTADO SOBRE O SEU".
       01 LINTERMO3.
                03 FILLER PIC X(60) VALUE
                "USO CORRETO. COMPROMETO-ME A USA-LOS SO PARA A SUA".
       01 LINTERMO4.
                03 FILLER PIC X(60) VALUE
                "FINALIDADE, A CONSERVA-LOS E A DEVOLVE-LOS NA TROCA".
       01 LINTERMO5.
                03 FILLER PIC X(60) VALUE
                "OU NO DESLIGAMENTO DA EMPRESA (NR-6).".
       01 LINDATA.
                03 FILLER   PIC X(06) VALUE "DATA:".
                03 IMPHOJE  PIC 9999/99/99.
       01 LINASS.
                03 FILLER PIC X(40) VALUE
                       "ASSINATURA DO EMPREGADO: ______________".
       01 LINTRACO.
                03 FILLER PIC X(85) VALUE ALL "-".
      *
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "RECIBO DE ENTREGA DE EPI".
             05  LINE 05 COLUMN 10
                 VALUE "CHAPA................................ : ".
             05  TCHAPA-FILTRO
                 LINE 05 COLUMN 50 PIC 999999
                 USING W-CHAPA-FILTRO
                 HIGHLIGHT.
             05  LINE 07 COLUMN 10
                 VALUE "DATA DA ENTREGA (0 = TODOS EM PODER) : ".
             05  TDTENT-FILTRO
                 LINE 07 COLUMN 50 PIC 99999999
                 USING W-DTENT-FILTRO
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       ABRE-ARQS.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT EPIENT.
           IF ST-ERROEE NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. EPIENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE FUNC
              GO TO ROT-FIMP.
           OPEN INPUT EPI.
       INC-OP0.
           DISPLAY TELAFILTRO.
           ACCEPT TCHAPA-FILTRO.
           ACCEPT TDTENT-FILTRO.
      * CHAPA ZERADO ENCERRA SEM GERAR O RECIBO
           IF W-CHAPA-FILTRO = ZEROS
              CLOSE FUNC EPIENT EPI
              GO TO ROT-FIMP.
           MOVE W-CHAPA-FILTRO TO CHAPA.
           READ FUNC
              INVALID KEY
                 MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-OP0.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           MOVE CHAPA TO IMPCHAPA.
           MOVE NOME TO IMPNOME.
           MOVE CODPTO TO IMPDPTO.
           WRITE REGIMP FROM CAB2.
           WRITE REGIMP FROM LINTRACO.
           WRITE REGIMP FROM CABDET.
      *
      *****************************************
      * ENTREGAS DO CHAPA: AS DA DATA PEDIDA,  *
      * OU TODAS AINDA NAO DEVOLVIDAS          *
      *****************************************
       INI-ENTR.
                MOVE CHAPA TO EE-CHAPAFUNC.
                MOVE ZEROS TO EE-CODEPI EE-DTENTR.
                START EPIENT KEY IS NOT LESS THAN EE-CHAVE
                   INVALID KEY
                      GO TO ROT-TERMO.
       LER-ENTR.
                READ EPIENT NEXT RECORD
                   AT END GO TO ROT-TERMO.
                IF EE-CHAPAFUNC NOT = CHAPA
                   GO TO ROT-TERMO.
                ADD 1 TO W-LIDOS.
                IF W-DTENT-FILTRO NOT = ZEROS
                   IF EE-DTENTR NOT = W-DTENT-FILTRO
                      GO TO LER-ENTR
                   ELSE
                      NEXT SENTENCE
                ELSE
                   IF EE-DTDEVOL NOT = ZEROS
                      GO TO LER-ENTR.
                MOVE SPACES TO PI-DESCR.
                MOVE EE-CODEPI TO PI-CODIGO.
                READ EPI
                   INVALID KEY
                      MOVE "*** EPI FORA DO CATALOGO ***" TO PI-DESCR.
                MOVE EE-CODEPI TO IMPCODEPI.
                MOVE PI-DESCR TO IMPDESCR.
                MOVE EE-NUMCA TO IMPNUMCA.
                MOVE EE-QTD TO IMPQTD.
                MOVE EE-DTENTR TO IMPDTENTR.
                WRITE REGIMP FROM DETAL.
                ADD 1 TO W-QTDITENS.
                GO TO LER-ENTR.
      *
       ROT-TERMO.
                IF W-QTDITENS = ZEROS
                   MOVE "*** NENHUMA ENTREGA PARA O RECIBO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                WRITE REGIMP FROM LINTRACO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINTERMO1.
                WRITE REGIMP FROM LINTERMO2.
                WRITE REGIMP FROM LINTERMO3.
                WRITE REGIMP FROM LINTERMO4.
                WRITE REGIMP FROM LINTERMO5.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-LPDTINI TO IMPHOJE.
                WRITE REGIMP FROM LINDATA.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINASS.
                DISPLAY (21, 05) "RECIBO EM ARQREPI.TXT".
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
                MOVE "RECIBEPI" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                DIVIDE W-LPDTINI BY 100 GIVING LP-PERIODO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-QTDITENS TO LP-REGGRAV.
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
                MOVE "RECIBEPI" TO W-SPLPROG.
                MOVE "ARQREPI.TXT" TO W-SPLARQ.
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
