       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTSOD.
      *
      **************************************
      * RELATORIO DE SEGREGACAO DE FUNCOES *
      * PARA A AUDITORIA: CADA USUARIO     *
      * ATIVO (USUARIO.DAT) QUE TEM AS     *
      * DUAS OPCOES DE UM PAR CADASTRADO   *
      * COMO CONFLITANTE (CONFSOD.DAT,     *
      * MANTIDO PELO CADCONF). O LOGIN     *
      * ADMIN VE TODAS AS OPCOES E ENTRA   *
      * EM TODOS OS PARES (ARQSOD.TXT)     *
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
           SELECT USUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS US-LOGIN
                    FILE STATUS  IS ST-ERROUSU.
           SELECT CONFSOD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SG-CHAVE
                    FILE STATUS  IS ST-ERROSG.
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
       FD USUARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "USUARIO.DAT".
       01 CADUSU.
                03 US-LOGIN            PIC X(08).
                03 US-SENHA            PIC X(08).
                03 US-NOME             PIC X(35).
                03 US-STAT             PIC X(01).
                03 US-ACESSOS.
                    05 US-ACESSO       PIC X(01) OCCURS 97 TIMES.
                03 US-CHAPA            PIC 9(06).
       FD CONFSOD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONFSOD.DAT".
       01 REGCONF.
                03 SG-CHAVE.
                    05 SG-OPC1         PIC 9(02).
                    05 SG-OPC2         PIC 9(02).
                03 SG-DESCR            PIC X(40).
                03 SG-TIPO             PIC X(01).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSOD.TXT".
       01 REGIMP PIC X(80).
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
       77 ST-ERROUSU   PIC X(02) VALUE "00".
       77 ST-ERROSG    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      * FILTRO (BRANCO = TODOS OS USUARIOS)
       77 W-LOGINFIL   PIC X(08) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-ATIVOS     PIC 9(06) VALUE ZEROS.
       77 W-USUCONF    PIC 9(06) VALUE ZEROS.
       77 W-TOTCONF    PIC 9(06) VALUE ZEROS.
       77 W-TOTCONFC   PIC 9(06) VALUE ZEROS.
       77 W-CONFUSU    PIC 9(03) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-QTDPAR     PIC 9(03) VALUE ZEROS.
       77 W-OPC1       PIC 9(02) VALUE ZEROS.
       77 W-OPC2       PIC 9(02) VALUE ZEROS.
       77 W-INDPAD     PIC 9(02) VALUE ZEROS.
      * PARES CONFLITANTES LIDOS DO CONFSOD.DAT
       01 W-TABPAR.
                03 W-PAR OCCURS 200 TIMES.
                    05 W-PAROPC1       PIC 9(02).
                    05 W-PAROPC2       PIC 9(02).
                    05 W-PARDESCR      PIC X(40).
                    05 W-PARTIPO       PIC X(01).
      * PARES PADRAO GRAVADOS QUANDO O CONFSOD.DAT AINDA NAO EXISTE
      * (OS MESMOS DO CADCONF NA CRIACAO DO ARQUIVO)
       01 W-TABPAD.
                03 FILLER PIC X(45) VALUE
           "0395ALTERA SALARIO X APROVA REAJUSTE        C".
                03 FILLER PIC X(45) VALUE
           "1722GERA REMESSA X ALTERA DADOS BANCARIOS   C".
                03 FILLER PIC X(45) VALUE
           "0443CALCULA A FOLHA X FECHA O PERIODO       C".
       01 W-TABPAD-R REDEFINES W-TABPAD.
                03 W-PARPAD PIC X(45) OCCURS 3 TIMES.
      *
       01 CAB1.
                03 FILLER PIC X(12) VALUE SPACES.
                03 FILLER PIC X(54) VALUE
             "CONFLITOS DE SEGREGACAO DE FUNCOES NOS PERFIS DO MENU".
       01 CAB2.
                03 FILLER  PIC X(20) VALUE "USUARIOS ATIVOS - ".
                03 IMPFILTRO PIC X(20).
                03 FILLER  PIC X(16) VALUE SPACES.
                03 FILLER  PIC X(10) VALUE "EMITIDO EM".
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPHOJE PIC 9999/99/99.
       01 CAB3.
                03 FILLER PIC X(40) VALUE
                   "    OPCOES    TIPO  CONFLITO            ".
                03 FILLER PIC X(40) VALUE SPACES.
       01 LINUSU.
                03 FILLER   PIC X(09) VALUE "USUARIO: ".
                03 IMPLOGIN PIC X(08).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(35).
       01 DETAL.
                03 FILLER   PIC X(04) VALUE SPACES.
                03 IMPOPC1  PIC Z9.
                03 FILLER   PIC X(03) VALUE " X ".
                03 IMPOPC2  PIC Z9.
                03 FILLER   PIC X(03) VALUE SPACES.
                03 IMPTIPO  PIC X(04).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPDESCR PIC X(40).
       01 LINTRACO.
                03 FILLER PIC X(78) VALUE ALL "-".
       01 LINTOT.
                03 IMPROTTOT PIC X(30).
                03 IMPTOT    PIC ZZZZZ9.
      *-------------------------------------------------------
       SCREEN SECTION.
       01  TELASOD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE "CONFLITOS DE SEGREGACAO DE FUNCOES".
           05  LINE 05  COLUMN 05
               VALUE "LOGIN (BRANCO = TODOS)..........:".
           05  TLOGINFIL
               LINE 05  COLUMN 40 PIC X(08)
               USING W-LOGINFIL
               HIGHLIGHT.
           05  LINE 07  COLUMN 05
               VALUE "(TIPO A = SO AVISO NO FPP032; TIPO C = EXIGE".
           05  LINE 08  COLUMN 05
               VALUE " CONFIRMACAO DE OUTRO USUARIO)".
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           OPEN INPUT CONFSOD.
      * CONFSOD AINDA NAO CRIADO PELO CADCONF: GRAVA OS PARES PADRAO
      * PARA O RELATORIO JA CONFERIR OS PARES DA AUDITORIA
           IF ST-ERROSG = "35"
              PERFORM GRAVA-PADRAO THRU GRAVA-PADRAO-FIM
              OPEN INPUT CONFSOD.
           IF ST-ERROSG NOT = "00"
              MOVE "*** SEM CONFLITOS CADASTRADOS (CONFSOD) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           PERFORM CARREGA-PAR THRU CARREGA-PAR-FIM.
           CLOSE CONFSOD.
           IF W-QTDPAR = 0
              MOVE "*** SEM CONFLITOS CADASTRADOS (CONFSOD) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT USUARIO.
           IF ST-ERROUSU NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO USUARIO" TO MENS
              MOVE "USUARIO" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROUSU MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           DISPLAY TELASOD.
       INC-001.
           ACCEPT TLOGINFIL.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              CLOSE USUARIO
              GO TO ROT-FIMP.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           IF W-LOGINFIL = SPACES
              MOVE "TODOS OS LOGINS" TO IMPFILTRO
           ELSE
              MOVE W-LOGINFIL TO IMPFILTRO.
           MOVE W-LPDTINI TO IMPHOJE.
           WRITE REGIMP FROM CAB2.
           WRITE REGIMP FROM LINTRACO.
           WRITE REGIMP FROM CAB3.
           WRITE REGIMP FROM LINTRACO.
           DISPLAY (14, 05) "LENDO OS PERFIS DOS USUARIOS...".
           MOVE W-LOGINFIL TO US-LOGIN.
           START USUARIO KEY IS NOT LESS THAN US-LOGIN
              INVALID KEY
                 GO TO ROT-TOTAIS.
       LER-USU.
                READ USUARIO NEXT RECORD
                   AT END GO TO ROT-TOTAIS.
                ADD 1 TO W-LIDOS.
                IF W-LOGINFIL NOT = SPACES AND US-LOGIN NOT = W-LOGINFIL
                   GO TO ROT-TOTAIS.
                IF US-STAT NOT = "A" AND US-STAT NOT = "a"
                   GO TO LER-USU.
                ADD 1 TO W-ATIVOS.
                MOVE ZEROS TO W-CONFUSU W-IND.
       VER-PAR.
                ADD 1 TO W-IND.
                IF W-IND > W-QTDPAR
                   GO TO FIM-USU.
                MOVE W-PAROPC1 (W-IND) TO W-OPC1.
                MOVE W-PAROPC2 (W-IND) TO W-OPC2.
      * O ADMIN VE TODAS AS OPCOES, QUALQUER QUE SEJA O PERFIL
                IF US-LOGIN NOT = "ADMIN"
                   IF US-ACESSO (W-OPC1) NOT = "S"
                   OR US-ACESSO (W-OPC2) NOT = "S"
                      GO TO VER-PAR.
                PERFORM IMP-CONF THRU IMP-CONF-FIM.
                GO TO VER-PAR.
       FIM-USU.
                IF W-CONFUSU > 0
                   ADD 1 TO W-USUCONF
                   MOVE SPACES TO REGIMP
                   WRITE REGIMP.
                GO TO LER-USU.
      *
      *****************************************
      * IMPRIME UM CONFLITO DO USUARIO (O      *
      * NOME SAI SO NO PRIMEIRO)               *
      *****************************************
       IMP-CONF.
                IF W-CONFUSU = 0
                   MOVE US-LOGIN TO IMPLOGIN
                   MOVE US-NOME TO IMPNOME
                   WRITE REGIMP FROM LINUSU.
                ADD 1 TO W-CONFUSU W-TOTCONF.
                MOVE W-OPC1 TO IMPOPC1.
                MOVE W-OPC2 TO IMPOPC2.
                MOVE W-PARDESCR (W-IND) TO IMPDESCR.
                IF W-PARTIPO (W-IND) = "C"
                   MOVE "C" TO IMPTIPO
                   ADD 1 TO W-TOTCONFC
                ELSE
                   MOVE "A" TO IMPTIPO.
                WRITE REGIMP FROM DETAL.
       IMP-CONF-FIM.
                EXIT.
      *
      *****************************************
      * CARGA DOS PARES CONFLITANTES           *
      *****************************************
       CARREGA-PAR.
                MOVE ZEROS TO W-QTDPAR.
       CARREGA-PAR-LER.
                READ CONFSOD NEXT RECORD
                   AT END GO TO CARREGA-PAR-FIM.
                IF W-QTDPAR NOT < 200
                   GO TO CARREGA-PAR-FIM.
                IF SG-OPC1 = 0 OR SG-OPC1 > 97
                OR SG-OPC2 = 0 OR SG-OPC2 > 97
                   GO TO CARREGA-PAR-LER.
                ADD 1 TO W-QTDPAR.
                MOVE SG-OPC1 TO W-PAROPC1 (W-QTDPAR).
                MOVE SG-OPC2 TO W-PAROPC2 (W-QTDPAR).
                MOVE SG-DESCR TO W-PARDESCR (W-QTDPAR).
                MOVE SG-TIPO TO W-PARTIPO (W-QTDPAR).
                GO TO CARREGA-PAR-LER.
       CARREGA-PAR-FIM.
                EXIT.
      *
      *****************************************
      * PARES PADRAO NA CRIACAO DO ARQUIVO     *
      *****************************************
       GRAVA-PADRAO.
                OPEN OUTPUT CONFSOD.
                IF ST-ERROSG NOT = "00"
                   GO TO GRAVA-PADRAO-FIM.
                MOVE ZEROS TO W-INDPAD.
       GRAVA-PADRAO-LOOP.
                ADD 1 TO W-INDPAD.
                IF W-INDPAD > 3
                   GO TO GRAVA-PADRAO-FECHA.
                MOVE W-PARPAD (W-INDPAD) TO REGCONF.
                WRITE REGCONF.
                GO TO GRAVA-PADRAO-LOOP.
       GRAVA-PADRAO-FECHA.
                CLOSE CONFSOD.
       GRAVA-PADRAO-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                WRITE REGIMP FROM LINTRACO.
                MOVE "PARES EM CONFLITO CADASTRADOS:" TO IMPROTTOT.
                MOVE W-QTDPAR TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "USUARIOS ATIVOS LIDOS........:" TO IMPROTTOT.
                MOVE W-ATIVOS TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "USUARIOS COM CONFLITO........:" TO IMPROTTOT.
                MOVE W-USUCONF TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "CONFLITOS ENCONTRADOS........:" TO IMPROTTOT.
                MOVE W-TOTCONF TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "  DOS QUAIS DO TIPO C........:" TO IMPROTTOT.
                MOVE W-TOTCONFC TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                DISPLAY (16, 05) "USUARIOS ATIVOS.: " W-ATIVOS.
                DISPLAY (17, 05) "COM CONFLITO....: " W-USUCONF.
                DISPLAY (18, 05) "CONFLITOS.......: " W-TOTCONF.
                DISPLAY (21, 05) "RELATORIO EM ARQSOD.TXT".
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
                MOVE "PRINTSOD" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                DIVIDE W-LPDTINI BY 100 GIVING LP-PERIODO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-TOTCONF TO LP-REGGRAV.
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
                CLOSE ARQIMP USUARIO.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTSOD" TO W-SPLPROG.
                MOVE "ARQSOD.TXT" TO W-SPLARQ.
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
