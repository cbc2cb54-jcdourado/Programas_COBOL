       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTACE.
      *
      **************************************
      * RELATORIO DA TRILHA DE ACESSOS     *
      * (LOGACES.DAT) PARA A AUDITORIA:    *
      * ENTRADAS E SAIDAS DO MENU, FALHAS  *
      * DE LOGIN, BLOQUEIOS, OPCOES        *
      * NEGADAS, TROCAS DE SENHA E ACOES   *
      * DO ADMINISTRADOR (FPP032).         *
      * ORDEM POR USUARIO (CHAVE           *
      * PRINCIPAL) OU POR DATA (CHAVE      *
      * ALTERNATIVA),                      *
      * COM SUBTOTAL A CADA QUEBRA E       *
      * TOTAIS POR TIPO DE EVENTO          *
      * (ARQACE.TXT)                       *
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
           SELECT LOGACES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LA-CHAVE
                    FILE STATUS  IS ST-ERROACE
                ALTERNATE RECORD KEY IS LA-CHAVE2 = LA-DATA LA-HORA
                                     WITH DUPLICATES.
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
       FD LOGACES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGACES.DAT".
       01 REGACES.
                03 LA-CHAVE.
                    05 LA-LOGIN        PIC X(08).
                    05 LA-DATA         PIC 9(08).
                    05 LA-HORA         PIC 9(08).
                03 LA-EVENTO           PIC X(01).
                03 LA-PROG             PIC X(08).
                03 LA-OPCAO            PIC 9(02).
                03 LA-OPERADOR         PIC X(08).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACE.TXT".
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
       77 ST-ERROACE   PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      * FILTROS (BRANCO/ZEROS = SEM FILTRO) E ORDEM (U/D)
       77 W-LOGINFIL   PIC X(08) VALUE SPACES.
       77 W-DATAINI    PIC 9(08) VALUE ZEROS.
       77 W-DATAFIM    PIC 9(08) VALUE ZEROS.
       77 W-ORDEM      PIC X(01) VALUE "U".
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-LISTADOS   PIC 9(06) VALUE ZEROS.
      * QUEBRA (USUARIO OU DATA) E SUBTOTAL DO GRUPO
       77 W-QUEBRA     PIC X(08) VALUE SPACES.
       77 W-CHAVEQBR   PIC X(08) VALUE SPACES.
       77 W-SUBTOT     PIC 9(06) VALUE ZEROS.
       77 W-SUBFALHA   PIC 9(06) VALUE ZEROS.
      * TOTAIS POR TIPO DE EVENTO
       77 W-TOTENT     PIC 9(06) VALUE ZEROS.
       77 W-TOTSAI     PIC 9(06) VALUE ZEROS.
       77 W-TOTFAL     PIC 9(06) VALUE ZEROS.
       77 W-TOTBLQ     PIC 9(06) VALUE ZEROS.
       77 W-TOTNEG     PIC 9(06) VALUE ZEROS.
       77 W-TOTTRC     PIC 9(06) VALUE ZEROS.
       77 W-TOTADM     PIC 9(06) VALUE ZEROS.
       01 W-HORA-R.
                03 W-HORA6             PIC 9(06).
                03 W-HORACC            PIC 9(02).
      *
       01 CAB1.
                03 FILLER PIC X(15) VALUE SPACES.
                03 FILLER PIC X(45) VALUE
                       "RELATORIO DA TRILHA DE ACESSOS (LOGACES.DAT)".
       01 CAB2.
                03 FILLER  PIC X(07) VALUE "PERIODO".
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPDTINI PIC 9999/99/99.
                03 FILLER  PIC X(03) VALUE " A ".
                03 IMPDTFIM PIC 9999/99/99.
                03 FILLER  PIC X(03) VALUE SPACES.
                03 IMPORDEM PIC X(20).
                03 FILLER  PIC X(10) VALUE "EMITIDO EM".
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPHOJE PIC 9999/99/99.
       01 CAB3.
                03 FILLER PIC X(40) VALUE
                   "DATA       HORA   LOGIN    EVENTO       ".
                03 FILLER PIC X(40) VALUE
                   "        PROGRAMA OPC OPERADOR           ".
       01 LINQUEBRA.
                03 IMPROTQBR PIC X(10).
                03 IMPQUEBRA PIC X(10).
       01 DETAL.
                03 IMPDATA  PIC 9999/99/99.
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPHORA  PIC 9(06).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPLOGIN PIC X(08).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPEVENTO PIC X(20).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPPROG  PIC X(08).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPOPCAO PIC Z9.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPOPER  PIC X(08).
       01 LINSUB.
                03 FILLER   PIC X(04) VALUE SPACES.
                03 FILLER   PIC X(18) VALUE "EVENTOS NO GRUPO:".
                03 IMPSUB   PIC ZZZZZ9.
                03 FILLER   PIC X(04) VALUE SPACES.
                03 FILLER   PIC X(20) VALUE "FALHAS/BLOQUEIOS:".
                03 IMPSUBF  PIC ZZZZZ9.
       01 LINTRACO.
                03 FILLER PIC X(78) VALUE ALL "-".
       01 LINTOT.
                03 IMPROTTOT PIC X(30).
                03 IMPTOT    PIC ZZZZZ9.
      *-------------------------------------------------------
       SCREEN SECTION.
       01  TELAACE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE "RELATORIO DA TRILHA DE ACESSOS".
           05  LINE 05  COLUMN 05
               VALUE "LOGIN (BRANCO = TODOS)..........:".
           05  TLOGINFIL
               LINE 05  COLUMN 40 PIC X(08)
               USING W-LOGINFIL
               HIGHLIGHT.
           05  LINE 07  COLUMN 05
               VALUE "DATA INICIAL (AAAAMMDD, 0=TODAS):".
           05  TDATAINI
               LINE 07  COLUMN 40 PIC 99999999
               USING W-DATAINI
               HIGHLIGHT.
           05  LINE 09  COLUMN 05
               VALUE "DATA FINAL (AAAAMMDD, 0=TODAS)..:".
           05  TDATAFIM
               LINE 09  COLUMN 40 PIC 99999999
               USING W-DATAFIM
               HIGHLIGHT.
           05  LINE 11  COLUMN 05
               VALUE "ORDEM (U=USUARIO  D=DATA).......:".
           05  TORDEM
               LINE 11  COLUMN 40 PIC X(01)
               USING W-ORDEM
               HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           OPEN INPUT LOGACES.
           IF ST-ERROACE NOT = "00"
              MOVE "*** SEM ACESSOS REGISTRADOS (LOGACES) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           DISPLAY TELAACE.
       INC-001.
           ACCEPT TLOGINFIL.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              CLOSE LOGACES
              GO TO ROT-FIMP.
           ACCEPT TDATAINI.
           ACCEPT TDATAFIM.
           IF W-DATAFIM NOT = ZEROS AND W-DATAFIM < W-DATAINI
              MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       INC-002.
           ACCEPT TORDEM.
           IF W-ORDEM = "u"
              MOVE "U" TO W-ORDEM.
           IF W-ORDEM = "d"
              MOVE "D" TO W-ORDEM.
           IF W-ORDEM NOT = "U" AND W-ORDEM NOT = "D"
              MOVE "*** ORDEM INVALIDA (U/D) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE W-DATAINI TO IMPDTINI.
           IF W-DATAFIM = ZEROS
              MOVE 99999999 TO IMPDTFIM
           ELSE
              MOVE W-DATAFIM TO IMPDTFIM.
           IF W-ORDEM = "U"
              MOVE "ORDEM POR USUARIO" TO IMPORDEM
           ELSE
              MOVE "ORDEM POR DATA" TO IMPORDEM.
           MOVE W-LPDTINI TO IMPHOJE.
           WRITE REGIMP FROM CAB2.
           WRITE REGIMP FROM LINTRACO.
           WRITE REGIMP FROM CAB3.
           WRITE REGIMP FROM LINTRACO.
           DISPLAY (14, 05) "LENDO A TRILHA DE ACESSOS...".
           MOVE SPACES TO W-QUEBRA.
           IF W-ORDEM = "D"
              GO TO POS-DATA.
      *
      *****************************************
      * ORDEM POR USUARIO: CHAVE PRINCIPAL     *
      * (LOGIN + DATA + HORA)                  *
      *****************************************
       POS-USUARIO.
           MOVE W-LOGINFIL TO LA-LOGIN.
           MOVE ZEROS TO LA-DATA LA-HORA.
           START LOGACES KEY IS NOT LESS THAN LA-CHAVE
              INVALID KEY
                 GO TO ROT-TOTAIS.
       LER-USUARIO.
                READ LOGACES NEXT RECORD
                   AT END GO TO ROT-TOTAIS.
                ADD 1 TO W-LIDOS.
                IF W-LOGINFIL NOT = SPACES AND LA-LOGIN NOT = W-LOGINFIL
                   GO TO ROT-TOTAIS.
                IF W-DATAINI NOT = ZEROS AND LA-DATA < W-DATAINI
                   GO TO LER-USUARIO.
                IF W-DATAFIM NOT = ZEROS AND LA-DATA > W-DATAFIM
                   GO TO LER-USUARIO.
                MOVE LA-LOGIN TO W-CHAVEQBR.
                MOVE "USUARIO:" TO IMPROTQBR.
                PERFORM IMP-EVENTO THRU IMP-EVENTO-FIM.
                GO TO LER-USUARIO.
      *
      *****************************************
      * ORDEM POR DATA: CHAVE ALTERNATIVA      *
      * (DATA + HORA)                          *
      *****************************************
       POS-DATA.
           MOVE W-DATAINI TO LA-DATA.
           MOVE ZEROS TO LA-HORA.
           START LOGACES KEY IS NOT LESS THAN LA-CHAVE2
              INVALID KEY
                 GO TO ROT-TOTAIS.
       LER-DATA.
                READ LOGACES NEXT RECORD
                   AT END GO TO ROT-TOTAIS.
                ADD 1 TO W-LIDOS.
                IF W-DATAFIM NOT = ZEROS AND LA-DATA > W-DATAFIM
                   GO TO ROT-TOTAIS.
                IF W-LOGINFIL NOT = SPACES AND LA-LOGIN NOT = W-LOGINFIL
                   GO TO LER-DATA.
                MOVE LA-DATA TO W-CHAVEQBR.
                MOVE "DATA....:" TO IMPROTQBR.
                PERFORM IMP-EVENTO THRU IMP-EVENTO-FIM.
                GO TO LER-DATA.
      *
      *****************************************
      * IMPRIME UM EVENTO, COM QUEBRA DO GRUPO *
      *****************************************
       IMP-EVENTO.
                IF W-CHAVEQBR NOT = W-QUEBRA
                   PERFORM IMP-SUBTOT THRU IMP-SUBTOT-FIM
                   MOVE W-CHAVEQBR TO W-QUEBRA IMPQUEBRA
                   WRITE REGIMP FROM LINQUEBRA.
                MOVE LA-DATA TO IMPDATA.
                MOVE LA-HORA TO W-HORA-R.
                MOVE W-HORA6 TO IMPHORA.
                MOVE LA-LOGIN TO IMPLOGIN.
                PERFORM DESC-EVENTO THRU DESC-EVENTO-FIM.
                MOVE LA-PROG TO IMPPROG.
                MOVE LA-OPCAO TO IMPOPCAO.
                MOVE LA-OPERADOR TO IMPOPER.
                WRITE REGIMP FROM DETAL.
                ADD 1 TO W-LISTADOS W-SUBTOT.
                IF LA-EVENTO = "F" OR LA-EVENTO = "B"
                   ADD 1 TO W-SUBFALHA.
       IMP-EVENTO-FIM.
                EXIT.
      *
       IMP-SUBTOT.
                IF W-QUEBRA = SPACES
                   GO TO IMP-SUBTOT-FIM.
                MOVE W-SUBTOT TO IMPSUB.
                MOVE W-SUBFALHA TO IMPSUBF.
                WRITE REGIMP FROM LINSUB.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE ZEROS TO W-SUBTOT W-SUBFALHA.
       IMP-SUBTOT-FIM.
                EXIT.
      *
      * DESCRICAO DO EVENTO E CONTAGEM POR TIPO
       DESC-EVENTO.
                MOVE "OUTRO" TO IMPEVENTO.
                IF LA-EVENTO = "E"
                   MOVE "ENTRADA NO SISTEMA" TO IMPEVENTO
                   ADD 1 TO W-TOTENT.
                IF LA-EVENTO = "S"
                   MOVE "SAIDA DO SISTEMA" TO IMPEVENTO
                   ADD 1 TO W-TOTSAI.
                IF LA-EVENTO = "F"
                   MOVE "FALHA DE LOGIN" TO IMPEVENTO
                   ADD 1 TO W-TOTFAL.
                IF LA-EVENTO = "B"
                   MOVE "LOGIN BLOQUEADO" TO IMPEVENTO
                   ADD 1 TO W-TOTBLQ.
                IF LA-EVENTO = "N"
                   MOVE "OPCAO NEGADA" TO IMPEVENTO
                   ADD 1 TO W-TOTNEG.
                IF LA-EVENTO = "T"
                   MOVE "TROCA DE SENHA" TO IMPEVENTO
                   ADD 1 TO W-TOTTRC.
                IF LA-EVENTO = "D"
                   MOVE "SENHA DADA PELO ADM" TO IMPEVENTO
                   ADD 1 TO W-TOTADM.
                IF LA-EVENTO = "L"
                   MOVE "DESBLOQUEIO PELO ADM" TO IMPEVENTO
                   ADD 1 TO W-TOTADM.
                IF LA-EVENTO = "X"
                   MOVE "SENHA EXCLUIDA" TO IMPEVENTO
                   ADD 1 TO W-TOTADM.
                IF LA-EVENTO = "P"
                   MOVE "PERFIL COM CONFLITO" TO IMPEVENTO
                   ADD 1 TO W-TOTADM.
       DESC-EVENTO-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                PERFORM IMP-SUBTOT THRU IMP-SUBTOT-FIM.
                WRITE REGIMP FROM LINTRACO.
                MOVE "ENTRADAS NO SISTEMA..........:" TO IMPROTTOT.
                MOVE W-TOTENT TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "SAIDAS DO SISTEMA............:" TO IMPROTTOT.
                MOVE W-TOTSAI TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "FALHAS DE LOGIN..............:" TO IMPROTTOT.
                MOVE W-TOTFAL TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "BLOQUEIOS....................:" TO IMPROTTOT.
                MOVE W-TOTBLQ TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "OPCOES NEGADAS...............:" TO IMPROTTOT.
                MOVE W-TOTNEG TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "TROCAS DE SENHA..............:" TO IMPROTTOT.
                MOVE W-TOTTRC TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "ACOES DO ADMINISTRADOR.......:" TO IMPROTTOT.
                MOVE W-TOTADM TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                MOVE "EVENTOS LISTADOS.............:" TO IMPROTTOT.
                MOVE W-LISTADOS TO IMPTOT.
                WRITE REGIMP FROM LINTOT.
                DISPLAY (16, 05) "EVENTOS LISTADOS: " W-LISTADOS.
                DISPLAY (17, 05) "FALHAS DE LOGIN.: " W-TOTFAL.
                DISPLAY (18, 05) "BLOQUEIOS.......: " W-TOTBLQ.
                DISPLAY (21, 05) "RELATORIO EM ARQACE.TXT".
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
                MOVE "PRINTACE" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                DIVIDE W-LPDTINI BY 100 GIVING LP-PERIODO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-LISTADOS TO LP-REGGRAV.
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
                CLOSE ARQIMP LOGACES.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTACE" TO W-SPLPROG.
                MOVE "ARQACE.TXT" TO W-SPLARQ.
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
