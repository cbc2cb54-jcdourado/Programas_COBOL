                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE
                    FILE STATUS  IS ST-ERRODEC.
           SELECT OPTIONAL MOVRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MV-CHAVE
                    FILE STATUS  IS ST-ERROMOV.
           SELECT OPTIONAL EVENTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EV-CODIGO
                    FILE STATUS  IS ST-ERROEVEN.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                    05 PARCELA         PIC 9(01).
                03 MESESTRAB           PIC 9(02).
                03 VALOR13             PIC 9(06)V99.
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
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERRODEC   PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ANOPROC    PIC 9(04) VALUE ZEROS.
       77 W-MESESTRAB  PIC 9(02) VALUE ZEROS.
       77 W-VALOR13-2A PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTPROC    PIC 9(06) VALUE ZEROS.
       77 W-BASE-13    PIC 9(06)V99 VALUE ZEROS.
      * MEDIA DA REMUNERACAO VARIAVEL (COMISSOES - EVENTOS COM
      * EV-VARIAVEL = "S" E O DSR 913) DE DEZEMBRO DO ANO ANTERIOR
      * A NOVEMBRO DO ANO DE REFERENCIA, SOMADA A BASE DO 13O
       77 ST-ERROMOV   PIC X(02) VALUE "00".
       77 ST-ERROEVEN  PIC X(02) VALUE "00".
       01 W-MVPERFIM.
                03 W-MVANOFIM          PIC 9(04) VALUE ZEROS.
                03 W-MVMESFIM          PIC 9(02) VALUE ZEROS.
       77 W-MVANO      PIC 9(04) VALUE ZEROS.
       77 W-MVMES      PIC 9(02) VALUE ZEROS.
       77 W-MVIDXINI   PIC 9(06) VALUE ZEROS.
       77 W-MVIDXFIM   PIC 9(06) VALUE ZEROS.
       77 W-MVIDXADM   PIC 9(06) VALUE ZEROS.
       77 W-MVMESES    PIC 9(02) VALUE ZEROS.
       77 W-MVTOT      PIC 9(08)V99 VALUE ZEROS.
       77 W-MEDVAR     PIC 9(06)V99 VALUE ZEROS.
      * FILTRO DE EMPRESA/FILIAL DO LOTE (0 = TODAS)
       77 W-EMPFILTRO  PIC 9(01) VALUE ZEROS.
      * EXECUCAO SEM OPERADOR (LOTEPARM): PERIODO E OPCOES DE
      * PARMLOTE.DAT; W-RCLOT E O CODIGO DE RETORNO DA RODADA
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "FPP005".
       77 W-RCLOT      PIC X(02) VALUE SPACES.
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       01 W-PERLOT.
                03 W-ANOLOT            PIC 9(04).
                03 W-MESLOT            PIC 9(02).
       01 W-OPCLOT.
                03 W-LOTEMP            PIC X(01).
                03 FILLER              PIC X(39).
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAPROC.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                PERFORM INI-LOTE THRU INI-LOTE-FIM.
                IF W-RCLOT = "16"
                   GO TO ROT-FIMP.
      *
       INC-OP0.
           DISPLAY TELAPROC.
           IF W-MODOLOTE = 0
              ACCEPT TANOPROC
              ACCEPT TEMPFILTRO.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CARG.
              GO TO ROT-FIM.
           CLOSE DECIMO.
           OPEN I-O DECIMO.
           OPEN INPUT MOVRUB.
           OPEN INPUT EVENTO.
      *
       LER-FUNC.
                READ FUNC NEXT RECORD
                   AT END
                      MOVE "00" TO W-RCLOT
                      GO TO ROT-FIM.
                IF DTDEM NOT = ZEROS
                   GO TO LER-FUNC.
      * FILTRO DE EMPRESA/FILIAL DO LOTE (0 = TODAS)
                   MOVE SALNEGOC TO W-BASE-13
                ELSE
                   MOVE SALBAS TO W-BASE-13.
                MOVE W-ANOPROC TO W-MVANOFIM.
                MOVE 11 TO W-MVMESFIM.
                PERFORM CALC-MEDVAR THRU CALC-MEDVAR-FIM.
                ADD W-MEDVAR TO W-BASE-13.
                COMPUTE W-VALOR13 ROUNDED =
                                    (W-BASE-13 / 12) * W-MESESTRAB.
                COMPUTE W-VALOR13-1A ROUNDED = W-VALOR13 / 2.
                EXIT.
      *
      *****************************************
      * MEDIA MENSAL DA REMUNERACAO VARIAVEL   *
      * NOS 12 MESES QUE TERMINAM EM           *
      * W-MVPERFIM (MESMA REGRA DO FPP004).    *
      * ADMITIDO HA MENOS DE 12 MESES DIVIDE   *
      * PELOS MESES TRABALHADOS NA JANELA      *
      *****************************************
       CALC-MEDVAR.
                MOVE ZEROS TO W-MEDVAR W-MVTOT W-MVMESES.
                COMPUTE W-MVIDXFIM = (W-MVANOFIM * 12) + W-MVMESFIM - 1.
                COMPUTE W-MVIDXINI = W-MVIDXFIM - 11.
                IF DTADM NOT = ZEROS
                   COMPUTE W-MVIDXADM = (ANOADM * 12) + MESADM - 1
                   IF W-MVIDXADM > W-MVIDXINI
                      MOVE W-MVIDXADM TO W-MVIDXINI.
                IF W-MVIDXINI > W-MVIDXFIM
                   GO TO CALC-MEDVAR-FIM.
                COMPUTE W-MVMESES = W-MVIDXFIM - W-MVIDXINI + 1.
                DIVIDE W-MVIDXINI BY 12 GIVING W-MVANO
                   REMAINDER W-MVMES.
                ADD 1 TO W-MVMES.
                MOVE CHAPA TO MV-CHAPAFUNC.
                MOVE W-MVANO TO MV-ANO.
                MOVE W-MVMES TO MV-MES.
                MOVE ZEROS TO MV-EVENTO.
                START MOVRUB KEY IS NOT LESS THAN MV-CHAVE
                   INVALID KEY
                      GO TO CALC-MEDVAR-FIM.
       CALC-MEDVAR-LER.
                READ MOVRUB NEXT RECORD
                   AT END
                      GO TO CALC-MEDVAR-DIV.
                IF MV-CHAPAFUNC NOT = CHAPA
                OR MV-PERIODO > W-MVPERFIM
                   GO TO CALC-MEDVAR-DIV.
                IF MV-EVENTO = 913
                   ADD MV-VALOR TO W-MVTOT
                   GO TO CALC-MEDVAR-LER.
                IF MV-EVENTO > 899
                   GO TO CALC-MEDVAR-LER.
                MOVE MV-EVENTO TO EV-CODIGO.
                READ EVENTO
                   INVALID KEY
                      GO TO CALC-MEDVAR-LER.
                IF EV-VARIAVEL = "S"
                AND (EV-TIPO = "P" OR EV-TIPO = "p")
                   ADD MV-VALOR TO W-MVTOT.
                GO TO CALC-MEDVAR-LER.
       CALC-MEDVAR-DIV.
                COMPUTE W-MEDVAR ROUNDED = W-MVTOT / W-MVMESES.
       CALC-MEDVAR-FIM.
                EXIT.
      *
      *****************************************
      * REGISTRO DE CONTROLE DE EXECUCAO       *
      * (LOGPROC.DAT)                          *
      *****************************************
      *
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE FUNC CARG DECIMO MOVRUB EVENTO.
                MOVE W-TOTPROC TO W-CONT.
                DISPLAY (23, 12) "13O SALARIO CALCULADO PARA "
                                  W-TOTPROC " FUNCIONARIOS".
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.
       ROT-FIMP.
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *****************************************
      * EXECUCAO SEM OPERADOR (LOTEPARM): NO   *
      * MODO LOTE O PERIODO E AS OPCOES VEM DE *
      * PARMLOTE.DAT E O RESULTADO VAI PARA    *
      * LOGPROC.DAT                            *
      *****************************************
       INI-LOTE.
                MOVE ZEROS TO W-MODOLOTE.
                MOVE "P" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                      W-OPCLOT W-RCLOT MENS.
                IF W-RCLOT = "IN"
                   GO TO INI-LOTE-FIM.
                MOVE 1 TO W-MODOLOTE.
                IF W-RCLOT NOT = "LT"
                   MOVE "16" TO W-RCLOT
                   GO TO INI-LOTE-FIM.
                IF W-MESLOT = 0 OR W-MESLOT > 12 OR W-ANOLOT < 1990
                   MOVE "*** PERIODO INVALIDO EM PARMLOTE ***" TO MENS
                   MOVE "16" TO W-RCLOT
                   GO TO INI-LOTE-FIM.
      * ATE O FIM NORMAL A RODADA CONSTA COMO NAO CONCLUIDA
                MOVE "12" TO W-RCLOT.
                MOVE SPACES TO MENS.
                PERFORM OPC-LOTE THRU OPC-LOTE-FIM.
       INI-LOTE-FIM.
                EXIT.
      *
      * OPCOES: POSICAO 1 = EMPRESA/FILIAL (0 = TODAS); DO PERIODO
      * SO VALE O ANO DE REFERENCIA
       OPC-LOTE.
                MOVE W-ANOLOT TO W-ANOPROC.
                MOVE ZEROS TO W-EMPFILTRO.
                IF W-LOTEMP NUMERIC
                   MOVE W-LOTEMP TO W-EMPFILTRO.
       OPC-LOTE-FIM.
                EXIT.
      *
       FIM-LOTE.
                IF W-MODOLOTE = 0
                   GO TO FIM-LOTE-FIM.
                MOVE ZEROS TO W-MODOLOTE.
                IF W-RCLOT = "00"
                   MOVE "PROCESSAMENTO CONCLUIDO" TO MENS.
                IF W-RCLOT NOT = "00" AND MENS = SPACES
                   MOVE "PROCESSAMENTO NAO CONCLUIDO" TO MENS.
                MOVE "F" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                      W-OPCLOT W-RCLOT MENS.
       FIM-LOTE-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
