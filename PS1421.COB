       77 ST-ERROBANCO PIC X(02) VALUE "00".
       77 ST-ERROBREG  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LIQUIDO    PIC S9(08)V99 VALUE ZEROS.
       77 W-REGTEM     PIC 9(01) VALUE ZEROS.
       01 LINTOTOK.
                03 FILLER  PIC X(25) VALUE "FUNCIONARIOS SEM CRITICA".
                03 IMPTOTOK PIC ZZZZZ9.
      * EXECUCAO SEM OPERADOR (LOTEPARM): PERIODO E OPCOES DE
      * PARMLOTE.DAT; W-RCLOT E O CODIGO DE RETORNO DA RODADA
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "PRINTPRE".
       77 W-RCLOT      PIC X(02) VALUE SPACES.
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       01 W-PERLOT.
                03 W-ANOLOT            PIC 9(04).
                03 W-MESLOT            PIC 9(02).
       01 W-OPCLOT     PIC X(40) VALUE SPACES.
      * TOTAIS DE CONTROLE DA FOLHA ENTRE AS ETAPAS (CTLTOT)
       77 W-CTFUNC     PIC X(01) VALUE SPACES.
       77 W-CTPROG     PIC X(08) VALUE "PRINTPRE".
       77 W-CTPER      PIC 9(06) VALUE ZEROS.
       77 W-CTRET      PIC X(02) VALUE SPACES.
       77 W-CTLIBERA   PIC X(01) VALUE SPACES.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAFILTRO.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                PERFORM INI-LOTE THRU INI-LOTE-FIM.
                IF W-RCLOT = "16"
                   GO TO ROT-FIMP.
      *
       INC-OP0.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT FOLHA.
              NOT INVALID KEY
                 MOVE 1 TO W-REGTEM.
           DISPLAY TELAFILTRO.
           IF W-MODOLOTE = 0
              ACCEPT TMES-FILTRO
              ACCEPT TANO-FILTRO.
           PERFORM CONF-CTL THRU CONF-CTL-FIM.
           IF W-CTRET NOT = "00"
              CLOSE FUNC FOLHA BANCO BANCOREG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           COMPUTE IMPPER = (ANO-FILTRO * 100) + MES-FILTRO.
                EXIT.
      *
       ROT-TOTAIS.
                MOVE "00" TO W-RCLOT.
                PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-TOTPROB TO IMPTOTPRO.
                MOVE "ARQPRE.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG LP-PERIODO
                                      W-SPLARQ.
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.
       ROT-FIMP.
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *****************************************
      * TOTAIS DE CONTROLE (CTLTOT.DAT): A     *
      * FOLHA DO PERIODO TEM DE BATER COM OS   *
      * TOTAIS GRAVADOS PELAS OUTRAS ETAPAS;   *
      * COM DIFERENCA SO RODA COM LIBERACAO DO *
      * OPERADOR (NUNCA NO MODO LOTE)          *
      * E A RODADA FICA MARCADA COMO LIBERADA  *
      *****************************************
       CONF-CTL.
                MOVE "N" TO W-CTLIBERA.
                MOVE "C" TO W-CTFUNC.
                COMPUTE W-CTPER = (ANO-FILTRO * 100) + MES-FILTRO.
                CALL "CTLTOT" USING W-CTFUNC W-CTPROG W-CTPER
                                    W-CTRET MENS.
                IF W-CTRET = "00"
                   GO TO CONF-CTL-FIM.
                IF W-MODOLOTE = 1 OR W-CTRET = "30"
                   GO TO CONF-CTL-FIM.
                DISPLAY (21, 05) MENS.
       CONF-CTL-1.
                MOVE SPACES TO W-CTLIBERA.
                DISPLAY (22, 05)
                   "TOTAIS NAO CONFEREM - RODA ASSIM MESMO (S/N): ".
                ACCEPT (22, 51) W-CTLIBERA.
                IF W-CTLIBERA = "S" OR "s"
                   MOVE "S" TO W-CTLIBERA
                   MOVE "00" TO W-CTRET
                   GO TO CONF-CTL-LIMPA.
                IF W-CTLIBERA NOT = "N" AND "n"
                   GO TO CONF-CTL-1.
                MOVE "N" TO W-CTLIBERA.
       CONF-CTL-LIMPA.
                DISPLAY (21, 05) LIMPA.
                DISPLAY (22, 05) LIMPA.
       CONF-CTL-FIM.
                EXIT.
      *
       GRAVA-CTL.
                MOVE "G" TO W-CTFUNC.
                IF W-CTLIBERA = "S"
                   MOVE "L" TO W-CTFUNC.
                CALL "CTLTOT" USING W-CTFUNC W-CTPROG W-CTPER
                                    W-CTRET MENS.
       GRAVA-CTL-FIM.
                EXIT.
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
      * SEM OPCOES: SO O PERIODO
       OPC-LOTE.
                MOVE W-ANOLOT TO ANO-FILTRO.
                MOVE W-MESLOT TO MES-FILTRO.
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
