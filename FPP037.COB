       77 ST-ERROADT   PIC X(02) VALUE "00".
       77 ST-ERROFECH  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * PERCENTUAL DO ADIANTAMENTO SOBRE O SALARIO MENSAL
       77 W-PERCADT    PIC 9(02)V99 VALUE 40,00.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
      * EXECUCAO SEM OPERADOR (LOTEPARM): PERIODO E OPCOES DE
      * PARMLOTE.DAT; W-RCLOT E O CODIGO DE RETORNO DA RODADA
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "FPP037".
       77 W-RCLOT      PIC X(02) VALUE SPACES.
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       01 W-PERLOT.
                03 W-ANOLOT            PIC 9(04).
                03 W-MESLOT            PIC 9(02).
       01 W-OPCLOT     PIC X(40) VALUE SPACES.
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
              ACCEPT TMES-FILTRO
              ACCEPT TANO-FILTRO.
           IF MES-FILTRO = 0 OR MES-FILTRO > 12 OR ANO-FILTRO < 1990
              MOVE "*** PERIODO  INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CARG.
      *
       LER-FUNC.
                READ FUNC NEXT RECORD
                   AT END
                      MOVE "00" TO W-RCLOT
                      GO TO ROT-FIM.
                IF DTDEM NOT = ZEROS
                   GO TO LER-FUNC.
                PERFORM CALC-ADT THRU CALC-ADT-FIM.
                DISPLAY (22, 08) "ADIANTAMENTO GERADO PARA "
                                  W-TOTPROC " FUNCIONARIOS".
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
