                03 FILLER PIC X(14) VALUE "IMP. RENDA:".
                03 IMPTOTIMP PIC ZZZZZZZ9,99.
                03 FILLER PIC X(08) VALUE SPACES.
      * EXECUCAO SEM OPERADOR (LOTEPARM): PERIODO E OPCOES DE
      * PARMLOTE.DAT; W-RCLOT E O CODIGO DE RETORNO DA RODADA
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "PRINTFOL".
       77 W-RCLOT      PIC X(02) VALUE SPACES.
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       01 W-PERLOT.
                03 W-ANOLOT            PIC 9(04).
                03 W-MESLOT            PIC 9(02).
       01 W-OPCLOT.
                03 W-LOTMORTO          PIC X(01).
                03 FILLER              PIC X(39).
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
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 05) "USAR O ARQUIVO MORTO (S/N)? ".
           IF W-MODOLOTE = 0
              ACCEPT (02, 34) W-USAMORTO.
           IF W-USAMORTO = "S" OR W-USAMORTO = "s"
              MOVE "FOLHAARQ.DAT" TO W-ARQFOLHA.
           OPEN INPUT FOLHA.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TELAFILTRO.
           IF W-MODOLOTE = 0
              ACCEPT TMES-FILTRO
              ACCEPT TANO-FILTRO.
           OPEN OUTPUT ARQIMP.
           OPEN INPUT FECHA.
           PERFORM BUSCA-FECHA THRU BUSCA-FECHA-FIM.
                READ FOLHA NEXT
                IF ST-ERROFOLHA = "10"
                     PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
                     MOVE "00" TO W-RCLOT
                     GO TO ROT-FIM.
                IF ANO NOT = ANO-FILTRO OR MES NOT = MES-FILTRO
                   GO TO LER-DEPTO.
                                      W-SPLARQ.
                CLOSE FECHA.
      *          DISPLAY (01, 01) ERASE
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
      * OPCOES: POSICAO 1 = USA O ARQUIVO MORTO (S/N)
       OPC-LOTE.
                MOVE W-ANOLOT TO ANO-FILTRO.
                MOVE W-MESLOT TO MES-FILTRO.
                MOVE "N" TO W-USAMORTO.
                IF W-LOTMORTO = "S" OR W-LOTMORTO = "s"
                   MOVE "S" TO W-USAMORTO.
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
