      * FECHAMENTO EM FECHA.DAT) E SO      *
      * DEIXA DISPARAR A PROXIMA ETAPA     *
      * QUANDO AS ANTERIORES CONSTAM COMO  *
      * CONCLUIDAS. NO MODO LOTE (RODALOTE)*
      * RODA AS ETAPAS PENDENTES EM        *
      * SEQUENCIA SEM OPERADOR E PARA NA   *
      * PRIMEIRA QUE FALHAR                *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 LP-REGLIDOS         PIC 9(06).
                03 LP-REGGRAV          PIC 9(06).
                03 LP-VALORTOT         PIC 9(10)V99.
      * RESULTADO DA RODADA SEM OPERADOR (LOTEPARM); EM BRANCO NOS
      * REGISTROS GRAVADOS PELOS PROPRIOS PROGRAMAS
                03 LP-RETCOD           PIC X(02).
                03 LP-MENSAG           PIC X(40).
       FD FECHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHA.DAT".
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-PERALVO    PIC 9(06) VALUE ZEROS.
       77 W-PRONTAS    PIC 9(01) VALUE ZEROS.
       77 W-ETAPAANT   PIC 9(01) VALUE ZEROS.
       77 W-RCETAPA    PIC X(02) VALUE SPACES.
       77 W-MENSETAPA  PIC X(50) VALUE SPACES.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
       01 W-SITUACOES.
                03 W-SIT               PIC X(01) OCCURS 7 TIMES.
       01 W-SITTEXTO   PIC X(10) VALUE SPACES.
      * EXECUCAO SEM OPERADOR (LOTEPARM): PERIODO E OPCOES DE
      * PARMLOTE.DAT; W-RCLOT E O CODIGO DE RETORNO DA RODADA
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "FPP056".
       77 W-RCLOT      PIC X(02) VALUE SPACES.
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       01 W-PERLOT.
                03 W-ANOLOT            PIC 9(04).
                03 W-MESLOT            PIC 9(02).
       01 W-OPCLOT     PIC X(40) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELAORQ.
      *
       PROCEDURE DIVISION.
       INICIO.
                PERFORM INI-LOTE THRU INI-LOTE-FIM.
                IF W-RCLOT = "16"
                   GO TO ROT-FIM.
                IF W-MODOLOTE = 1
                   GO TO LOTE-AUT.
      *
       INC-001.
                MOVE ZEROS TO MES-FILTRO ANO-FILTRO.
                   GO TO VERIFICA-LOG-LER.
                IF LP-PERIODO NOT = W-PERALVO
                   GO TO VERIFICA-LOG-LER.
      * RODADA SEM OPERADOR QUE TERMINOU COM ERRO NAO CONCLUI
                IF LP-RETCOD NOT = SPACES AND LP-RETCOD NOT = "00"
                   GO TO VERIFICA-LOG-LER.
                MOVE "C" TO W-SIT(W-IDX).
                CLOSE LOGPROC.
       VERIFICA-LOG-FIM.
       CHAMA-ETAPA-FIM.
                EXIT.
      *
      *****************************************
      * FECHAMENTO SEM OPERADOR: RODA AS       *
      * ETAPAS PENDENTES NA ORDEM, TODAS NO    *
      * PERIODO DO FPP056, E PARA NA PRIMEIRA  *
      * QUE TERMINAR COM ERRO OU NAO CONSTAR   *
      * COMO CONCLUIDA. A CONFERENCIA (FPP046) *
      * E O FECHAMENTO (FPP025) EXIGEM LOGIN E *
      * SENHA DE QUEM APROVA: A RODADA PARA    *
      * NELAS COM CODIGO 04                    *
      *****************************************
       LOTE-AUT.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAORQ.
                MOVE "L" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERALVO
                                      W-OPCLOT W-RCETAPA MENS.
                MOVE ZEROS TO W-ETAPAANT.
       LOTE-AUT-ETAPA.
                PERFORM AVALIA-ETAPAS THRU AVALIA-ETAPAS-FIM.
                MOVE ZEROS TO W-IDX W-ETAPA.
       LOTE-AUT-BUSCA.
                ADD 1 TO W-IDX.
                IF W-IDX > 7
                   GO TO LOTE-AUT-TESTA.
                IF W-SIT(W-IDX) NOT = "P"
                   GO TO LOTE-AUT-BUSCA.
                MOVE W-IDX TO W-ETAPA.
       LOTE-AUT-TESTA.
                IF W-ETAPA = 0
                   MOVE "00" TO W-RCLOT
                   MOVE "FECHAMENTO DO PERIODO CONCLUIDO" TO MENS
                   GO TO LOTE-AUT-FIM.
                IF W-ETAPA = 4 OR W-ETAPA = 7
                   MOVE "04" TO W-RCLOT
                   MOVE SPACES TO MENS
                   STRING "ETAPA EXIGE OPERADOR: "
                          W-ETPPROG(W-ETAPA)
                          DELIMITED BY SIZE INTO MENS
                   GO TO LOTE-AUT-FIM.
      * A ETAPA JA RODOU NESTA VOLTA E CONTINUA PENDENTE
                IF W-ETAPA = W-ETAPAANT
                   MOVE "08" TO W-RCLOT
                   MOVE SPACES TO MENS
                   STRING "ETAPA NAO CONCLUIDA: "
                          W-ETPPROG(W-ETAPA)
                          DELIMITED BY SIZE INTO MENS
                   GO TO LOTE-AUT-FIM.
                MOVE W-ETAPA TO W-ETAPAANT.
                DISPLAY (20, 05) "EXECUTANDO A ETAPA " W-ETAPA " - "
                                 W-ETPPROG(W-ETAPA).
                PERFORM CHAMA-ETAPA THRU CHAMA-ETAPA-FIM.
                MOVE "R" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERALVO
                                      W-OPCLOT W-RCETAPA W-MENSETAPA.
                IF W-RCETAPA NOT = "00"
                   MOVE W-RCETAPA TO W-RCLOT
                   MOVE SPACES TO MENS
                   STRING "FALHOU A ETAPA "
                          W-ETPPROG(W-ETAPA)
                          DELIMITED BY SIZE INTO MENS
                   GO TO LOTE-AUT-FIM.
                GO TO LOTE-AUT-ETAPA.
      * DEVOLVE AS DEMAIS CHAMADAS AO PERIODO DE CADA PROGRAMA
       LOTE-AUT-FIM.
                MOVE ZEROS TO W-PERALVO.
                MOVE "L" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERALVO
                                      W-OPCLOT W-RCETAPA W-MENSETAPA.
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
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
      * SEM OPCOES: O PERIODO DO FECHAMENTO VALE PARA TODAS AS
      * ETAPAS
       OPC-LOTE.
                MOVE W-ANOLOT TO ANO-FILTRO.
                MOVE W-MESLOT TO MES-FILTRO.
                MOVE W-PERLOT TO W-PERALVO.
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
