       IDENTIFICATION DIVISION.
       PROGRAM-ID. RODALOTE.
      *
      **************************************
      * EXECUCAO SEM OPERADOR (NOTURNA):   *
      * LIGA O MODO LOTE (LOTEPARM) E RODA *
      * OS PROGRAMAS CADASTRADOS EM        *
      * PARMLOTE.DAT (CADLOTE) COM ORDEM   *
      * MAIOR QUE ZERO, NA ORDEM, CADA UM  *
      * COM O SEU PERIODO E OPCOES. PARA   *
      * NO PRIMEIRO QUE TERMINAR COM       *
      * CODIGO DIFERENTE DE 00 E DEVOLVE   *
      * ESSE CODIGO AO SISTEMA OPERACIONAL *
      * (RETURN-CODE). O FECHAMENTO MENSAL *
      * INTEIRO RODA CADASTRANDO O FPP056. *
      * O RESULTADO DE CADA PROGRAMA FICA  *
      * EM LOGPROC.DAT (FPP026)            *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-PROGRAMA
                    FILE STATUS  IS ST-ERROPL
                ALTERNATE RECORD KEY IS PL-ORDEM WITH DUPLICATES.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PARMLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARMLOTE.DAT".
       01 REGPARMLOTE.
                03 PL-PROGRAMA         PIC X(08).
                03 PL-ORDEM            PIC 9(02).
                03 PL-PERIODO          PIC 9(06).
                03 PL-OPCOES           PIC X(40).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROPL    PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 W-VSST       PIC X(02) VALUE SPACES.
       77 W-QTD        PIC 9(02) VALUE ZEROS.
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "RODALOTE".
       77 W-PERLOT     PIC 9(06) VALUE ZEROS.
       77 W-OPCLOT     PIC X(40) VALUE SPACES.
       77 W-RCLOT      PIC X(02) VALUE "00".
       77 W-RCNUM      PIC 9(02) VALUE ZEROS.
      * PROGRAMAS A RODAR, NA ORDEM DE PL-ORDEM
       01 W-TABEXEC.
                03 W-EXPROG            PIC X(08) OCCURS 30 TIMES.
      *
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY (01, 01) ERASE.
                DISPLAY (02, 10) "EXECUCAO SEM OPERADOR (PARMLOTE)".
      *
      *****************************************
      * CARREGA OS PROGRAMAS COM ORDEM > 0     *
      * (ARQUIVO EM VERSAO ANTIGA DE LAYOUT    *
      * PARA TUDO COM CODIGO 16)               *
      *****************************************
       CARREGA.
                MOVE SPACES TO W-VSARQ.
                CALL "VERSARQ" USING W-VSARQ W-VSST MENS.
                IF W-VSST NOT = "00"
                   MOVE "16" TO W-RCLOT
                   GO TO ROT-FIM.
                OPEN INPUT PARMLOTE.
                IF ST-ERROPL NOT = "00"
                   MOVE "*** SEM ARQUIVO PARMLOTE (VIDE CADLOTE) ***"
                                                       TO MENS
                   MOVE "16" TO W-RCLOT
                   GO TO ROT-FIM.
                MOVE ZEROS TO W-QTD.
                MOVE 1 TO PL-ORDEM.
                START PARMLOTE KEY IS NOT LESS THAN PL-ORDEM
                   INVALID KEY
                      GO TO CARREGA-FIM.
       CARREGA-LER.
                READ PARMLOTE NEXT RECORD
                   AT END
                      GO TO CARREGA-FIM.
                IF W-QTD = 30
                   GO TO CARREGA-FIM.
                ADD 1 TO W-QTD.
                MOVE PL-PROGRAMA TO W-EXPROG(W-QTD).
                GO TO CARREGA-LER.
       CARREGA-FIM.
                CLOSE PARMLOTE.
                IF W-QTD = 0
                   MOVE "*** NENHUM PROGRAMA COM ORDEM EM PARMLOTE ***"
                                                       TO MENS
                   MOVE "16" TO W-RCLOT
                   GO TO ROT-FIM.
      *
      *****************************************
      * RODA OS PROGRAMAS EM SEQUENCIA         *
      *****************************************
       EXECUTA.
                MOVE "L" TO W-FUNLOT.
                MOVE ZEROS TO W-PERLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                      W-OPCLOT W-RCLOT MENS.
                MOVE ZEROS TO W-IDX.
       EXECUTA-PROG.
                ADD 1 TO W-IDX.
                IF W-IDX > W-QTD
                   MOVE "00" TO W-RCLOT
                   MOVE "*** EXECUCAO SEM OPERADOR CONCLUIDA ***"
                                                       TO MENS
                   GO TO EXECUTA-FIM.
                DISPLAY (01, 01) ERASE.
                DISPLAY (02, 10) "EXECUCAO SEM OPERADOR (PARMLOTE)".
                DISPLAY (04, 10) "PROGRAMA " W-IDX " DE " W-QTD ": "
                                 W-EXPROG(W-IDX).
                MOVE SPACES TO W-RCLOT MENS.
                PERFORM CHAMA-PROG THRU CHAMA-PROG-FIM.
                IF W-RCLOT = SPACES
                   MOVE "R" TO W-FUNLOT
                   CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                         W-OPCLOT W-RCLOT MENS.
                IF W-RCLOT = "00"
                   GO TO EXECUTA-PROG.
       EXECUTA-FIM.
                MOVE "D" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                      W-OPCLOT W-RCLOT MENS.
                GO TO ROT-FIM.
      *
      *****************************************
      * SO OS PROGRAMAS PREPARADOS PARA RODAR  *
      * SEM OPERADOR PODEM SER CHAMADOS        *
      *****************************************
       CHAMA-PROG.
                IF W-EXPROG(W-IDX) = "FPP004"
                   CALL "FPP004"
                   GO TO CHAMA-PROG-FIM.
                IF W-EXPROG(W-IDX) = "FPP005"
                   CALL "FPP005"
                   GO TO CHAMA-PROG-FIM.
                IF W-EXPROG(W-IDX) = "FPP014"
                   CALL "FPP014"
                   GO TO CHAMA-PROG-FIM.
                IF W-EXPROG(W-IDX) = "FPP022"
                   CALL "FPP022"
                   GO TO CHAMA-PROG-FIM.
                IF W-EXPROG(W-IDX) = "FPP037"
                   CALL "FPP037"
                   GO TO CHAMA-PROG-FIM.
                IF W-EXPROG(W-IDX) = "FPP056"
                   CALL "FPP056"
                   GO TO CHAMA-PROG-FIM.
                IF W-EXPROG(W-IDX) = "GERABANC"
                   CALL "GERABANC"
                   GO TO CHAMA-PROG-FIM.
                IF W-EXPROG(W-IDX) = "GERACONT"
                   CALL "GERACONT"
                   GO TO CHAMA-PROG-FIM.
                IF W-EXPROG(W-IDX) = "GERAMENS"
                   CALL "GERAMENS"
                   GO TO CHAMA-PROG-FIM.
                IF W-EXPROG(W-IDX) = "PRINTFOL"
                   CALL "PRINTFOL"
                   GO TO CHAMA-PROG-FIM.
                IF W-EXPROG(W-IDX) = "PRINTPRE"
                   CALL "PRINTPRE"
                   GO TO CHAMA-PROG-FIM.
                MOVE "16" TO W-RCLOT.
                MOVE "*** PROGRAMA NAO RODA SEM OPERADOR ***" TO MENS.
       CHAMA-PROG-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE.
                DISPLAY (02, 10) "EXECUCAO SEM OPERADOR (PARMLOTE)".
                IF W-IDX > 0 AND W-IDX NOT > W-QTD
                   DISPLAY (04, 10) "PAROU NO PROGRAMA: "
                                    W-EXPROG(W-IDX).
                DISPLAY (06, 10) "CODIGO DE RETORNO: " W-RCLOT.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE 16 TO W-RCNUM.
                IF W-RCLOT NUMERIC
                   MOVE W-RCLOT TO W-RCNUM.
                MOVE W-RCNUM TO RETURN-CODE.
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
