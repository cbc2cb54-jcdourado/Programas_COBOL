                03 LP-REGLIDOS         PIC 9(06).
                03 LP-REGGRAV          PIC 9(06).
                03 LP-VALORTOT         PIC 9(10)V99.
      * RESULTADO DA RODADA SEM OPERADOR (LOTEPARM); EM BRANCO NOS
      * REGISTROS GRAVADOS PELOS PROPRIOS PROGRAMAS
                03 LP-RETCOD           PIC X(02).
                03 LP-MENSAG           PIC X(40).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
                DISPLAY (W-LINDISP, 49) LP-REGGRAV
                MOVE LP-VALORTOT TO MASKVAL
                DISPLAY (W-LINDISP, 57) MASKVAL
                DISPLAY (W-LINDISP, 71) LP-RETCOD
                IF W-LIN < 18
                   GO TO LER-LOG.
                DISPLAY (22, 05) "ENTER = CONTINUA A LISTA"
                DISPLAY (01, 41) "LIDOS".
                DISPLAY (01, 49) "GRAVADOS".
                DISPLAY (01, 59) "VALOR".
                DISPLAY (01, 71) "RC".
       IMP-CABEC-FIM.
                EXIT.
      *
