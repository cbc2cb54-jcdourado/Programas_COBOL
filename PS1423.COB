       77 W-PERCDEP    PIC 9(03)V99 VALUE ZEROS.
       77 W-TEMRAT     PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * PERCENTUAIS DE ENCARGOS DO EMPREGADOR SOBRE A REMUNERACAO
      * (PATRONAL 20%, RAT 2%, TERCEIROS 5,8% - MESMA PATRONAL DO
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT RATEIO.
