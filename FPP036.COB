       77 ST-ERRODEC   PIC X(02) VALUE "00".
       77 ST-ERROFER   PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-NOMECSV    PIC X(12) VALUE SPACES.
      * FILTROS: ARQUIVO A EXPORTAR, DEPARTAMENTO (0=TODOS) E A
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           IF W-QUALARQ = 1
