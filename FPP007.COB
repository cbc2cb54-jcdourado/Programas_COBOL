       77 ST-ERROFUNCI   PIC X(02) VALUE "00".
       77 ST-ERROFUNC    PIC X(02) VALUE "00".
       77 MENS           PIC X(50) VALUE SPACES.
       77 W-VSARQ        PIC X(08) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-TOTNOVO      PIC 9(06) VALUE ZEROS.
       77 W-TOTATUAL     PIC 9(06) VALUE ZEROS.
           OPEN I-O FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
