       77 ST-ERROTRV   PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
      * CONFERENCIA DA SENHA PELO RESUMO (SENHAUSU)
       77 W-FUNSEN     PIC X(01) VALUE "C".
       77 W-PROGSEN    PIC X(08) VALUE "FPP057".
       77 W-RESSEN     PIC X(02) VALUE SPACES.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-RECLIMPA   PIC X(12) VALUE SPACES.
      *
           OPEN INPUT USUARIO.
           IF ST-ERROUSU NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO USUARIO" TO MENS
              MOVE "USUARIO" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROUSU MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE SPACES TO W-LOGIN W-SENHA.
                 MOVE "*** USUARIO NAO AUTORIZADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      * SENHA ERRADA CONTA PARA O BLOQUEIO DO LOGIN (SENHAUSU)
           MOVE "C" TO W-FUNSEN.
           CALL "SENHAUSU" USING W-FUNSEN W-LOGIN W-SENHA US-SENHA
                                 W-PROGSEN W-RESSEN.
           IF W-RESSEN = "BL"
              CLOSE USUARIO
              MOVE "*** LOGIN BLOQUEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-RESSEN = "SI" OR W-RESSEN = "ER"
              CLOSE USUARIO
              MOVE "*** SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
