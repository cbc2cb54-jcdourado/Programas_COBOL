                03 EV-TIPO             PIC X(01).
                03 EV-INCIR            PIC X(01).
                03 EV-INCINSS          PIC X(01).
                03 EV-VARIAVEL         PIC X(01).
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
       SCREEN SECTION.
               VALUE  "        INCIDE IRRF (S/N):".
           05  LINE 09  COLUMN 01
               VALUE  "        INCIDE INSS (S/N):".
           05  LINE 10  COLUMN 01
               VALUE  "        REMUNERACAO VARIAVEL (S/N):".
           05  TEVCODIGO
               LINE 05  COLUMN 28  PIC 9(03)
               USING  EV-CODIGO
               LINE 09  COLUMN 29  PIC X(01)
               USING  EV-INCINSS
               HIGHLIGHT.
           05  TEVVARIAVEL
               LINE 10  COLUMN 38  PIC X(01)
               USING  EV-VARIAVEL
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
                      OPEN OUTPUT EVENTO
                      CLOSE EVENTO
                      MOVE "*** ARQUIVO EVENTO SENDO CRIADO **" TO MENS
                      MOVE "EVENTO" TO W-VSARQ
                      CALL "VERSARQ" USING W-VSARQ ST-ERRO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
       INC-001.
                MOVE ZEROS TO EV-CODIGO
                MOVE SPACES TO EV-DESCRICAO EV-TIPO EV-INCIR EV-INCINSS
                MOVE "N" TO EV-VARIAVEL
                DISPLAY TELAEVENTO.
       INC-002.
                ACCEPT TEVCODIGO
                   MOVE "*** DIGITE APENAS S=SIM  e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      * EVENTO VARIAVEL (COMISSAO, PREMIO) ENTRA NO DSR S/ COMISSOES
      * E NA MEDIA DE 12 MESES DE FERIAS, 13. E RESCISAO
       INC-007.
                ACCEPT TEVVARIAVEL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF EV-VARIAVEL = "s"
                   MOVE "S" TO EV-VARIAVEL.
                IF EV-VARIAVEL = "n"
                   MOVE "N" TO EV-VARIAVEL.
                IF EV-VARIAVEL NOT = "S" AND EV-VARIAVEL NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM  e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF EV-VARIAVEL = "S"
                   AND EV-TIPO NOT = "P" AND EV-TIPO NOT = "p"
                   MOVE "*** SO PROVENTO PODE SER VARIAVEL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "***DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
