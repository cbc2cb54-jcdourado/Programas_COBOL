      * "S" BLOQUEIA A REMATRICULA DE ALUNO COM MENSALIDADE EM
      * ABERTO (MENSAL.DAT - GERAMENS/FPP022)
                03 BLOQINAD            PIC X(01).
      * DESCONTO (%) NA MENSALIDADE DE FILHO DE FUNCIONARIO
      * (VINCULO DEPENDENTE X ALUNO - FPP010), APLICADO PELO GERAMENS
                03 PERCDESCFUN         PIC 9(03)V99.
      * MAXIMO DE DISCIPLINAS EM DEPENDENCIA NA REMATRICULA
      * (0 = SEM DEPENDENCIA, APROVACAO TUDO OU NADA)
                03 MAXDEPEND           PIC 9(02).
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
       SCREEN SECTION.
               VALUE  "      MAXIMO DE FALTAS PERMITIDO:".
           05  LINE 07  COLUMN 01
               VALUE  "      BLOQUEIA REMATR. INADIMPLENTE (S/N):".
           05  LINE 08  COLUMN 01
               VALUE  "      DESC. MENSALIDADE FILHO FUNCIONARIO %:".
           05  LINE 09  COLUMN 01
               VALUE  "      MAXIMO DE DEPENDENCIAS (DISCIPLINAS):".
           05  TMEDIAMIN
               LINE 05  COLUMN 37  PIC 9,99
               USING  MEDIAMIN
               LINE 07  COLUMN 45  PIC X(01)
               USING  BLOQINAD
               HIGHLIGHT.
           05  TPERCDESCFUN
               LINE 08  COLUMN 47  PIC 999,99
               USING  PERCDESCFUN
               HIGHLIGHT.
           05  TMAXDEPEND
               LINE 09  COLUMN 46  PIC 9(02)
               USING  MAXDEPEND
               HIGHLIGHT.
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
                      OPEN OUTPUT PARAM
                      CLOSE PARAM
                      MOVE "*** ARQUIVO PARAM SENDO CRIADO **" TO MENS
                      MOVE "PARAM" TO W-VSARQ
                      CALL "VERSARQ" USING W-VSARQ ST-ERRO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                   INVALID KEY
                      MOVE 4,9 TO MEDIAMIN
                      MOVE 11  TO FALTAMAX
                      MOVE "N" TO BLOQINAD
                      MOVE ZEROS TO PERCDESCFUN
                      MOVE ZEROS TO MAXDEPEND.
                DISPLAY TELAPARAM.
       INC-002.
                ACCEPT TMEDIAMIN
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TPERCDESCFUN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF PERCDESCFUN > 100
                   MOVE "*** DESCONTO MAXIMO DE 100% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      * 0 = SEM DEPENDENCIA: O ALUNO REPROVADO EM QUALQUER DISCIPLINA
      * FICA NA TURMA (APROVACAO TUDO OU NADA)
       INC-006.
                ACCEPT TMAXDEPEND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF MAXDEPEND > 20
                   MOVE "*** MAXIMO DE 20 DEPENDENCIAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
