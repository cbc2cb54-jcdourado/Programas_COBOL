                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT DEPALU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DA-CHAVE
                    FILE STATUS  IS ST-ERRODA
                ALTERNATE RECORD KEY IS DA-CHAVE2 = DA-RA DA-CHAVE
                                                      WITH DUPLICATES.
       SELECT ALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-RA
                    FILE STATUS  IS ST-ERROALU.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                    88 DEP-CONJUGE         VALUE "C".
                    88 DEP-OUTRO           VALUE "O".
                03 DEDIRRF             PIC X(01).
      * FILHO DE FUNCIONARIO ESTUDANDO NA ESCOLA: VINCULO DO
      * DEPENDENTE COM O RA DO ALUNO (UM RA SO PARA UM DEPENDENTE).
      * O GERAMENS APLICA O DESCONTO DO CADPARAM E, COM DESCONTO EM
      * FOLHA = "S", A MENSALIDADE E DESCONTADA PELO FPP004
       FD DEPALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPALU.DAT".
       01 REGDEPALU.
                03 DA-CHAVE.
                    05 DA-CHAPAFUNC    PIC 9(06).
                    05 DA-SEQDEP       PIC 9(02).
                03 DA-RA               PIC 9(06).
                03 DA-DESCFOLHA        PIC X(01).
       FD ALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUNO.DAT".
       01 REGALU.
                03 AL-RA               PIC 9(06).
                03 AL-NOME             PIC X(35).
      * TURMA/NOTAS/FALTAS SAO DO CADASTRO DE ALUNOS - MANTIDOS AQUI
      * SO PARA CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(29).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 VERIFI       PIC X(02) VALUE "00".
       77 TEXTONOME    PIC X(35) VALUE SPACES.
       77 ST-ERRODA    PIC X(02) VALUE "00".
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 W-DARA       PIC 9(06) VALUE ZEROS.
       77 W-DADESCF    PIC X(01) VALUE SPACES.
       77 TEXTOALU     PIC X(35) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELADEPEND.
               VALUE  "        PARENTESCO (F/C/O):".
           05  LINE 10  COLUMN 01
               VALUE  "        DEDUZ IRRF (S/N):".
           05  LINE 11  COLUMN 01
               VALUE  "        RA DO ALUNO (FILHO NA ESCOLA):".
           05  LINE 12  COLUMN 01
               VALUE  "        DESCONTA MENSALIDADE EM FOLHA (S/N):".
           05  TCHAPAFUNC
               LINE 05  COLUMN 29  PIC 9(06)
               USING  CHAPAFUNC
               LINE 10  COLUMN 27  PIC X(01)
               USING  DEDIRRF
               HIGHLIGHT.
           05  TDARA
               LINE 11  COLUMN 40  PIC 9(06)
               USING  W-DARA
               HIGHLIGHT.
           05  TDADESCF
               LINE 12  COLUMN 46  PIC X(01)
               USING  W-DADESCF
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O DEPALU
           IF ST-ERRODA NOT = "00"
               IF ST-ERRODA = "30"
                      OPEN OUTPUT DEPALU
                      CLOSE DEPALU
                      MOVE "*** ARQUIVO DEPALU SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO DEPALU" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE DEPEND
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO CHAPAFUNC SEQDEP DTNASCDEP
                MOVE SPACES TO NOMEDEP PARENTESCO TEXTONOME
                MOVE "N" TO DEDIRRF
                MOVE ZEROS TO W-DARA
                MOVE "N" TO W-DADESCF
                MOVE SPACES TO TEXTOALU
                DISPLAY TELADEPEND
                DISPLAY (05, 40) TEXTONOME
                DISPLAY (11, 48) TEXTOALU.
       INC-002.
                ACCEPT TCHAPAFUNC
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE DEPEND DEPALU
                   GO TO ROT-FIM.
                IF CHAPAFUNC  = 0
                   MOVE "*** CHAPA  INVALIDA ***" TO MENS
                READ DEPEND
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM LER-DEPALU THRU LER-DEPALU-FIM
                      DISPLAY TELADEPEND
                      DISPLAY (05, 40) TEXTONOME
                      DISPLAY (11, 48) TEXTOALU
                      MOVE "***DEPENDENTE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TDARA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                MOVE SPACES TO TEXTOALU
                DISPLAY (11, 48) TEXTOALU.
      * SEM RA NAO HA VINCULO (NEM DESCONTO EM FOLHA)
                IF W-DARA = ZEROS
                   MOVE "N" TO W-DADESCF
                   DISPLAY TDADESCF
                   GO TO INC-010.
       LER-ALUNO.
                MOVE W-DARA TO AL-RA.
                OPEN INPUT ALUNO.
                IF ST-ERROALU NOT = "00"
                   MOVE "*** ARQUIVO DE ALUNOS NAO DISPONIVEL ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                READ ALUNO.
                IF ST-ERROALU = "23"
                   CLOSE ALUNO
                   MOVE "*** RA NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                MOVE AL-NOME TO TEXTOALU.
                CLOSE ALUNO.
                DISPLAY (11, 48) TEXTOALU.
      * O MESMO ALUNO NAO PODE SER DEPENDENTE DE DOIS FUNCIONARIOS
                MOVE W-DARA TO DA-RA.
                MOVE ZEROS TO DA-CHAPAFUNC DA-SEQDEP.
                START DEPALU KEY IS NOT LESS THAN DA-CHAVE2
                   INVALID KEY
                      GO TO INC-009.
                READ DEPALU NEXT RECORD
                   AT END
                      GO TO INC-009.
                IF DA-RA = W-DARA AND DA-CHAVE NOT = CHAVE
                   MOVE "*** RA JA VINCULADO A OUTRO DEPENDENTE ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TDADESCF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-DADESCF = "s"
                   MOVE "S" TO W-DADESCF.
                IF W-DADESCF = "n"
                   MOVE "N" TO W-DADESCF.
                IF W-DADESCF NOT = "S" AND W-DADESCF NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                IF VERIFI = 01 GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "***DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-WR1.
                WRITE CADDEPEND
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRAVA-DEPALU THRU GRAVA-DEPALU-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
       EXC-DL1.
                DELETE DEPEND RECORD
                IF ST-ERRO = "00"
                   MOVE ZEROS TO W-DARA
                   PERFORM GRAVA-DEPALU THRU GRAVA-DEPALU-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 00 TO VERIFI.
                REWRITE CADDEPEND
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVA-DEPALU THRU GRAVA-DEPALU-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * VINCULO DO DEPENDENTE COM O ALUNO      *
      * (DEPALU.DAT): LEITURA PARA A TELA E    *
      * GRAVACAO JUNTO COM O DEPENDENTE. RA    *
      * ZERADO (OU DEPENDENTE EXCLUIDO) TIRA   *
      * O VINCULO                              *
      *****************************************
      *
       LER-DEPALU.
                MOVE ZEROS TO W-DARA.
                MOVE "N" TO W-DADESCF.
                MOVE SPACES TO TEXTOALU.
                MOVE CHAPAFUNC TO DA-CHAPAFUNC.
                MOVE SEQDEP TO DA-SEQDEP.
                READ DEPALU
                   INVALID KEY
                      GO TO LER-DEPALU-FIM.
                MOVE DA-RA TO W-DARA.
                MOVE DA-DESCFOLHA TO W-DADESCF.
                MOVE DA-RA TO AL-RA.
                OPEN INPUT ALUNO.
                IF ST-ERROALU NOT = "00"
                   GO TO LER-DEPALU-FIM.
                READ ALUNO
                   NOT INVALID KEY
                      MOVE AL-NOME TO TEXTOALU.
                CLOSE ALUNO.
       LER-DEPALU-FIM.
                EXIT.
      *
       GRAVA-DEPALU.
                MOVE CHAPAFUNC TO DA-CHAPAFUNC.
                MOVE SEQDEP TO DA-SEQDEP.
                IF W-DARA = ZEROS
                   GO TO GRAVA-DEPALU-EXC.
                MOVE W-DARA TO DA-RA.
                MOVE W-DADESCF TO DA-DESCFOLHA.
                WRITE REGDEPALU
                   INVALID KEY
                      REWRITE REGDEPALU.
                GO TO GRAVA-DEPALU-FIM.
       GRAVA-DEPALU-EXC.
                DELETE DEPALU RECORD
                   INVALID KEY
                      GO TO GRAVA-DEPALU-FIM.
       GRAVA-DEPALU-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
