      * DISCIPLINA (4 BIMESTRES MAIS       *
      * RECUPERACAO), COM A MESMA REGRA DE *
      * APROVACAO DO PROGRALU (MEDIAMIN DE *
      * PARAM.DAT). A DEPENDENCIA (TIPO D) *
      * E CRIADA PELO REMATRIC; AQUI SO SE *
      * LANCAM SUAS NOTAS E FALTAS         *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * "S" BLOQUEIA A REMATRICULA DE ALUNO COM MENSALIDADE EM
      * ABERTO (MENSAL.DAT - GERAMENS/FPP022)
                03 BLOQINAD            PIC X(01).
      * DESCONTO (%) NA MENSALIDADE DE FILHO DE FUNCIONARIO
      * (VINCULO DEPENDENTE X ALUNO - FPP010), APLICADO PELO GERAMENS
                03 PERCDESCFUN         PIC 9(03)V99.
      * MAXIMO DE DISCIPLINAS EM DEPENDENCIA NA REMATRICULA
      * (0 = SEM DEPENDENCIA, APROVACAO TUDO OU NADA)
                03 MAXDEPEND           PIC 9(02).
       FD NOTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTAS.DAT".
       01 REGNOTAS.
                03 NT-CHAVE.
                    05 NT-RA           PIC 9(06).
      * "R" = DISCIPLINA REGULAR DA TURMA  "D" = DEPENDENCIA
                    05 NT-TIPO         PIC X(01).
                    05 NT-CODDISC      PIC 9(03).
                03 NT-NOTA1            PIC 9(02)V99.
                03 NT-NOTA2            PIC 9(02)V99.
                03 NT-NOTA3            PIC 9(02)V99.
                03 NT-NOTA4            PIC 9(02)V99.
                03 NT-NOTARECUP        PIC 9(02)V99.
      * SO NA DEPENDENCIA: FALTAS NA DISCIPLINA E ANO/TURMA EM QUE
      * O ALUNO FOI REPROVADO NELA
                03 NT-FALTAS           PIC 9(03).
                03 NT-ANOORIG          PIC 9(04).
                03 NT-TURMAORIG        PIC X(05).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
               VALUE  "      RA:".
           05  LINE 06  COLUMN 01
               VALUE  "      DISCIPLINA:".
           05  LINE 07  COLUMN 01
               VALUE  "      TIPO (R=REGULAR D=DEPENDENCIA):".
           05  LINE 08  COLUMN 01
               VALUE  "      NOTA1:".
           05  LINE 09  COLUMN 01
               VALUE  "      NOTA4:".
           05  LINE 12  COLUMN 01
               VALUE  "      NOTA RECUPERACAO:".
           05  LINE 13  COLUMN 01
               VALUE  "      FALTAS (SO DEPENDENCIA):".
           05  TNTRA
               LINE 05  COLUMN 11  PIC 9(06)
               USING  NT-RA
               LINE 06  COLUMN 19  PIC 9(03)
               USING  NT-CODDISC
               HIGHLIGHT.
           05  TNTTIPO
               LINE 07  COLUMN 39  PIC X(01)
               USING  NT-TIPO
               HIGHLIGHT.
           05  TNTNOTA1
               LINE 08  COLUMN 14  PIC 99,99
               USING  NT-NOTA1
               LINE 12  COLUMN 25  PIC 99,99
               USING  NT-NOTARECUP
               HIGHLIGHT.
           05  TNTFALTAS
               LINE 13  COLUMN 32  PIC 9(03)
               USING  NT-FALTAS
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO NT-RA NT-CODDISC NT-NOTA1 NT-NOTA2
                MOVE ZEROS TO NT-NOTA3 NT-NOTA4 NT-NOTARECUP
                MOVE ZEROS TO NT-FALTAS NT-ANOORIG
                MOVE "R" TO NT-TIPO
                MOVE SPACES TO NT-TURMAORIG
                MOVE SPACES TO TEXTONOME TEXTODISC
                DISPLAY TELANOTAS
                DISPLAY (05, 20) TEXTONOME.
                MOVE DI-DESCDISC TO TEXTODISC.
                CLOSE DISCIP.
                DISPLAY (06, 25) TEXTODISC.
       INC-TIPO.
                ACCEPT TNTTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF NT-TIPO = SPACES OR NT-TIPO = "r"
                   MOVE "R" TO NT-TIPO.
                IF NT-TIPO = "d"
                   MOVE "D" TO NT-TIPO.
                DISPLAY TNTTIPO.
                IF NT-TIPO NOT = "R" AND NT-TIPO NOT = "D"
                   MOVE "*** DIGITE APENAS R OU D ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-TIPO.
       LER-NOTAS01.
                MOVE 0 TO W-SEL
                READ NOTAS
                IF ST-ERRO = "23" AND NT-TIPO = "D"
                   MOVE "*** DEPENDENCIA SO E CRIADA PELO REMATRIC ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-TIPO.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELANOTAS
                      DISPLAY (05, 20) TEXTONOME
                      DISPLAY (06, 25) TEXTODISC
                      PERFORM MOSTRA-DEP THRU MOSTRA-DEP-FIM
                      PERFORM CALC-MEDIA THRU CALC-MEDIA-FIM
                      MOVE "*** NOTAS JA LANCADAS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-004.
                ACCEPT TNTNOTA1
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-TIPO.
       INC-005.
                ACCEPT TNTNOTA2
                ACCEPT W-ACT FROM ESCAPE KEY
                ACCEPT TNTNOTARECUP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF NT-TIPO NOT = "D"
                   GO TO INC-010.
       INC-009.
                ACCEPT TNTFALTAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
       INC-010.
                PERFORM CALC-MEDIA THRU CALC-MEDIA-FIM.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       CALC-MEDIA-FIM.
                EXIT.
      *
      * ANO E TURMA EM QUE O ALUNO FOI REPROVADO NA DEPENDENCIA
       MOSTRA-DEP.
                IF NT-TIPO NOT = "D"
                   GO TO MOSTRA-DEP-FIM.
                DISPLAY (14, 07) "DEPENDENCIA DE " NT-ANOORIG
                                 " - TURMA " NT-TURMAORIG.
       MOSTRA-DEP-FIM.
                EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND NT-TIPO = "D" GO TO INC-009.
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
