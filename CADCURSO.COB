       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCURSO.
      *
      **************************************
      * CATALOGO DE CURSOS, CERTIFICADOS E *
      * HABILITACOES (CURSO.DAT): NR-10,   *
      * NR-35, CNH, CRM, COREN ETC., COM   *
      * VALIDADE EM MESES E CARGA HORARIA. *
      * AS EXIGENCIAS POR CARGO FICAM NO   *
      * CADCGCUR E AS DO FUNCIONARIO NO    *
      * CADQUALI                           *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CU-CODIGO
                    FILE STATUS  IS ST-ERROCU.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CURSO.DAT".
       01 REGCURSO.
                03 CU-CODIGO           PIC 9(04).
                03 CU-DESCR            PIC X(40).
      * C=CURSO/TREINAMENTO  H=HABILITACAO (CNH)
      * R=REGISTRO PROFISSIONAL (CRM, COREN ETC.)
                03 CU-TIPO             PIC X(01).
      * VALIDADE EM MESES A PARTIR DA CONCLUSAO (0=SEM VALIDADE)
                03 CU-VALMESES         PIC 9(03).
      * CARGA HORARIA DO CURSO EM HORAS
                03 CU-CARGAHOR         PIC 9(04).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROCU    PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELACU.
           05  LINE 02  COLUMN 01
               VALUE  "        CURSOS, CERTIFICADOS E HABILITACOES".
           05  LINE 05  COLUMN 01
               VALUE  "      CODIGO:".
           05  LINE 07  COLUMN 01
               VALUE  "      DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  "      TIPO (C/H/R):".
           05  LINE 11  COLUMN 01
               VALUE  "      VALIDADE (MESES):".
           05  LINE 13  COLUMN 01
               VALUE  "      CARGA HORARIA (HORAS):".
           05  LINE 16  COLUMN 01
               VALUE  "      TIPOS: C=CURSO/TREINAMENTO  H=HABILITACAO".
           05  LINE 17  COLUMN 01
               VALUE  "             R=REGISTRO PROFISSIONAL".
           05  LINE 18  COLUMN 01
               VALUE  "      VALIDADE ZERO = NAO VENCE".
           05  TCUCODIGO
               LINE 05  COLUMN 38  PIC 9(04)
               USING  CU-CODIGO
               HIGHLIGHT.
           05  TCUDESCR
               LINE 07  COLUMN 38  PIC X(40)
               USING  CU-DESCR
               HIGHLIGHT.
           05  TCUTIPO
               LINE 09  COLUMN 38  PIC X(01)
               USING  CU-TIPO
               HIGHLIGHT.
           05  TCUVALMESES
               LINE 11  COLUMN 38  PIC 9(03)
               USING  CU-VALMESES
               HIGHLIGHT.
           05  TCUCARGAHOR
               LINE 13  COLUMN 38  PIC 9(04)
               USING  CU-CARGAHOR
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CURSO
           IF ST-ERROCU NOT = "00"
               IF ST-ERROCU = "30"
                      OPEN OUTPUT CURSO
                      CLOSE CURSO
                      MOVE "*** ARQUIVO CURSO SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROCU TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO CU-CODIGO CU-VALMESES CU-CARGAHOR.
                MOVE SPACES TO CU-DESCR CU-TIPO.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELACU.
       INC-002.
                ACCEPT TCUCODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CURSO
                   GO TO ROT-FIM.
                IF CU-CODIGO = ZEROS
                   MOVE "*** CODIGO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-CU01.
                MOVE 0 TO W-SEL
                READ CURSO
                IF ST-ERROCU NOT = "23"
                   IF ST-ERROCU = "00"
                      DISPLAY TELACU
                      MOVE "*** CURSO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CURSO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TCUDESCR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CU-DESCR = SPACES
                   MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TCUTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CU-TIPO NOT = "C" AND CU-TIPO NOT = "H"
                AND CU-TIPO NOT = "R"
                   MOVE "*** TIPO INVALIDO (C/H/R) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TCUVALMESES
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                ACCEPT TCUCARGAHOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "***DADOS RECUSADOS PELO OPERADOR **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGCURSO
                IF ST-ERROCU = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROCU = "22"
                      MOVE "*** CURSO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROCU TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CURSO RECORD
                IF ST-ERROCU = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGCURSO
                IF ST-ERROCU = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO CURSO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
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
