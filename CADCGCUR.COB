       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCGCUR.
      *
      **************************************
      * CURSOS, CERTIFICADOS E HABILITACOES*
      * EXIGIDOS PARA CADA CARGO           *
      * (CGCURSO.DAT). USADO NOS AVISOS DO *
      * FPP003/FPP045 E NO PRINTQUA        *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CGCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RQ-CHAVE
                    FILE STATUS  IS ST-ERRORQ.
           SELECT CURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CU-CODIGO
                    FILE STATUS  IS ST-ERROCU.
           SELECT CARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERROCARG.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CGCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CGCURSO.DAT".
       01 REGCGCUR.
                03 RQ-CHAVE.
                   05 RQ-CODCARG       PIC 9(04).
                   05 RQ-CODCURSO      PIC 9(04).
                03 RQ-OBS              PIC X(40).
       FD CURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CURSO.DAT".
       01 REGCURSO.
                03 CU-CODIGO           PIC 9(04).
                03 CU-DESCR            PIC X(40).
                03 CU-TIPO             PIC X(01).
                03 CU-VALMESES         PIC 9(03).
                03 CU-CARGAHOR         PIC 9(04).
       FD CARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARG.DAT".
       01 CADCARG.
                03 CODIGO1             PIC 9(04).
                03 DENOMINACAO1        PIC X(25).
                03 NIVELHIER           PIC 9(01).
                03 TIPSAL              PIC X(01).
                03 SALBAS              PIC 9(06)V99.
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRORQ    PIC X(02) VALUE "00".
       77 ST-ERROCU    PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELARQ.
           05  LINE 02  COLUMN 01
               VALUE  "         CURSOS/HABILITACOES EXIGIDOS POR CARGO".
           05  LINE 05  COLUMN 01
               VALUE  "      CARGO:".
           05  LINE 07  COLUMN 01
               VALUE  "      CURSO/HABILITACAO:".
           05  LINE 09  COLUMN 01
               VALUE  "      OBSERVACAO:".
           05  TRQCODCARG
               LINE 05  COLUMN 38  PIC 9(04)
               USING  RQ-CODCARG
               HIGHLIGHT.
           05  TRQCODCURSO
               LINE 07  COLUMN 38  PIC 9(04)
               USING  RQ-CODCURSO
               HIGHLIGHT.
           05  TRQOBS
               LINE 09  COLUMN 38  PIC X(40)
               USING  RQ-OBS
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CGCURSO
           IF ST-ERRORQ NOT = "00"
               IF ST-ERRORQ = "30"
                      OPEN OUTPUT CGCURSO
                      CLOSE CGCURSO
                      MOVE "*** ARQUIVO CGCURSO SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERRORQ TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT CARG.
           IF ST-ERROCARG NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CARG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CGCURSO
              GO TO ROT-FIM.
           OPEN INPUT CURSO.
           IF ST-ERROCU NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CURSO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CGCURSO CARG
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO RQ-CODCARG RQ-CODCURSO.
                MOVE SPACES TO RQ-OBS.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELARQ.
       INC-002.
                ACCEPT TRQCODCARG
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CGCURSO CARG CURSO
                   GO TO ROT-FIM.
                MOVE RQ-CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY
                      MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002.
                DISPLAY (05, 44) DENOMINACAO1.
       INC-003.
                ACCEPT TRQCODCURSO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE RQ-CODCURSO TO CU-CODIGO.
                READ CURSO
                   INVALID KEY
                      MOVE "*** CURSO NAO CADASTRADO (CADCURSO) ***"
                        TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                DISPLAY (08, 38) CU-DESCR.
       LER-RQ01.
                MOVE 0 TO W-SEL
                READ CGCURSO
                IF ST-ERRORQ NOT = "23"
                   IF ST-ERRORQ = "00"
                      DISPLAY TELARQ
                      DISPLAY (05, 44) DENOMINACAO1
                      DISPLAY (08, 38) CU-DESCR
                      MOVE "*** EXIGENCIA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CGCURSO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT TRQOBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
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
                WRITE REGCGCUR
                IF ST-ERRORQ = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRORQ = "22"
                      MOVE "*** EXIGENCIA JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERRORQ TO MENS
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
                   GO TO INC-004.
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
                DELETE CGCURSO RECORD
                IF ST-ERRORQ = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGCGCUR
                IF ST-ERRORQ = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO CGCURSO" TO MENS
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
