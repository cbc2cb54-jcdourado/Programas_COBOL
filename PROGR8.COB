      **************************************
      * DIARIO DE CLASSE: MARCA AS FALTAS  *
      * DE UM DIA PARA UMA TURMA, ALUNO A  *
      * ALUNO, EM DIARIO.DAT. MOSTRA AS    *
      * AULAS DO DIA (GRADE) COM O         *
      * PROFESSOR QUE DEU CADA UMA         *
      * (TITULAR OU SUBSTITUTO - CADSUBST) *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CE-CHAVE
                    FILE STATUS  IS ST-ERROCAL.
       SELECT OPTIONAL SUBSTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SU-CHAVE
                    ALTERNATE RECORD KEY IS SU-CHAVE2 =
                                  SU-CHAPASUB SU-CHAVE WITH DUPLICATES
                    FILE STATUS  IS ST-ERROSU.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                    05 CE-ANOLET       PIC 9(04).
      * DATA DO DIA LETIVO EM AAAAMMDD
                    05 CE-DATA         PIC 9(08).
      * SUBSTITUICOES DE PROFESSOR (CADSUBST): QUEM DEU A AULA
       FD SUBSTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUBSTIT.DAT".
       01 REGSUBST.
                03 SU-CHAVE.
                    05 SU-DATA         PIC 9(08).
                    05 SU-TURMA        PIC X(05).
                    05 SU-SLOT         PIC 9(01).
                03 SU-CODDISC          PIC 9(03).
                03 SU-CHAPAAUS         PIC 9(06).
                03 SU-CHAPASUB         PIC 9(06).
                03 SU-MOTIVO           PIC X(30).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROGRD   PIC X(02) VALUE "00".
       77 ST-ERRODIS   PIC X(02) VALUE "00".
       77 ST-ERROCAL   PIC X(02) VALUE "00".
       77 ST-ERROSU    PIC X(02) VALUE "00".
      * GRADE/CALES/SUBSTIT ABERTOS (O STATUS MUDA A CADA LEITURA)
       77 W-GRABERTO   PIC 9(01) VALUE ZEROS.
       77 W-CALABERTO  PIC 9(01) VALUE ZEROS.
       77 W-SUABERTO   PIC 9(01) VALUE ZEROS.
       77 W-LINGRD     PIC 9(02) VALUE ZEROS.
       77 W-LETIVOOK   PIC 9(01) VALUE ZEROS.
      * DIA DA SEMANA (CONGRUENCIA DE ZELLER): 0=SABADO 1=DOMINGO
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT ALUNO.
           MOVE ZEROS TO W-GRABERTO W-CALABERTO W-SUABERTO.
           OPEN INPUT GRADE.
           IF ST-ERROGRD = "00" OR ST-ERROGRD = "05"
              MOVE 1 TO W-GRABERTO.
           OPEN INPUT DISCIP.
           OPEN INPUT CALES.
           IF ST-ERROCAL = "00" OR ST-ERROCAL = "05"
              MOVE 1 TO W-CALABERTO.
           OPEN INPUT SUBSTIT.
           IF ST-ERROSU = "00" OR ST-ERROSU = "05"
              MOVE 1 TO W-SUABERTO.
       INC-001.
                MOVE SPACES TO W-TURMA
                MOVE ZEROS TO W-DATA W-TOTMARC
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE DIARIO
                   CLOSE ALUNO GRADE DISCIP CALES SUBSTIT
                   GO TO ROT-FIM.
                IF W-TURMA = SPACES
                   MOVE "*** TURMA INVALIDA ***" TO MENS
      *****************************************
       VERIFICA-LETIVO.
                MOVE 1 TO W-LETIVOOK.
                IF W-CALABERTO = 0
                   GO TO VERIFICA-LETIVO-FIM.
      * SEM NENHUM DIA CADASTRADO PARA O ANO NAO HA CONTROLE
                MOVE W-ANOLETTUR TO CE-ANOLET.
      * SEMANA DA DATA INFORMADA               *
      *****************************************
       MOSTRA-GRADE.
                IF W-GRABERTO = 0
                   GO TO MOSTRA-GRADE-FIM.
                PERFORM CALC-DOW THRU CALC-DOW-FIM.
      * 0=SABADO 1=DOMINGO 2=SEGUNDA... -> 1=SEGUNDA..6=SABADO
                ELSE
                   COMPUTE W-DIASEM = W-DOW - 1.
                DISPLAY (08, 06) "DISCIPLINAS DO DIA (GRADE):".
                DISPLAY (07, 63) "PROFESSOR".
                MOVE 8 TO W-LINGRD.
                MOVE W-TURMA TO GR-TURMA.
                MOVE W-DIASEM TO GR-DIASEM.
                   INVALID KEY MOVE SPACES TO DI-DESCDISC.
                DISPLAY (W-LINGRD, 35) GR-SLOT.
                DISPLAY (W-LINGRD, 37) DI-DESCDISC.
                PERFORM MOSTRA-PROF THRU MOSTRA-PROF-FIM.
                ADD 1 TO W-LINGRD.
                IF W-LINGRD > 18
                   GO TO MOSTRA-GRADE-FIM.
       MOSTRA-GRADE-FIM.
                EXIT.
      *
      * PROFESSOR QUE DEU A AULA: O SUBSTITUTO QUANDO HOUVER
      * SUBSTITUICAO CADASTRADA PARA A DATA/TURMA/HORARIO
       MOSTRA-PROF.
                IF W-SUABERTO = 0
                   GO TO MOSTRA-PROF-TIT.
                COMPUTE SU-DATA = (W-ANO * 10000)
                                + (W-MES * 100) + W-DIA.
                MOVE GR-TURMA TO SU-TURMA.
                MOVE GR-SLOT TO SU-SLOT.
                READ SUBSTIT
                   INVALID KEY
                      GO TO MOSTRA-PROF-TIT.
                DISPLAY (W-LINGRD, 63) SU-CHAPASUB.
                DISPLAY (W-LINGRD, 70) "(SUBST)".
                GO TO MOSTRA-PROF-FIM.
       MOSTRA-PROF-TIT.
                DISPLAY (W-LINGRD, 63) GR-CHAPAPROF.
       MOSTRA-PROF-FIM.
                EXIT.
      *
      * DIA DA SEMANA DA DATA INFORMADA (CONGRUENCIA DE ZELLER)
       CALC-DOW.
                MOVE W-DIA TO W-ZQ.
