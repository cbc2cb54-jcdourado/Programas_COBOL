      * ALOCACAO DE PROFESSORES (ALOCA.    *
      * DAT): LIGA UM FUNCIONARIO (CHAPA)  *
      * A UMA TURMA/DISCIPLINA COM A CARGA *
      * SEMANAL DE AULAS (AS HORAS PAGAS   *
      * AOS HORISTAS SAO AS AULAS DA GRADE *
      * NOS DIAS LETIVOS DO MES - GERAHORA *
      * CRUZA GRADE E CALES). RECUSA       *
      * DISCIPLINA EM QUE O PROFESSOR NAO  *
      * E HABILITADO E CARGA SEMANAL TOTAL *
      * ACIMA DA MAXIMA DELE (CADHABIL);   *
      * SEM MAXIMA CADASTRADA SO AVISA     *
      * ACIMA DE 40 HORAS (O CHOQUE DE     *
      * HORARIO SLOT A SLOT E CRITICADO NA *
      * GRADE - CADGRADE)                  *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODDISC
                    FILE STATUS  IS ST-ERRODIS.
           SELECT OPTIONAL HABILIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HB-CHAVE
                    FILE STATUS  IS ST-ERROHB.
           SELECT OPTIONAL LIMPROF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LM-CHAPA
                    FILE STATUS  IS ST-ERROLM.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01 REGDISCIP.
                03 DI-CODDISC          PIC 9(03).
                03 DI-DESCDISC         PIC X(25).
      * HABILITACAO E LIMITES DOS PROFESSORES (CADHABIL)
       FD HABILIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HABILIT.DAT".
       01 REGHABILIT.
                03 HB-CHAVE.
                    05 HB-CHAPA        PIC 9(06).
                    05 HB-CODDISC      PIC 9(03).
       FD LIMPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIMPROF.DAT".
       01 REGLIMPROF.
                03 LM-CHAPA            PIC 9(06).
      * CARGA MAXIMA DE AULAS POR SEMANA (ZERO = SEM LIMITE)
                03 LM-MAXSEM           PIC 9(02)V99.
                03 LM-CONTRATO         PIC 9(02)V99.
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROTUR   PIC X(02) VALUE "00".
       77 ST-ERRODIS   PIC X(02) VALUE "00".
       77 ST-ERROHB    PIC X(02) VALUE "00".
       77 ST-ERROLM    PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * CARGA SEMANAL TOTAL DO PROFESSOR (AVISO ACIMA DE 40H)
       77 W-CARGATOT   PIC 9(04)V99 VALUE ZEROS.
       77 W-MAXSEM     PIC 9(02)V99 VALUE ZEROS.
       01 W-ALCSAVE    PIC X(18) VALUE SPACES.
      *
       SCREEN SECTION.
           OPEN INPUT FUNC.
           OPEN INPUT TURMAS.
           OPEN INPUT DISCIP.
           OPEN INPUT HABILIT.
           OPEN INPUT LIMPROF.
       INC-001.
                MOVE ZEROS TO LC-CHAPAFUNC LC-CODDISC LC-HORASSEM.
                MOVE SPACES TO LC-TURMA.
                ACCEPT TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE ALOCA FUNC TURMAS DISCIP HABILIT LIMPROF
                   GO TO ROT-FIM.
                IF LC-CHAPAFUNC = 0
                   MOVE "*** CHAPA  INVALIDA ***" TO MENS
                   MOVE "*** CARGA SEMANAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      * SO DISCIPLINA EM QUE O PROFESSOR E HABILITADO (CADHABIL)
                MOVE LC-CHAPAFUNC TO HB-CHAPA.
                MOVE LC-CODDISC TO HB-CODDISC.
                READ HABILIT
                   INVALID KEY
                      MOVE "** PROFESSOR NAO HABILITADO (CADHABIL) **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-004.
      * CARGA SEMANAL TOTAL ACIMA DA MAXIMA DO PROFESSOR IMPEDE;
      * SEM MAXIMA CADASTRADA SO AVISA ACIMA DE 40 HORAS
                PERFORM SOMA-CARGA THRU SOMA-CARGA-FIM.
                MOVE LC-CHAPAFUNC TO LM-CHAPA.
                READ LIMPROF
                   INVALID KEY
                      MOVE ZEROS TO LM-MAXSEM.
                MOVE LM-MAXSEM TO W-MAXSEM.
                IF W-MAXSEM > ZEROS AND W-CARGATOT > W-MAXSEM
                   MOVE "*** CARGA ACIMA DA MAXIMA (CADHABIL) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-MAXSEM = ZEROS AND W-CARGATOT > 40
                   MOVE "*AVISO: PROFESSOR COM MAIS DE 40H/SEMANA*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
