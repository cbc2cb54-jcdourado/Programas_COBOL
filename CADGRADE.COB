      * O CADDIARI MOSTRA AS DISCIPLINAS   *
      * DO DIA A PARTIR DESTA GRADE E O    *
      * PRINTGRD IMPRIME POR TURMA E POR   *
      * PROFESSOR. RECUSA PROFESSOR NAO    *
      * HABILITADO NA DISCIPLINA E AULAS   *
      * SEMANAIS ACIMA DA CARGA MAXIMA     *
      * DELE (CADHABIL).                   *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
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
      * CPF/PIS/RG/SALNEGOC SAO DE FPP003 - MANTIDOS AQUI SO PARA
      * CASAR O TAMANHO DO REGISTRO COM O GRAVADO EM FUNC.DAT
                03 FILLER              PIC X(45).
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
       77 ST-ERROTUR   PIC X(02) VALUE "00".
       77 ST-ERRODIS   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROHB    PIC X(02) VALUE "00".
       77 ST-ERROLM    PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-VSLOT      PIC 9(01) VALUE ZEROS.
       77 W-VSALA      PIC X(05) VALUE SPACES.
       77 W-VPROF      PIC 9(06) VALUE ZEROS.
      * AULAS SEMANAIS DO PROFESSOR NA GRADE, CONTADAS NA MESMA
      * VARREDURA, CONTRA A CARGA MAXIMA DELE (CADHABIL)
       77 W-AULASPRF   PIC 9(03) VALUE ZEROS.
       01 W-GRDSAVE    PIC X(21) VALUE SPACES.
      *
       SCREEN SECTION.
           OPEN INPUT TURMAS.
           OPEN INPUT DISCIP.
           OPEN INPUT FUNC.
           OPEN INPUT HABILIT.
           OPEN INPUT LIMPROF.
       INC-001.
                MOVE SPACES TO GR-TURMA GR-SALA.
                MOVE ZEROS TO GR-DIASEM GR-SLOT GR-CODDISC.
                ACCEPT TTURMA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE GRADE TURMAS DISCIP FUNC HABILIT LIMPROF
                   GO TO ROT-FIM.
                MOVE GR-TURMA TO TURMACOD.
                READ TURMAS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-007.
                DISPLAY (15, 48) NOME.
      * SO PROFESSOR HABILITADO NA DISCIPLINA (CADHABIL)
                MOVE GR-CHAPAPROF TO HB-CHAPA.
                MOVE GR-CODDISC TO HB-CODDISC.
                READ HABILIT
                   INVALID KEY
                      MOVE "** PROFESSOR NAO HABILITADO (CADHABIL) **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-007.
      * CHOQUE DE SALA OU DE PROFESSOR NO MESMO DIA/HORARIO
                PERFORM VERIFICA-CHOQUE THRU VERIFICA-CHOQUE-FIM.
                IF W-CHOQUE = 1
                   GO TO INC-006.
      * ESTA AULA MAIS AS DEMAIS DO PROFESSOR NA GRADE NAO PODEM
      * PASSAR DA CARGA MAXIMA SEMANAL DELE
                MOVE GR-CHAPAPROF TO LM-CHAPA.
                READ LIMPROF
                   INVALID KEY
                      MOVE ZEROS TO LM-MAXSEM.
                IF LM-MAXSEM > ZEROS
                AND W-AULASPRF + 1 > LM-MAXSEM
                   MOVE "*** CARGA ACIMA DA MAXIMA (CADHABIL) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
      * PRESERVA O REGISTRO EM DIGITACAO.      *
      *****************************************
       VERIFICA-CHOQUE.
                MOVE ZEROS TO W-CHOQUE W-AULASPRF.
                MOVE CADGRD TO W-GRDSAVE.
                MOVE GR-TURMA TO W-VTURMA.
                MOVE GR-DIASEM TO W-VDIA.
                READ GRADE NEXT RECORD
                   AT END
                      GO TO VERIFICA-CHOQUE-VOLTA.
      * CONTA AS OUTRAS AULAS DO PROFESSOR NA SEMANA
                IF GR-CHAPAPROF = W-VPROF
                   IF GR-TURMA NOT = W-VTURMA
                   OR GR-DIASEM NOT = W-VDIA
                   OR GR-SLOT NOT = W-VSLOT
                      ADD 1 TO W-AULASPRF.
      * SO INTERESSAM OUTRAS TURMAS NO MESMO DIA/HORARIO
                IF GR-TURMA = W-VTURMA
                   GO TO VERIFICA-CHOQUE-LER.
