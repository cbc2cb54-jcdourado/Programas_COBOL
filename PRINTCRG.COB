       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTCRG.
      *
      **************************************
      * CARGA HORARIA DOS PROFESSORES EM   *
      * ARQCRG.TXT: PARA CADA PROFESSOR    *
      * COM LIMITE CADASTRADO (LIMPROF.DAT *
      * - CADHABIL) SOMA AS HORAS ALOCADAS *
      * (ALOCA.DAT) E CONTA AS AULAS DA    *
      * GRADE (GRADE.DAT), CONFRONTANDO    *
      * COM A CARGA MAXIMA E A CONTRATADA. *
      * EM SEGUIDA LISTA OS PROFESSORES    *
      * ALOCADOS SEM LIMITE CADASTRADO     *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMPROF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LM-CHAPA
                    FILE STATUS  IS ST-ERROLM.
           SELECT OPTIONAL ALOCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LC-CHAVE
                    FILE STATUS  IS ST-ERROALC.
           SELECT OPTIONAL GRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GR-CHAVE
                    FILE STATUS  IS ST-ERROGRD.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD LIMPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIMPROF.DAT".
       01 REGLIMPROF.
                03 LM-CHAPA            PIC 9(06).
      * CARGA MAXIMA DE AULAS POR SEMANA (ZERO = SEM LIMITE)
                03 LM-MAXSEM           PIC 9(02)V99.
                03 LM-CONTRATO         PIC 9(02)V99.
       FD ALOCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALOCA.DAT".
       01 CADALOC.
                03 LC-CHAVE.
                    05 LC-CHAPAFUNC    PIC 9(06).
                    05 LC-TURMA        PIC X(05).
                    05 LC-CODDISC      PIC 9(03).
                03 LC-HORASSEM         PIC 9(02)V99.
       FD GRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRADE.DAT".
       01 CADGRD.
                03 GR-CHAVE.
                    05 GR-TURMA        PIC X(05).
                    05 GR-DIASEM       PIC 9(01).
                    05 GR-SLOT         PIC 9(01).
                03 GR-CODDISC          PIC 9(03).
                03 GR-SALA             PIC X(05).
                03 GR-CHAPAPROF        PIC 9(06).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
      * DEMAIS CAMPOS SAO DE FPP003 - MANTIDOS AQUI SO PARA CASAR O
      * TAMANHO DO REGISTRO COM O GRAVADO EM FUNC.DAT
                03 FILLER              PIC X(80).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRG.TXT".
       01 REGIMP PIC X(90).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROLM    PIC X(02) VALUE "00".
       77 ST-ERROALC   PIC X(02) VALUE "00".
       77 ST-ERROGRD   PIC X(02) VALUE "00".
      * ALOCA/GRADE ABERTOS (O STATUS MUDA A CADA LEITURA)
       77 W-ALABERTO   PIC 9(01) VALUE ZEROS.
       77 W-GRABERTO   PIC 9(01) VALUE ZEROS.
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HORASALC   PIC 9(04)V99 VALUE ZEROS.
       77 W-AULASGRD   PIC 9(04) VALUE ZEROS.
       77 W-TOTPROF    PIC 9(04) VALUE ZEROS.
       77 W-TOTACIMA   PIC 9(04) VALUE ZEROS.
       77 W-TOTSEMLIM  PIC 9(04) VALUE ZEROS.
       77 W-ULTCHAPA   PIC 9(06) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE "PRINTCRG".
       77 W-SPLPER     PIC 9(06) VALUE ZEROS.
       77 W-SPLARQ     PIC X(12) VALUE "ARQCRG.TXT".
       01 W-DATA       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
                03 W-DTAA              PIC 9(04).
                03 W-DTMM              PIC 9(02).
                03 W-DTDD              PIC 9(02).
      *
       01 CAB1.
                03 FILLER PIC X(18) VALUE SPACES.
                03 FILLER PIC X(40) VALUE
                       "CARGA HORARIA SEMANAL DOS PROFESSORES".
       01 CAB2.
                03 FILLER PIC X(36) VALUE
                       "CHAPA  NOME".
                03 FILLER PIC X(50) VALUE
                       "MAXIMA CONTRATO ALOCADA GRADE SITUACAO".
       01 DETAL.
                03 IMPCHAPA PIC 9(06).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPNOME  PIC X(28).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPMAX   PIC Z9,99.
                03 FILLER   PIC X(03) VALUE SPACES.
                03 IMPCONTR PIC Z9,99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPALOC  PIC ZZZ9,99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPGRD   PIC ZZZ9.
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPSIT   PIC X(18).
       01 CAB3.
                03 FILLER PIC X(18) VALUE SPACES.
                03 FILLER PIC X(40) VALUE
                       "PROFESSORES ALOCADOS SEM LIMITE".
       01 DETSEM.
                03 IMPSCHAPA PIC 9(06).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPSNOME  PIC X(35).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPSSIT   PIC X(25) VALUE
                       "SEM LIMITE CADASTRADO".
       01 LINTRACO.
                03 FILLER PIC X(85) VALUE ALL "-".
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           DISPLAY (01, 01) ERASE.
           OPEN INPUT LIMPROF.
           IF ST-ERROLM NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. LIMPROF (CADHABIL)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-ALABERTO W-GRABERTO.
           OPEN INPUT ALOCA.
           IF ST-ERROALC = "00"
              MOVE 1 TO W-ALABERTO.
           OPEN INPUT GRADE.
           IF ST-ERROGRD = "00"
              MOVE 1 TO W-GRABERTO.
           OPEN INPUT FUNC.
           OPEN OUTPUT ARQIMP.
           ACCEPT W-DATA FROM DATE YYYYMMDD.
           COMPUTE W-SPLPER = (W-DTAA * 100) + W-DTMM.
           WRITE REGIMP FROM CAB1.
           WRITE REGIMP FROM LINTRACO.
           WRITE REGIMP FROM CAB2.
           WRITE REGIMP FROM LINTRACO.
      *
      *****************************************
      * SECAO 1 - PROFESSORES COM LIMITE       *
      *****************************************
       LER-LIMITE.
                READ LIMPROF NEXT RECORD
                   AT END GO TO SECAO-SEMLIM.
                PERFORM SOMA-ALOCA THRU SOMA-ALOCA-FIM.
                PERFORM CONTA-GRADE THRU CONTA-GRADE-FIM.
                MOVE LM-CHAPA TO IMPCHAPA CHAPA.
                MOVE SPACES TO NOME.
                READ FUNC
                   INVALID KEY MOVE SPACES TO NOME.
                MOVE NOME TO IMPNOME.
                MOVE LM-MAXSEM TO IMPMAX.
                MOVE LM-CONTRATO TO IMPCONTR.
                MOVE W-HORASALC TO IMPALOC.
                MOVE W-AULASGRD TO IMPGRD.
                MOVE SPACES TO IMPSIT.
                ADD 1 TO W-TOTPROF.
                IF LM-MAXSEM > ZEROS
                   IF W-HORASALC > LM-MAXSEM
                   OR W-AULASGRD > LM-MAXSEM
                      MOVE "ACIMA DO LIMITE" TO IMPSIT
                      ADD 1 TO W-TOTACIMA
                      GO TO LER-LIMITE-GRV.
                IF LM-CONTRATO > ZEROS
                   IF W-HORASALC > LM-CONTRATO
                   OR W-AULASGRD > LM-CONTRATO
                      MOVE "ACIMA DO CONTRATO" TO IMPSIT.
       LER-LIMITE-GRV.
                WRITE REGIMP FROM DETAL.
                GO TO LER-LIMITE.
      *
      * SOMA AS HORAS SEMANAIS ALOCADAS AO PROFESSOR (CADALOCA)
       SOMA-ALOCA.
                MOVE ZEROS TO W-HORASALC.
                IF W-ALABERTO = 0
                   GO TO SOMA-ALOCA-FIM.
                MOVE LM-CHAPA TO LC-CHAPAFUNC.
                MOVE SPACES TO LC-TURMA.
                MOVE ZEROS TO LC-CODDISC.
                START ALOCA KEY IS NOT LESS THAN LC-CHAVE
                   INVALID KEY
                      GO TO SOMA-ALOCA-FIM.
       SOMA-ALOCA-LER.
                READ ALOCA NEXT RECORD
                   AT END
                      GO TO SOMA-ALOCA-FIM.
                IF LC-CHAPAFUNC NOT = LM-CHAPA
                   GO TO SOMA-ALOCA-FIM.
                ADD LC-HORASSEM TO W-HORASALC.
                GO TO SOMA-ALOCA-LER.
       SOMA-ALOCA-FIM.
                EXIT.
      *
      * CONTA AS AULAS SEMANAIS DO PROFESSOR NA GRADE (CADGRADE)
       CONTA-GRADE.
                MOVE ZEROS TO W-AULASGRD.
                IF W-GRABERTO = 0
                   GO TO CONTA-GRADE-FIM.
                MOVE SPACES TO GR-TURMA.
                MOVE ZEROS TO GR-DIASEM GR-SLOT.
                START GRADE KEY IS NOT LESS THAN GR-CHAVE
                   INVALID KEY
                      GO TO CONTA-GRADE-FIM.
       CONTA-GRADE-LER.
                READ GRADE NEXT RECORD
                   AT END
                      GO TO CONTA-GRADE-FIM.
                IF GR-CHAPAPROF = LM-CHAPA
                   ADD 1 TO W-AULASGRD.
                GO TO CONTA-GRADE-LER.
       CONTA-GRADE-FIM.
                EXIT.
      *
      *****************************************
      * SECAO 2 - PROFESSORES ALOCADOS SEM     *
      * LIMITE CADASTRADO NO LIMPROF           *
      *****************************************
       SECAO-SEMLIM.
                IF W-ALABERTO = 0
                   GO TO ROT-TOTAIS.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM CAB3.
                WRITE REGIMP FROM LINTRACO.
                MOVE ZEROS TO LC-CHAPAFUNC LC-CODDISC.
                MOVE SPACES TO LC-TURMA.
                START ALOCA KEY IS NOT LESS THAN LC-CHAVE
                   INVALID KEY
                      GO TO ROT-TOTAIS.
       SECAO-SEMLIM-LER.
                READ ALOCA NEXT RECORD
                   AT END
                      GO TO ROT-TOTAIS.
                IF LC-CHAPAFUNC = W-ULTCHAPA
                   GO TO SECAO-SEMLIM-LER.
                MOVE LC-CHAPAFUNC TO W-ULTCHAPA.
                MOVE LC-CHAPAFUNC TO LM-CHAPA.
                READ LIMPROF
                   INVALID KEY
                      GO TO SECAO-SEMLIM-IMP.
                GO TO SECAO-SEMLIM-LER.
       SECAO-SEMLIM-IMP.
                MOVE LC-CHAPAFUNC TO IMPSCHAPA CHAPA.
                MOVE SPACES TO NOME.
                READ FUNC
                   INVALID KEY MOVE SPACES TO NOME.
                MOVE NOME TO IMPSNOME.
                WRITE REGIMP FROM DETSEM.
                ADD 1 TO W-TOTSEMLIM.
                GO TO SECAO-SEMLIM-LER.
      *
       ROT-TOTAIS.
                DISPLAY (19, 05) "PROFESSORES COM LIMITE: " W-TOTPROF.
                DISPLAY (20, 05) "ACIMA DO LIMITE.......: " W-TOTACIMA.
                DISPLAY (21, 05) "SEM LIMITE CADASTRADO.: " W-TOTSEMLIM
                                 "  RELATORIO EM ARQCRG.TXT".
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE LIMPROF ALOCA GRADE FUNC ARQIMP.
                CALL "SPOOLARQ" USING W-SPLPROG W-SPLPER W-SPLARQ.
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
