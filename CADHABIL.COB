       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADHABIL.
      *
      **************************************
      * HABILITACAO DOS PROFESSORES:       *
      * LIMITES SEMANAIS DO PROFESSOR      *
      * (LIMPROF.DAT - CARGA MAXIMA DE     *
      * AULAS E HORAS DO CONTRATO) E AS    *
      * DISCIPLINAS QUE ELE PODE LECIONAR  *
      * (HABILIT.DAT). O CADALOCA E O      *
      * CADGRADE RECUSAM ALOCACAO EM       *
      * DISCIPLINA NAO HABILITADA OU ACIMA *
      * DA CARGA MAXIMA. MANTIDO PELA      *
      * COORDENACAO                        *
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
           SELECT HABILIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HB-CHAVE
                    FILE STATUS  IS ST-ERROHB.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT DISCIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODDISC
                    FILE STATUS  IS ST-ERRODIS.
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
      * HORAS SEMANAIS PREVISTAS NO CONTRATO DE TRABALHO
                03 LM-CONTRATO         PIC 9(02)V99.
       FD HABILIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HABILIT.DAT".
       01 REGHABILIT.
                03 HB-CHAVE.
                    05 HB-CHAPA        PIC 9(06).
                    05 HB-CODDISC      PIC 9(03).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
                03 FILLER              PIC X(80).
       FD DISCIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DISCIP.DAT".
       01 REGDISCIP.
                03 DI-CODDISC          PIC 9(03).
                03 DI-DESCDISC         PIC X(25).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROLM    PIC X(02) VALUE "00".
       77 ST-ERROHB    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERRODIS   PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-CODDISC    PIC 9(03) VALUE ZEROS.
       77 W-LINHB      PIC 9(02) VALUE ZEROS.
       77 W-COLHB      PIC 9(02) VALUE ZEROS.
       77 W-LIMPALIN   PIC X(70) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELAHB.
           05  LINE 02  COLUMN 01
               VALUE  "            HABILITACAO E CARGA DOS PROFE".
           05  LINE 02  COLUMN 42
               VALUE  "SSORES".
           05  LINE 04  COLUMN 01
               VALUE  "      CHAPA DO PROFESSOR:".
           05  LINE 06  COLUMN 01
               VALUE  "      CARGA MAXIMA DE AULAS/SEMANA (0=SEM".
           05  LINE 06  COLUMN 42
               VALUE  " LIMITE):".
           05  LINE 07  COLUMN 01
               VALUE  "      HORAS SEMANAIS DO CONTRATO:".
           05  LINE 09  COLUMN 01
               VALUE  "      DISCIPLINAS HABILITADAS:".
           05  TLMCHAPA
               LINE 04  COLUMN 28  PIC 9(06)
               USING  LM-CHAPA
               HIGHLIGHT.
           05  TLMMAXSEM
               LINE 06  COLUMN 52  PIC Z9,99
               USING  LM-MAXSEM
               HIGHLIGHT.
           05  TLMCONTRATO
               LINE 07  COLUMN 52  PIC Z9,99
               USING  LM-CONTRATO
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O LIMPROF
           IF ST-ERROLM NOT = "00"
               IF ST-ERROLM = "30"
                      OPEN OUTPUT LIMPROF
                      CLOSE LIMPROF
                      MOVE "*** ARQUIVO LIMPROF SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROLM TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O HABILIT
           IF ST-ERROHB NOT = "00"
               IF ST-ERROHB = "30"
                      OPEN OUTPUT HABILIT
                      CLOSE HABILIT
                      MOVE "*** ARQUIVO HABILIT SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE ST-ERROHB TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE LIMPROF
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE LIMPROF HABILIT
              GO TO ROT-FIM.
           OPEN INPUT DISCIP.
       INC-001.
                MOVE ZEROS TO LM-CHAPA LM-MAXSEM LM-CONTRATO.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAHB.
       INC-002.
                ACCEPT TLMCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE LIMPROF HABILIT FUNC DISCIP
                   GO TO ROT-FIM.
                MOVE LM-CHAPA TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (04, 36) NOME.
       LER-LM01.
                MOVE 0 TO W-SEL
                READ LIMPROF
                IF ST-ERROLM NOT = "23"
                   IF ST-ERROLM = "00"
                      MOVE 1 TO W-SEL
                      DISPLAY TELAHB
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO LIMPROF" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE ZEROS TO LM-MAXSEM LM-CONTRATO.
                PERFORM MOSTRA-HABIL THRU MOSTRA-HABIL-FIM.
       INC-003.
                ACCEPT TLMMAXSEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
       INC-004.
                ACCEPT TLMCONTRATO
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
                MOVE SPACES TO MENS.
                DISPLAY (23, 12) MENS.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGLIMPROF
                IF ST-ERROLM = "00" OR "02"
                      GO TO INC-DISC.
                MOVE ST-ERROLM TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       ALT-RW1.
                REWRITE REGLIMPROF
                IF ST-ERROLM = "00" OR "02"
                   GO TO INC-DISC.
                MOVE "ERRO NA GRAVACAO DO REGISTRO LIMPROF" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * DISCIPLINAS HABILITADAS: CODIGO NOVO   *
      * INCLUI, CODIGO JA HABILITADO PERGUNTA  *
      * SE EXCLUI (ZERO ENCERRA O PROFESSOR)   *
      *****************************************
       INC-DISC.
                MOVE ZEROS TO W-CODDISC
                DISPLAY (20, 06) "DISCIPLINA (0=FIM): "
                ACCEPT (20, 27) W-CODDISC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-CODDISC = 0
                   MOVE "*** DADOS GRAVADOS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE W-CODDISC TO DI-CODDISC.
                READ DISCIP
                   INVALID KEY
                      MOVE "*** DISCIPLINA NAO CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-DISC.
                DISPLAY (20, 31) DI-DESCDISC.
                MOVE LM-CHAPA TO HB-CHAPA.
                MOVE W-CODDISC TO HB-CODDISC.
                READ HABILIT
                   INVALID KEY
                      GO TO INC-DISC-WR.
       EXC-DISC.
                DISPLAY (21, 06) "JA HABILITADA - EXCLUIR (S/N) : ".
                MOVE "N" TO W-OPCAO
                ACCEPT (21, 39) W-OPCAO WITH UPDATE
                DISPLAY (21, 06) LIMPA.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-DISC.
                DELETE HABILIT RECORD
                IF ST-ERROHB NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO HABILIT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM MOSTRA-HABIL THRU MOSTRA-HABIL-FIM.
                GO TO INC-DISC.
       INC-DISC-WR.
                WRITE REGHABILIT
                IF ST-ERROHB NOT = "00" AND ST-ERROHB NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO REGISTRO HABILIT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM MOSTRA-HABIL THRU MOSTRA-HABIL-FIM.
                GO TO INC-DISC.
      *
      * LISTA AS DISCIPLINAS HABILITADAS DO PROFESSOR NAS LINHAS
      * 10 A 18, EM DUAS COLUNAS
       MOSTRA-HABIL.
                MOVE 10 TO W-LINHB.
       MOSTRA-HABIL-LIMPA.
                DISPLAY (W-LINHB, 06) W-LIMPALIN.
                ADD 1 TO W-LINHB.
                IF W-LINHB < 19
                   GO TO MOSTRA-HABIL-LIMPA.
                MOVE 10 TO W-LINHB.
                MOVE 06 TO W-COLHB.
                MOVE LM-CHAPA TO HB-CHAPA.
                MOVE ZEROS TO HB-CODDISC.
                START HABILIT KEY IS NOT LESS THAN HB-CHAVE
                   INVALID KEY
                      GO TO MOSTRA-HABIL-FIM.
       MOSTRA-HABIL-LER.
                READ HABILIT NEXT RECORD
                   AT END
                      GO TO MOSTRA-HABIL-FIM.
                IF HB-CHAPA NOT = LM-CHAPA
                   GO TO MOSTRA-HABIL-FIM.
                MOVE HB-CODDISC TO DI-CODDISC.
                MOVE SPACES TO DI-DESCDISC.
                READ DISCIP
                   INVALID KEY MOVE SPACES TO DI-DESCDISC.
                DISPLAY (W-LINHB, W-COLHB) HB-CODDISC.
                ADD 4 TO W-COLHB.
                DISPLAY (W-LINHB, W-COLHB) DI-DESCDISC.
                SUBTRACT 4 FROM W-COLHB.
                ADD 1 TO W-LINHB.
                IF W-LINHB < 19
                   GO TO MOSTRA-HABIL-LER.
                IF W-COLHB NOT = 06
                   GO TO MOSTRA-HABIL-FIM.
                MOVE 10 TO W-LINHB.
                MOVE 41 TO W-COLHB.
                GO TO MOSTRA-HABIL-LER.
       MOSTRA-HABIL-FIM.
                EXIT.
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
