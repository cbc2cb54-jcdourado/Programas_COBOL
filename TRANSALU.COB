      * TURMA ONDE FORAM OBTIDAS) E       *
      * ATUALIZA A TURMA DO ALUNO. TAMBEM  *
      * CONSULTA O HISTORICO POR RA.       *
      * ANTES DA MUDANCA GUARDA AS NOTAS   *
      * DO ANO NA TURMA DE ORIGEM NO       *
      * HISTORICO ESCOLAR (HISTESC.DAT -   *
      * GRAVHIST), COMO TRANSFERIDO        *
      * DESTINOS ESPECIAIS (SAIDA DA       *
      * ESCOLA, PARA O CENSO ESCOLAR -     *
      * GERACENS):                         *
      *   TRANS = TRANSFERIDO PARA OUTRA   *
      *           ESCOLA                   *
      *   ABAND = DEIXOU DE FREQUENTAR     *
      *           (ABANDONO)               *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MT-CHAVE
                    FILE STATUS  IS ST-ERROMOV.
           SELECT OPTIONAL NOTAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NT-CHAVE
                    FILE STATUS  IS ST-ERRONOT.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * ULTIMO BIMESTRE CURSADO NA TURMA DE ORIGEM (0 A 4): O
      * PRINTEST NAO CONTA ESSES BIMESTRES NA TURMA DE DESTINO
                03 MT-BIMATE           PIC 9(01).
      * NOTAS POR DISCIPLINA (CADNOTA) LEVADAS AO HISTORICO ESCOLAR
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
       77 W-QTDDEST    PIC 9(03) VALUE ZEROS.
       77 W-SEQMT      PIC 9(03) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
      * HISTORICO ESCOLAR (GRAVHIST)
       77 ST-ERRONOT   PIC X(02) VALUE "00".
       77 W-HFUNCAO    PIC X(01) VALUE SPACES.
       77 W-HRETCOD    PIC X(02) VALUE "00".
       77 W-HMENSAG    PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-ALUSAVE    PIC X(70) VALUE SPACES.
       01 W-HDADOS.
                03 W-HRA               PIC 9(06).
                03 W-HNOME             PIC X(35).
                03 W-HANO              PIC 9(04).
                03 W-HTURMA            PIC X(05).
                03 W-HCODDISC          PIC 9(03).
                03 W-HNOTA1            PIC 9(02)V99.
                03 W-HNOTA2            PIC 9(02)V99.
                03 W-HNOTA3            PIC 9(02)V99.
                03 W-HNOTA4            PIC 9(02)V99.
                03 W-HRECUP            PIC 9(02)V99.
                03 W-HFALTAS           PIC 9(03).
                03 W-HSITU             PIC X(01).
                03 W-HTIPO             PIC X(01).
                03 W-HRESULT           PIC X(01).
      *
       SCREEN SECTION.
       01  TELATRF.
               VALUE  "      RA DO ALUNO:".
           05  LINE 08  COLUMN 01
               VALUE  "      TURMA DE DESTINO:".
           05  LINE 09  COLUMN 01
               VALUE  "      (TRANS = OUTRA ESCOLA  ABAND = DEIX".
           05  LINE 09  COLUMN 41
               VALUE  "OU DE FREQUENTAR)".
           05  LINE 10  COLUMN 01
               VALUE  "      MOTIVO:".
           05  LINE 12  COLUMN 01
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ALUNO TURMAS
              GO TO ROT-FIM.
           OPEN INPUT NOTAS.
       INC-001.
                MOVE ZEROS TO W-RACON W-BIMATE.
                MOVE SPACES TO W-DESTINO W-MOTIVO.
                ACCEPT TRA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE ALUNO TURMAS MOVTUR NOTAS
                   MOVE "F" TO W-HFUNCAO
                   CALL "GRAVHIST" USING W-HFUNCAO W-HDADOS W-HRETCOD
                                         W-HMENSAG
                   GO TO ROT-FIM.
                IF W-ACT = 05
                   PERFORM HISTORICO THRU HISTORICO-FIM
                DISPLAY (05, 33) NOME.
                DISPLAY (06, 06) "TURMA ATUAL: ".
                DISPLAY (06, 20) TURMA.
      * QUEM JA SAIU DA ESCOLA SO VOLTA PELA MATRICULA (PROGRALU)
                IF TURMA = "TRANS" OR TURMA = "ABAND"
                                   OR TURMA = "CONCL"
                   MOVE "*** ALUNO FORA DA ESCOLA - VER PROGRALU ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-003.
                ACCEPT TDESTINO
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** TURMA DE DESTINO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      * SAIDA DA ESCOLA: SEM TURMA DE DESTINO NEM CAPACIDADE
                IF W-DESTINO = "TRANS"
                   DISPLAY (08, 33) "TRANSFERIDO PARA OUTRA ESCOLA"
                   GO TO INC-004.
                IF W-DESTINO = "ABAND"
                   DISPLAY (08, 33) "DEIXOU DE FREQUENTAR"
                   GO TO INC-004.
                MOVE W-DESTINO TO TURMACOD.
                READ TURMAS
                   INVALID KEY
      * BIMESTRE NO MOVIMENTO)                 *
      *****************************************
       GRAVA-MOV.
      * SEM O HISTORICO GRAVADO A TRANSFERENCIA NAO E FEITA
                PERFORM GUARDA-HIST THRU GUARDA-HIST-FIM.
                IF W-HRETCOD NOT = "00"
                   MOVE W-HMENSAG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM ULTIMA-SEQ THRU ULTIMA-SEQ-FIM.
                MOVE RA TO MT-RA.
                COMPUTE MT-SEQMT = W-SEQMT + 1.
                MOVE W-DESTINO TO TURMA.
                REWRITE REGALU.
                MOVE "*** ALUNO TRANSFERIDO ***" TO MENS
                IF W-DESTINO = "TRANS" OR W-DESTINO = "ABAND"
                   MOVE "*** SAIDA DA ESCOLA REGISTRADA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * HISTORICO ESCOLAR (GRAVHIST): NOTAS E  *
      * FALTAS ATE A TRANSFERENCIA, NO ANO E   *
      * NA TURMA DE ORIGEM, COMO TRANSFERIDO   *
      * (OU COMO ABANDONO, NA LINHA GERAL)     *
      *****************************************
       GUARDA-HIST.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                DIVIDE W-HOJE BY 10000 GIVING W-HANO.
                MOVE TURMA TO TURMACOD.
                READ TURMAS
                   INVALID KEY
                      NEXT SENTENCE.
                IF ST-ERROTUR = "00"
                   MOVE ANOLET TO W-HANO.
                MOVE RA TO W-HRA.
                MOVE NOME TO W-HNOME.
                MOVE TURMA TO W-HTURMA.
                MOVE ZEROS TO W-HCODDISC.
                MOVE NOTA1 TO W-HNOTA1.
                MOVE NOTA2 TO W-HNOTA2.
                MOVE NOTA3 TO W-HNOTA3.
                MOVE NOTA4 TO W-HNOTA4.
                MOVE NOTARECUP TO W-HRECUP.
                COMPUTE W-HFALTAS = FALTA1 + FALTA2.
                MOVE "T" TO W-HSITU.
                MOVE "R" TO W-HTIPO.
                MOVE SPACES TO W-HRESULT.
                IF W-DESTINO = "ABAND"
                   MOVE "B" TO W-HRESULT.
                MOVE "A" TO W-HFUNCAO.
                CALL "GRAVHIST" USING W-HFUNCAO W-HDADOS W-HRETCOD
                                      W-HMENSAG.
                IF W-HRETCOD NOT = "00"
                   GO TO GUARDA-HIST-FIM.
                MOVE RA TO NT-RA.
                MOVE SPACES TO NT-TIPO.
                MOVE ZEROS TO NT-CODDISC.
                START NOTAS KEY IS NOT LESS THAN NT-CHAVE
                   INVALID KEY
                      GO TO GUARDA-HIST-FIM.
       GUARDA-HIST-LER.
                READ NOTAS NEXT RECORD
                   AT END
                      GO TO GUARDA-HIST-FIM.
                IF NT-RA NOT = RA
                   GO TO GUARDA-HIST-FIM.
      * A DEPENDENCIA EM ABERTO SEGUE COM O ALUNO PARA A NOVA TURMA
                IF NT-TIPO = "D"
                   GO TO GUARDA-HIST-LER.
                MOVE NT-CODDISC TO W-HCODDISC.
                MOVE NT-NOTA1 TO W-HNOTA1.
                MOVE NT-NOTA2 TO W-HNOTA2.
                MOVE NT-NOTA3 TO W-HNOTA3.
                MOVE NT-NOTA4 TO W-HNOTA4.
                MOVE NT-NOTARECUP TO W-HRECUP.
                MOVE "D" TO W-HFUNCAO.
                CALL "GRAVHIST" USING W-HFUNCAO W-HDADOS W-HRETCOD
                                      W-HMENSAG.
                IF W-HRETCOD NOT = "00"
                   GO TO GUARDA-HIST-FIM.
                GO TO GUARDA-HIST-LER.
       GUARDA-HIST-FIM.
                EXIT.
      *
      * PROXIMA SEQUENCIA DE MOVIMENTO DO RA
       ULTIMA-SEQ.
                MOVE ZEROS TO W-SEQMT.
