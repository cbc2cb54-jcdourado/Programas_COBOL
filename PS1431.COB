                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-ERROPARAM.
           SELECT OPTIONAL NOTAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NT-CHAVE
                    FILE STATUS  IS ST-ERRONOT.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      * "S" BLOQUEIA A REMATRICULA DE ALUNO COM MENSALIDADE EM
      * ABERTO (MENSAL.DAT - GERAMENS/FPP022)
                03 BLOQINAD            PIC X(01).
      * DESCONTO (%) NA MENSALIDADE DE FILHO DE FUNCIONARIO
      * (VINCULO DEPENDENTE X ALUNO - FPP010), APLICADO PELO GERAMENS
                03 PERCDESCFUN         PIC 9(03)V99.
      * MAXIMO DE DISCIPLINAS EM DEPENDENCIA NA REMATRICULA
      * (0 = SEM DEPENDENCIA, APROVACAO TUDO OU NADA)
                03 MAXDEPEND           PIC 9(02).
      * NOTAS POR DISCIPLINA (CADNOTA): SO AS DEPENDENCIAS EM ABERTO
      * (NT-TIPO = "D" - REMATRIC) ENTRAM NA ESTATISTICA
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
                03 NT-FALTAS           PIC 9(03).
                03 NT-ANOORIG          PIC 9(04).
                03 NT-TURMAORIG        PIC X(05).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.TXT".
       77 TFALTAS      PIC 9(02) VALUE ZEROS.
       77 W-PERCACIMA  PIC 9(03)V99 VALUE ZEROS.
       77 W-MEDCLASSE  PIC 9(02)V99 VALUE ZEROS.
      * DEPENDENCIAS EM ABERTO DA TURMA (ALUNOS E DISCIPLINAS)
       77 ST-ERRONOT   PIC X(02) VALUE "00".
       77 W-NOTABERTO  PIC 9(01) VALUE ZEROS.
       77 W-QTDDEP     PIC 9(02) VALUE ZEROS.
       77 W-QCOMDEP    PIC 9(03) VALUE ZEROS.
       77 W-QDEPDISC   PIC 9(04) VALUE ZEROS.
      * RANKING DOS TRES MELHORES DA TURMA (PELA MEDIA DO ANO)
       01 TABRANK.
                03 W-RKLIN OCCURS 3 TIMES.
                03 IMPRECUP PIC ZZ9.
                03 FILLER  PIC X(13) VALUE "  REPROVADOS:".
                03 IMPREPROV PIC ZZ9.
       01 LINDEP.
                03 FILLER  PIC X(25) VALUE "COM DEPENDENCIA ABERTA.:".
                03 IMPCOMDEP PIC ZZ9.
                03 FILLER  PIC X(14) VALUE "  DISCIPLINAS:".
                03 IMPDEPDISC PIC ZZZ9.
       01 LINRANK.
                03 FILLER  PIC X(03) VALUE SPACES.
                03 IMPPOS  PIC 9(01).
           ACCEPT W-HOJECAL FROM DATE YYYYMMDD.
           OPEN INPUT CALES.
           OPEN INPUT MOVTUR.
           OPEN INPUT NOTAS.
           IF ST-ERRONOT = "00" OR ST-ERRONOT = "05"
              MOVE 1 TO W-NOTABERTO.
           CLOSE PARAM.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
                MOVE ZEROS TO W-QTDALU W-SOMA1 W-SOMA2 W-SOMA3.
                MOVE ZEROS TO W-SOMA4 W-ACIMA W-EXCFALTA.
                MOVE ZEROS TO W-QAPROV W-QRECUP W-QREPROV.
                MOVE ZEROS TO W-QCOMDEP W-QDEPDISC.
                MOVE 1 TO W-RKIDX.
       ZERA-TURMA-RK.
                IF W-RKIDX > 3
                   ADD 1 TO W-EXCFALTA.
                PERFORM CLASSIFICA THRU CLASSIFICA-FIM.
                PERFORM RANKEIA THRU RANKEIA-FIM.
                PERFORM CONTA-DEP THRU CONTA-DEP-FIM.
                IF W-QTDDEP > ZEROS
                   ADD 1 TO W-QCOMDEP
                   ADD W-QTDDEP TO W-QDEPDISC.
                GO TO VARRE-ALUNOS-LER.
       VARRE-ALUNOS-FIM.
                EXIT.
                MOVE W-QRECUP TO IMPRECUP.
                MOVE W-QREPROV TO IMPREPROV.
                WRITE REGIMP FROM LINRESUMO.
                MOVE W-QCOMDEP TO IMPCOMDEP.
                MOVE W-QDEPDISC TO IMPDEPDISC.
                WRITE REGIMP FROM LINDEP.
                MOVE 1 TO W-RKIDX.
       IMP-TURMA-RK.
                IF W-RKIDX > 3
      *
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE TURMAS ALUNO ARQIMP CALES MOVTUR NOTAS.
       ROT-FIMP.
                EXIT PROGRAM.

                   COMPUTE W-FALTAMAX = (W-DIASLET * 25) / 100.
       CALC-FALTACAL-FIM.
                EXIT.
      *
      *****************************************
      * DEPENDENCIAS EM ABERTO DO ALUNO        *
      * (NOTAS.DAT COM NT-TIPO = "D")          *
      *****************************************
       CONTA-DEP.
                MOVE ZEROS TO W-QTDDEP.
                IF W-NOTABERTO = 0
                   GO TO CONTA-DEP-FIM.
                MOVE RA TO NT-RA.
                MOVE "D" TO NT-TIPO.
                MOVE ZEROS TO NT-CODDISC.
                START NOTAS KEY IS NOT LESS THAN NT-CHAVE
                   INVALID KEY
                      GO TO CONTA-DEP-FIM.
       CONTA-DEP-LER.
                READ NOTAS NEXT RECORD
                   AT END
                      GO TO CONTA-DEP-FIM.
                IF NT-RA NOT = RA OR NT-TIPO NOT = "D"
                   GO TO CONTA-DEP-FIM.
                IF W-QTDDEP < 99
                   ADD 1 TO W-QTDDEP.
                GO TO CONTA-DEP-LER.
       CONTA-DEP-FIM.
                EXIT.
       FIM-ROT-TEMPO.
