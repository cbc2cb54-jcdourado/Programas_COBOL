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
       FD DISCIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DISCIP.DAT".
       77 W-MEDDISC    PIC 9(02)V9 VALUE ZEROS.
       77 W-MEDFINDISC PIC 9(02)V9 VALUE ZEROS.
       77 W-SOMAMED    PIC 9(04)V9 VALUE ZEROS.
      * DEPENDENCIAS EM ABERTO DO RA (NT-TIPO = "D" - REMATRIC): SAEM
      * NO BOLETIM MAS NAO ENTRAM NA SITUACAO DO ANO
       77 W-QTDDEP     PIC 9(02) VALUE ZEROS.
      * TOTAIS GERAIS PARA A PAGINA DE RESUMO DO FINAL DO RELATORIO
       77 W-TOTALUNOS        PIC 9(05) VALUE ZEROS.
       77 W-TOTAPROVADOS     PIC 9(05) VALUE ZEROS.
       77 W-TOTREPROVADOS    PIC 9(05) VALUE ZEROS.
       77 W-TOTRECNOTA       PIC 9(05) VALUE ZEROS.
       77 W-TOTRECFALTA      PIC 9(05) VALUE ZEROS.
       77 W-TOTCOMDEP        PIC 9(05) VALUE ZEROS.
      *
       01 CABEC.
                03 FILLER PIC X(02) VALUE SPACES.
                       "EM RECUPERACAO POR FALTA......: ".
                03 IMPTOTRECFALTA PIC ZZZZ9.

       01 LINTOTCOMDEP.
                03 FILLER PIC X(08) VALUE SPACES.
                03 FILLER PIC X(32) VALUE
                       "COM DEPENDENCIA EM ABERTO.....: ".
                03 IMPTOTCOMDEP PIC ZZZZ9.

      * LINHA DE DISCIPLINA DO BOLETIM (UMA POR NOTAS.DAT DO RA)
       01 DETDISC.
                03 FILLER       PIC X(02) VALUE SPACES.
      * "DEP/AAAA" NA DEPENDENCIA (ANO EM QUE FOI REPROVADO)
                03 IMPDEP.
                    05 IMPDEPTXT PIC X(04).
                    05 IMPDEPANO PIC 9(04).
                03 IMPDEPBR REDEFINES IMPDEP PIC X(08).
                03 IMPDISC      PIC X(25).
                03 FILLER       PIC X(02) VALUE SPACES.
                03 IMPMEDDISC   PIC Z9,9.
                MOVE TFALTAS TO IMPFALTAS.
                WRITE REGIMP FROM DETAL.
                PERFORM IMPRIME-DISC THRU IMPRIME-DISC-FIM.
                IF W-QTDDEP > 0
                   ADD 1 TO W-TOTCOMDEP.
                ADD 1 TO CONLIN
                IF CONLIN < 15
                   GO TO LER-ALUNO
      *****************************************
       BUSCA-DISC.
                MOVE ZEROS TO W-QTDDISC W-DISCREP W-DISCREC.
                MOVE ZEROS TO W-SOMAMED W-QTDDEP.
                MOVE RA TO NT-RA.
                MOVE SPACES TO NT-TIPO.
                MOVE ZEROS TO NT-CODDISC.
                START NOTAS KEY IS NOT LESS THAN NT-CHAVE
                   INVALID KEY
                      GO TO BUSCA-DISC-FIM.
                IF NT-RA NOT = RA
                   GO TO BUSCA-DISC-FIM.
                IF NT-TIPO = "D"
                   ADD 1 TO W-QTDDEP
                   GO TO BUSCA-DISC-LER.
                ADD 1 TO W-QTDDISC.
                PERFORM CALC-DISC THRU CALC-DISC-FIM.
                ADD W-MEDFINDISC TO W-SOMAMED.
      * LINHAS DE DISCIPLINA DO BOLETIM        *
      *****************************************
       IMPRIME-DISC.
                IF W-QTDDISC = ZEROS AND W-QTDDEP = ZEROS
                   GO TO IMPRIME-DISC-FIM.
                MOVE RA TO NT-RA.
                MOVE SPACES TO NT-TIPO.
                MOVE ZEROS TO NT-CODDISC.
                START NOTAS KEY IS NOT LESS THAN NT-CHAVE
                   INVALID KEY
                      GO TO IMPRIME-DISC-FIM.
                IF NT-RA NOT = RA
                   GO TO IMPRIME-DISC-FIM.
                MOVE SPACES TO IMPDEPBR.
                IF NT-TIPO = "D"
                   MOVE "DEP/" TO IMPDEPTXT
                   MOVE NT-ANOORIG TO IMPDEPANO.
                MOVE NT-CODDISC TO DI-CODDISC.
                MOVE "DISCIPLINA NAO CADASTRADA" TO IMPDISC.
                READ DISCIP
                WRITE REGIMP FROM LINTOTRECFALTA.
                MOVE W-TOTREPROVADOS TO IMPTOTREPROV.
                WRITE REGIMP FROM LINTOTREPROV.
                MOVE W-TOTCOMDEP TO IMPTOTCOMDEP.
                WRITE REGIMP FROM LINTOTCOMDEP.
       ROT-TRAILER-FIM.
                EXIT.
      *
