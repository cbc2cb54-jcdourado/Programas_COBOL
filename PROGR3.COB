      * "S" BLOQUEIA A REMATRICULA DE ALUNO COM MENSALIDADE EM
      * ABERTO (MENSAL.DAT - GERAMENS/FPP022)
                03 BLOQINAD            PIC X(01).
      * DESCONTO (%) NA MENSALIDADE DE FILHO DE FUNCIONARIO
      * (VINCULO DEPENDENTE X ALUNO - FPP010), APLICADO PELO GERAMENS
                03 PERCDESCFUN         PIC 9(03)V99.
      * MAXIMO DE DISCIPLINAS EM DEPENDENCIA NA REMATRICULA
      * (0 = SEM DEPENDENCIA, APROVACAO TUDO OU NADA)
                03 MAXDEPEND           PIC 9(02).
       FD TURMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
