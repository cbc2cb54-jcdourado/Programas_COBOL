      * ALUNOS APROVADOS DE UMA TURMA PARA *
      * A TURMA DO ANO LETIVO SEGUINTE,    *
      * RESPEITANDO A CAPACIDADE DA TURMA  *
      * DESTINO E ZERANDO NOTAS E FALTAS.  *
      * ANTES GUARDA O RESULTADO DO ANO DE *
      * CADA ALUNO DA TURMA DE ORIGEM NO   *
      * HISTORICO ESCOLAR (HISTESC.DAT -   *
      * GRAVHIST)                          *
      * COM O PARAMETRO MAXDEPEND > 0 O    *
      * ALUNO REPROVADO EM ATE MAXDEPEND   *
      * DISCIPLINAS (NOTAS.DAT) E          *
      * PROMOVIDO LEVANDO-AS EM            *
      * DEPENDENCIA (NT-TIPO = "D").       *
      * DESTINO "CONCL" = CONCLUSAO DO     *
      * CURSO, SO SEM DEPENDENCIA ABERTA   *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * "S" BLOQUEIA A REMATRICULA DE ALUNO COM MENSALIDADE EM
      * ABERTO (MENSAL.DAT - GERAMENS/FPP022)
                03 BLOQINAD            PIC X(01).
      * DESCONTO (%) NA MENSALIDADE DE FILHO DE FUNCIONARIO
      * (VINCULO DEPENDENTE X ALUNO - FPP010), APLICADO PELO GERAMENS
                03 PERCDESCFUN         PIC 9(03)V99.
      * MAXIMO DE DISCIPLINAS EM DEPENDENCIA NA REMATRICULA
      * (0 = SEM DEPENDENCIA, APROVACAO TUDO OU NADA)
                03 MAXDEPEND           PIC 9(02).
      * MENSALIDADES (MENSAL.DAT - GERAMENS): COM O PARAMETRO
      * BLOQINAD = "S" O ALUNO COM MENSALIDADE EM ABERTO NAO E
      * REMATRICULADO
                03 MS-STATMS           PIC X(01).
                03 MS-DTPAG            PIC 9(08).
                03 MS-RESPNOME         PIC X(35).
      * BRUTO/DESCONTO/BOLSA SAO GRAVADOS PELO GERAMENS E DEVIDO/
      * RECEBIDO NA BAIXA (FPP022) - MANTIDOS AQUI SO PARA CASAR O
      * TAMANHO DO REGISTRO
                03 FILLER              PIC X(40).
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
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREM.TXT".
       77 W-BLOQINAD   PIC X(01) VALUE "N".
       77 W-TEMDEBITO  PIC 9(01) VALUE ZEROS.
       77 W-TOTINAD    PIC 9(03) VALUE ZEROS.
      * HISTORICO ESCOLAR (GRAVHIST): ANO LETIVO DA TURMA DE ORIGEM
       77 W-ANOLET     PIC 9(04) VALUE ZEROS.
       77 W-TOTHIST    PIC 9(05) VALUE ZEROS.
       77 W-HFUNCAO    PIC X(01) VALUE SPACES.
       77 W-HRETCOD    PIC X(02) VALUE "00".
       77 W-HMENSAG    PIC X(50) VALUE SPACES.
      * DEPENDENCIA (PARAMETRO MAXDEPEND - CADPARAM)
       77 W-MAXDEP     PIC 9(02) VALUE ZEROS.
       77 W-TEMREG     PIC 9(01) VALUE ZEROS.
       77 W-DISCOK     PIC 9(01) VALUE ZEROS.
       77 W-QTDREP     PIC 9(02) VALUE ZEROS.
       77 W-PEND       PIC 9(02) VALUE ZEROS.
       77 W-IX         PIC 9(02) VALUE ZEROS.
      * 0 = MANTIDO  1 = APROVADO  2 = PROMOVIDO COM DEPENDENCIA
       77 W-SITREM     PIC 9(01) VALUE ZEROS.
       77 W-TOTDEP     PIC 9(03) VALUE ZEROS.
      * DESTINO "CONCL": CONCLUSAO DO CURSO
       77 W-CONCL      PIC 9(01) VALUE ZEROS.
       77 W-TOTCONC    PIC 9(03) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      * DISCIPLINAS REGULARES REPROVADAS DO ALUNO
       01 W-TABREP.
                03 W-REPDISC           PIC 9(03) OCCURS 20 TIMES.
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
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(35).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPSIT   PIC X(26).
       01 LINTOT1.
                03 FILLER  PIC X(25) VALUE "REMATRICULADOS.........:".
                03 IMPTOT1 PIC ZZ9.
       01 LINTOT3.
                03 FILLER  PIC X(25) VALUE "SEM VAGA NO DESTINO....:".
                03 IMPTOT3 PIC ZZ9.
       01 LINTOT4.
                03 FILLER  PIC X(25) VALUE "  (COM DEPENDENCIA).....:".
                03 IMPTOT4 PIC ZZ9.
       01 LINTOT5.
                03 FILLER  PIC X(25) VALUE "CONCLUINTES............:".
                03 IMPTOT5 PIC ZZ9.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAPROC.
                 LINE 07 COLUMN 31 PIC X(05)
                 USING W-PATURMA
                 HIGHLIGHT.
             05  LINE 08 COLUMN 10
                 VALUE "(CONCL = CONCLUSAO DO CURSO)".
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE "ERRO ABERTURA DO ARQ. CADTURMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
      * CONCLUSAO DO CURSO: SEM TURMA DE DESTINO NEM LIMITE DE VAGAS;
      * SEM A TURMA DE ORIGEM NO CADTURMA VALE O ANO ANTERIOR
           IF W-PATURMA = "CONCL" OR W-PATURMA = "concl"
              MOVE "CONCL" TO W-PATURMA
              MOVE 1 TO W-CONCL
              MOVE ZEROS TO W-CAPDEST
              ACCEPT W-HOJE FROM DATE YYYYMMDD
              DIVIDE W-HOJE BY 10000 GIVING W-ANOLET
              SUBTRACT 1 FROM W-ANOLET
              GO TO LER-ORIGEM.
           MOVE W-PATURMA TO TURMACOD.
           READ TURMAS
              INVALID KEY
                 DISPLAY (22, 10) "TURMA DE DESTINO NAO CADASTRADA"
                 GO TO ROT-FIMP.
           MOVE CAPACIDADE TO W-CAPDEST.
      * O ANO DO HISTORICO E O DA TURMA DE ORIGEM; SEM ELA NO
      * CADTURMA VALE O ANO ANTERIOR AO DA TURMA DE DESTINO
           COMPUTE W-ANOLET = ANOLET - 1.
       LER-ORIGEM.
           MOVE W-DETURMA TO TURMACOD.
           READ TURMAS
              INVALID KEY
                 NEXT SENTENCE.
           IF ST-ERROTUR = "00"
              MOVE ANOLET TO W-ANOLET.
           CLOSE TURMAS.
       LER-PARAM.
           OPEN INPUT PARAM.
           IF ST-ERROPARAM = "00"
              MOVE MEDIAMIN TO W-MEDIAMIN
              MOVE FALTAMAX TO W-FALTAMAX
              MOVE BLOQINAD TO W-BLOQINAD
              MOVE MAXDEPEND TO W-MAXDEP.
           CLOSE PARAM.
       ABRE-ALUNO.
           OPEN I-O ALUNO.
      *****************************************
      * VARRE OS ALUNOS DA TURMA DE ORIGEM:    *
      * APROVADO E COM VAGA MUDA DE TURMA COM  *
      * NOTAS E FALTAS ZERADAS; O PROMOVIDO    *
      * COM DEPENDENCIA LEVA AS DISCIPLINAS    *
      * REPROVADAS PARA O ANO NOVO             *
      *****************************************
       LER-ALUNO.
                READ ALUNO NEXT RECORD
                IF TURMA NOT = W-DETURMA
                   GO TO LER-ALUNO.
                PERFORM VERIFICA-APROV THRU VERIFICA-APROV-FIM.
                PERFORM VERIFICA-DEP THRU VERIFICA-DEP-FIM.
      * O RESULTADO DO ANO VAI PARA O HISTORICO ANTES DE QUALQUER
      * MUDANCA; SEM O HISTORICO GRAVADO NADA E ZERADO
                PERFORM GUARDA-HIST THRU GUARDA-HIST-FIM.
                IF W-HRETCOD NOT = "00"
                   MOVE W-HMENSAG TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-TOTAIS.
      * DEPENDENCIA CUMPRIDA JA ESTA NO HISTORICO: SAI DO NOTAS.DAT
                PERFORM FECHA-DEP THRU FECHA-DEP-FIM.
                IF W-SITREM = 0
                   MOVE RA TO IMPRA
                   MOVE NOME TO IMPNOME
                   MOVE "MANTIDO (NAO APROVADO)" TO IMPSIT
                   WRITE REGIMP FROM DETAL
                   ADD 1 TO W-TOTFICA
                   GO TO LER-ALUNO.
      * NAO CONCLUI O CURSO QUEM AINDA TEM DEPENDENCIA
                IF W-CONCL = 1 AND W-SITREM = 2
                   MOVE RA TO IMPRA
                   MOVE NOME TO IMPNOME
                   MOVE "NAO CONCLUI (DEPENDENCIA)" TO IMPSIT
                   WRITE REGIMP FROM DETAL
                   ADD 1 TO W-TOTFICA
                   GO TO LER-ALUNO.
      * INADIMPLENTE NAO REMATRICULA QUANDO O PARAMETRO MANDA
                IF W-BLOQINAD = "S" OR W-BLOQINAD = "s"
                   PERFORM VERIFICA-DEBITO THRU VERIFICA-DEBITO-FIM
      * APAGA TAMBEM AS NOTAS POR DISCIPLINA DO ANO ENCERRADO,
      * SENAO O BOLETIM DO ANO NOVO REAPROVEITA AS ANTIGAS
                PERFORM LIMPA-NOTAS THRU LIMPA-NOTAS-FIM.
                MOVE RA TO IMPRA.
                MOVE NOME TO IMPNOME.
                IF W-CONCL = 1
                   MOVE "CONCLUIU O CURSO" TO IMPSIT
                   WRITE REGIMP FROM DETAL
                   ADD 1 TO W-TOTCONC
                   GO TO LER-ALUNO.
                ADD 1 TO W-QTDDEST.
                MOVE "REMATRICULADO" TO IMPSIT.
                IF W-SITREM = 2
                   PERFORM REABRE-DEP THRU REABRE-DEP-FIM
                   PERFORM CRIA-DEP THRU CRIA-DEP-FIM
                   MOVE "PROMOVIDO C/ DEPENDENCIA" TO IMPSIT
                   ADD 1 TO W-TOTDEP.
                WRITE REGIMP FROM DETAL.
                ADD 1 TO W-TOTMOV.
                GO TO LER-ALUNO.
                EXIT.
      *
      *****************************************
      * DEPENDENCIA: COM MAXDEPEND > 0 E NOTAS *
      * POR DISCIPLINA, O BOLETIM GERAL SO     *
      * REPROVA POR FALTAS E CONTAM AS         *
      * DISCIPLINAS REPROVADAS MAIS AS         *
      * DEPENDENCIAS AINDA NAO CUMPRIDAS. ATE  *
      * MAXDEPEND PENDENCIAS O ALUNO E         *
      * PROMOVIDO COM DEPENDENCIA              *
      *****************************************
       VERIFICA-DEP.
                MOVE ZEROS TO W-TEMREG W-QTDREP W-PEND.
                MOVE W-APROVADO TO W-SITREM.
                MOVE RA TO NT-RA.
                MOVE SPACES TO NT-TIPO.
                MOVE ZEROS TO NT-CODDISC.
                START NOTAS KEY IS NOT LESS THAN NT-CHAVE
                   INVALID KEY
                      GO TO VERIFICA-DEP-DECIDE.
       VERIFICA-DEP-LER.
                READ NOTAS NEXT RECORD
                   AT END
                      GO TO VERIFICA-DEP-DECIDE.
                IF NT-RA NOT = RA
                   GO TO VERIFICA-DEP-DECIDE.
                PERFORM APROVA-DISC THRU APROVA-DISC-FIM.
                IF NT-TIPO = "D" AND W-DISCOK = 0
                   ADD 1 TO W-PEND.
                IF NT-TIPO = "D"
                   GO TO VERIFICA-DEP-LER.
                MOVE 1 TO W-TEMREG.
                IF W-DISCOK = 1
                   GO TO VERIFICA-DEP-LER.
                IF W-QTDREP < 99
                   ADD 1 TO W-QTDREP.
                IF W-QTDREP NOT > 20
                   MOVE NT-CODDISC TO W-REPDISC (W-QTDREP).
                GO TO VERIFICA-DEP-LER.
       VERIFICA-DEP-DECIDE.
                IF W-MAXDEP = ZEROS OR W-TEMREG = 0
                   MOVE ZEROS TO W-QTDREP
                ELSE
                   MOVE 1 TO W-SITREM
                   IF TFALTAS NOT < W-FALTAMAX
                      MOVE ZEROS TO W-SITREM.
                IF W-SITREM = 0
                   GO TO VERIFICA-DEP-FIM.
                ADD W-QTDREP TO W-PEND.
                IF W-PEND = ZEROS
                   GO TO VERIFICA-DEP-FIM.
                IF W-PEND NOT > W-MAXDEP AND W-QTDREP NOT > 20
                   MOVE 2 TO W-SITREM
                ELSE
                   MOVE ZEROS TO W-SITREM.
       VERIFICA-DEP-FIM.
                EXIT.
      *
      * DISCIPLINA DE NOTAS.DAT PELA REGRA DO BOLETIM (MEDIA DO ANO
      * OU, ABAIXO DO MINIMO, MEDIA COM A RECUPERACAO)
       APROVA-DISC.
                MOVE ZEROS TO W-DISCOK.
                COMPUTE MEDIA = (NT-NOTA1 + NT-NOTA2 + NT-NOTA3
                               + NT-NOTA4) / 4.
                IF MEDIA > W-MEDIAMIN
                   MOVE 1 TO W-DISCOK
                   GO TO APROVA-DISC-FIM.
                COMPUTE MEDIAFINAL = (MEDIA + NT-NOTARECUP) / 2.
                IF MEDIAFINAL > W-MEDIAMIN
                   MOVE 1 TO W-DISCOK.
       APROVA-DISC-FIM.
                EXIT.
      *
      *****************************************
      * APAGA AS DEPENDENCIAS CUMPRIDAS (JA    *
      * GUARDADAS NO HISTORICO)                *
      *****************************************
       FECHA-DEP.
                MOVE RA TO NT-RA.
                MOVE "D" TO NT-TIPO.
                MOVE ZEROS TO NT-CODDISC.
                START NOTAS KEY IS NOT LESS THAN NT-CHAVE
                   INVALID KEY
                      GO TO FECHA-DEP-FIM.
       FECHA-DEP-LER.
                READ NOTAS NEXT RECORD
                   AT END
                      GO TO FECHA-DEP-FIM.
                IF NT-RA NOT = RA OR NT-TIPO NOT = "D"
                   GO TO FECHA-DEP-FIM.
                PERFORM APROVA-DISC THRU APROVA-DISC-FIM.
                IF W-DISCOK = 1
                   DELETE NOTAS RECORD.
                GO TO FECHA-DEP-LER.
       FECHA-DEP-FIM.
                EXIT.
      *
      *****************************************
      * DEPENDENCIA AINDA ABERTA DO PROMOVIDO: *
      * RECOMECA NO ANO NOVO COM NOTAS E       *
      * FALTAS ZERADAS                         *
      *****************************************
       REABRE-DEP.
                MOVE RA TO NT-RA.
                MOVE "D" TO NT-TIPO.
                MOVE ZEROS TO NT-CODDISC.
                START NOTAS KEY IS NOT LESS THAN NT-CHAVE
                   INVALID KEY
                      GO TO REABRE-DEP-FIM.
       REABRE-DEP-LER.
                READ NOTAS NEXT RECORD
                   AT END
                      GO TO REABRE-DEP-FIM.
                IF NT-RA NOT = RA OR NT-TIPO NOT = "D"
                   GO TO REABRE-DEP-FIM.
                MOVE ZEROS TO NT-NOTA1 NT-NOTA2 NT-NOTA3 NT-NOTA4
                              NT-NOTARECUP NT-FALTAS.
                REWRITE REGNOTAS.
                GO TO REABRE-DEP-LER.
       REABRE-DEP-FIM.
                EXIT.
      *
      *****************************************
      * UMA DEPENDENCIA POR DISCIPLINA REGULAR *
      * REPROVADA, COM O ANO E A TURMA DE      *
      * ORIGEM                                 *
      *****************************************
       CRIA-DEP.
                MOVE ZEROS TO W-IX.
       CRIA-DEP-LOOP.
                ADD 1 TO W-IX.
                IF W-IX > W-QTDREP
                   GO TO CRIA-DEP-FIM.
                MOVE RA TO NT-RA.
                MOVE "D" TO NT-TIPO.
                MOVE W-REPDISC (W-IX) TO NT-CODDISC.
                MOVE ZEROS TO NT-NOTA1 NT-NOTA2 NT-NOTA3 NT-NOTA4
                              NT-NOTARECUP NT-FALTAS.
                MOVE W-ANOLET TO NT-ANOORIG.
                MOVE W-DETURMA TO NT-TURMAORIG.
                WRITE REGNOTAS
                   INVALID KEY
                      REWRITE REGNOTAS.
                GO TO CRIA-DEP-LOOP.
       CRIA-DEP-FIM.
                EXIT.
      *
      *****************************************
      * REMOVE OS REGISTROS DE NOTAS POR       *
      * DISCIPLINA (NOTAS.DAT) DO ALUNO        *
      * REMATRICULADO                          *
      *****************************************
       LIMPA-NOTAS.
                MOVE RA TO NT-RA.
                MOVE "R" TO NT-TIPO.
                MOVE ZEROS TO NT-CODDISC.
                START NOTAS KEY IS NOT LESS THAN NT-CHAVE
                   INVALID KEY
                READ NOTAS NEXT RECORD
                   AT END
                      GO TO LIMPA-NOTAS-FIM.
                IF NT-RA NOT = RA OR NT-TIPO NOT = "R"
                   GO TO LIMPA-NOTAS-FIM.
                DELETE NOTAS RECORD.
                GO TO LIMPA-NOTAS-LER.
                EXIT.
      *
      *****************************************
      * HISTORICO ESCOLAR DO ANO (GRAVHIST):   *
      * A LINHA GERAL DO BOLETIM E UMA LINHA   *
      * POR DISCIPLINA DE NOTAS.DAT; A         *
      * DEPENDENCIA ENTRA NO ANO DA TENTATIVA  *
      * COM A TURMA DE ORIGEM                  *
      *****************************************
       GUARDA-HIST.
                MOVE RA TO W-HRA.
                MOVE NOME TO W-HNOME.
                MOVE W-ANOLET TO W-HANO.
                MOVE TURMA TO W-HTURMA.
                MOVE ZEROS TO W-HCODDISC.
                MOVE NOTA1 TO W-HNOTA1.
                MOVE NOTA2 TO W-HNOTA2.
                MOVE NOTA3 TO W-HNOTA3.
                MOVE NOTA4 TO W-HNOTA4.
                MOVE NOTARECUP TO W-HRECUP.
                COMPUTE W-HFALTAS = FALTA1 + FALTA2.
                MOVE "F" TO W-HSITU.
                MOVE "R" TO W-HTIPO.
                MOVE "R" TO W-HRESULT.
                IF W-SITREM = 1
                   MOVE "A" TO W-HRESULT.
                IF W-SITREM = 2
                   MOVE "P" TO W-HRESULT.
                MOVE "A" TO W-HFUNCAO.
                CALL "GRAVHIST" USING W-HFUNCAO W-HDADOS W-HRETCOD
                                      W-HMENSAG.
                IF W-HRETCOD NOT = "00"
                   GO TO GUARDA-HIST-FIM.
                ADD 1 TO W-TOTHIST.
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
                MOVE NT-CODDISC TO W-HCODDISC.
                MOVE NT-NOTA1 TO W-HNOTA1.
                MOVE NT-NOTA2 TO W-HNOTA2.
                MOVE NT-NOTA3 TO W-HNOTA3.
                MOVE NT-NOTA4 TO W-HNOTA4.
                MOVE NT-NOTARECUP TO W-HRECUP.
                MOVE TURMA TO W-HTURMA.
                MOVE "R" TO W-HTIPO.
                COMPUTE W-HFALTAS = FALTA1 + FALTA2.
                IF NT-TIPO = "D"
                   MOVE NT-TURMAORIG TO W-HTURMA
                   MOVE "D" TO W-HTIPO
                   MOVE NT-FALTAS TO W-HFALTAS.
                MOVE "D" TO W-HFUNCAO.
                CALL "GRAVHIST" USING W-HFUNCAO W-HDADOS W-HRETCOD
                                      W-HMENSAG.
                IF W-HRETCOD NOT = "00"
                   GO TO GUARDA-HIST-FIM.
                GO TO GUARDA-HIST-LER.
       GUARDA-HIST-FIM.
                EXIT.
      *
      *****************************************
      * QUANTOS JA ESTAO NA TURMA DE DESTINO   *
      *****************************************
       CONTA-DESTINO.
                WRITE REGIMP FROM LINTOT2.
                MOVE W-TOTSEMVAGA TO IMPTOT3.
                WRITE REGIMP FROM LINTOT3.
                MOVE W-TOTDEP TO IMPTOT4.
                WRITE REGIMP FROM LINTOT4.
                MOVE W-TOTCONC TO IMPTOT5.
                WRITE REGIMP FROM LINTOT5.
                DISPLAY (18, 08) "PROMOVIDOS COM DEPENDENCIA: "
                                 W-TOTDEP "  CONCLUINTES: " W-TOTCONC.
                DISPLAY (19, 08) "ALUNOS GUARDADOS NO HISTORICO: "
                                 W-TOTHIST.
                DISPLAY (20, 08) "BLOQUEADOS POR INADIMPLENCIA: "
                                 W-TOTINAD.
                DISPLAY (21, 08) "REMATRICULADOS: " W-TOTMOV
                ACCEPT LP-HRFIM FROM TIME.
                MOVE ZEROS TO LP-PERIODO.
                COMPUTE LP-REGLIDOS = W-TOTMOV + W-TOTFICA
                                    + W-TOTSEMVAGA + W-TOTCONC.
                COMPUTE LP-REGGRAV = W-TOTMOV + W-TOTCONC.
                MOVE ZEROS TO LP-VALORTOT.
                OPEN EXTEND LOGPROC.
                WRITE REGLOGPROC.
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE ALUNO NOTAS MENSAL ARQIMP.
                MOVE "F" TO W-HFUNCAO.
                CALL "GRAVHIST" USING W-HFUNCAO W-HDADOS W-HRETCOD
                                      W-HMENSAG.
       ROT-FIMP.
                EXIT PROGRAM.

                      GO TO VERIFICA-DEBITO-FIM.
                IF MS-RA NOT = RA
                   GO TO VERIFICA-DEBITO-FIM.
      * PAGA EM PARTE (I) AINDA E DEBITO
                IF MS-STATMS = "A" OR MS-STATMS = "a"
                OR MS-STATMS = "I"
                   MOVE 1 TO W-TEMDEBITO
                   GO TO VERIFICA-DEBITO-FIM.
                GO TO VERIFICA-DEBITO-LER.
