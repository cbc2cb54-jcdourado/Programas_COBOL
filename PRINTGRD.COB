      * (GRADE.DAT - CADGRADE): PRIMEIRO   *
      * POR TURMA (NA ORDEM NATURAL DA     *
      * CHAVE) E DEPOIS POR PROFESSOR,     *
      * EM ARQGRD.TXT. COM UM MES/ANO      *
      * INFORMADO, LISTA AINDA AS AULAS    *
      * DADAS POR SUBSTITUTO NO MES        *
      * (SUBSTIT.DAT - CADSUBST)           *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL SUBSTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SU-CHAVE
                    ALTERNATE RECORD KEY IS SU-CHAVE2 =
                                  SU-CHAPASUB SU-CHAVE WITH DUPLICATES
                    FILE STATUS  IS ST-ERROSU.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      * CPF/PIS/RG/SALNEGOC SAO DE FPP003 - MANTIDOS AQUI SO PARA
      * CASAR O TAMANHO DO REGISTRO COM O GRAVADO EM FUNC.DAT
                03 FILLER              PIC X(45).
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
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRD.TXT".
       77 ST-ERROGRD   PIC X(02) VALUE "00".
       77 ST-ERRODIS   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROSU    PIC X(02) VALUE "00".
       77 W-TOTSUBST   PIC 9(04) VALUE ZEROS.
      * MES/ANO DAS SUBSTITUICOES (ZEROS = NAO LISTA)
       01 W-PERSUB.
                03 W-PSMES             PIC 9(02) VALUE ZEROS.
                03 W-PSANO             PIC 9(04) VALUE ZEROS.
       01 W-DTSUB      PIC 9(08) VALUE ZEROS.
       01 W-DTSUB-R REDEFINES W-DTSUB.
                03 W-DSANO             PIC 9(04).
                03 W-DSMES             PIC 9(02).
                03 W-DSDIA             PIC 9(02).
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ULTTURMA   PIC X(05) VALUE SPACES.
                03 IMPSALA  PIC X(05).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPINFO  PIC X(35).
       01 CAB3.
                03 FILLER PIC X(18) VALUE SPACES.
                03 FILLER PIC X(36) VALUE
                       "AULAS DADAS POR SUBSTITUTO - MES: ".
                03 CAB3MES PIC 99.
                03 FILLER  PIC X(01) VALUE "/".
                03 CAB3ANO PIC 9999.
       01 DETSUB.
                03 IMPSDD   PIC 99.
                03 FILLER   PIC X(01) VALUE "/".
                03 IMPSMM   PIC 99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPSTUR  PIC X(05).
                03 FILLER   PIC X(05) VALUE " AULA".
                03 IMPSSLOT PIC 9(01).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPSDISC PIC X(20).
                03 FILLER   PIC X(09) VALUE " TITULAR ".
                03 IMPSAUS  PIC 9(06).
                03 FILLER   PIC X(08) VALUE " DEU: ".
                03 IMPSSUB  PIC 9(06).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPSNOME PIC X(20).
       01 LINTRACO.
                03 FILLER PIC X(85) VALUE ALL "-".
      *
       INICIO.
      *
       INC-OP0.
           DISPLAY (01, 01) ERASE.
           DISPLAY (05, 05)
                 "SUBSTITUICOES DO MES/ANO (00/0000=NAO LISTA):".
           ACCEPT (05, 52) W-PSMES.
           DISPLAY (05, 54) "/".
           ACCEPT (05, 55) W-PSANO.
           IF W-PSMES > 12
           OR (W-PSMES > 0 AND W-PSANO < 1990)
              MOVE "*** PERIODO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           OPEN INPUT GRADE.
           IF ST-ERROGRD NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. GRADE (CADGRADE)" TO MENS
       SECAO-PROF-PROX.
                ADD 1 TO W-IDXPROF.
                IF W-IDXPROF > W-QTDPROF
                   GO TO SECAO-SUBST.
                MOVE W-PROFCHAPA(W-IDXPROF) TO IMPPRF.
                MOVE W-PROFCHAPA(W-IDXPROF) TO CHAPA.
                MOVE SPACES TO NOME.
                MOVE GR-TURMA TO IMPINFO.
                WRITE REGIMP FROM DETAL.
                GO TO SECAO-PROF-LER.
      *
      *
      *****************************************
      * SECAO 3 - AULAS DADAS POR SUBSTITUTO   *
      * NO MES INFORMADO (QUEM DEU A AULA)     *
      *****************************************
       SECAO-SUBST.
                IF W-PSMES = ZEROS
                   GO TO ROT-TOTAIS.
                OPEN INPUT SUBSTIT.
                IF ST-ERROSU NOT = "00"
                   GO TO ROT-TOTAIS.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-PSMES TO CAB3MES.
                MOVE W-PSANO TO CAB3ANO.
                WRITE REGIMP FROM CAB3.
                WRITE REGIMP FROM LINTRACO.
                COMPUTE SU-DATA = ((W-PSANO * 100) + W-PSMES) * 100.
                MOVE SPACES TO SU-TURMA.
                MOVE ZEROS TO SU-SLOT.
                START SUBSTIT KEY IS NOT LESS THAN SU-CHAVE
                   INVALID KEY
                      GO TO SECAO-SUBST-FIM.
       SECAO-SUBST-LER.
                READ SUBSTIT NEXT RECORD
                   AT END
                      GO TO SECAO-SUBST-FIM.
                MOVE SU-DATA TO W-DTSUB.
                IF W-DSANO NOT = W-PSANO
                OR W-DSMES NOT = W-PSMES
                   GO TO SECAO-SUBST-FIM.
                MOVE W-DSDIA TO IMPSDD.
                MOVE W-DSMES TO IMPSMM.
                MOVE SU-TURMA TO IMPSTUR.
                MOVE SU-SLOT TO IMPSSLOT.
                MOVE SU-CODDISC TO DI-CODDISC.
                MOVE SPACES TO DI-DESCDISC.
                READ DISCIP
                   INVALID KEY MOVE SPACES TO DI-DESCDISC.
                MOVE DI-DESCDISC TO IMPSDISC.
                MOVE SU-CHAPAAUS TO IMPSAUS.
                MOVE SU-CHAPASUB TO IMPSSUB CHAPA.
                MOVE SPACES TO NOME.
                READ FUNC
                   INVALID KEY MOVE SPACES TO NOME.
                MOVE NOME TO IMPSNOME.
                WRITE REGIMP FROM DETSUB.
                ADD 1 TO W-TOTSUBST.
                GO TO SECAO-SUBST-LER.
       SECAO-SUBST-FIM.
                CLOSE SUBSTIT.
                DISPLAY (20, 05) "SUBSTITUICOES NO MES: " W-TOTSUBST.
      *
       ROT-TOTAIS.
                DISPLAY (21, 05) "AULAS NA GRADE: " W-TOTAULAS
