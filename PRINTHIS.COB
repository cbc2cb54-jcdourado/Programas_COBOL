       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTHIS.
      *
      **************************************
      * HISTORICO ESCOLAR DO ALUNO: TODOS  *
      * OS ANOS LETIVOS GUARDADOS NO       *
      * HISTESC.DAT (REMATRIC/TRANSALU -   *
      * GRAVHIST), UM BLOCO POR ANO E      *
      * TURMA COM AS NOTAS, A MEDIA FINAL, *
      * A FREQUENCIA E O RESULTADO DE CADA *
      * DISCIPLINA E O RESULTADO DO ANO    *
      * (ARQHIST.TXT)                      *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOGPROC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROLPROC.
           SELECT HISTESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HE-CHAVE
                    FILE STATUS  IS ST-ERROHE.
           SELECT OPTIONAL ALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERROALU.
           SELECT OPTIONAL TURMAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURMACOD
                    FILE STATUS  IS ST-ERROTUR.
           SELECT OPTIONAL DISCIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CODDISC
                    FILE STATUS  IS ST-ERRODIS.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-ERROEMPR.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD LOGPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGPROC.DAT".
       01 REGLOGPROC.
                03 LP-PROGRAMA         PIC X(08).
                03 LP-DTINI            PIC 9(08).
                03 LP-HRINI            PIC 9(06).
                03 LP-DTFIM            PIC 9(08).
                03 LP-HRFIM            PIC 9(06).
                03 LP-PERIODO          PIC 9(06).
                03 LP-REGLIDOS         PIC 9(06).
                03 LP-REGGRAV          PIC 9(06).
                03 LP-VALORTOT         PIC 9(10)V99.
       FD HISTESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTESC.DAT".
       01 REGHISTESC.
                03 HE-CHAVE.
                    05 HE-RA           PIC 9(06).
                    05 HE-ANOLET       PIC 9(04).
                    05 HE-TURMA        PIC X(05).
      * 000 = BOLETIM GERAL DO ANO (NOTAS DO ALUNO.DAT)
                    05 HE-CODDISC      PIC 9(03).
                03 HE-NOME             PIC X(35).
                03 HE-NOTA1            PIC 9(02)V99.
                03 HE-NOTA2            PIC 9(02)V99.
                03 HE-NOTA3            PIC 9(02)V99.
                03 HE-NOTA4            PIC 9(02)V99.
                03 HE-NOTARECUP        PIC 9(02)V99.
                03 HE-MEDIA            PIC 9(02)V99.
                03 HE-FALTAS           PIC 9(03).
                03 HE-DIASLET          PIC 9(03).
                03 HE-FREQ             PIC 9(03)V99.
      * A=APROVADO  R=REPROVADO  T=TRANSFERIDO NO MEIO DO ANO
      * P=PROMOVIDO COM DEPENDENCIA  B=DEIXOU DE FREQUENTAR
                03 HE-RESULT           PIC X(01).
                03 HE-DTGRAV           PIC 9(08).
      * "D" = DISCIPLINA CURSADA EM DEPENDENCIA (ANO DA TENTATIVA,
      * TURMA EM QUE FOI REPROVADO)
                03 HE-TIPO             PIC X(01).
                03 FILLER              PIC X(09).
       FD ALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUNO.DAT".
       01 REGALU.
                03 RA PIC 9(06).
                03 NOME PIC X(35).
                03 TURMA PIC X(05).
                03 NOTA1 PIC 9(02)V99.
                03 NOTA2 PIC 9(02)V99.
                03 NOTA3 PIC 9(02)V99.
                03 NOTA4 PIC 9(02)V99.
                03 NOTARECUP PIC 9(02)V99.
                03 FALTA1 PIC 9(02).
                03 FALTA2 PIC 9(02).
       FD TURMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
       01 REGTURMA.
                03 TURMACOD            PIC X(05).
                03 DESCRICAO-TUR       PIC X(25).
                03 ANOLET              PIC 9(04).
      * CAPACIDADE E MANTIDA PELO CADTURMA - AQUI SO PARA CASAR O
      * TAMANHO DO REGISTRO
                03 FILLER              PIC X(03).
       FD DISCIP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DISCIP.DAT".
       01 REGDISCIP.
                03 DI-CODDISC          PIC 9(03).
                03 DI-DESCDISC         PIC X(25).
       FD EMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 CADEMPRESA.
                03 EP-CODIGO           PIC 9(01).
                03 EP-RAZAO            PIC X(40).
                03 EP-CNPJ             PIC 9(14).
                03 EP-ENDERECO         PIC X(40).
                03 EP-CONVENIO         PIC X(20).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHIST.TXT".
       01 REGIMP PIC X(80).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
      * CONTROLE DE EXECUCAO (LOGPROC.DAT) - UM REGISTRO POR RODADA
       77 ST-ERROLPROC PIC X(02) VALUE "00".
       77 W-LPDTINI    PIC 9(08) VALUE ZEROS.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROHE    PIC X(02) VALUE "00".
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 ST-ERROTUR   PIC X(02) VALUE "00".
       77 ST-ERRODIS   PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-RAHIST     PIC 9(06) VALUE ZEROS.
       77 W-ANOATUAL   PIC 9(04) VALUE ZEROS.
       77 W-TURATUAL   PIC X(05) VALUE SPACES.
       77 W-TEMBLOCO   PIC 9(01) VALUE ZEROS.
       77 W-TEMGERAL   PIC 9(01) VALUE ZEROS.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTANOS    PIC 9(03) VALUE ZEROS.
       77 W-FREQED     PIC ZZ9,9.
      * LINHA DO BOLETIM GERAL, IMPRESSA NO FIM DO BLOCO DO ANO
       01 W-LINGERAL   PIC X(80) VALUE SPACES.
      * DISCIPLINA CURSADA EM DEPENDENCIA
       01 W-DEPDISC.
                03 FILLER    PIC X(06) VALUE "(DEP) ".
                03 W-DEPNOME PIC X(19).
      *
       01 CABEMP.
                03 IMPRAZAO  PIC X(40).
                03 FILLER    PIC X(08) VALUE "  CNPJ: ".
                03 IMPCNPJ   PIC 99.999.999/9999.99.
       01 CAB1.
                03 FILLER    PIC X(30) VALUE SPACES.
                03 FILLER    PIC X(20) VALUE "HISTORICO ESCOLAR".
       01 LINALU.
                03 FILLER    PIC X(07) VALUE "ALUNO: ".
                03 IMPRA     PIC 9(06).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPNOME   PIC X(35).
       01 CABANO.
                03 FILLER    PIC X(12) VALUE "ANO LETIVO: ".
                03 IMPANO    PIC 9(04).
                03 FILLER    PIC X(10) VALUE "   TURMA: ".
                03 IMPTURMA  PIC X(05).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPDESCTUR PIC X(25).
       01 CABDISC.
                03 FILLER PIC X(40) VALUE
                       "DISCIPLINA                NOTA1 NOTA2 NO".
                03 FILLER PIC X(40) VALUE
                       "TA3 NOTA4 RECUP MEDIA FREQ% RESULTADO".
       01 DETHIST.
                03 IMPDISC   PIC X(25).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPNOTA1  PIC Z9,99.
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPNOTA2  PIC Z9,99.
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPNOTA3  PIC Z9,99.
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPNOTA4  PIC Z9,99.
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPRECUP  PIC Z9,99.
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPMEDIA  PIC Z9,99.
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPFREQ   PIC X(05).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPRESULT PIC X(11).
       01 LINTRACO.
                03 FILLER PIC X(80) VALUE ALL "-".
      *
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           DISPLAY (01, 01) ERASE.
           DISPLAY (03, 10) "HISTORICO ESCOLAR DO ALUNO".
           DISPLAY (05, 10) "RA DO ALUNO: ".
           ACCEPT (05, 23) W-RAHIST.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-RAHIST = ZEROS
              MOVE "*** RA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           OPEN INPUT HISTESC.
           IF ST-ERROHE NOT = "00"
              MOVE "*** SEM HISTORICO GRAVADO (REMATRIC/TRANSALU) ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE W-RAHIST TO HE-RA.
           MOVE ZEROS TO HE-ANOLET HE-CODDISC.
           MOVE SPACES TO HE-TURMA.
           START HISTESC KEY IS NOT LESS THAN HE-CHAVE
              INVALID KEY
                 MOVE ZEROS TO HE-RA.
           IF HE-RA = W-RAHIST
              READ HISTESC NEXT RECORD
                 AT END
                    MOVE ZEROS TO HE-RA.
           IF HE-RA NOT = W-RAHIST
              MOVE "*** RA SEM HISTORICO ESCOLAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE HISTESC
              GO TO INC-OP0.
           OPEN INPUT ALUNO TURMAS DISCIP EMPRESA.
           OPEN OUTPUT ARQIMP.
      *
      *****************************************
      * CABECALHO: EMPRESA (FPP029) QUANDO     *
      * CADASTRADA E O ALUNO (NOME ATUAL DO    *
      * ALUNO.DAT OU O GUARDADO NO HISTORICO)  *
      *****************************************
       CABECALHO.
           MOVE 1 TO EP-CODIGO.
           READ EMPRESA
              INVALID KEY
                 MOVE ZEROS TO EP-CODIGO.
           IF ST-ERROEMPR = "00"
              MOVE EP-RAZAO TO IMPRAZAO
              MOVE EP-CNPJ TO IMPCNPJ
              WRITE REGIMP FROM CABEMP
              WRITE REGIMP FROM LINTRACO.
           WRITE REGIMP FROM CAB1.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           MOVE W-RAHIST TO RA IMPRA.
           MOVE HE-NOME TO IMPNOME.
           READ ALUNO
              NOT INVALID KEY
                 MOVE NOME TO IMPNOME.
           WRITE REGIMP FROM LINALU.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           MOVE ZEROS TO W-TEMBLOCO.
           GO TO TRATA-HIST.
      *
      *****************************************
      * LE O HISTORICO DO RA NA ORDEM DA CHAVE *
      * (ANO, TURMA, DISCIPLINA); A CADA TROCA *
      * DE ANO/TURMA FECHA O BLOCO ANTERIOR    *
      *****************************************
       LER-HIST.
                READ HISTESC NEXT RECORD
                   AT END GO TO FIM-HIST.
                IF HE-RA NOT = W-RAHIST
                   GO TO FIM-HIST.
       TRATA-HIST.
                ADD 1 TO W-TOTLIDOS.
                IF W-TEMBLOCO = 0
                OR HE-ANOLET NOT = W-ANOATUAL
                OR HE-TURMA NOT = W-TURATUAL
                   PERFORM FECHA-ANO THRU FECHA-ANO-FIM
                   PERFORM ABRE-ANO THRU ABRE-ANO-FIM.
                PERFORM MONTA-DET THRU MONTA-DET-FIM.
                IF HE-CODDISC = ZEROS
                   MOVE "RESULTADO DO ANO" TO IMPDISC
                   MOVE DETHIST TO W-LINGERAL
                   MOVE 1 TO W-TEMGERAL
                   GO TO LER-HIST.
                MOVE HE-CODDISC TO DI-CODDISC.
                MOVE HE-CODDISC TO IMPDISC.
                READ DISCIP
                   NOT INVALID KEY
                      MOVE DI-DESCDISC TO IMPDISC.
                IF HE-TIPO = "D"
                   MOVE IMPDISC TO W-DEPNOME
                   MOVE W-DEPDISC TO IMPDISC.
                WRITE REGIMP FROM DETHIST.
                GO TO LER-HIST.
       FIM-HIST.
                PERFORM FECHA-ANO THRU FECHA-ANO-FIM.
                DISPLAY (21, 05) "ANOS NO HISTORICO: " W-TOTANOS
                                 "  EM ARQHIST.TXT".
                GO TO ROT-FIM.
      *
       ABRE-ANO.
                MOVE 1 TO W-TEMBLOCO.
                MOVE ZEROS TO W-TEMGERAL.
                MOVE HE-ANOLET TO W-ANOATUAL IMPANO.
                MOVE HE-TURMA TO W-TURATUAL IMPTURMA TURMACOD.
                MOVE SPACES TO IMPDESCTUR.
                READ TURMAS
                   NOT INVALID KEY
                      MOVE DESCRICAO-TUR TO IMPDESCTUR.
                WRITE REGIMP FROM CABANO.
                WRITE REGIMP FROM CABDISC.
                WRITE REGIMP FROM LINTRACO.
                ADD 1 TO W-TOTANOS.
       ABRE-ANO-FIM.
                EXIT.
      *
      * FIM DO BLOCO: LINHA DO BOLETIM GERAL COM O RESULTADO DO ANO
       FECHA-ANO.
                IF W-TEMBLOCO = 0
                   GO TO FECHA-ANO-FIM.
                IF W-TEMGERAL = 1
                   WRITE REGIMP FROM LINTRACO
                   WRITE REGIMP FROM W-LINGERAL.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
       FECHA-ANO-FIM.
                EXIT.
      *
       MONTA-DET.
                MOVE HE-NOTA1 TO IMPNOTA1.
                MOVE HE-NOTA2 TO IMPNOTA2.
                MOVE HE-NOTA3 TO IMPNOTA3.
                MOVE HE-NOTA4 TO IMPNOTA4.
                MOVE HE-NOTARECUP TO IMPRECUP.
                MOVE HE-MEDIA TO IMPMEDIA.
      * SEM CALENDARIO ESCOLAR NO ANO NAO HA FREQUENCIA
                MOVE SPACES TO IMPFREQ.
                IF HE-DIASLET > ZEROS
                   MOVE HE-FREQ TO W-FREQED
                   MOVE W-FREQED TO IMPFREQ.
                MOVE "REPROVADO" TO IMPRESULT.
                IF HE-RESULT = "A"
                   MOVE "APROVADO" TO IMPRESULT.
                IF HE-RESULT = "T"
                   MOVE "TRANSFERIDO" TO IMPRESULT.
                IF HE-RESULT = "P"
                   MOVE "PROM. C/DEP" TO IMPRESULT.
                IF HE-RESULT = "B"
                   MOVE "ABANDONO" TO IMPRESULT.
       MONTA-DET-FIM.
                EXIT.
      *
      *****************************************
      * REGISTRO DE CONTROLE DE EXECUCAO       *
      * (LOGPROC.DAT)                          *
      *****************************************
       GRAVA-PROC.
      * EVITA REGISTRO EM DOBRO QUANDO O FLUXO CAI NO PARAGRAFO
      * ALEM DO PERFORM DA ROTINA DE FIM
                IF W-LPGRAVOU = 1
                   GO TO GRAVA-PROC-FIM.
                MOVE 1 TO W-LPGRAVOU.
                MOVE "PRINTHIS" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE ZEROS TO LP-PERIODO.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTANOS TO LP-REGGRAV.
                MOVE ZEROS TO LP-VALORTOT.
                OPEN EXTEND LOGPROC.
                WRITE REGLOGPROC.
                CLOSE LOGPROC.
       GRAVA-PROC-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE HISTESC ALUNO TURMAS DISCIP EMPRESA ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTHIS" TO W-SPLPROG.
                MOVE "ARQHIST.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG LP-PERIODO
                                      W-SPLARQ.
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
