           SELECT OPTIONAL HISTSAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROHIST.
           SELECT OPTIONAL JORNLOTE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROJN.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 HS-VALORANT         PIC 9(06)V99.
                03 HS-VALORNOV         PIC 9(06)V99.
                03 HS-MOTIVO           PIC X(20).
      * DIARIO DE ESTORNO: IMAGEM ANTES/DEPOIS DE CADA REGISTRO
      * GRAVADO, COM A IDENTIFICACAO DA RODADA EM LOGPROC.DAT
      * (PROGRAMA + DATA/HORA DE INICIO) - ESTORNO PELO ESTLOTE
       FD JORNLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNLOTE.DAT".
       01 REGJORNAL.
                03 JN-PROGRAMA         PIC X(08).
                03 JN-DTINI            PIC 9(08).
                03 JN-HRINI            PIC 9(06).
                03 JN-ARQUIVO          PIC X(08).
                03 JN-OPER             PIC X(01).
                03 JN-ANTES            PIC X(121).
                03 JN-DEPOIS           PIC X(121).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROHIST  PIC X(02) VALUE "00".
       77 ST-ERROJN    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * FILTRO: 0=TODOS 1=CARGO 2=DEPARTAMENTO 3=TIPO DE SALARIO
       77 W-FILTRO     PIC 9(01) VALUE ZEROS.
           OPEN I-O FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CARG
              GO TO ROT-FIMP.
                IF W-FILTRO = 3 AND TIPSAL NOT = W-TIPFILTRO
                   GO TO LER-CARG.
                MOVE SALBAS TO W-VALORANT.
                MOVE CADCARG TO JN-ANTES.
                PERFORM APLICA-REAJ-CARGO THRU APLICA-REAJ-CARGO-FIM.
                REWRITE CADCARG.
                MOVE "CARG" TO JN-ARQUIVO.
                MOVE "A" TO JN-OPER.
                MOVE CADCARG TO JN-DEPOIS.
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
                MOVE "C" TO HS-TIPOREG.
                MOVE CODIGO1 TO HS-CHAVE.
                MOVE W-VALORANT TO HS-VALORANT.
                IF W-CASA = 0
                   GO TO LER-FUNC.
                MOVE SALNEGOC TO W-VALORANT.
                MOVE CADFUN TO JN-ANTES.
                PERFORM APLICA-REAJ-FUNC THRU APLICA-REAJ-FUNC-FIM.
      * AUMENTO ACIMA DO LIMITE: VAI PARA A FILA DE APROVACAO
      * (FPP060) E O FUNCIONARIO SEGUE COM O SALARIO ANTERIOR
                   ADD 1 TO W-TOTPEND
                   GO TO LER-FUNC.
                REWRITE CADFUN.
                MOVE "FUNC" TO JN-ARQUIVO.
                MOVE "A" TO JN-OPER.
                MOVE CADFUN TO JN-DEPOIS.
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
                MOVE "F" TO HS-TIPOREG.
                MOVE CHAPA TO HS-CHAVE.
                MOVE W-VALORANT TO HS-VALORANT.
                   INVALID KEY
                      REWRITE CADAPROV.
                CLOSE APROV.
      * PENDENCIA INCLUIDA PELA RODADA: O ESTORNO (ESTLOTE) A EXCLUI
      * ENQUANTO AINDA NAO FOI APROVADA NEM REJEITADA
                MOVE "APROV" TO JN-ARQUIVO.
                MOVE "I" TO JN-OPER.
                MOVE SPACES TO JN-ANTES.
                MOVE CADAPROV TO JN-DEPOIS.
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
                MOVE W-VALORANT TO SALNEGOC.
                MOVE 1 TO W-APRPAROU.
       VERIFICA-APROV-FIM.
                CLOSE HISTSAL.
       GRAVA-HIST-FIM.
                EXIT.
      *
      *****************************************
      * DIARIO DE ESTORNO (JORNLOTE.DAT)       *
      *****************************************
       GRAVA-JORNAL.
                MOVE "FPP020" TO JN-PROGRAMA.
                MOVE W-LPDTINI TO JN-DTINI.
                MOVE W-LPHRINI TO JN-HRINI.
                OPEN EXTEND JORNLOTE.
                WRITE REGJORNAL.
                CLOSE JORNLOTE.
       GRAVA-JORNAL-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                DISPLAY (20, 08) "CARGOS REAJUSTADOS......: "
