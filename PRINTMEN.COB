      **************************************
      * INADIMPLENCIA DE MENSALIDADES:     *
      * LISTA AS MENSALIDADES EM ABERTO    *
      * OU PAGAS EM PARTE (MENSAL.DAT -    *
      * GERAMENS) COM O ATRASO EM MESES E  *
      * A DIVIDA ATUALIZADA ATE HOJE       *
      * (VALOR MAIS MULTA E JUROS DO       *
      * CALCENC, MENOS O JA RECEBIDO), E   *
      * FECHA COM O QUADRO DE AGING POR    *
      * TURMA (1 / 2 / 3 OU MAIS MESES)    *
      * EM ARQMEN.TXT                      *
      **************************************
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERROALU.
           SELECT OPTIONAL BOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BL-CHAVE
                    FILE STATUS  IS ST-ERROBL
                ALTERNATE RECORD KEY IS BL-NOSSONUM.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 MS-STATMS           PIC X(01).
                03 MS-DTPAG            PIC 9(08).
                03 MS-RESPNOME         PIC X(35).
      * BRUTO/DESCONTO/BOLSA SAO GRAVADOS PELO GERAMENS - MANTIDOS
      * AQUI SO PARA CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(24).
      * VALOR DEVIDO (COM MULTA/JUROS DE ATRASO - CALCENC) E VALOR
      * RECEBIDO NA BAIXA DA PARCELA
                03 MS-VALDEVIDO        PIC 9(06)V99.
                03 MS-VALRECEB         PIC 9(06)V99.
       FD ALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUNO.DAT".
                03 NOTARECUP PIC 9(02)V99.
                03 FALTA1 PIC 9(02).
                03 FALTA2 PIC 9(02).
      * BOLETOS REMETIDOS AO BANCO (REMBOL)
       FD BOLETO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLETO.DAT".
       01 REGBOLETO.
                03 BL-CHAVE.
                    05 BL-RA           PIC 9(06).
                    05 BL-PERIODO.
                        07 BL-ANO      PIC 9(04).
                        07 BL-MES      PIC 9(02).
                03 BL-NOSSONUM         PIC 9(10).
                03 BL-DTVENC           PIC 9(08).
                03 BL-VALOR            PIC 9(06)V99.
                03 BL-DTREM            PIC 9(08).
      * R=REMETIDO  L=LIQUIDADO  J=REJEITADO PELO BANCO
                03 BL-STATBL           PIC X(01).
                03 BL-DTRET            PIC 9(08).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMEN.TXT".
       01 REGIMP PIC X(105).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROMSL   PIC X(02) VALUE "00".
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 ST-ERROBL    PIC X(02) VALUE "00".
      * BOLETO ABERTO (O STATUS MUDA A CADA LEITURA)
       77 W-BLABERTO   PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TOTABERTO  PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-MESESATR   PIC S9(05) VALUE ZEROS.
       77 W-TOTDIVIDA  PIC 9(10)V99 VALUE ZEROS.
       77 W-RECEB      PIC 9(06)V99 VALUE ZEROS.
       77 W-DIVIDA     PIC 9(06)V99 VALUE ZEROS.
      * ENCARGOS DE ATRASO ATE HOJE (CALCENC)
       01 W-COMPET     PIC 9(06) VALUE ZEROS.
       01 W-VALBASE    PIC 9(06)V99 VALUE ZEROS.
       01 W-DTVENC     PIC 9(08) VALUE ZEROS.
       01 W-VALMULTA   PIC 9(06)V99 VALUE ZEROS.
       01 W-VALJUROS   PIC 9(06)V99 VALUE ZEROS.
       01 W-VALDEV     PIC 9(06)V99 VALUE ZEROS.
       01 W-DIASATR    PIC 9(05) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
                03 W-HJ-ANO  PIC 9(04).
                03 FILLER PIC X(45) VALUE
                       "INADIMPLENCIA DE MENSALIDADES POR TURMA".
       01 CAB2.
                03 FILLER PIC X(40) VALUE
                       "RA      ALUNO/RESPONSAVEL".
                03 FILLER PIC X(32) VALUE
                       "TURMA  COMPET      VALOR MESES".
                03 FILLER PIC X(30) VALUE
                       "ENCARGOS   RECEBIDO     DIVIDA".
       01 DETAL.
                03 IMPRA    PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPVAL   PIC ZZZZZ9,99.
                03 FILLER   PIC X(03) VALUE SPACES.
                03 IMPMESES PIC ZZ9.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPENC   PIC ZZZZ9,99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPREC   PIC ZZZZZ9,99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPDIV   PIC ZZZZZ9,99.
       01 CABAGING.
                03 FILLER PIC X(50) VALUE
                       "TURMA   ATE 1 MES     2 MESES      ".
       01 LINTOT2.
                03 FILLER  PIC X(26) VALUE "VALOR TOTAL EM ABERTO..:".
                03 IMPTOT2 PIC ZZZZZZZ9,99.
       01 LINTOT3.
                03 FILLER  PIC X(26) VALUE "DIVIDA ATUALIZADA......:".
                03 IMPTOT3 PIC ZZZZZZZ9,99.
       01 LINTRACO.
                03 FILLER PIC X(102) VALUE ALL "-".
      *
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MENSAL.
           IF ST-ERROMSL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. MENSAL (GERAMENS)" TO MENS
              MOVE "MENSAL" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROMSL MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT ALUNO.
           MOVE ZEROS TO W-BLABERTO.
           OPEN INPUT BOLETO.
           IF ST-ERROBL = "00"
              MOVE 1 TO W-BLABERTO.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE SPACES TO REGIMP.
           MOVE ZEROS TO W-TABTUR.
      *
      *****************************************
      * LISTA AS MENSALIDADES EM ABERTO OU     *
      * PAGAS EM PARTE E ACUMULA O AGING POR   *
      * TURMA                                  *
      *****************************************
       LER-MENSAL.
                READ MENSAL NEXT RECORD
                   AT END GO TO ROT-AGING.
                IF MS-STATMS NOT = "A" AND MS-STATMS NOT = "a"
                AND MS-STATMS NOT = "I"
                   GO TO LER-MENSAL.
                COMPUTE W-MESESATR =
                   ((W-HJ-ANO - MS-ANO) * 12) + (W-HJ-MES - MS-MES).
                COMPUTE IMPPER = (MS-ANO * 100) + MS-MES.
                MOVE MS-VALOR TO IMPVAL.
                MOVE W-MESESATR TO IMPMESES.
                PERFORM CALC-DIVIDA THRU CALC-DIVIDA-FIM.
                WRITE REGIMP FROM DETAL.
                ADD 1 TO W-TOTABERTO.
                ADD MS-VALOR TO W-TOTVALOR.
                   ELSE
                      ADD MS-VALOR TO W-TURVAL3(W-ACHTUR).
                GO TO LER-MENSAL.
      *
      * DIVIDA ATUALIZADA: VALOR COM MULTA E JUROS ATE HOJE MENOS O
      * QUE JA FOI RECEBIDO NA BAIXA EM PARTE. O VENCIMENTO E O DO
      * BOLETO DA PARCELA (REMBOL), COMO NA BAIXA DO FPP022; SEM
      * BOLETO E O DO CADCOB NA COMPETENCIA
       CALC-DIVIDA.
                MOVE MS-PERIODO TO W-COMPET.
                MOVE MS-VALOR TO W-VALBASE.
                MOVE ZEROS TO W-DTVENC.
                IF W-BLABERTO = 1
                   MOVE MS-CHAVE TO BL-CHAVE
                   READ BOLETO
                      NOT INVALID KEY
                         MOVE BL-DTVENC TO W-DTVENC.
                CALL "CALCENC" USING W-COMPET W-VALBASE W-DTVENC
                                     W-HOJE W-VALMULTA W-VALJUROS
                                     W-VALDEV W-DIASATR.
                MOVE ZEROS TO W-RECEB W-DIVIDA.
                IF MS-VALRECEB NUMERIC
                   MOVE MS-VALRECEB TO W-RECEB.
                IF W-VALDEV > W-RECEB
                   COMPUTE W-DIVIDA = W-VALDEV - W-RECEB.
                COMPUTE IMPENC = W-VALMULTA + W-VALJUROS.
                MOVE W-RECEB TO IMPREC.
                MOVE W-DIVIDA TO IMPDIV.
                ADD W-DIVIDA TO W-TOTDIVIDA.
       CALC-DIVIDA-FIM.
                EXIT.
      *
       ACHA-TURMA.
                MOVE ZEROS TO W-ACHTUR W-IDXTUR.
                WRITE REGIMP FROM LINTOT1.
                MOVE W-TOTVALOR TO IMPTOT2.
                WRITE REGIMP FROM LINTOT2.
                MOVE W-TOTDIVIDA TO IMPTOT3.
                WRITE REGIMP FROM LINTOT3.
                DISPLAY (21, 05) "EM ABERTO: " W-TOTABERTO
                                 "  RELATORIO EM ARQMEN.TXT".
                GO TO ROT-FIM.
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE MENSAL ALUNO ARQIMP.
                IF W-BLABERTO = 1
                   CLOSE BOLETO.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
