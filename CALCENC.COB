       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCENC.
      *
      **************************************
      * ENCARGOS DA MENSALIDADE PAGA EM    *
      * ATRASO: MULTA E JUROS AO DIA DOS   *
      * PARAMETROS DA COBRANCA (COBPARM,   *
      * CADCOB) SOBRE O VALOR DA PARCELA.  *
      * ENTRADA: COMPETENCIA (AAAAMM),     *
      *   VALOR, VENCIMENTO (AAAAMMDD, 0 = *
      *   DIA DO CADCOB NO MES DA          *
      *   COMPETENCIA, NO MAXIMO O ULTIMO  *
      *   DIA DO MES, EMPURRADO PARA O     *
      *   PROXIMO DIA UTIL) E DATA DO      *
      *   PAGAMENTO OU DA POSICAO          *
      * SAIDA: VENCIMENTO USADO, MULTA,    *
      *   JUROS, VALOR DEVIDO (VALOR MAIS  *
      *   ENCARGOS) E DIAS DE ATRASO.      *
      * PAGO ATE O VENCIMENTO MAIS OS DIAS *
      * DE CARENCIA NAO TEM ENCARGO; DEPOIS*
      * DISSO A MULTA E COBRADA UMA VEZ E  *
      * OS JUROS CORREM DESDE O VENCIMENTO.*
      * SEM COBPARM.DAT NAO HA ENCARGO.    *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COBPARM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CODIGO
                    FILE STATUS  IS ST-ERROCP.
           SELECT OPTIONAL FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FD-DATA
                    FILE STATUS  IS ST-ERROFRD.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * PARAMETROS DA COBRANCA ESCOLAR (CADCOB)
       FD COBPARM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COBPARM.DAT".
       01 CADCOBPARM.
                03 CP-CODIGO           PIC 9(01).
                03 CP-BANCO            PIC 9(03).
                03 CP-NOMEBANCO        PIC X(15).
                03 CP-AGENCIA          PIC 9(05).
                03 CP-CONTA            PIC 9(07).
                03 CP-DIGCONTA         PIC X(01).
                03 CP-CARTEIRA         PIC 9(03).
                03 CP-DIAVENC          PIC 9(02).
                03 CP-ULTNOSSO         PIC 9(10).
                03 CP-PERCMULTA        PIC 9(02)V99.
                03 CP-PERCJUROS        PIC 9(01)V9(04).
                03 CP-CARENCIA         PIC 9(02).
                03 FILLER              PIC X(19).
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 CADFERIADO.
                03 FD-DATA             PIC 9(08).
                03 FD-DESCR            PIC X(30).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROCP    PIC X(02) VALUE "00".
       77 ST-ERROFRD   PIC X(02) VALUE "00".
       77 W-DIAVENC    PIC 9(02) VALUE ZEROS.
       77 W-PERCMULTA  PIC 9(02)V99 VALUE ZEROS.
       77 W-PERCJUROS  PIC 9(01)V9(04) VALUE ZEROS.
       77 W-CARENCIA   PIC 9(02) VALUE ZEROS.
       77 W-JDVENC     PIC 9(07) VALUE ZEROS.
       77 W-JDREF      PIC 9(07) VALUE ZEROS.
       01 W-COMPET-R.
                03 W-CO-ANO            PIC 9(04).
                03 W-CO-MES            PIC 9(02).
      * NUMERO DO DIA (DIA JULIANO) DE W-DTORD
       01 W-DTORD      PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
       77 W-JDNUM      PIC 9(07) VALUE ZEROS.
       77 W-JDA        PIC 9(01) VALUE ZEROS.
       77 W-JDY        PIC 9(05) VALUE ZEROS.
       77 W-JDM        PIC 9(02) VALUE ZEROS.
       77 W-JDT1       PIC 9(05) VALUE ZEROS.
       77 W-JDT2       PIC 9(05) VALUE ZEROS.
       77 W-JDT3       PIC 9(05) VALUE ZEROS.
       77 W-JDT4       PIC 9(05) VALUE ZEROS.
      * CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER):
      * 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
       77 W-ZQ         PIC 9(02) VALUE ZEROS.
       77 W-ZM         PIC 9(02) VALUE ZEROS.
       77 W-ZANO       PIC 9(04) VALUE ZEROS.
       77 W-ZK         PIC 9(02) VALUE ZEROS.
       77 W-ZJ         PIC 9(02) VALUE ZEROS.
       77 W-ZSOMA      PIC 9(06) VALUE ZEROS.
       77 W-ZQUOC      PIC 9(06) VALUE ZEROS.
       77 W-DOW        PIC 9(01) VALUE ZEROS.
       77 W-ULTDIA     PIC 9(02) VALUE ZEROS.
       77 W-RESTO4     PIC 9(04) VALUE ZEROS.
       77 W-RESTO100   PIC 9(04) VALUE ZEROS.
       77 W-RESTO400   PIC 9(04) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01 W-COMPET     PIC 9(06).
       01 W-VALBASE    PIC 9(06)V99.
       01 W-DTVENC     PIC 9(08).
       01 W-DTREF      PIC 9(08).
       01 W-VALMULTA   PIC 9(06)V99.
       01 W-VALJUROS   PIC 9(06)V99.
       01 W-VALDEVIDO  PIC 9(06)V99.
       01 W-DIASATR    PIC 9(05).
      *
       PROCEDURE DIVISION USING W-COMPET W-VALBASE W-DTVENC W-DTREF
                                W-VALMULTA W-VALJUROS W-VALDEVIDO
                                W-DIASATR.
       INICIO.
                MOVE ZEROS TO W-VALMULTA W-VALJUROS W-DIASATR.
                MOVE W-VALBASE TO W-VALDEVIDO.
      * COBPARM E LIDO A CADA CHAMADA: O CADCOB PODE TER MUDADO OS
      * PARAMETROS DESDE A CHAMADA ANTERIOR
                PERFORM LER-COBPARM THRU LER-COBPARM-FIM.
                IF W-DTVENC = ZEROS
                   PERFORM MONTA-DTVENC THRU MONTA-DTVENC-FIM.
                IF W-DTREF NOT > W-DTVENC
                   GO TO ROT-FIM.
                MOVE W-DTVENC TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-JDVENC.
                MOVE W-DTREF TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-JDREF.
                COMPUTE W-DIASATR = W-JDREF - W-JDVENC.
                IF W-DIASATR NOT > W-CARENCIA
                   GO TO ROT-FIM.
                COMPUTE W-VALMULTA ROUNDED =
                        W-VALBASE * W-PERCMULTA / 100.
                COMPUTE W-VALJUROS ROUNDED =
                        W-VALBASE * W-PERCJUROS / 100 * W-DIASATR.
                COMPUTE W-VALDEVIDO = W-VALBASE + W-VALMULTA
                                    + W-VALJUROS.
                GO TO ROT-FIM.
      *
      *****************************************
      * PARAMETROS DA COBRANCA (REGISTRO 1).   *
      * REGISTRO GRAVADO ANTES DOS ENCARGOS    *
      * TEM BRANCOS NESSES CAMPOS              *
      *****************************************
       LER-COBPARM.
                MOVE ZEROS TO W-DIAVENC W-PERCMULTA W-PERCJUROS
                              W-CARENCIA.
                OPEN INPUT COBPARM.
                IF ST-ERROCP NOT = "00"
                   GO TO LER-COBPARM-FIM.
                MOVE 1 TO CP-CODIGO.
                READ COBPARM
                   INVALID KEY
                      CLOSE COBPARM
                      GO TO LER-COBPARM-FIM.
                MOVE CP-DIAVENC TO W-DIAVENC.
                IF CP-PERCMULTA NUMERIC
                   MOVE CP-PERCMULTA TO W-PERCMULTA.
                IF CP-PERCJUROS NUMERIC
                   MOVE CP-PERCJUROS TO W-PERCJUROS.
                IF CP-CARENCIA NUMERIC
                   MOVE CP-CARENCIA TO W-CARENCIA.
                CLOSE COBPARM.
       LER-COBPARM-FIM.
                EXIT.
      *
      *****************************************
      * VENCIMENTO DA COMPETENCIA COMO NA      *
      * REMESSA DE BOLETOS (REMBOL): DIA DO    *
      * CADCOB NO MES (NO MAXIMO O ULTIMO DIA  *
      * DO MES), EMPURRADO PARA O PROXIMO DIA  *
      * UTIL. SEM DIA NO CADCOB VENCE NO DIA 1 *
      *****************************************
       MONTA-DTVENC.
                MOVE W-COMPET TO W-COMPET-R.
                MOVE W-CO-ANO TO W-DO-ANO.
                MOVE W-CO-MES TO W-DO-MES.
                PERFORM DIAS-MES THRU DIAS-MES-FIM.
                MOVE W-DIAVENC TO W-DO-DIA.
                IF W-DIAVENC = 0
                   MOVE 1 TO W-DO-DIA.
                IF W-DIAVENC > W-ULTDIA
                   MOVE W-ULTDIA TO W-DO-DIA.
                PERFORM PROXIMO-UTIL THRU PROXIMO-UTIL-FIM.
                MOVE W-DTORD TO W-DTVENC.
       MONTA-DTVENC-FIM.
                EXIT.
      *
      * EMPURRA W-DTORD PARA O PROXIMO DIA UTIL (PULA SABADO,
      * DOMINGO E AS DATAS DO CALENDARIO FERIADO.DAT)
       PROXIMO-UTIL.
                OPEN INPUT FERIADO.
       PROXIMO-UTIL-TESTA.
                PERFORM CALC-DOW THRU CALC-DOW-FIM.
                IF W-DOW = 0 OR W-DOW = 1
                   PERFORM SOMA-DIA THRU SOMA-DIA-FIM
                   GO TO PROXIMO-UTIL-TESTA.
                IF ST-ERROFRD = "00" OR ST-ERROFRD = "05"
                   MOVE W-DTORD TO FD-DATA
                   READ FERIADO
                      NOT INVALID KEY
                         PERFORM SOMA-DIA THRU SOMA-DIA-FIM
                         GO TO PROXIMO-UTIL-TESTA.
                CLOSE FERIADO.
       PROXIMO-UTIL-FIM.
                EXIT.
      *
      * DIA DA SEMANA DE W-DTORD (CONGRUENCIA DE ZELLER):
      * 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
       CALC-DOW.
                MOVE W-DO-DIA TO W-ZQ.
                MOVE W-DO-MES TO W-ZM.
                MOVE W-DO-ANO TO W-ZANO.
                IF W-ZM < 3
                   ADD 12 TO W-ZM
                   SUBTRACT 1 FROM W-ZANO.
                DIVIDE W-ZANO BY 100 GIVING W-ZJ
                                     REMAINDER W-ZK.
                COMPUTE W-ZSOMA = W-ZQ
                                + ((13 * (W-ZM + 1)) / 5)
                                + W-ZK + (W-ZK / 4)
                                + (W-ZJ / 4) + (5 * W-ZJ).
                DIVIDE W-ZSOMA BY 7 GIVING W-ZQUOC
                                    REMAINDER W-DOW.
       CALC-DOW-FIM.
                EXIT.
      *
      * AVANCA W-DTORD EM UM DIA (COM VIRADA DE MES/ANO)
       SOMA-DIA.
                PERFORM DIAS-MES THRU DIAS-MES-FIM.
                IF W-DO-DIA < W-ULTDIA
                   ADD 1 TO W-DO-DIA
                   GO TO SOMA-DIA-FIM.
                MOVE 01 TO W-DO-DIA.
                IF W-DO-MES = 12
                   MOVE 01 TO W-DO-MES
                   ADD 1 TO W-DO-ANO
                ELSE
                   ADD 1 TO W-DO-MES.
       SOMA-DIA-FIM.
                EXIT.
      *
      * ULTIMO DIA DO MES DE W-DTORD (COM ANO BISSEXTO)
       DIAS-MES.
                IF W-DO-MES = 4 OR W-DO-MES = 6
                OR W-DO-MES = 9 OR W-DO-MES = 11
                   MOVE 30 TO W-ULTDIA
                   GO TO DIAS-MES-FIM.
                IF W-DO-MES NOT = 2
                   MOVE 31 TO W-ULTDIA
                   GO TO DIAS-MES-FIM.
                MOVE 28 TO W-ULTDIA.
                DIVIDE W-DO-ANO BY 4 GIVING W-ZQUOC
                                     REMAINDER W-RESTO4.
                DIVIDE W-DO-ANO BY 100 GIVING W-ZQUOC
                                       REMAINDER W-RESTO100.
                DIVIDE W-DO-ANO BY 400 GIVING W-ZQUOC
                                       REMAINDER W-RESTO400.
                IF W-RESTO4 = 0
                   IF W-RESTO100 NOT = 0 OR W-RESTO400 = 0
                      MOVE 29 TO W-ULTDIA.
       DIAS-MES-FIM.
                EXIT.
      *
      * DIA JULIANO DE W-DTORD (AAAAMMDD) EM W-JDNUM
       CALC-JULIANO.
                MOVE 0 TO W-JDA.
                IF W-DO-MES < 3
                   MOVE 1 TO W-JDA.
                COMPUTE W-JDY = W-DO-ANO + 4800 - W-JDA.
                COMPUTE W-JDM = W-DO-MES + (12 * W-JDA) - 3.
                COMPUTE W-JDT1 = (153 * W-JDM) + 2.
                DIVIDE W-JDT1 BY 5 GIVING W-JDT1.
                DIVIDE W-JDY BY 4 GIVING W-JDT2.
                DIVIDE W-JDY BY 100 GIVING W-JDT3.
                DIVIDE W-JDY BY 400 GIVING W-JDT4.
                COMPUTE W-JDNUM = W-DO-DIA + W-JDT1 + (365 * W-JDY)
                                + W-JDT2 - W-JDT3 + W-JDT4 - 32045.
       CALC-JULIANO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                EXIT PROGRAM.
