                03 CODPTO              PIC 9(04).
                03 CODCARG             PIC 9(04).
                03 DTADM               PIC 9(08).
                03 DT-ADM REDEFINES DTADM.
                    05 DIAADM          PIC 9(02).
                    05 MESADM          PIC 9(02).
                    05 ANOADM          PIC 9(04).
                03 DTDEM               PIC 9(08).
                03 STAT                PIC X(01).
      * CPF/PIS/RG SAO DE FPP003 - MANTIDOS AQUI SO PARA CASAR O
                03 EV-TIPO             PIC X(01).
                03 EV-INCIR            PIC X(01).
                03 EV-INCINSS          PIC X(01).
                03 EV-VARIAVEL         PIC X(01).
       FD HORAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HORAS.DAT".
      * HISTORICOS DO FPP004 QUANDO NAO HA PARAMLEG)
       77 W-PERCVT     PIC 9(02)V99 VALUE 06,00.
       77 W-PERCFGTS   PIC 9(02)V99 VALUE 08,00.
      * CONTRATO DE APRENDIZAGEM: FGTS REDUZIDO (LEI 8.036, ART. 15)
       77 W-PERCFGTSAPZ PIC 9(02)V99 VALUE 02,00.
       77 W-VALORDEP   PIC 9(06)V99 VALUE 000189,59.
       77 W-PERCTETO   PIC 9(02)V99 VALUE 70,00.
       77 W-VALORVR    PIC 9(06)V99 VALUE 000330,00.
       77 W-TOTDEDDEP  PIC 9(06)V99 VALUE ZEROS.
       77 W-BASEFER    PIC 9(06)V99 VALUE ZEROS.
       77 W-VALFER     PIC 9(06)V99 VALUE ZEROS.
      * MEDIA DA REMUNERACAO VARIAVEL DOS 12 MESES ANTERIORES AO
      * GOZO, SOMADA A BASE DAS FERIAS COMO NO FPP004
       01 W-MVPERFIM.
                03 W-MVANOFIM          PIC 9(04) VALUE ZEROS.
                03 W-MVMESFIM          PIC 9(02) VALUE ZEROS.
       77 W-MVANO      PIC 9(04) VALUE ZEROS.
       77 W-MVMES      PIC 9(02) VALUE ZEROS.
       77 W-MVIDXINI   PIC 9(06) VALUE ZEROS.
       77 W-MVIDXFIM   PIC 9(06) VALUE ZEROS.
       77 W-MVIDXADM   PIC 9(06) VALUE ZEROS.
       77 W-MVMESES    PIC 9(02) VALUE ZEROS.
       77 W-MVTOT      PIC 9(08)V99 VALUE ZEROS.
       77 W-MEDVAR     PIC 9(06)V99 VALUE ZEROS.
       77 W-TETODESC   PIC 9(07)V99 VALUE ZEROS.
       77 W-DESCDISP   PIC 9(07)V99 VALUE ZEROS.
       77 W-SALDOINI   PIC 9(06)V99 VALUE ZEROS.
                COMPUTE R-FGTS = (W-BASEINSS * W-PERCFGTS) / 100.
                IF TIPOCONTR = "E" OR TIPOCONTR = "e"
                   MOVE ZEROS TO R-FGTS.
                IF TIPOCONTR = "A" OR TIPOCONTR = "a"
                   COMPUTE R-FGTS = (W-BASEINSS * W-PERCFGTSAPZ) / 100.
                PERFORM DESCONTA-EMP THRU DESCONTA-EMP-FIM.
                PERFORM CALC-PENSAO THRU CALC-PENSAO-FIM.
                PERFORM APLICA-TETO THRU APLICA-TETO-FIM.
                   MOVE SALNEGOC TO W-BASEFER
                ELSE
                   MOVE SALBAS TO W-BASEFER.
                MOVE ANO OF PERIODO TO W-MVANOFIM.
                IF MES OF PERIODO = 1
                   SUBTRACT 1 FROM W-MVANOFIM
                   MOVE 12 TO W-MVMESFIM
                ELSE
                   COMPUTE W-MVMESFIM = MES OF PERIODO - 1.
                PERFORM CALC-MEDVAR THRU CALC-MEDVAR-FIM.
                ADD W-MEDVAR TO W-BASEFER.
                COMPUTE W-VALFER ROUNDED =
                                (W-BASEFER / 30) * FR-DIASGOZO.
                IF TIPOCONTR NOT = "E" AND TIPOCONTR NOT = "e"
                GO TO CALC-FERIAS-LER.
       CALC-FERIAS-FIM.
                EXIT.
      *
      * MEDIA DA REMUNERACAO VARIAVEL (MESMA REGRA DO FPP004)
       CALC-MEDVAR.
                MOVE ZEROS TO W-MEDVAR W-MVTOT W-MVMESES.
                COMPUTE W-MVIDXFIM = (W-MVANOFIM * 12) + W-MVMESFIM - 1.
                COMPUTE W-MVIDXINI = W-MVIDXFIM - 11.
                IF DTADM NOT = ZEROS
                   COMPUTE W-MVIDXADM = (ANOADM * 12) + MESADM - 1
                   IF W-MVIDXADM > W-MVIDXINI
                      MOVE W-MVIDXADM TO W-MVIDXINI.
                IF W-MVIDXINI > W-MVIDXFIM
                   GO TO CALC-MEDVAR-FIM.
                COMPUTE W-MVMESES = W-MVIDXFIM - W-MVIDXINI + 1.
                DIVIDE W-MVIDXINI BY 12 GIVING W-MVANO
                   REMAINDER W-MVMES.
                ADD 1 TO W-MVMES.
                MOVE CHAPAFUNC TO MV-CHAPAFUNC.
                MOVE W-MVANO TO MV-ANO.
                MOVE W-MVMES TO MV-MES.
                MOVE ZEROS TO MV-EVENTO.
                START MOVRUB KEY IS NOT LESS THAN MV-CHAVE
                   INVALID KEY
                      GO TO CALC-MEDVAR-FIM.
       CALC-MEDVAR-LER.
                READ MOVRUB NEXT RECORD
                   AT END
                      GO TO CALC-MEDVAR-DIV.
                IF MV-CHAPAFUNC NOT = CHAPAFUNC
                OR MV-PERIODO > W-MVPERFIM
                   GO TO CALC-MEDVAR-DIV.
                IF MV-EVENTO = 913
                   ADD MV-VALOR TO W-MVTOT
                   GO TO CALC-MEDVAR-LER.
                IF MV-EVENTO > 899
                   GO TO CALC-MEDVAR-LER.
                MOVE MV-EVENTO TO EV-CODIGO.
                READ EVENTO
                   INVALID KEY
                      GO TO CALC-MEDVAR-LER.
                IF EV-VARIAVEL = "S"
                AND (EV-TIPO = "P" OR EV-TIPO = "p")
                   ADD MV-VALOR TO W-MVTOT.
                GO TO CALC-MEDVAR-LER.
       CALC-MEDVAR-DIV.
                COMPUTE W-MEDVAR ROUNDED = W-MVTOT / W-MVMESES.
       CALC-MEDVAR-FIM.
                EXIT.
      *
       SOMA-RUBRICAS.
                MOVE ZEROS TO W-RUBPROV W-RUBDESC.
