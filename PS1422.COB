                03 RC-SALDODEV         PIC 9(06)V99.
                03 RC-PENSAO           PIC 9(06)V99.
                03 RC-LIQUIDO          PIC 9(06)V99.
      * MENSALIDADES ESCOLARES DOS FILHOS (MENSAL.DAT) ACERTADAS NA
      * RESCISAO; SO NAS RESCISOES GRAVADAS DEPOIS DO CAMPO
                03 RC-MENSAL           PIC 9(06)V99.
      * TIPO DE DESLIGAMENTO (S/J/P/A/T); BRANCO NAS RESCISOES
      * GRAVADAS ANTES DO CAMPO
                03 RC-TIPODESL         PIC X(01).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(11) VALUE "MESES TRAB:".
                03 IMPMESES PIC Z9.
       01 LINCAUSA.
                03 FILLER  PIC X(22) VALUE "CAUSA DO AFASTAMENTO:".
                03 IMPCAUSA PIC X(30).
       01 LINVERBA1.
                03 FILLER  PIC X(22) VALUE "SALDO DE SALARIO....:".
                03 IMPSALDO PIC ZZZZZ9,99.
       01 LINDESC3.
                03 FILLER  PIC X(22) VALUE "(-) PENSAO JUDICIAL.:".
                03 IMPPEN  PIC ZZZZZ9,99.
       01 LINDESC4.
                03 FILLER  PIC X(22) VALUE "(-) MENSALIDADE ESC.:".
                03 IMPMEN  PIC ZZZZZ9,99.
       01 LINLIQ.
                03 FILLER  PIC X(22) VALUE "LIQUIDO A PAGAR.....:".
                03 IMPLIQ  PIC ZZZZZ9,99.
                MOVE RC-DTDEM TO IMPDTDEM.
                MOVE RC-MESES-TRAB TO IMPMESES.
                WRITE REGIMP FROM CABDATAS.
                PERFORM IMP-CAUSA THRU IMP-CAUSA-FIM.
                PERFORM IMP-ENDER THRU IMP-ENDER-FIM.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                   WRITE REGIMP FROM LINDESC2
                   MOVE RC-PENSAO TO IMPPEN
                   WRITE REGIMP FROM LINDESC3
                   PERFORM IMP-MENSAL THRU IMP-MENSAL-FIM
                   MOVE RC-LIQUIDO TO IMPLIQ
                   WRITE REGIMP FROM LINLIQ.
                MOVE SPACES TO REGIMP.
                ADD RC-TOTAL-RESC TO W-TOTVALOR.
       IMP-TERMO-FIM.
                EXIT.
      *
       IMP-MENSAL.
                IF RC-MENSAL NOT NUMERIC
                   GO TO IMP-MENSAL-FIM.
                IF RC-MENSAL = ZEROS
                   GO TO IMP-MENSAL-FIM.
                MOVE RC-MENSAL TO IMPMEN.
                WRITE REGIMP FROM LINDESC4.
       IMP-MENSAL-FIM.
                EXIT.
      *
       IMP-CAUSA.
                IF RC-TIPODESL = "S"
                   MOVE "DISPENSA SEM JUSTA CAUSA" TO IMPCAUSA
                ELSE
                IF RC-TIPODESL = "J"
                   MOVE "DISPENSA POR JUSTA CAUSA" TO IMPCAUSA
                ELSE
                IF RC-TIPODESL = "P"
                   MOVE "PEDIDO DE DEMISSAO" TO IMPCAUSA
                ELSE
                IF RC-TIPODESL = "A"
                   MOVE "ACORDO (ART. 484-A CLT)" TO IMPCAUSA
                ELSE
                IF RC-TIPODESL = "T"
                   MOVE "TERMINO DE CONTRATO A PRAZO" TO IMPCAUSA
                ELSE
                   GO TO IMP-CAUSA-FIM.
                WRITE REGIMP FROM LINCAUSA.
       IMP-CAUSA-FIM.
                EXIT.
      *
      *****************************************
      * ENDERECO DO FUNCIONARIO NO TERMO       *
