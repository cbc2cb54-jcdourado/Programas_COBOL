      * CONTAS DE DEBITO/CREDITO DO RAZAO, *
      * POR DEPARTAMENTO (0000 = PADRAO    *
      * PARA TODOS). USADO PELO GERACONT   *
      * E, COM O TIPO M (MENSALIDADES, SO  *
      * NO 0000), PELO GERACMEN            *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * (001=BRUTO 002=INSS 003=IRRF 004=VT 005=VR 006=FGTS
      *  007=EMPRESTIMO 008=PENSAO 009=SALDO COBR 010=DESC ADIADO
      *  011=FERIAS)
      * M=MENSALIDADES DA ESCOLA (GERACMEN), SO NO DEPARTAMENTO 0000
      * (001=BRUTO 002=DESCONTO 003=BOLSA 004=RECEBIDO NO BANCO
      *  005=RECEBIDO EM FOLHA/RESCISAO 006=MULTA/JUROS DE ATRASO)
                    05 CT-TIPORUB      PIC X(01).
                    05 CT-CODRUB       PIC 9(03).
                03 CT-CONTADEB         PIC X(10).
       SCREEN SECTION.
       01  TELACTA.
           05  LINE 02  COLUMN 01
               VALUE  "        DE-PARA CONTABIL DA FOLHA E DAS MENSA".
           05  LINE 02  COLUMN 46
               VALUE  "LIDADES".
           05  LINE 05  COLUMN 01
               VALUE  "      DEPARTAMENTO (0 = TODOS):".
           05  LINE 07  COLUMN 01
               VALUE  "      TIPO (E/F/M=MENSALIDADE):".
           05  LINE 09  COLUMN 01
               VALUE  "      CODIGO DA RUBRICA:".
           05  LINE 11  COLUMN 01
               VALUE  "      CONTA DEBITO:".
           05  LINE 13  COLUMN 01
               VALUE  "      CONTA CREDITO:".
           05  LINE 16  COLUMN 01
               VALUE  "      MENSALIDADE: 001=BRUTO 002=DESCONTO 003".
           05  LINE 16  COLUMN 46
               VALUE  "=BOLSA".
           05  LINE 17  COLUMN 01
               VALUE  "      004=RECEB BANCO 005=RECEB FOLHA 006=M".
           05  LINE 17  COLUMN 44
               VALUE  "ULTA/JUROS".
           05  LINE 19  COLUMN 01
               VALUE  "      FIXOS: 001=BRUTO 002=INSS 003=IRRF".
           05  LINE 20  COLUMN 01
                IF W-ACT = 02 GO TO INC-002.
                IF CT-TIPORUB NOT = "E" AND CT-TIPORUB NOT = "e"
                AND CT-TIPORUB NOT = "F" AND CT-TIPORUB NOT = "f"
                AND CT-TIPORUB NOT = "M" AND CT-TIPORUB NOT = "m"
                   MOVE "*** TIPO INVALIDO (E/F/M) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      * MENSALIDADE NAO TEM DEPARTAMENTO: CONTAS UNICAS DA ESCOLA
                IF CT-TIPORUB = "m"
                   MOVE "M" TO CT-TIPORUB
                   DISPLAY TTIPORUB.
                IF CT-TIPORUB = "M" AND CT-CODPTO NOT = ZEROS
                   MOVE "*** MENSALIDADE SO NO DEPARTAMENTO 0 ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-004.
                ACCEPT TCODRUB
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF CT-TIPORUB = "M" AND CT-CODRUB > 006
                   MOVE "*** CODIGO DE MENSALIDADE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       LER-CTA01.
                MOVE 0 TO W-SEL
                READ DEPARA
