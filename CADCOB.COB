       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCOB.
      *
      **************************************
      * PARAMETROS DA COBRANCA ESCOLAR     *
      * (COBPARM.DAT): BANCO, AGENCIA,     *
      * CONTA E CARTEIRA DA COBRANCA       *
      * REGISTRADA, DIA DE VENCIMENTO DAS  *
      * MENSALIDADES E ULTIMO NOSSO NUMERO *
      * USADO NA REMESSA DE BOLETOS        *
      * (REMBOL). MULTA, JUROS AO DIA E    *
      * DIAS DE CARENCIA DA MENSALIDADE    *
      * PAGA EM ATRASO (CALCENC - BAIXA DO *
      * FPP022 E DIVIDA ATUALIZADA DO      *
      * PRINTMEN)                          *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COBPARM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      * ENCARGOS DE ATRASO: MULTA (%) UMA VEZ, JUROS (%) POR DIA
      * CORRIDO DESDE O VENCIMENTO; PAGO ATE O VENCIMENTO MAIS A
      * CARENCIA NAO TEM ENCARGO
                03 CP-PERCMULTA        PIC 9(02)V99.
                03 CP-PERCJUROS        PIC 9(01)V9(04).
                03 CP-CARENCIA         PIC 9(02).
      * RESERVA PARA NOVOS PARAMETROS DA COBRANCA
                03 FILLER              PIC X(19).
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELACOBPARM.
           05  LINE 02  COLUMN 01
               VALUE  "                 PARAMETROS DA COBRANCA".
           05  LINE 02  COLUMN 41
               VALUE  " ESCOLAR".
           05  LINE 05  COLUMN 01
               VALUE  "      CODIGO (1):".
           05  LINE 06  COLUMN 01
               VALUE  "      BANCO:".
           05  LINE 07  COLUMN 01
               VALUE  "      AGENCIA:".
           05  LINE 08  COLUMN 01
               VALUE  "      CONTA:".
           05  LINE 08  COLUMN 23
               VALUE  "-".
           05  LINE 09  COLUMN 01
               VALUE  "      CARTEIRA:".
           05  LINE 10  COLUMN 01
               VALUE  "      DIA DE VENCIMENTO:".
           05  LINE 11  COLUMN 01
               VALUE  "      ULTIMO NOSSO NUMERO:".
           05  LINE 13  COLUMN 01
               VALUE  "      MULTA POR ATRASO (%):".
           05  LINE 14  COLUMN 01
               VALUE  "      JUROS POR DIA (%):".
           05  LINE 15  COLUMN 01
               VALUE  "      DIAS DE CARENCIA:".
           05  TCPCODIGO
               LINE 05  COLUMN 20  PIC 9(01)
               USING  CP-CODIGO
               HIGHLIGHT.
           05  TCPBANCO
               LINE 06  COLUMN 14  PIC 9(03)
               USING  CP-BANCO
               HIGHLIGHT.
           05  TCPNOMEBANCO
               LINE 06  COLUMN 19  PIC X(15)
               USING  CP-NOMEBANCO
               HIGHLIGHT.
           05  TCPAGENCIA
               LINE 07  COLUMN 16  PIC 9(05)
               USING  CP-AGENCIA
               HIGHLIGHT.
           05  TCPCONTA
               LINE 08  COLUMN 15  PIC 9(07)
               USING  CP-CONTA
               HIGHLIGHT.
           05  TCPDIGCONTA
               LINE 08  COLUMN 24  PIC X(01)
               USING  CP-DIGCONTA
               HIGHLIGHT.
           05  TCPCARTEIRA
               LINE 09  COLUMN 17  PIC 9(03)
               USING  CP-CARTEIRA
               HIGHLIGHT.
           05  TCPDIAVENC
               LINE 10  COLUMN 26  PIC 9(02)
               USING  CP-DIAVENC
               HIGHLIGHT.
           05  TCPULTNOSSO
               LINE 11  COLUMN 28  PIC 9(10)
               USING  CP-ULTNOSSO
               HIGHLIGHT.
           05  TCPPERCMULTA
               LINE 13  COLUMN 29  PIC Z9,99
               USING  CP-PERCMULTA
               HIGHLIGHT.
           05  TCPPERCJUROS
               LINE 14  COLUMN 29  PIC 9,9999
               USING  CP-PERCJUROS
               HIGHLIGHT.
           05  TCPCARENCIA
               LINE 15  COLUMN 29  PIC 9(02)
               USING  CP-CARENCIA
               HIGHLIGHT.
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O COBPARM
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT COBPARM
                      CLOSE COBPARM
                      MOVE "*** ARQUIVO COBPARM SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. COBPARM" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE 1 TO CP-CODIGO
                MOVE ZEROS TO CP-BANCO CP-AGENCIA CP-CONTA CP-CARTEIRA
                              CP-DIAVENC CP-ULTNOSSO
                MOVE ZEROS TO CP-PERCMULTA CP-PERCJUROS CP-CARENCIA
                MOVE SPACES TO CP-NOMEBANCO CP-DIGCONTA.
                DISPLAY TELACOBPARM.
       INC-002.
                ACCEPT TCPCODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE COBPARM
                   GO TO ROT-FIM.
                IF CP-CODIGO NOT = 1
                   MOVE "*** CODIGO INVALIDO (SO 1) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       LER-COBPARM01.
                MOVE 0 TO W-SEL
                READ COBPARM
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM ACERTA-ENCARGO THRU ACERTA-ENCARGO-FIM
                      DISPLAY TELACOBPARM
                      MOVE "*** PARAMETROS JA CADASTRADOS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TCPBANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CP-BANCO = ZEROS
                   MOVE "*** BANCO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TCPNOMEBANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
       INC-005.
                ACCEPT TCPAGENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CP-AGENCIA = ZEROS
                   MOVE "*** AGENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TCPCONTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CP-CONTA = ZEROS
                   MOVE "*** CONTA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TCPDIGCONTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                ACCEPT TCPCARTEIRA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF CP-CARTEIRA = ZEROS
                   MOVE "*** CARTEIRA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
      * VENCIMENTO NO DIA DO MES DA COMPETENCIA; O REMBOL PASSA
      * PARA O PROXIMO DIA UTIL (FERIADO.DAT - FPP047)
       INC-009.
                ACCEPT TCPDIAVENC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF CP-DIAVENC = ZEROS OR CP-DIAVENC > 31
                   MOVE "*** DIA DE VENCIMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
      * SO SE MEXE NO NOSSO NUMERO NA TROCA DE CARTEIRA/BANCO
       INC-010.
                ACCEPT TCPULTNOSSO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-011.
                ACCEPT TCPPERCMULTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF CP-PERCMULTA > 20
                   MOVE "*** MULTA ACIMA DE 20% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
       INC-012.
                ACCEPT TCPPERCJUROS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF CP-PERCJUROS > 1
                   MOVE "*** JUROS ACIMA DE 1% AO DIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
       INC-013.
                ACCEPT TCPCARENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE CADCOBPARM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** PARAMETROS JA EXISTEM ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 10)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 10) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE COBPARM RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE CADCOBPARM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO COBPARM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***********************************************
      * REGISTRO GRAVADO ANTES DOS ENCARGOS DE      *
      * ATRASO TEM BRANCOS NESSES CAMPOS            *
      ***********************************************
      *
       ACERTA-ENCARGO.
                IF CP-PERCMULTA NOT NUMERIC
                   MOVE ZEROS TO CP-PERCMULTA.
                IF CP-PERCJUROS NOT NUMERIC
                   MOVE ZEROS TO CP-PERCJUROS.
                IF CP-CARENCIA NOT NUMERIC
                   MOVE ZEROS TO CP-CARENCIA.
       ACERTA-ENCARGO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
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
