       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADANUEN.
      *
      **************************************
      * ADICIONAL POR TEMPO DE SERVICO     *
      * (ANUENIO/QUINQUENIO) COM VIGENCIA  *
      * (ANUENIO.DAT): PERCENTUAL POR ANO  *
      * OU POR QUINQUENIO COMPLETO, TETO,  *
      * SALARIO BASE E SE OS CONTRATOS     *
      * ANTERIORES (VINCULO.DAT - FPP053)  *
      * CONTAM, COM O INTERVALO MAXIMO     *
      * ENTRE ELES. O FPP004 GERA O EVENTO *
      * 912 COM O REGISTRO VIGENTE NO      *
      * PERIODO PROCESSADO                 *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANUENIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AN-DTVIGOR
                    FILE STATUS  IS ST-ERROANU.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ANUENIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ANUENIO.DAT".
       01 CADANUEN.
      * INICIO DE VIGENCIA (AAAAMMDD) - A REGRA VALE DESTA DATA
      * ATE A VIGENCIA SEGUINTE
                03 AN-DTVIGOR          PIC 9(08).
      * A = PERCENTUAL POR ANO COMPLETO (ANUENIO)
      * Q = PERCENTUAL POR CINCO ANOS COMPLETOS (QUINQUENIO)
                03 AN-TIPO             PIC X(01).
                03 AN-PERC             PIC 9(02)V99.
      * TETO DO PERCENTUAL ACUMULADO (ZEROS = SEM TETO)
                03 AN-TETO             PIC 9(02)V99.
      * S = SALARIO DO FUNCIONARIO (NEGOCIADO OU DO CARGO)
      * C = SALARIO DO CARGO (CARG.DAT), MESMO COM NEGOCIADO
      * M = SALARIO MINIMO VIGENTE (PARAMLEG.DAT)
                03 AN-BASE             PIC X(01).
      * CONTRATOS ANTERIORES DO CHAPA (VINCULO.DAT) SOMAM (S/N) E
      * INTERVALO MAXIMO EM DIAS ENTRE A SAIDA DE UM CONTRATO E A
      * ENTRADA NO SEGUINTE (ZEROS = QUALQUER INTERVALO)
                03 AN-CONTAVINC        PIC X(01).
                03 AN-INTERV           PIC 9(04).
                03 FILLER              PIC X(20).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROANU   PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      *
       SCREEN SECTION.
       01  TELAANU.
           05  LINE 02  COLUMN 01
               VALUE  "           ADICIONAL POR TEMPO DE SERVICO".
           05  LINE 02  COLUMN 44
               VALUE  " (ANUENIO/QUINQUENIO)".
           05  LINE 05  COLUMN 01
               VALUE  "      INICIO DA VIGENCIA (AAAAMMDD):".
           05  LINE 07  COLUMN 01
               VALUE  "      TIPO (A=ANUENIO Q=QUINQUENIO):".
           05  LINE 08  COLUMN 01
               VALUE  "      PERC POR ANO/QUINQUENIO:".
           05  LINE 09  COLUMN 01
               VALUE  "      TETO DO PERCENTUAL (0=SEM):".
           05  LINE 10  COLUMN 01
               VALUE  "      BASE (S=SALARIO C=CARGO M=MINIMO):".
           05  LINE 11  COLUMN 01
               VALUE  "      SOMA CONTRATOS ANTERIORES (S/N):".
           05  LINE 12  COLUMN 01
               VALUE  "      INTERVALO MAXIMO DIAS (0=QUALQUER):".
           05  LINE 14  COLUMN 01
               VALUE  "      TEMPO = ADMISSAO ATUAL + CONTRATOS ".
           05  LINE 14  COLUMN 42
               VALUE  "DO VINCULO.DAT".
           05  LINE 15  COLUMN 01
               VALUE  "      PROVENTO NA FOLHA: EVENTO 912".
           05  TDTVIGOR
               LINE 05  COLUMN 45  PIC 99999999
               USING  AN-DTVIGOR
               HIGHLIGHT.
           05  TTIPO
               LINE 07  COLUMN 45  PIC X(01)
               USING  AN-TIPO
               HIGHLIGHT.
           05  TPERC
               LINE 08  COLUMN 45  PIC 99,99
               USING  AN-PERC
               HIGHLIGHT.
           05  TTETO
               LINE 09  COLUMN 45  PIC 99,99
               USING  AN-TETO
               HIGHLIGHT.
           05  TBASE
               LINE 10  COLUMN 45  PIC X(01)
               USING  AN-BASE
               HIGHLIGHT.
           05  TCONTAVINC
               LINE 11  COLUMN 45  PIC X(01)
               USING  AN-CONTAVINC
               HIGHLIGHT.
           05  TINTERV
               LINE 12  COLUMN 45  PIC 9999
               USING  AN-INTERV
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ANUENIO
           IF ST-ERROANU NOT = "00"
               IF ST-ERROANU = "30"
                      OPEN OUTPUT ANUENIO
                      CLOSE ANUENIO
                      MOVE "*** ARQUIVO ANUENIO SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROANU TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO AN-DTVIGOR AN-PERC AN-TETO AN-INTERV.
                MOVE SPACES TO AN-TIPO AN-BASE AN-CONTAVINC.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAANU.
       INC-002.
                ACCEPT TDTVIGOR
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE ANUENIO
                   GO TO ROT-FIM.
                MOVE AN-DTVIGOR TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "** DATA DE VIGENCIA INVALIDA (AAAAMMDD) **"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       LER-ANU01.
                MOVE 0 TO W-SEL
                READ ANUENIO
                IF ST-ERROANU NOT = "23"
                   IF ST-ERROANU = "00"
                      DISPLAY TELAANU
                      MOVE "*** VIGENCIA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO ANUENIO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF AN-TIPO = "a"
                   MOVE "A" TO AN-TIPO.
                IF AN-TIPO = "q"
                   MOVE "Q" TO AN-TIPO.
                IF AN-TIPO NOT = "A" AND AN-TIPO NOT = "Q"
                   MOVE "*** TIPO DEVE SER A OU Q ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TPERC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF AN-PERC = ZEROS
                   MOVE "*** PERCENTUAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TTETO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF AN-TETO NOT = ZEROS AND AN-TETO < AN-PERC
                   MOVE "*** TETO MENOR QUE O PERCENTUAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TBASE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF AN-BASE = "s"
                   MOVE "S" TO AN-BASE.
                IF AN-BASE = "c"
                   MOVE "C" TO AN-BASE.
                IF AN-BASE = "m"
                   MOVE "M" TO AN-BASE.
                IF AN-BASE NOT = "S" AND AN-BASE NOT = "C"
                AND AN-BASE NOT = "M"
                   MOVE "*** BASE DEVE SER S, C OU M ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TCONTAVINC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF AN-CONTAVINC = "s"
                   MOVE "S" TO AN-CONTAVINC.
                IF AN-CONTAVINC = "n"
                   MOVE "N" TO AN-CONTAVINC.
                IF AN-CONTAVINC NOT = "S" AND AN-CONTAVINC NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM  e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF AN-CONTAVINC = "N"
                   MOVE ZEROS TO AN-INTERV
                   DISPLAY TELAANU
                   GO TO INC-OPC.
       INC-008.
                ACCEPT TINTERV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "***DADOS RECUSADOS PELO OPERADOR **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE CADANUEN
                IF ST-ERROANU = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROANU = "22"
                      MOVE "*** VIGENCIA JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROANU TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
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
                   MOVE "*** DIGITE APENAS S=SIM  e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ANUENIO RECORD
                IF ST-ERROANU = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE CADANUEN
                IF ST-ERROANU = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO ANUENIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
