       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEPIEN.
      *
      **************************************
      * ENTREGA DE EPI AO FUNCIONARIO      *
      * (EPIENT.DAT): EPI DO CATALOGO      *
      * (CADEPI), DATA, QUANTIDADE, DATA   *
      * DE TROCA E DATA DE DEVOLUCAO. O CA *
      * TEM DE ESTAR VALIDO NA ENTREGA E   *
      * FICA GRAVADO NELA. AVISA QUANDO O  *
      * FUNCIONARIO NAO TEM INSALUBRIDADE  *
      * OU PERICULOSIDADE (ADICION.DAT)    *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EPIENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EE-CHAVE
                    FILE STATUS  IS ST-ERROEE.
           SELECT EPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PI-CODIGO
                    FILE STATUS  IS ST-ERROPI.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL ADICION ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AC-CHAVE
                    FILE STATUS  IS ST-ERROAD.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD EPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EPIENT.DAT".
       01 REGEPIENT.
                03 EE-CHAVE.
                    05 EE-CHAPAFUNC    PIC 9(06).
                    05 EE-CODEPI       PIC 9(04).
      * DATA DA ENTREGA EM AAAAMMDD
                    05 EE-DTENTR       PIC 9(08).
                03 EE-QTD              PIC 9(03).
      * DATA PREVISTA DE TROCA EM AAAAMMDD (ZEROS = SEM PRAZO)
                03 EE-DTTROCA          PIC 9(08).
      * DATA DA DEVOLUCAO EM AAAAMMDD (ZEROS = EM PODER DO FUNC.)
                03 EE-DTDEVOL          PIC 9(08).
      * CA DO EPI NA DATA DA ENTREGA
                03 EE-NUMCA            PIC X(10).
       FD EPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EPI.DAT".
       01 REGEPI.
                03 PI-CODIGO           PIC 9(04).
                03 PI-DESCR            PIC X(40).
                03 PI-NUMCA            PIC X(10).
                03 PI-VALCA            PIC 9(08).
                03 PI-MESTROCA         PIC 9(02).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
                03 FILLER              PIC X(80).
       FD ADICION
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADICION.DAT".
       01 CADADICION.
                03 AC-CHAVE.
                    05 AC-CHAPAFUNC    PIC 9(06).
      * N=NOTURNO  I=INSALUBRIDADE  P=PERICULOSIDADE
                    05 AC-TIPOAD       PIC X(01).
                03 AC-PERCAD           PIC 9(02)V99.
                03 AC-BASEAD           PIC X(01).
                03 AC-STATAD           PIC X(01).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROEE    PIC X(02) VALUE "00".
       77 ST-ERROPI    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROAD    PIC X(02) VALUE "00".
       77 W-ADABERTO   PIC 9(01) VALUE ZEROS.
       77 W-EXPOSTO    PIC 9(01) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      * CALCULO DA DATA DE TROCA
       77 W-TOTMESES   PIC 9(06) VALUE ZEROS.
       01 W-PROX.
                03 W-PX-ANO            PIC 9(04).
                03 W-PX-MES            PIC 9(02).
                03 W-PX-DIA            PIC 9(02).
      *
       SCREEN SECTION.
       01  TELAEE.
           05  LINE 02  COLUMN 01
               VALUE  "            ENTREGA DE EPI AO FUNCIONARIO".
           05  LINE 05  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 07  COLUMN 01
               VALUE  "      CODIGO DO EPI:".
           05  LINE 09  COLUMN 01
               VALUE  "      DATA DA ENTREGA (AAAAMMDD):".
           05  LINE 11  COLUMN 01
               VALUE  "      QUANTIDADE:".
           05  LINE 13  COLUMN 01
               VALUE  "      DATA DE TROCA (AAAAMMDD):".
           05  LINE 15  COLUMN 01
               VALUE  "      DATA DA DEVOLUCAO (AAAAMMDD):".
           05  LINE 16  COLUMN 01
               VALUE  "      (ZERO = EM PODER DO FUNCIONARIO)".
           05  LINE 18  COLUMN 01
               VALUE  "      CA NA ENTREGA:".
           05  TEECHAPA
               LINE 05  COLUMN 38  PIC 9(06)
               USING  EE-CHAPAFUNC
               HIGHLIGHT.
           05  TEECODEPI
               LINE 07  COLUMN 38  PIC 9(04)
               USING  EE-CODEPI
               HIGHLIGHT.
           05  TEEDTENTR
               LINE 09  COLUMN 38  PIC 99999999
               USING  EE-DTENTR
               HIGHLIGHT.
           05  TEEQTD
               LINE 11  COLUMN 38  PIC 9(03)
               USING  EE-QTD
               HIGHLIGHT.
           05  TEEDTTROCA
               LINE 13  COLUMN 38  PIC 99999999
               USING  EE-DTTROCA
               HIGHLIGHT.
           05  TEEDTDEVOL
               LINE 15  COLUMN 38  PIC 99999999
               USING  EE-DTDEVOL
               HIGHLIGHT.
           05  TEENUMCA
               LINE 18  COLUMN 38  PIC X(10)
               USING  EE-NUMCA.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O EPIENT
           IF ST-ERROEE NOT = "00"
               IF ST-ERROEE = "30"
                      OPEN OUTPUT EPIENT
                      CLOSE EPIENT
                      MOVE "*** ARQUIVO EPIENT SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROEE TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT EPI.
           IF ST-ERROPI NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. EPI (CADEPI)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE EPIENT
              GO TO ROT-FIM.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE EPIENT EPI
              GO TO ROT-FIM.
      * ADICIONAIS SAO OPCIONAIS: SEM ELES NAO HA O AVISO DE
      * ENTREGA A FUNCIONARIO NAO EXPOSTO
           MOVE ZEROS TO W-ADABERTO.
           OPEN INPUT ADICION.
           IF ST-ERROAD = "00" OR ST-ERROAD = "05"
              MOVE 1 TO W-ADABERTO.
       INC-001.
                MOVE ZEROS TO EE-CHAPAFUNC EE-CODEPI EE-DTENTR.
                MOVE ZEROS TO EE-QTD EE-DTTROCA EE-DTDEVOL.
                MOVE SPACES TO EE-NUMCA.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAEE.
       INC-002.
                ACCEPT TEECHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                MOVE EE-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (05, 45) NOME.
       INC-003.
                ACCEPT TEECODEPI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE EE-CODEPI TO PI-CODIGO.
                READ EPI
                   INVALID KEY
                      MOVE "*** EPI NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                DISPLAY (07, 45) PI-DESCR.
       INC-004.
                ACCEPT TEEDTENTR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE EE-DTENTR TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF EE-DTENTR > W-HOJE
                   MOVE "*** DATA DA ENTREGA NAO PODE SER FUTURA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       LER-EE01.
                MOVE 0 TO W-SEL
                READ EPIENT
                IF ST-ERROEE NOT = "23"
                   IF ST-ERROEE = "00"
                      DISPLAY TELAEE
                      DISPLAY (05, 45) NOME
                      DISPLAY (07, 45) PI-DESCR
                      MOVE "*** ENTREGA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO EPIENT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      * NA INCLUSAO O CA DO CATALOGO TEM DE VALER NA DATA DA ENTREGA
                IF PI-VALCA < EE-DTENTR
                   MOVE "*** CA DO EPI VENCIDO NA DATA DA ENTREGA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE PI-NUMCA TO EE-NUMCA.
                DISPLAY TEENUMCA.
                PERFORM VER-EXPOSTO THRU VER-EXPOSTO-FIM.
                IF W-EXPOSTO = 0
                   MOVE "*AVISO: FUNC. SEM INSALUBRIDADE/PERICULOSIDADE"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-005.
                ACCEPT TEEQTD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF EE-QTD = ZEROS
                   MOVE "*** QUANTIDADE OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF EE-DTTROCA = ZEROS
                   PERFORM CALC-TROCA THRU CALC-TROCA-FIM
                   DISPLAY TEEDTTROCA.
       INC-006.
                ACCEPT TEEDTTROCA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF EE-DTTROCA = ZEROS
                   GO TO INC-007.
                MOVE EE-DTTROCA TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR EE-DTTROCA NOT > EE-DTENTR
                   MOVE "*** DATA DE TROCA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TEEDTDEVOL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF EE-DTDEVOL = ZEROS
                   GO TO INC-OPC.
                MOVE EE-DTDEVOL TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR EE-DTDEVOL < EE-DTENTR
                OR EE-DTDEVOL > W-HOJE
                   MOVE "*** DATA DE DEVOLUCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
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
                WRITE REGEPIENT
                IF ST-ERROEE = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROEE = "22"
                      MOVE "*** ENTREGA JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROEE TO MENS
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
      * NA ALTERACAO O CA GRAVADO NA ENTREGA E MANTIDO
                IF W-ACT = 03
                   GO TO INC-005.
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
                DELETE EPIENT RECORD
                IF ST-ERROEE = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGEPIENT
                IF ST-ERROEE = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO EPIENT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * DATA DE TROCA: DATA DA ENTREGA MAIS O  *
      * PRAZO DE TROCA DO CATALOGO EM MESES;   *
      * SEM PRAZO FICA ZERADA                  *
      *****************************************
       CALC-TROCA.
                MOVE ZEROS TO EE-DTTROCA.
                IF PI-MESTROCA = ZEROS
                   GO TO CALC-TROCA-FIM.
                MOVE EE-DTENTR TO W-DATA-R.
                COMPUTE W-TOTMESES = (W-DT-ANO * 12) + W-DT-MES - 1
                                   + PI-MESTROCA.
                DIVIDE W-TOTMESES BY 12 GIVING W-PX-ANO
                                     REMAINDER W-PX-MES.
                ADD 1 TO W-PX-MES.
                MOVE W-DT-DIA TO W-PX-DIA.
                IF W-PX-MES = 2 AND W-PX-DIA > 28
                   MOVE 28 TO W-PX-DIA.
                IF (W-PX-MES = 4 OR W-PX-MES = 6 OR W-PX-MES = 9
                                 OR W-PX-MES = 11)
                AND W-PX-DIA > 30
                   MOVE 30 TO W-PX-DIA.
                MOVE W-PROX TO EE-DTTROCA.
       CALC-TROCA-FIM.
                EXIT.
      *
      *****************************************
      * FUNCIONARIO EXPOSTO: INSALUBRIDADE OU  *
      * PERICULOSIDADE ATIVA EM ADICION.DAT    *
      * (SEM O ARQUIVO NAO HA AVISO)           *
      *****************************************
       VER-EXPOSTO.
                MOVE 1 TO W-EXPOSTO.
                IF W-ADABERTO NOT = 1
                   GO TO VER-EXPOSTO-FIM.
                MOVE 0 TO W-EXPOSTO.
                MOVE CHAPA TO AC-CHAPAFUNC.
                MOVE "I" TO AC-TIPOAD.
                READ ADICION
                   INVALID KEY
                      MOVE "I" TO AC-STATAD.
                IF AC-STATAD = "A"
                   MOVE 1 TO W-EXPOSTO
                   GO TO VER-EXPOSTO-FIM.
                MOVE CHAPA TO AC-CHAPAFUNC.
                MOVE "P" TO AC-TIPOAD.
                READ ADICION
                   INVALID KEY
                      MOVE "I" TO AC-STATAD.
                IF AC-STATAD = "A"
                   MOVE 1 TO W-EXPOSTO.
       VER-EXPOSTO-FIM.
                EXIT.
      *
       INC-FECHA.
                CLOSE EPIENT EPI FUNC.
                IF W-ADABERTO = 1
                   CLOSE ADICION.
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
