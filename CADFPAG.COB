       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADFPAG.
      *
      **************************************
      * FORMA DE PAGAMENTO DO FAVORECIDO   *
      * (FORMAPAG.DAT): CREDITO EM CONTA   *
      * (BANCO.DAT - FPP011 / CONTA DA     *
      * PENSAO), CHAVE PIX OU CHEQUE/      *
      * DINHEIRO. VALE PARA O FUNCIONARIO  *
      * E PARA O BENEFICIARIO DA PENSAO    *
      * ALIMENTICIA (PENSAO.DAT). SEM      *
      * REGISTRO O GERABANC CONTINUA       *
      * CREDITANDO EM CONTA                *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORMAPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FP-CHAVE
                    FILE STATUS  IS ST-ERROFP.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL BANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BC-CHAPAFUNC
                    FILE STATUS  IS ST-ERROBANCO.
           SELECT OPTIONAL PENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PN-CHAPAFUNC
                    FILE STATUS  IS ST-ERROPEN.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FORMAPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORMAPAG.DAT".
       01 CADFORMAPAG.
                03 FP-CHAVE.
                    05 FP-CHAPAFUNC    PIC 9(06).
      * 0 = O PROPRIO FUNCIONARIO  1 = BENEFICIARIO DA PENSAO
                    05 FP-BENEF        PIC 9(01).
      * C = CREDITO EM CONTA  P = PIX  Q = CHEQUE/DINHEIRO
                03 FP-FORMA            PIC X(01).
      * 1 = CPF  2 = E-MAIL  3 = TELEFONE  4 = CHAVE ALEATORIA
                03 FP-TIPOCHAVE        PIC 9(01).
                03 FP-CHAVEPIX         PIC X(77).
                03 FP-CHAVEPIX-R REDEFINES FP-CHAVEPIX.
                    05 FP-CHAVECPF         PIC X(11).
                    05 FP-CHAVERESTO       PIC X(66).
                03 FP-CHAVEPIX-T REDEFINES FP-CHAVEPIX.
                    05 FP-CHAVECAR         PIC X(01) OCCURS 77 TIMES.
                03 FP-DTALT            PIC 9(08).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
                03 DTNASC              PIC 9(08).
                03 SEXO                PIC X(01).
                03 OPCSEX              PIC X(01).
                03 CODPTO              PIC 9(04).
                03 CODCARG             PIC 9(04).
                03 DTADM               PIC 9(08).
                03 DTDEM               PIC 9(08).
                03 STAT                PIC X(01).
                03 CPF                 PIC 9(11).
      * PIS/RG/SALNEGOC SAO DE FPP003 - MANTIDOS AQUI SO PARA
      * CASAR O TAMANHO DO REGISTRO COM O GRAVADO EM FUNC.DAT
                03 FILLER              PIC X(34).
       FD BANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BANCO.DAT".
       01 CADBANCO.
                03 BC-CHAPAFUNC        PIC 9(06).
                03 BC-CODBANCO         PIC 9(03).
                03 BC-AGENCIA          PIC 9(05).
                03 BC-DIGAGENCIA       PIC X(01).
                03 BC-CONTA            PIC 9(12).
                03 BC-DIGCONTA         PIC X(01).
       FD PENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENSAO.DAT".
       01 CADPENSAO.
                03 PN-CHAPAFUNC        PIC 9(06).
                03 PN-NOMEBENEF        PIC X(35).
                03 PN-TIPOPEN          PIC X(01).
                03 PN-PERCPEN          PIC 9(02)V99.
                03 PN-VALPEN           PIC 9(06)V99.
                03 PN-CODBANCO         PIC 9(03).
                03 PN-AGENCIA          PIC 9(05).
                03 PN-CONTA            PIC 9(12).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROFP    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROBANCO PIC X(02) VALUE "00".
       77 ST-ERROPEN   PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 TEXTONOME    PIC X(35) VALUE SPACES.
       77 TEXTOFORMA   PIC X(20) VALUE SPACES.
      * CONTA JA CADASTRADA PARA O FAVORECIDO (1 = SIM)
       77 W-TEMCONTA   PIC 9(01) VALUE ZEROS.
      * CRITICA DA CHAVE PIX: TAMANHO, "@" E CARACTERES NAO NUMERICOS
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-TAMCHAVE   PIC 9(02) VALUE ZEROS.
       77 W-QTDARROBA  PIC 9(02) VALUE ZEROS.
       77 W-QTDPONTO   PIC 9(02) VALUE ZEROS.
       77 W-QTDNAODIG  PIC 9(02) VALUE ZEROS.
      *
       SCREEN SECTION.
       01  TELAFP.
           05  LINE 02  COLUMN 01
               VALUE  "              FORMA DE PAGAMENTO DO FAVORECIDO".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA DO FUNCIONARIO:".
           05  LINE 05  COLUMN 01
               VALUE  "  FAVORECIDO (0=FUNCIONARIO 1=BENEF. PENSAO):".
           05  LINE 07  COLUMN 01
               VALUE  "  FORMA (C=CONTA P=PIX Q=CHEQUE/DINHEIRO):".
           05  LINE 09  COLUMN 01
               VALUE  "  TIPO DA CHAVE PIX (1=CPF 2=E-MAIL 3=TELEFONE".
           05  LINE 09  COLUMN 48
               VALUE  " 4=ALEATORIA):".
           05  LINE 10  COLUMN 01
               VALUE  "  CHAVE PIX:".
           05  LINE 13  COLUMN 01
               VALUE  "  TELEFONE NO FORMATO +55DDNUMERO; CHAVE".
           05  LINE 13  COLUMN 42
               VALUE  " ALEATORIA COM 36 CARACTERES".
           05  LINE 14  COLUMN 01
               VALUE  "  CREDITO EM CONTA USA OS DADOS DO FPP011".
           05  LINE 14  COLUMN 43
               VALUE  " (OU DA PENSAO)".
           05  TFPCHAPA
               LINE 04  COLUMN 48  PIC 9(06)
               USING  FP-CHAPAFUNC
               HIGHLIGHT.
           05  TFPBENEF
               LINE 05  COLUMN 48  PIC 9(01)
               USING  FP-BENEF
               HIGHLIGHT.
           05  TFPFORMA
               LINE 07  COLUMN 48  PIC X(01)
               USING  FP-FORMA
               HIGHLIGHT.
           05  TFPTIPOCHAVE
               LINE 09  COLUMN 63  PIC 9(01)
               USING  FP-TIPOCHAVE
               HIGHLIGHT.
           05  TFPCHAVEPIX
               LINE 11  COLUMN 03  PIC X(77)
               USING  FP-CHAVEPIX
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O FORMAPAG
           IF ST-ERROFP NOT = "00"
               IF ST-ERROFP = "30"
                      OPEN OUTPUT FORMAPAG
                      CLOSE FORMAPAG
                      MOVE "*** ARQ. FORMAPAG SENDO CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ. FORMAPAG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE FORMAPAG
              GO TO ROT-FIM.
           OPEN INPUT BANCO.
           OPEN INPUT PENSAO.
       INC-001.
                MOVE ZEROS TO FP-CHAPAFUNC FP-BENEF FP-TIPOCHAVE.
                MOVE ZEROS TO FP-DTALT.
                MOVE "C" TO FP-FORMA.
                MOVE SPACES TO FP-CHAVEPIX TEXTONOME TEXTOFORMA.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAFP.
       INC-002.
                ACCEPT TFPCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE FORMAPAG FUNC BANCO PENSAO
                   GO TO ROT-FIM.
                IF FP-CHAPAFUNC = ZEROS
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE FP-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "***NAO EXISTE TAL FUNCIONARIO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002.
       INC-003.
                ACCEPT TFPBENEF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF FP-BENEF > 1
                   MOVE "*** FAVORECIDO DEVE SER 0 OU 1 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      * O BENEFICIARIO TEM DE ESTAR NA PENSAO DO FUNCIONARIO
                MOVE ZEROS TO W-TEMCONTA.
                IF FP-BENEF = 1
                   GO TO INC-003-PEN.
                MOVE NOME TO TEXTONOME.
                MOVE FP-CHAPAFUNC TO BC-CHAPAFUNC.
                READ BANCO
                   NOT INVALID KEY
                      MOVE 1 TO W-TEMCONTA.
                GO TO INC-003-NOME.
       INC-003-PEN.
                MOVE FP-CHAPAFUNC TO PN-CHAPAFUNC.
                READ PENSAO
                   INVALID KEY
                      MOVE "*** FUNCIONARIO SEM PENSAO CADASTRADA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                MOVE PN-NOMEBENEF TO TEXTONOME.
                IF PN-CONTA NOT = ZEROS
                   MOVE 1 TO W-TEMCONTA.
       INC-003-NOME.
                DISPLAY (06, 48) TEXTONOME.
       LER-FP01.
                MOVE 0 TO W-SEL
                READ FORMAPAG
                IF ST-ERROFP NOT = "23"
                   IF ST-ERROFP = "00"
                      DISPLAY TELAFP
                      DISPLAY (06, 48) TEXTONOME
                      MOVE "*** FORMA DE PAGAMENTO JA CADASTRADA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO FORMAPAG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT TFPFORMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF FP-FORMA = "c" MOVE "C" TO FP-FORMA.
                IF FP-FORMA = "p" MOVE "P" TO FP-FORMA.
                IF FP-FORMA = "q" MOVE "Q" TO FP-FORMA.
                IF FP-FORMA = "C"
                   MOVE "CREDITO EM CONTA" TO TEXTOFORMA
                ELSE
                IF FP-FORMA = "P"
                   MOVE "PIX" TO TEXTOFORMA
                ELSE
                IF FP-FORMA = "Q"
                   MOVE "CHEQUE/DINHEIRO" TO TEXTOFORMA
                ELSE
                   MOVE "*** FORMA DEVE SER C, P OU Q ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (07, 52) TEXTOFORMA.
      * CREDITO EM CONTA EXIGE A CONTA JA CADASTRADA
                IF FP-FORMA = "C" AND W-TEMCONTA = 0
                   MOVE "*** SEM CONTA CADASTRADA (FPP011/PENSAO) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF FP-FORMA = "P"
                   GO TO INC-005.
                MOVE ZEROS TO FP-TIPOCHAVE.
                MOVE SPACES TO FP-CHAVEPIX.
                DISPLAY TFPTIPOCHAVE.
                DISPLAY TFPCHAVEPIX.
                GO TO INC-OPC.
       INC-005.
                ACCEPT TFPTIPOCHAVE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF FP-TIPOCHAVE < 1 OR FP-TIPOCHAVE > 4
                   MOVE "*** TIPO DE CHAVE DEVE SER DE 1 A 4 ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      * CHAVE CPF DO PROPRIO FUNCIONARIO: SUGERE O CPF DO CADASTRO
                IF FP-TIPOCHAVE = 1 AND FP-BENEF = 0
                                    AND FP-CHAVEPIX = SPACES
                   MOVE CPF TO FP-CHAVECPF.
       INC-006.
                ACCEPT TFPCHAVEPIX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF FP-CHAVEPIX = SPACES
                   MOVE "*** CHAVE PIX OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                PERFORM CONTA-CHAVE THRU CONTA-CHAVE-FIM.
                IF FP-TIPOCHAVE = 1
                   IF FP-CHAVECPF NOT NUMERIC
                   OR FP-CHAVERESTO NOT = SPACES
                      MOVE "*** CHAVE CPF: 11 DIGITOS SEM PONTOS ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-006.
                IF FP-TIPOCHAVE = 2
                   IF W-QTDARROBA NOT = 1 OR W-QTDPONTO = ZEROS
                      MOVE "*** E-MAIL INVALIDO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-006.
                IF FP-TIPOCHAVE = 3
                   IF FP-CHAVECAR (1) NOT = "+" OR W-QTDNAODIG > 1
                   OR W-TAMCHAVE < 13 OR W-TAMCHAVE > 14
                      MOVE "*** TELEFONE DEVE SER +55DDNUMERO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-006.
                IF FP-TIPOCHAVE = 4
                   IF W-TAMCHAVE NOT = 36
                      MOVE "*** CHAVE ALEATORIA TEM 36 CARACTERES ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-006.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "***DADOS RECUSADOS PELO OPERADOR **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                ACCEPT FP-DTALT FROM DATE YYYYMMDD.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE CADFORMAPAG
                IF ST-ERROFP = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROFP = "22"
                      MOVE "*** FORMA DE PAGAMENTO JA EXISTE *** "
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO FORMAPAG"
                                                       TO MENS
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
                   GO TO INC-004.
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
                DELETE FORMAPAG RECORD
                IF ST-ERROFP = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE CADFORMAPAG
                IF ST-ERROFP = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO FORMAPAG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * PERCORRE A CHAVE PIX: TAMANHO (ULTIMO  *
      * CARACTER PREENCHIDO), QUANTIDADE DE    *
      * "@" E DE "." E DE CARACTERES NAO       *
      * NUMERICOS                              *
      *****************************************
      *
       CONTA-CHAVE.
                MOVE ZEROS TO W-TAMCHAVE W-QTDARROBA W-QTDPONTO.
                MOVE ZEROS TO W-QTDNAODIG.
                MOVE 1 TO W-IND.
       CONTA-CHAVE-LOOP.
                IF W-IND > 77
                   GO TO CONTA-CHAVE-FIM.
                IF FP-CHAVECAR (W-IND) NOT = SPACE
                   MOVE W-IND TO W-TAMCHAVE.
                IF FP-CHAVECAR (W-IND) = "@"
                   ADD 1 TO W-QTDARROBA.
                IF FP-CHAVECAR (W-IND) = "."
                   ADD 1 TO W-QTDPONTO.
                IF FP-CHAVECAR (W-IND) NOT = SPACE
                   IF FP-CHAVECAR (W-IND) NOT NUMERIC
                      ADD 1 TO W-QTDNAODIG.
                ADD 1 TO W-IND.
                GO TO CONTA-CHAVE-LOOP.
       CONTA-CHAVE-FIM.
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
