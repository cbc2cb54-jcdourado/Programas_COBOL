       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAUTON.
      *
      **************************************
      * CADASTRO DE AUTONOMOS (AUTONOMO.   *
      * DAT) - PRESTADORES PAGOS POR RPA,  *
      * FORA DO FUNC.DAT/FOLHA.DAT: CPF,   *
      * PIS/NIT, MUNICIPIO E ALIQUOTA DO   *
      * ISS, CONTA PARA O CREDITO (GERA-   *
      * BANC TIPO 9) E EMPRESA CONTRATANTE *
      * (GPS). PAGAMENTOS EM CADRPA        *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTONOMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AO-CODIGO
                    FILE STATUS  IS ST-ERROAO.
           SELECT OPTIONAL BANCOREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BR-CODBANCO
                    FILE STATUS  IS ST-ERROBRG.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-ERROEMPR.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AUTONOMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUTONOMO.DAT".
       01 REGAUTONOMO.
                03 AO-CODIGO           PIC 9(05).
                03 AO-NOME             PIC X(35).
                03 AO-CPF              PIC 9(11).
                03 AO-CPFDIG REDEFINES AO-CPF.
                    05 AO-CPFD             PIC 9(01) OCCURS 11 TIMES.
      * INSCRICAO NO INSS COMO CONTRIBUINTE INDIVIDUAL (PIS/NIT)
                03 AO-NIT              PIC 9(11).
      * MUNICIPIO DA PRESTACAO E ALIQUOTA DO ISS RETIDO NO RPA
                03 AO-MUNIC            PIC X(30).
                03 AO-UF               PIC X(02).
                03 AO-PERCISS          PIC 9(02)V99.
      * CONTA DO AUTONOMO PARA O CREDITO (GERABANC TIPO 9)
                03 AO-CODBANCO         PIC 9(03).
                03 AO-AGENCIA          PIC 9(05).
                03 AO-CONTA            PIC 9(12).
      * EMPRESA/FILIAL CONTRATANTE (EMPRESA.DAT - FPP029)
                03 AO-CODEMPR          PIC 9(01).
                03 FILLER              PIC X(20).
       FD BANCOREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BANCOREG.DAT".
       01 REGBANCOREG.
                03 BR-CODBANCO         PIC 9(03).
                03 BR-NOMEBANCO        PIC X(30).
       FD EMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 CADEMPRESA.
                03 EP-CODIGO           PIC 9(01).
                03 EP-RAZAO            PIC X(40).
                03 EP-CNPJ             PIC 9(14).
                03 EP-ENDERECO         PIC X(40).
                03 EP-CONVENIO         PIC X(20).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROAO    PIC X(02) VALUE "00".
       77 ST-ERROBRG   PIC X(02) VALUE "00".
      * BANCOREG ABERTO (O STATUS MUDA A CADA LEITURA)
       77 W-BRABERTO   PIC 9(01) VALUE ZEROS.
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * VALIDACAO DO CPF (MESMA ROTINA DO FPP003)
       77 W-CPF-SOMA     PIC 9(04) VALUE ZEROS.
       77 W-CPF-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-CPF-REST     PIC 9(02) VALUE ZEROS.
       77 W-CPF-DV1      PIC 9(01) VALUE ZEROS.
       77 W-CPF-DV2      PIC 9(01) VALUE ZEROS.
       77 W-CPF-IND      PIC 9(02) VALUE ZEROS.
       77 W-CPF-PESO     PIC 9(02) VALUE ZEROS.
       77 W-CPF-IGUAL    PIC 9(01) VALUE ZEROS.
      *
       SCREEN SECTION.
       01  TELAAO.
           05  LINE 02  COLUMN 01
               VALUE  "               CADASTRO DE AUTONOMOS (RPA)".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DO AUTONOMO:".
           05  LINE 05  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 06  COLUMN 01
               VALUE  "  CPF:".
           05  LINE 07  COLUMN 01
               VALUE  "  PIS/NIT:".
           05  LINE 08  COLUMN 01
               VALUE  "  MUNICIPIO / UF:".
           05  LINE 09  COLUMN 01
               VALUE  "  ALIQUOTA DO ISS (%):".
           05  LINE 11  COLUMN 01
               VALUE  "  BANCO / AGENCIA / CONTA:".
           05  LINE 13  COLUMN 01
               VALUE  "  EMPRESA/FILIAL CONTRATANTE:".
           05  LINE 19  COLUMN 01
               VALUE  "  PAGAMENTOS POR RPA NO CADRPA".
           05  TAOCODIGO
               LINE 04  COLUMN 40  PIC 9(05)
               USING  AO-CODIGO
               HIGHLIGHT.
           05  TAONOME
               LINE 05  COLUMN 40  PIC X(35)
               USING  AO-NOME
               HIGHLIGHT.
           05  TAOCPF
               LINE 06  COLUMN 40  PIC 9(11)
               USING  AO-CPF
               HIGHLIGHT.
           05  TAONIT
               LINE 07  COLUMN 40  PIC 9(11)
               USING  AO-NIT
               HIGHLIGHT.
           05  TAOMUNIC
               LINE 08  COLUMN 40  PIC X(30)
               USING  AO-MUNIC
               HIGHLIGHT.
           05  TAOUF
               LINE 08  COLUMN 72  PIC X(02)
               USING  AO-UF
               HIGHLIGHT.
           05  TAOPERCISS
               LINE 09  COLUMN 40  PIC Z9,99
               USING  AO-PERCISS
               HIGHLIGHT.
           05  TAOCODBANCO
               LINE 11  COLUMN 40  PIC 9(03)
               USING  AO-CODBANCO
               HIGHLIGHT.
           05  TAOAGENCIA
               LINE 11  COLUMN 45  PIC 9(05)
               USING  AO-AGENCIA
               HIGHLIGHT.
           05  TAOCONTA
               LINE 11  COLUMN 52  PIC 9(12)
               USING  AO-CONTA
               HIGHLIGHT.
           05  TAOCODEMPR
               LINE 13  COLUMN 40  PIC 9(01)
               USING  AO-CODEMPR
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O AUTONOMO
           IF ST-ERROAO NOT = "00"
               IF ST-ERROAO = "30"
                      OPEN OUTPUT AUTONOMO
                      CLOSE AUTONOMO
                      MOVE "*** ARQ. AUTONOMO SENDO CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROAO TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           MOVE ZEROS TO W-BRABERTO.
           OPEN INPUT BANCOREG.
           IF ST-ERROBRG = "00"
              MOVE 1 TO W-BRABERTO.
           OPEN INPUT EMPRESA.
       INC-001.
                MOVE ZEROS TO AO-CODIGO AO-CPF AO-NIT AO-PERCISS.
                MOVE ZEROS TO AO-CODBANCO AO-AGENCIA AO-CONTA.
                MOVE 1 TO AO-CODEMPR.
                MOVE SPACES TO AO-NOME AO-MUNIC AO-UF.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAAO.
       INC-002.
                ACCEPT TAOCODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE AUTONOMO BANCOREG EMPRESA
                   GO TO ROT-FIM.
                IF AO-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-AO01.
                MOVE 0 TO W-SEL
                READ AUTONOMO
                IF ST-ERROAO NOT = "23"
                   IF ST-ERROAO = "00"
                      DISPLAY TELAAO
                      MOVE "*** AUTONOMO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO AUTONOMO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TAONOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF AO-NOME = SPACES
                   MOVE "*** NOME OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TAOCPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
      * O RPA E O INFORME DE RENDIMENTOS SAEM PELO CPF
                IF AO-CPF = ZEROS
                   MOVE "*** CPF OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM VER-CPF THRU VER-CPF-FIM.
       INC-005.
                ACCEPT TAONIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF AO-NIT = ZEROS
                   MOVE "*** PIS/NIT OBRIGATORIO (GPS) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TAOMUNIC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF AO-MUNIC = SPACES
                   MOVE "*** MUNICIPIO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TAOUF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF AO-UF = SPACES
                   MOVE "*** UF OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TAOPERCISS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
      * ALIQUOTA DO ISS: MAXIMO DE 5% (LC 116/2003)
                IF AO-PERCISS > 5
                   MOVE "*** ALIQUOTA DO ISS ACIMA DE 5% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TAOCODBANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF AO-CODBANCO = ZEROS
                   MOVE "*** BANCO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
      * SO CRITICA CONTRA BANCOREG.DAT QUANDO O CADASTRO DE BANCOS
      * (FPP023) EXISTE - MESMO CRITERIO DO FPP045
                IF W-BRABERTO = 1
                   MOVE AO-CODBANCO TO BR-CODBANCO
                   READ BANCOREG
                      INVALID KEY
                         MOVE "*** BANCO NAO CADASTRADO (FPP023) ***"
                                                       TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO INC-009.
       INC-010.
                ACCEPT TAOAGENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF AO-AGENCIA = ZEROS
                   MOVE "*** AGENCIA OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                ACCEPT TAOCONTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF AO-CONTA = ZEROS
                   MOVE "*** CONTA OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
       INC-012.
                ACCEPT TAOCODEMPR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF AO-CODEMPR = ZEROS
                   MOVE "*** EMPRESA/FILIAL OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
                IF ST-ERROEMPR = "00"
                   MOVE AO-CODEMPR TO EP-CODIGO
                   READ EMPRESA
                      INVALID KEY
                         MOVE "*** EMPRESA NAO CADASTRADA (FPP029) ***"
                                                       TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO INC-012.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
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
                WRITE REGAUTONOMO
                IF ST-ERROAO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROAO = "22"
                      MOVE "*** AUTONOMO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROAO TO MENS
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
                DELETE AUTONOMO RECORD
                IF ST-ERROAO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGAUTONOMO
                IF ST-ERROAO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO AUTONOMO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * VALIDACAO DO DIGITO VERIFICADOR DO CPF *
      *****************************************
      *
       VER-CPF.
                PERFORM VER-CPF-REP THRU VER-CPF-REP-FIM.
                MOVE ZEROS TO W-CPF-SOMA
                MOVE 1 TO W-CPF-IND
                MOVE 10 TO W-CPF-PESO.
       VER-CPF-SOMA1.
                IF W-CPF-IND > 9
                   GO TO VER-CPF-SOMA1-FIM.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                                      (AO-CPFD(W-CPF-IND) * W-CPF-PESO)
                ADD 1 TO W-CPF-IND
                SUBTRACT 1 FROM W-CPF-PESO
                GO TO VER-CPF-SOMA1.
       VER-CPF-SOMA1-FIM.
                DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                        REMAINDER W-CPF-REST.
                IF W-CPF-REST < 2
                   MOVE 0 TO W-CPF-DV1
                ELSE
                   COMPUTE W-CPF-DV1 = 11 - W-CPF-REST.
                MOVE ZEROS TO W-CPF-SOMA
                MOVE 1 TO W-CPF-IND
                MOVE 11 TO W-CPF-PESO.
       VER-CPF-SOMA2.
                IF W-CPF-IND > 9
                   GO TO VER-CPF-SOMA2-FIM.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                                      (AO-CPFD(W-CPF-IND) * W-CPF-PESO)
                ADD 1 TO W-CPF-IND
                SUBTRACT 1 FROM W-CPF-PESO
                GO TO VER-CPF-SOMA2.
       VER-CPF-SOMA2-FIM.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA + (W-CPF-DV1 * 2)
                DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                        REMAINDER W-CPF-REST.
                IF W-CPF-REST < 2
                   MOVE 0 TO W-CPF-DV2
                ELSE
                   COMPUTE W-CPF-DV2 = 11 - W-CPF-REST.
                IF W-CPF-IGUAL = 1 OR AO-CPFD(10) NOT = W-CPF-DV1
                                   OR AO-CPFD(11) NOT = W-CPF-DV2
                   MOVE "*** CPF INVALIDO (DIGITO VERIFICADOR) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       VER-CPF-FIM.
                EXIT.
      *
       VER-CPF-REP.
                MOVE 1 TO W-CPF-IGUAL
                MOVE 2 TO W-CPF-IND.
       VER-CPF-REP-LOOP.
                IF W-CPF-IND > 11
                   GO TO VER-CPF-REP-FIM.
                IF AO-CPFD(W-CPF-IND) NOT = AO-CPFD(1)
                   MOVE 0 TO W-CPF-IGUAL
                   GO TO VER-CPF-REP-FIM.
                ADD 1 TO W-CPF-IND
                GO TO VER-CPF-REP-LOOP.
       VER-CPF-REP-FIM.
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
