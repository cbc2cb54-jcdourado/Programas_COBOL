       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSIND.
      *
      **************************************
      * CADASTRO DE SINDICATOS (SINDIC.DAT)*
      * CNPJ, MES DA DATA-BASE, CONTA PARA *
      * O REPASSE E REGRAS DE DESCONTO:    *
      * MENSALIDADE DOS ASSOCIADOS (% DO   *
      * BRUTO OU VALOR FIXO) E CONTRIBUI-  *
      * CAO ASSISTENCIAL/NEGOCIAL (% DO    *
      * BRUTO NO MES DE COBRANCA, COM      *
      * TETO). O FPP004 DESCONTA CADA      *
      * SINDICATO NO EVENTO 950 + CODIGO   *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SI-CODIGO
                    FILE STATUS  IS ST-ERROSI.
           SELECT OPTIONAL BANCOREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BR-CODBANCO
                    FILE STATUS  IS ST-ERROBRG.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD SINDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDIC.DAT".
       01 REGSINDIC.
      * CODIGO 01 A 49 - EVENTO DO DESCONTO NA FOLHA = 950 + CODIGO
                03 SI-CODIGO           PIC 9(02).
                03 SI-NOME             PIC X(40).
                03 SI-CNPJ             PIC 9(14).
      * MES DA DATA-BASE DA CATEGORIA
                03 SI-MESBASE          PIC 9(02).
      * CONTA DO SINDICATO PARA O REPASSE (GERABANC TIPO 8)
                03 SI-CODBANCO         PIC 9(03).
                03 SI-AGENCIA          PIC 9(05).
                03 SI-CONTA            PIC 9(12).
      * MENSALIDADE DO ASSOCIADO: % DO BRUTO OU, SEM %, VALOR FIXO
                03 SI-PERCMENS         PIC 9(02)V99.
                03 SI-VALMENS          PIC 9(04)V99.
      * CONTRIBUICAO ASSISTENCIAL/NEGOCIAL: % DO BRUTO NO MES DE
      * COBRANCA (00 = TODO MES), LIMITADA AO TETO (ZERO = SEM TETO)
                03 SI-PERCCONT         PIC 9(02)V99.
                03 SI-MESCONT          PIC 9(02).
                03 SI-TETOCONT         PIC 9(04)V99.
       FD BANCOREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BANCOREG.DAT".
       01 REGBANCOREG.
                03 BR-CODBANCO         PIC 9(03).
                03 BR-NOMEBANCO        PIC X(30).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROSI    PIC X(02) VALUE "00".
       77 ST-ERROBRG   PIC X(02) VALUE "00".
      * BANCOREG ABERTO (O STATUS MUDA A CADA LEITURA)
       77 W-BRABERTO   PIC 9(01) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELASI.
           05  LINE 02  COLUMN 01
               VALUE  "                 CADASTRO DE SINDICATOS".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO (01 A 49):".
           05  LINE 05  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 06  COLUMN 01
               VALUE  "  CNPJ:".
           05  LINE 07  COLUMN 01
               VALUE  "  MES DA DATA-BASE:".
           05  LINE 09  COLUMN 01
               VALUE  "  BANCO / AGENCIA / CONTA:".
           05  LINE 11  COLUMN 01
               VALUE  "  MENSALIDADE ASSOCIADO - % DO BRUTO:".
           05  LINE 12  COLUMN 01
               VALUE  "  MENSALIDADE ASSOCIADO - VALOR FIXO:".
           05  LINE 14  COLUMN 01
               VALUE  "  CONTRIBUICAO ASSIST./NEGOCIAL - %:".
           05  LINE 15  COLUMN 01
               VALUE  "  MES DA COBRANCA (00 = TODO MES):".
           05  LINE 16  COLUMN 01
               VALUE  "  TETO DA CONTRIBUICAO (0 = SEM TETO):".
           05  LINE 19  COLUMN 01
               VALUE  "  DESCONTO NA FOLHA: EVENTO 950 + CODIGO".
           05  LINE 20  COLUMN 01
               VALUE  "  SEM % DE MENSALIDADE VALE O VALOR FIXO".
           05  TSICODIGO
               LINE 04  COLUMN 40  PIC 9(02)
               USING  SI-CODIGO
               HIGHLIGHT.
           05  TSINOME
               LINE 05  COLUMN 40  PIC X(40)
               USING  SI-NOME
               HIGHLIGHT.
           05  TSICNPJ
               LINE 06  COLUMN 40  PIC 9(14)
               USING  SI-CNPJ
               HIGHLIGHT.
           05  TSIMESBASE
               LINE 07  COLUMN 40  PIC 9(02)
               USING  SI-MESBASE
               HIGHLIGHT.
           05  TSICODBANCO
               LINE 09  COLUMN 40  PIC 9(03)
               USING  SI-CODBANCO
               HIGHLIGHT.
           05  TSIAGENCIA
               LINE 09  COLUMN 45  PIC 9(05)
               USING  SI-AGENCIA
               HIGHLIGHT.
           05  TSICONTA
               LINE 09  COLUMN 52  PIC 9(12)
               USING  SI-CONTA
               HIGHLIGHT.
           05  TSIPERCMENS
               LINE 11  COLUMN 40  PIC Z9,99
               USING  SI-PERCMENS
               HIGHLIGHT.
           05  TSIVALMENS
               LINE 12  COLUMN 40  PIC ZZZ9,99
               USING  SI-VALMENS
               HIGHLIGHT.
           05  TSIPERCCONT
               LINE 14  COLUMN 40  PIC Z9,99
               USING  SI-PERCCONT
               HIGHLIGHT.
           05  TSIMESCONT
               LINE 15  COLUMN 40  PIC 9(02)
               USING  SI-MESCONT
               HIGHLIGHT.
           05  TSITETOCONT
               LINE 16  COLUMN 40  PIC ZZZ9,99
               USING  SI-TETOCONT
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O SINDIC
           IF ST-ERROSI NOT = "00"
               IF ST-ERROSI = "30"
                      OPEN OUTPUT SINDIC
                      CLOSE SINDIC
                      MOVE "*** ARQUIVO SINDIC SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROSI TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           MOVE ZEROS TO W-BRABERTO.
           OPEN INPUT BANCOREG.
           IF ST-ERROBRG = "00"
              MOVE 1 TO W-BRABERTO.
       INC-001.
                MOVE ZEROS TO SI-CODIGO SI-CNPJ SI-MESBASE.
                MOVE ZEROS TO SI-CODBANCO SI-AGENCIA SI-CONTA.
                MOVE ZEROS TO SI-PERCMENS SI-VALMENS SI-PERCCONT.
                MOVE ZEROS TO SI-MESCONT SI-TETOCONT.
                MOVE SPACES TO SI-NOME.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELASI.
       INC-002.
                ACCEPT TSICODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE SINDIC BANCOREG
                   GO TO ROT-FIM.
                IF SI-CODIGO = ZEROS OR SI-CODIGO > 49
                   MOVE "*** CODIGO DE 01 A 49 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-SI01.
                MOVE 0 TO W-SEL
                READ SINDIC
                IF ST-ERROSI NOT = "23"
                   IF ST-ERROSI = "00"
                      DISPLAY TELASI
                      MOVE "*** SINDICATO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO SINDIC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TSINOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF SI-NOME = SPACES
                   MOVE "*** NOME OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TSICNPJ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF SI-CNPJ = ZEROS
                   MOVE "*** CNPJ INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TSIMESBASE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF SI-MESBASE = ZEROS OR SI-MESBASE > 12
                   MOVE "*** MES DA DATA-BASE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TSICODBANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF SI-CODBANCO = ZEROS
                   MOVE "*** BANCO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      * SO CRITICA CONTRA BANCOREG.DAT QUANDO O CADASTRO DE BANCOS
      * (FPP023) EXISTE - MESMO CRITERIO DO FPP045
                IF W-BRABERTO = 1
                   MOVE SI-CODBANCO TO BR-CODBANCO
                   READ BANCOREG
                      INVALID KEY
                         MOVE "*** BANCO NAO CADASTRADO (FPP023) ***"
                                                       TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO INC-006.
       INC-007.
                ACCEPT TSIAGENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF SI-AGENCIA = ZEROS
                   MOVE "*** AGENCIA OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TSICONTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF SI-CONTA = ZEROS
                   MOVE "*** CONTA OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TSIPERCMENS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF SI-PERCMENS > 10
                   MOVE "*** MENSALIDADE ACIMA DE 10% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF SI-PERCMENS NOT = ZEROS
                   MOVE ZEROS TO SI-VALMENS
                   DISPLAY TSIVALMENS
                   GO TO INC-011.
       INC-010.
                ACCEPT TSIVALMENS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-011.
                ACCEPT TSIPERCCONT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF SI-PERCCONT > 10
                   MOVE "*** CONTRIBUICAO ACIMA DE 10% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                IF SI-PERCCONT = ZEROS
                   MOVE ZEROS TO SI-MESCONT SI-TETOCONT
                   DISPLAY TSIMESCONT
                   DISPLAY TSITETOCONT
                   GO TO INC-OPC.
       INC-012.
                ACCEPT TSIMESCONT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF SI-MESCONT > 12
                   MOVE "*** MES DA COBRANCA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
       INC-013.
                ACCEPT TSITETOCONT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
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
                WRITE REGSINDIC
                IF ST-ERROSI = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROSI = "22"
                      MOVE "*** SINDICATO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROSI TO MENS
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
                DELETE SINDIC RECORD
                IF ST-ERROSI = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGSINDIC
                IF ST-ERROSI = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO SINDIC" TO MENS
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
