       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBOLSA.
      *
      **************************************
      * BOLSAS E DESCONTOS DE MENSALIDADE  *
      * POR ALUNO (BOLSA.DAT): TIPO        *
      * (PERCENTUAL OU VALOR FIXO), MOTIVO *
      * (SOCIAL, IRMAO, MERITO, CONVENIO), *
      * VIGENCIA (COMPETENCIA INICIAL E    *
      * FINAL) E O USUARIO QUE APROVOU     *
      * (LOGIN DA SESSAO - MENU). O        *
      * GERAMENS APLICA AS BOLSAS VIGENTES *
      * SOBRE O PRECO DA TURMA E GRAVA     *
      * BRUTO, DESCONTO E LIQUIDO NA       *
      * MENSALIDADE. O PRINTBOL TOTALIZA   *
      * POR TURMA E MES.                   *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BS-CHAVE
                    FILE STATUS  IS ST-ERROBS.
           SELECT ALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERROALU.
           SELECT OPTIONAL SESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROSES.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD BOLSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLSA.DAT".
       01 REGBOLSA.
                03 BS-CHAVE.
                    05 BS-RA           PIC 9(06).
                    05 BS-SEQ          PIC 9(02).
      * P=PERCENTUAL SOBRE O PRECO DA TURMA  V=VALOR FIXO NO MES
                03 BS-TIPO             PIC X(01).
                03 BS-PERC             PIC 9(03)V99.
                03 BS-VALOR            PIC 9(06)V99.
      * S=SOCIAL  I=IRMAO  M=MERITO  C=CONVENIO
      * (SOCIAL E MERITO SAO BOLSA; IRMAO E CONVENIO SAO DESCONTO)
                03 BS-MOTIVO           PIC X(01).
      * VIGENCIA EM COMPETENCIAS (AAAAMM); FINAL ZERO = SEM PRAZO
                03 BS-PERINI.
                    05 BS-ANOINI       PIC 9(04).
                    05 BS-MESINI       PIC 9(02).
                03 BS-PERFIM.
                    05 BS-ANOFIM       PIC 9(04).
                    05 BS-MESFIM       PIC 9(02).
                03 BS-USUARIO          PIC X(08).
                03 BS-DTAPROV          PIC 9(08).
       FD ALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUNO.DAT".
       01 REGALU.
                03 RA PIC 9(06).
                03 NOME PIC X(35).
                03 TURMA PIC X(05).
                03 NOTA1 PIC 9(02)V99.
                03 NOTA2 PIC 9(02)V99.
                03 NOTA3 PIC 9(02)V99.
                03 NOTA4 PIC 9(02)V99.
                03 NOTARECUP PIC 9(02)V99.
                03 FALTA1 PIC 9(02).
                03 FALTA2 PIC 9(02).
       FD SESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESSAO.DAT".
       01 REGSESSAO.
                03 SE-LOGIN            PIC X(08).
                03 SE-DATA             PIC 9(08).
                03 SE-HORA             PIC 9(06).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROBS    PIC X(02) VALUE "00".
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 ST-ERROSES   PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-USULOG     PIC X(08) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *
       SCREEN SECTION.
       01  TELABOL.
           05  LINE 02  COLUMN 01
               VALUE  "             BOLSAS E DESCONTOS DE MENSALIDADE".
           05  LINE 04  COLUMN 01
               VALUE  "      RA DO ALUNO:".
           05  LINE 05  COLUMN 01
               VALUE  "      SEQ:".
           05  LINE 07  COLUMN 01
               VALUE  "      TIPO (P=PERCENTUAL V=VALOR):".
           05  LINE 08  COLUMN 01
               VALUE  "      PERCENTUAL:".
           05  LINE 09  COLUMN 01
               VALUE  "      VALOR NO MES:".
           05  LINE 10  COLUMN 01
               VALUE  "      MOTIVO (S/I/M/C):".
           05  LINE 11  COLUMN 01
               VALUE  "      S=SOCIAL I=IRMAO M=MERITO C=CONVENIO".
           05  LINE 12  COLUMN 01
               VALUE  "      VIGENCIA DE (MM/AAAA):".
           05  LINE 13  COLUMN 01
               VALUE  "      ATE (MM/AAAA - 00/0000 SEM PRAZO):".
           05  LINE 15  COLUMN 01
               VALUE  "      APROVADO POR:".
           05  LINE 15  COLUMN 35
               VALUE  "EM:".
           05  TRA
               LINE 04  COLUMN 25  PIC 9(06)
               USING  BS-RA
               HIGHLIGHT.
           05  TSEQ
               LINE 05  COLUMN 25  PIC 9(02)
               USING  BS-SEQ
               HIGHLIGHT.
           05  TTIPO
               LINE 07  COLUMN 42  PIC X(01)
               USING  BS-TIPO
               HIGHLIGHT.
           05  TPERC
               LINE 08  COLUMN 25  PIC ZZ9,99
               USING  BS-PERC
               HIGHLIGHT.
           05  TVALOR
               LINE 09  COLUMN 25  PIC ZZZZZ9,99
               USING  BS-VALOR
               HIGHLIGHT.
           05  TMOTIVO
               LINE 10  COLUMN 25  PIC X(01)
               USING  BS-MOTIVO
               HIGHLIGHT.
           05  TMESINI
               LINE 12  COLUMN 42  PIC 99
               USING  BS-MESINI
               HIGHLIGHT.
           05  LINE 12  COLUMN 44  VALUE "/".
           05  TANOINI
               LINE 12  COLUMN 45  PIC 9999
               USING  BS-ANOINI
               HIGHLIGHT.
           05  TMESFIM
               LINE 13  COLUMN 42  PIC 99
               USING  BS-MESFIM
               HIGHLIGHT.
           05  LINE 13  COLUMN 44  VALUE "/".
           05  TANOFIM
               LINE 13  COLUMN 45  PIC 9999
               USING  BS-ANOFIM
               HIGHLIGHT.
           05  TUSUARIO
               LINE 15  COLUMN 25  PIC X(08)
               FROM   BS-USUARIO.
           05  TDTAPROV
               LINE 15  COLUMN 39  PIC 99/99/9999
               FROM   BS-DTAPROV.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM BUSCA-SESSAO THRU BUSCA-SESSAO-FIM.
      *
       INC-OP0.
           OPEN I-O BOLSA
           IF ST-ERROBS NOT = "00"
               IF ST-ERROBS = "30"
                      OPEN OUTPUT BOLSA
                      CLOSE BOLSA
                      MOVE "*** ARQUIVO BOLSA SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROBS TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT ALUNO.
       INC-001.
                MOVE ZEROS TO BS-RA BS-SEQ BS-PERC BS-VALOR.
                MOVE ZEROS TO BS-PERINI BS-PERFIM BS-DTAPROV.
                MOVE SPACES TO BS-TIPO BS-MOTIVO BS-USUARIO.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELABOL.
       INC-002.
                ACCEPT TRA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE BOLSA ALUNO
                   GO TO ROT-FIM.
                IF BS-RA = 0
                   MOVE "*** ALUNO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE BS-RA TO RA.
                READ ALUNO
                   INVALID KEY
                      MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (04, 34) NOME.
       INC-003.
                ACCEPT TSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF BS-SEQ = 0
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-BOL01.
                MOVE 0 TO W-SEL
                READ BOLSA
                IF ST-ERROBS NOT = "23"
                   IF ST-ERROBS = "00"
                      DISPLAY TELABOL
                      DISPLAY (04, 34) NOME
                      MOVE "*** BOLSA/DESCONTO JA CADASTRADO ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO BOLSA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT TTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF BS-TIPO = "p"
                   MOVE "P" TO BS-TIPO.
                IF BS-TIPO = "v"
                   MOVE "V" TO BS-TIPO.
                IF BS-TIPO NOT = "P" AND BS-TIPO NOT = "V"
                   MOVE "*** TIPO INVALIDO (P/V) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY TTIPO.
                IF BS-TIPO = "V"
                   MOVE ZEROS TO BS-PERC
                   DISPLAY TPERC
                   GO TO INC-006.
                MOVE ZEROS TO BS-VALOR.
                DISPLAY TVALOR.
       INC-005.
                ACCEPT TPERC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF BS-PERC = 0 OR BS-PERC > 100
                   MOVE "*** PERCENTUAL INVALIDO (ATE 100) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                GO TO INC-007.
       INC-006.
                ACCEPT TVALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF BS-VALOR = 0
                   MOVE "*** VALOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TMOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF BS-MOTIVO = "s"
                   MOVE "S" TO BS-MOTIVO.
                IF BS-MOTIVO = "i"
                   MOVE "I" TO BS-MOTIVO.
                IF BS-MOTIVO = "m"
                   MOVE "M" TO BS-MOTIVO.
                IF BS-MOTIVO = "c"
                   MOVE "C" TO BS-MOTIVO.
                IF BS-MOTIVO NOT = "S" AND BS-MOTIVO NOT = "I"
                AND BS-MOTIVO NOT = "M" AND BS-MOTIVO NOT = "C"
                   MOVE "*** MOTIVO INVALIDO (S/I/M/C) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                DISPLAY TMOTIVO.
       INC-008.
                ACCEPT TMESINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                ACCEPT TANOINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF BS-MESINI = 0 OR BS-MESINI > 12
                                 OR BS-ANOINI < 1990
                   MOVE "*** INICIO DA VIGENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TMESFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                ACCEPT TANOFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF BS-PERFIM = ZEROS
                   GO TO INC-OPC.
                IF BS-MESFIM = 0 OR BS-MESFIM > 12
                                 OR BS-ANOFIM < 1990
                   MOVE "*** FIM DA VIGENCIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF BS-PERFIM < BS-PERINI
                   MOVE "*** FIM ANTERIOR AO INICIO DA VIGENCIA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF W-OPCAO = "N" OR "n"
                   MOVE "***DADOS RECUSADOS PELO OPERADOR **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      * QUEM GRAVA (INCLUSAO OU ALTERACAO) E QUEM APROVA
                MOVE W-USULOG TO BS-USUARIO.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                MOVE W-HOJE TO BS-DTAPROV.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGBOLSA
                IF ST-ERROBS = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROBS = "22"
                      MOVE "*** BOLSA/DESCONTO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROBS TO MENS
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
                DELETE BOLSA RECORD
                IF ST-ERROBS = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGBOLSA
                IF ST-ERROBS = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO BOLSA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * USUARIO LOGADO (SESSAO.DAT - MENU): E  *
      * QUEM FICA COMO APROVADOR DA BOLSA      *
      *****************************************
       BUSCA-SESSAO.
           OPEN INPUT SESSAO.
           IF ST-ERROSES NOT = "00" AND ST-ERROSES NOT = "05"
              MOVE "*** SESSAO NAO IDENTIFICADA (MENU) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           READ SESSAO
              AT END
                 CLOSE SESSAO
                 MOVE "*** SESSAO NAO IDENTIFICADA (MENU) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIMP.
           MOVE SE-LOGIN TO W-USULOG.
           CLOSE SESSAO.
       BUSCA-SESSAO-FIM.
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
