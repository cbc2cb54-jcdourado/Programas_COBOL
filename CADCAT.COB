       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCAT.
      *
      **************************************
      * ACIDENTES DE TRABALHO (CAT.DAT):   *
      * DATA/HORA, TIPO, LOCAL, PARTE DO   *
      * CORPO ATINGIDA, CAUSA, TESTEMUNHAS *
      * E NUMERO DA CAT NO INSS. HAVENDO   *
      * AFASTAMENTO, CRIA O REGISTRO TIPO  *
      * A EM AFAST.DAT (FPP015) OU LIGA A  *
      * CAT A UM AFASTAMENTO JA LANCADO.   *
      * A CAT VAI AO ESOCIAL COMO S-2210   *
      * (GERASOC - PS1432)                 *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CHAVE
                    FILE STATUS  IS ST-ERROCA.
           SELECT AFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AF-CHAVE
                    FILE STATUS  IS ST-ERROAF.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAT.DAT".
       01 REGCAT.
                03 CA-CHAVE.
                    05 CA-CHAPAFUNC    PIC 9(06).
      * DATA DO ACIDENTE EM AAAAMMDD
                    05 CA-DATA         PIC 9(08).
                03 CA-HORA             PIC 9(04).
      * T=TIPICO  J=DE TRAJETO  D=DOENCA OCUPACIONAL
                03 CA-TIPO             PIC X(01).
                03 CA-LOCAL            PIC X(30).
                03 CA-PARTE            PIC X(20).
                03 CA-CAUSA            PIC X(40).
                03 CA-TESTEM1          PIC X(30).
                03 CA-TESTEM2          PIC X(30).
      * S=HOUVE AFASTAMENTO  N=SEM AFASTAMENTO
                03 CA-AFAST            PIC X(01).
      * SEQUENCIA DO AFASTAMENTO LIGADO EM AFAST.DAT (AF-SEQAF)
                03 CA-SEQAF            PIC 9(02).
      * NUMERO DA CAT REGISTRADA NO INSS
                03 CA-NUMCAT           PIC X(15).
       FD AFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AFAST.DAT".
       01 CADAFAST.
                03 AF-CHAVE.
                    05 AF-CHAPAFUNC    PIC 9(06).
                    05 AF-SEQAF        PIC 9(02).
                03 AF-TIPO             PIC X(01).
                03 AF-DTINICIO         PIC 9(08).
                03 AF-DTINI REDEFINES AF-DTINICIO.
                    05 AF-DIAINI           PIC 9(02).
                    05 AF-MESINI           PIC 9(02).
                    05 AF-ANOINI           PIC 9(04).
                03 AF-DTRETPREV        PIC 9(08).
                03 AF-DTRET REDEFINES AF-DTRETPREV.
                    05 AF-DIARET           PIC 9(02).
                    05 AF-MESRET           PIC 9(02).
                    05 AF-ANORET           PIC 9(04).
                03 AF-STATAF           PIC X(01).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
                03 FILLER              PIC X(80).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROCA    PIC X(02) VALUE "00".
       77 ST-ERROAF    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
       01 W-HORA-R.
                03 W-HR-HH             PIC 9(02).
                03 W-HR-MM             PIC 9(02).
      * RETORNO PREVISTO DO AFASTAMENTO (DDMMAAAA, COMO NO FPP015)
       01 W-DTRETPREV  PIC 9(08) VALUE ZEROS.
       01 W-DTRET-R REDEFINES W-DTRETPREV.
                03 W-RT-DIA            PIC 9(02).
                03 W-RT-MES            PIC 9(02).
                03 W-RT-ANO            PIC 9(04).
       77 W-SEQLIVRE   PIC 9(02) VALUE ZEROS.
      *
       SCREEN SECTION.
       01  TELACA.
           05  LINE 02  COLUMN 01
               VALUE  "          ACIDENTES DE TRABALHO (CAT)".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA:".
           05  LINE 05  COLUMN 01
               VALUE  "  DATA DO ACIDENTE (AAAAMMDD):".
           05  LINE 06  COLUMN 01
               VALUE  "  HORA (HHMM):".
           05  LINE 07  COLUMN 01
               VALUE  "  TIPO (T=TIPICO J=TRAJETO D=DOENCA):".
           05  LINE 08  COLUMN 01
               VALUE  "  LOCAL:".
           05  LINE 09  COLUMN 01
               VALUE  "  PARTE DO CORPO ATINGIDA:".
           05  LINE 10  COLUMN 01
               VALUE  "  CAUSA/DESCRICAO:".
           05  LINE 11  COLUMN 01
               VALUE  "  TESTEMUNHA 1:".
           05  LINE 12  COLUMN 01
               VALUE  "  TESTEMUNHA 2:".
           05  LINE 13  COLUMN 01
               VALUE  "  HOUVE AFASTAMENTO (S/N):".
           05  LINE 14  COLUMN 01
               VALUE  "  SEQ. DO AFASTAMENTO (0=NOVO):".
           05  LINE 15  COLUMN 01
               VALUE  "  RETORNO PREVISTO (DDMMAAAA):".
           05  LINE 16  COLUMN 01
               VALUE  "  NUMERO DA CAT NO INSS:".
           05  TCACHAPA
               LINE 04  COLUMN 40  PIC 9(06)
               USING  CA-CHAPAFUNC
               HIGHLIGHT.
           05  TCADATA
               LINE 05  COLUMN 40  PIC 99999999
               USING  CA-DATA
               HIGHLIGHT.
           05  TCAHORA
               LINE 06  COLUMN 40  PIC 9999
               USING  CA-HORA
               HIGHLIGHT.
           05  TCATIPO
               LINE 07  COLUMN 40  PIC X(01)
               USING  CA-TIPO
               HIGHLIGHT.
           05  TCALOCAL
               LINE 08  COLUMN 40  PIC X(30)
               USING  CA-LOCAL
               HIGHLIGHT.
           05  TCAPARTE
               LINE 09  COLUMN 40  PIC X(20)
               USING  CA-PARTE
               HIGHLIGHT.
           05  TCACAUSA
               LINE 10  COLUMN 40  PIC X(40)
               USING  CA-CAUSA
               HIGHLIGHT.
           05  TCATESTEM1
               LINE 11  COLUMN 40  PIC X(30)
               USING  CA-TESTEM1
               HIGHLIGHT.
           05  TCATESTEM2
               LINE 12  COLUMN 40  PIC X(30)
               USING  CA-TESTEM2
               HIGHLIGHT.
           05  TCAAFAST
               LINE 13  COLUMN 40  PIC X(01)
               USING  CA-AFAST
               HIGHLIGHT.
           05  TCASEQAF
               LINE 14  COLUMN 40  PIC 9(02)
               USING  CA-SEQAF
               HIGHLIGHT.
           05  TCADTRET
               LINE 15  COLUMN 40  PIC 99/99/9999
               USING  W-DTRETPREV
               HIGHLIGHT.
           05  TCANUMCAT
               LINE 16  COLUMN 40  PIC X(15)
               USING  CA-NUMCAT
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CAT
           IF ST-ERROCA NOT = "00"
               IF ST-ERROCA = "30"
                      OPEN OUTPUT CAT
                      CLOSE CAT
                      MOVE "*** ARQUIVO CAT SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROCA TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O AFAST
           IF ST-ERROAF NOT = "00"
               IF ST-ERROAF = "30"
                      OPEN OUTPUT AFAST
                      CLOSE AFAST
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO AFAST" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CAT
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CAT AFAST
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO CA-CHAPAFUNC CA-DATA CA-HORA CA-SEQAF.
                MOVE SPACES TO CA-TIPO CA-LOCAL CA-PARTE CA-CAUSA.
                MOVE SPACES TO CA-TESTEM1 CA-TESTEM2 CA-AFAST.
                MOVE SPACES TO CA-NUMCAT.
                MOVE ZEROS TO W-DTRETPREV.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELACA.
       INC-002.
                ACCEPT TCACHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CAT AFAST FUNC
                   GO TO ROT-FIM.
                MOVE CA-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (04, 48) NOME.
       INC-003.
                ACCEPT TCADATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE CA-DATA TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF CA-DATA > W-HOJE
                   MOVE "*** DATA DO ACIDENTE NAO PODE SER FUTURA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-CA01.
                MOVE 0 TO W-SEL
                READ CAT
                IF ST-ERROCA NOT = "23"
                   IF ST-ERROCA = "00"
                      DISPLAY TELACA
                      DISPLAY (04, 48) NOME
                      PERFORM MOSTRA-AFAST THRU MOSTRA-AFAST-FIM
                      MOVE "*** ACIDENTE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT TCAHORA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE CA-HORA TO W-HORA-R.
                IF W-HR-HH > 23 OR W-HR-MM > 59
                   MOVE "*** HORA INVALIDA (HHMM) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TCATIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CA-TIPO NOT = "T" AND CA-TIPO NOT = "J"
                AND CA-TIPO NOT = "D"
                   MOVE "*** TIPO INVALIDO (T/J/D) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TCALOCAL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CA-LOCAL = SPACES
                   MOVE "*** LOCAL OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TCAPARTE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF CA-PARTE = SPACES
                   MOVE "*** PARTE DO CORPO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TCACAUSA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF CA-CAUSA = SPACES
                   MOVE "*** CAUSA OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TCATESTEM1
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
       INC-010.
                ACCEPT TCATESTEM2
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-011.
                ACCEPT TCAAFAST
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF CA-AFAST NOT = "S" AND CA-AFAST NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM  e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                IF CA-AFAST = "N"
                   MOVE ZEROS TO CA-SEQAF W-DTRETPREV
                   DISPLAY TCASEQAF
                   DISPLAY TCADTRET
                   GO TO INC-014.
       INC-012.
                ACCEPT TCASEQAF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF CA-SEQAF = ZEROS
                   GO TO INC-013.
      * LIGACAO COM AFASTAMENTO JA LANCADO NO FPP015
                MOVE CA-CHAPAFUNC TO AF-CHAPAFUNC.
                MOVE CA-SEQAF TO AF-SEQAF.
                READ AFAST
                   INVALID KEY
                      MOVE "*** AFASTAMENTO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-012.
                IF AF-TIPO NOT = "A" AND AF-TIPO NOT = "a"
                   MOVE "*** AFASTAMENTO NAO E DE ACIDENTE (A) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
                IF W-DTRETPREV = ZEROS
                   MOVE AF-DTRETPREV TO W-DTRETPREV
                   DISPLAY TCADTRET.
       INC-013.
                ACCEPT TCADTRET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF W-DTRETPREV NOT = ZEROS
                   IF W-RT-DIA = 0 OR W-RT-DIA > 31
                   OR W-RT-MES = 0 OR W-RT-MES > 12
                   OR W-RT-ANO < W-DT-ANO
                      MOVE "*** RETORNO PREVISTO INVALIDO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-013.
       INC-014.
                ACCEPT TCANUMCAT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
                IF W-OPCAO = "N" OR "n"
                   MOVE "***DADOS RECUSADOS PELO OPERADOR **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      * CRIA OU ATUALIZA O AFASTAMENTO ANTES DE GRAVAR A CAT
                IF CA-AFAST = "S"
                   PERFORM LIGA-AFAST THRU LIGA-AFAST-FIM
                   IF CA-SEQAF = ZEROS
                      GO TO INC-001.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGCAT
                IF ST-ERROCA = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROCA = "22"
                      MOVE "*** ACIDENTE JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROCA TO MENS
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
      * O AFASTAMENTO LIGADO CONTINUA NO FPP015
                DELETE CAT RECORD
                IF ST-ERROCA = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGCAT
                IF ST-ERROCA = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO CAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * AFASTAMENTO DO ACIDENTE EM AFAST.DAT:  *
      * SEQUENCIA ZERO CRIA UM AFASTAMENTO     *
      * TIPO A NA PROXIMA SEQUENCIA LIVRE DO   *
      * CHAPA, COM INICIO NA DATA DO ACIDENTE; *
      * SEQUENCIA INFORMADA SO ATUALIZA O      *
      * RETORNO PREVISTO. EM ERRO DEVOLVE      *
      * CA-SEQAF ZERADO                        *
      *****************************************
       LIGA-AFAST.
                IF CA-SEQAF NOT = ZEROS
                   GO TO LIGA-AFAST-ALT.
                MOVE ZEROS TO W-SEQLIVRE.
                MOVE CA-CHAPAFUNC TO AF-CHAPAFUNC.
                MOVE ZEROS TO AF-SEQAF.
                START AFAST KEY IS NOT LESS THAN AF-CHAVE
                   INVALID KEY
                      GO TO LIGA-AFAST-NOVO.
       LIGA-AFAST-LER.
                READ AFAST NEXT RECORD
                   AT END
                      GO TO LIGA-AFAST-NOVO.
                IF AF-CHAPAFUNC NOT = CA-CHAPAFUNC
                   GO TO LIGA-AFAST-NOVO.
                MOVE AF-SEQAF TO W-SEQLIVRE.
                GO TO LIGA-AFAST-LER.
       LIGA-AFAST-NOVO.
                IF W-SEQLIVRE = 99
                   MOVE "*** CHAPA SEM SEQUENCIA LIVRE EM AFAST ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO CA-SEQAF
                   GO TO LIGA-AFAST-FIM.
                MOVE CA-CHAPAFUNC TO AF-CHAPAFUNC.
                COMPUTE AF-SEQAF = W-SEQLIVRE + 1.
                MOVE "A" TO AF-TIPO.
                MOVE W-DT-DIA TO AF-DIAINI.
                MOVE W-DT-MES TO AF-MESINI.
                MOVE W-DT-ANO TO AF-ANOINI.
                MOVE W-DTRETPREV TO AF-DTRETPREV.
                MOVE "A" TO AF-STATAF.
                WRITE CADAFAST
                IF ST-ERROAF NOT = "00" AND ST-ERROAF NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO AFASTAMENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO CA-SEQAF
                   GO TO LIGA-AFAST-FIM.
                MOVE AF-SEQAF TO CA-SEQAF.
                DISPLAY TCASEQAF.
                MOVE "*** AFASTAMENTO CRIADO NO FPP015 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO LIGA-AFAST-FIM.
       LIGA-AFAST-ALT.
                MOVE CA-CHAPAFUNC TO AF-CHAPAFUNC.
                MOVE CA-SEQAF TO AF-SEQAF.
                READ AFAST
                   INVALID KEY
                      MOVE "*** AFASTAMENTO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE ZEROS TO CA-SEQAF
                      GO TO LIGA-AFAST-FIM.
                IF W-DTRETPREV = AF-DTRETPREV
                   GO TO LIGA-AFAST-FIM.
                MOVE W-DTRETPREV TO AF-DTRETPREV.
                REWRITE CADAFAST
                IF ST-ERROAF NOT = "00" AND ST-ERROAF NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO AFASTAMENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO CA-SEQAF.
       LIGA-AFAST-FIM.
                EXIT.
      *
      * RETORNO PREVISTO DO AFASTAMENTO LIGADO, NA CONSULTA
       MOSTRA-AFAST.
                MOVE ZEROS TO W-DTRETPREV.
                IF CA-SEQAF = ZEROS
                   GO TO MOSTRA-AFAST-FIM.
                MOVE CA-CHAPAFUNC TO AF-CHAPAFUNC.
                MOVE CA-SEQAF TO AF-SEQAF.
                READ AFAST
                   INVALID KEY
                      GO TO MOSTRA-AFAST-FIM.
                MOVE AF-DTRETPREV TO W-DTRETPREV.
                DISPLAY TCADTRET.
       MOSTRA-AFAST-FIM.
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
