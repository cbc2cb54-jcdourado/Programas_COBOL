       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADOCOR.
      *
      **************************************
      * OCORRENCIAS DISCIPLINARES DO ALUNO *
      * (OCORR.DAT) POR RA, DATA E NUMERO  *
      * NO DIA: INDISCIPLINA, TAREFA NAO   *
      * FEITA, ATRASO OU OUTRA, COM O      *
      * PROFESSOR QUE REGISTROU E A MEDIDA *
      * TOMADA. A CARTA AOS RESPONSAVEIS   *
      * SAI NO CARTAOCO, QUE GRAVA A DATA  *
      * DE ENVIO NA OCORRENCIA; OCORRENCIA *
      * JA COMUNICADA NAO E EXCLUIDA       *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-CHAVE
                    FILE STATUS  IS ST-ERROOC.
           SELECT ALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERROALU.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD OCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORR.DAT".
       01 REGOCOR.
                03 OC-CHAVE.
                    05 OC-RA           PIC 9(06).
      * DATA DA OCORRENCIA EM AAAAMMDD
                    05 OC-DATA         PIC 9(08).
                    05 OC-SEQ          PIC 9(01).
      * TURMA DO ALUNO NA DATA DO REGISTRO
                03 OC-TURMA            PIC X(05).
                03 OC-CHAPAPROF        PIC 9(06).
      * I=INDISCIPLINA  T=TAREFA NAO FEITA  A=ATRASO  O=OUTRA
                03 OC-TIPO             PIC X(01).
                03 OC-DESCR1           PIC X(40).
                03 OC-DESCR2           PIC X(40).
                03 OC-MEDIDA           PIC X(40).
      * DATA DA CARTA AOS RESPONSAVEIS (CARTAOCO); ZERO = NAO ENVIADA
                03 OC-DTCARTA          PIC 9(08).
                03 FILLER              PIC X(05).
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
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 FU-NOME             PIC X(35).
                03 FILLER              PIC X(80).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROOC    PIC X(02) VALUE "00".
       77 ST-ERROALU   PIC X(02) VALUE "00".
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
      *
       SCREEN SECTION.
       01  TELAOC.
           05  LINE 02  COLUMN 01
               VALUE  "          OCORRENCIAS DISCIPLINARES DO AL".
           05  LINE 02  COLUMN 42
               VALUE  "UNO".
           05  LINE 04  COLUMN 01
               VALUE  "  RA DO ALUNO:".
           05  LINE 05  COLUMN 01
               VALUE  "  DATA DA OCORRENCIA (AAAAMMDD):".
           05  LINE 06  COLUMN 01
               VALUE  "  NUMERO NO DIA (1 A 9):".
           05  LINE 07  COLUMN 01
               VALUE  "  REGISTRADA POR (CHAPA):".
           05  LINE 08  COLUMN 01
               VALUE  "  TIPO (I/T/A/O):".
           05  LINE 09  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 11  COLUMN 01
               VALUE  "  MEDIDA TOMADA:".
           05  LINE 12  COLUMN 01
               VALUE  "  TURMA DO ALUNO:".
           05  LINE 13  COLUMN 01
               VALUE  "  CARTA AOS RESPONSAVEIS EM:".
           05  LINE 15  COLUMN 01
               VALUE  "  TIPOS: I=INDISCIPLINA/COMPORTAMENTO".
           05  LINE 16  COLUMN 01
               VALUE  "         T=TAREFA NAO FEITA".
           05  LINE 17  COLUMN 01
               VALUE  "         A=ATRASO".
           05  LINE 18  COLUMN 01
               VALUE  "         O=OUTRA".
           05  TOCRA
               LINE 04  COLUMN 36  PIC 9(06)
               USING  OC-RA
               HIGHLIGHT.
           05  TOCDATA
               LINE 05  COLUMN 36  PIC 99999999
               USING  OC-DATA
               HIGHLIGHT.
           05  TOCSEQ
               LINE 06  COLUMN 36  PIC 9(01)
               USING  OC-SEQ
               HIGHLIGHT.
           05  TOCCHAPA
               LINE 07  COLUMN 36  PIC 9(06)
               USING  OC-CHAPAPROF
               HIGHLIGHT.
           05  TOCTIPO
               LINE 08  COLUMN 36  PIC X(01)
               USING  OC-TIPO
               HIGHLIGHT.
           05  TOCDESCR1
               LINE 09  COLUMN 36  PIC X(40)
               USING  OC-DESCR1
               HIGHLIGHT.
           05  TOCDESCR2
               LINE 10  COLUMN 36  PIC X(40)
               USING  OC-DESCR2
               HIGHLIGHT.
           05  TOCMEDIDA
               LINE 11  COLUMN 36  PIC X(40)
               USING  OC-MEDIDA
               HIGHLIGHT.
           05  TOCTURMA
               LINE 12  COLUMN 36  PIC X(05)
               USING  OC-TURMA.
           05  TOCDTCARTA
               LINE 13  COLUMN 36  PIC 99999999
               USING  OC-DTCARTA.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O OCORR
           IF ST-ERROOC NOT = "00"
               IF ST-ERROOC = "30"
                      OPEN OUTPUT OCORR
                      CLOSE OCORR
                      MOVE "*** ARQUIVO OCORR SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROOC TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT ALUNO.
           IF ST-ERROALU NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. ALUNO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OCORR
              GO TO ROT-FIM.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE OCORR ALUNO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO OC-RA OC-DATA OC-SEQ OC-CHAPAPROF
                              OC-DTCARTA.
                MOVE SPACES TO OC-TURMA OC-TIPO OC-DESCR1 OC-DESCR2.
                MOVE SPACES TO OC-MEDIDA.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAOC.
       INC-002.
                ACCEPT TOCRA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE OCORR ALUNO FUNC
                   GO TO ROT-FIM.
                IF OC-RA = 0
                   MOVE "*** ALUNO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE OC-RA TO RA.
                READ ALUNO
                   INVALID KEY
                      MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (04, 44) NOME.
       INC-003.
                ACCEPT TOCDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE OC-DATA TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF OC-DATA > W-HOJE
                   MOVE "*** DATA DA OCORRENCIA NAO PODE SER FUTURA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                IF OC-SEQ = ZEROS
                   MOVE 1 TO OC-SEQ.
                ACCEPT TOCSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF OC-SEQ = ZEROS
                   MOVE "*** NUMERO NO DIA INVALIDO (1 A 9) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       LER-OC01.
                MOVE 0 TO W-SEL
                READ OCORR
                IF ST-ERROOC NOT = "23"
                   IF ST-ERROOC = "00"
                      DISPLAY TELAOC
                      PERFORM MOSTRA-NOMES THRU MOSTRA-NOMES-FIM
                      MOVE "*** OCORRENCIA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO OCORR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      * OCORRENCIA NOVA: TURMA ATUAL DO ALUNO E CARTA AINDA NAO ENVIADA
                MOVE TURMA TO OC-TURMA.
                MOVE ZEROS TO OC-DTCARTA.
                DISPLAY TOCTURMA.
                DISPLAY TOCDTCARTA.
       INC-005.
                ACCEPT TOCCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE OC-CHAPAPROF TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-005.
                DISPLAY (07, 44) FU-NOME.
       INC-006.
                ACCEPT TOCTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF OC-TIPO NOT = "I" AND OC-TIPO NOT = "T"
                AND OC-TIPO NOT = "A" AND OC-TIPO NOT = "O"
                   MOVE "*** TIPO INVALIDO (I/T/A/O) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TOCDESCR1
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF OC-DESCR1 = SPACES
                   MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TOCDESCR2
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-009.
                ACCEPT TOCMEDIDA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
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
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGOCOR
                IF ST-ERROOC = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROOC = "22"
                      MOVE "*** OCORRENCIA JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROOC TO MENS
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
                   GO TO INC-005.
      *
      * OCORRENCIA QUE JA SAIU EM CARTA FICA COMO PROVA DO AVISO
       EXC-OPC.
                IF OC-DTCARTA NOT = ZEROS
                   MOVE "*** OCORRENCIA JA COMUNICADA - NAO EXCLUI ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
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
                DELETE OCORR RECORD
                IF ST-ERROOC = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGOCOR
                IF ST-ERROOC = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO OCORR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * NOMES DO ALUNO E DE QUEM REGISTROU A OCORRENCIA
       MOSTRA-NOMES.
                DISPLAY (04, 44) NOME.
                MOVE OC-CHAPAPROF TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE SPACES TO FU-NOME.
                DISPLAY (07, 44) FU-NOME.
       MOSTRA-NOMES-FIM.
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
