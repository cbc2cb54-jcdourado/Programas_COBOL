       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADQUALI.
      *
      **************************************
      * CURSOS, CERTIFICADOS E HABILITACOES*
      * DO FUNCIONARIO (QUALIF.DAT): CURSO *
      * DO CATALOGO (CADCURSO), DATA DE    *
      * CONCLUSAO, VALIDADE, CARGA HORARIA,*
      * NUMERO DO DOCUMENTO (CERTIFICADO,  *
      * CNH, REGISTRO NO CONSELHO) E       *
      * ENTIDADE EMISSORA. A VALIDADE VEM  *
      * DO PRAZO DO CATALOGO EM MESES      *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QL-CHAVE
                    FILE STATUS  IS ST-ERROQL.
           SELECT CURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CU-CODIGO
                    FILE STATUS  IS ST-ERROCU.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD QUALIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "QUALIF.DAT".
       01 REGQUALIF.
                03 QL-CHAVE.
                    05 QL-CHAPAFUNC    PIC 9(06).
                    05 QL-CODCURSO     PIC 9(04).
      * DATA DE CONCLUSAO/EMISSAO EM AAAAMMDD
                    05 QL-DTCONCL      PIC 9(08).
      * VALIDADE EM AAAAMMDD (ZEROS = NAO VENCE)
                03 QL-DTVALID          PIC 9(08).
                03 QL-CARGAHOR         PIC 9(04).
                03 QL-DOCUMENTO        PIC X(20).
                03 QL-ENTIDADE         PIC X(30).
       FD CURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CURSO.DAT".
       01 REGCURSO.
                03 CU-CODIGO           PIC 9(04).
                03 CU-DESCR            PIC X(40).
                03 CU-TIPO             PIC X(01).
                03 CU-VALMESES         PIC 9(03).
                03 CU-CARGAHOR         PIC 9(04).
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
       77 ST-ERROQL    PIC X(02) VALUE "00".
       77 ST-ERROCU    PIC X(02) VALUE "00".
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
      * CALCULO DA DATA DE VALIDADE
       77 W-TOTMESES   PIC 9(06) VALUE ZEROS.
       01 W-PROX.
                03 W-PX-ANO            PIC 9(04).
                03 W-PX-MES            PIC 9(02).
                03 W-PX-DIA            PIC 9(02).
      *
       SCREEN SECTION.
       01  TELAQL.
           05  LINE 02  COLUMN 01
               VALUE  "      CURSOS E HABILITACOES DO FUNCIONARIO".
           05  LINE 05  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 07  COLUMN 01
               VALUE  "      CURSO/HABILITACAO:".
           05  LINE 09  COLUMN 01
               VALUE  "      DATA DE CONCLUSAO (AAAAMMDD):".
           05  LINE 11  COLUMN 01
               VALUE  "      VALIDADE (AAAAMMDD):".
           05  LINE 12  COLUMN 01
               VALUE  "      (ZERO = NAO VENCE)".
           05  LINE 14  COLUMN 01
               VALUE  "      CARGA HORARIA (HORAS):".
           05  LINE 16  COLUMN 01
               VALUE  "      DOCUMENTO/REGISTRO:".
           05  LINE 18  COLUMN 01
               VALUE  "      ENTIDADE EMISSORA:".
           05  TQLCHAPA
               LINE 05  COLUMN 38  PIC 9(06)
               USING  QL-CHAPAFUNC
               HIGHLIGHT.
           05  TQLCODCURSO
               LINE 07  COLUMN 38  PIC 9(04)
               USING  QL-CODCURSO
               HIGHLIGHT.
           05  TQLDTCONCL
               LINE 09  COLUMN 38  PIC 99999999
               USING  QL-DTCONCL
               HIGHLIGHT.
           05  TQLDTVALID
               LINE 11  COLUMN 38  PIC 99999999
               USING  QL-DTVALID
               HIGHLIGHT.
           05  TQLCARGAHOR
               LINE 14  COLUMN 38  PIC 9(04)
               USING  QL-CARGAHOR
               HIGHLIGHT.
           05  TQLDOCUMENTO
               LINE 16  COLUMN 38  PIC X(20)
               USING  QL-DOCUMENTO
               HIGHLIGHT.
           05  TQLENTIDADE
               LINE 18  COLUMN 38  PIC X(30)
               USING  QL-ENTIDADE
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O QUALIF
           IF ST-ERROQL NOT = "00"
               IF ST-ERROQL = "30"
                      OPEN OUTPUT QUALIF
                      CLOSE QUALIF
                      MOVE "*** ARQUIVO QUALIF SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROQL TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT CURSO.
           IF ST-ERROCU NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CURSO (CADCURSO)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE QUALIF
              GO TO ROT-FIM.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE QUALIF CURSO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO QL-CHAPAFUNC QL-CODCURSO QL-DTCONCL.
                MOVE ZEROS TO QL-DTVALID QL-CARGAHOR.
                MOVE SPACES TO QL-DOCUMENTO QL-ENTIDADE.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAQL.
       INC-002.
                ACCEPT TQLCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                MOVE QL-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (05, 45) NOME.
       INC-003.
                ACCEPT TQLCODCURSO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE QL-CODCURSO TO CU-CODIGO.
                READ CURSO
                   INVALID KEY
                      MOVE "*** CURSO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                DISPLAY (08, 38) CU-DESCR.
       INC-004.
                ACCEPT TQLDTCONCL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE QL-DTCONCL TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1950
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF QL-DTCONCL > W-HOJE
                   MOVE "*** DATA DE CONCLUSAO NAO PODE SER FUTURA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       LER-QL01.
                MOVE 0 TO W-SEL
                READ QUALIF
                IF ST-ERROQL NOT = "23"
                   IF ST-ERROQL = "00"
                      DISPLAY TELAQL
                      DISPLAY (05, 45) NOME
                      DISPLAY (08, 38) CU-DESCR
                      MOVE "*** CURSO JA CADASTRADO NESTA DATA ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO QUALIF" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      * NA INCLUSAO VALIDADE E CARGA HORARIA VEM DO CATALOGO
                PERFORM CALC-VALID THRU CALC-VALID-FIM.
                MOVE CU-CARGAHOR TO QL-CARGAHOR.
                DISPLAY TQLDTVALID.
                DISPLAY TQLCARGAHOR.
       INC-005.
                ACCEPT TQLDTVALID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF QL-DTVALID = ZEROS
                   GO TO INC-006.
                MOVE QL-DTVALID TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR QL-DTVALID NOT > QL-DTCONCL
                   MOVE "*** DATA DE VALIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF QL-DTVALID < W-HOJE
                   MOVE "*AVISO: CURSO/HABILITACAO JA VENCIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-006.
                ACCEPT TQLCARGAHOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT TQLDOCUMENTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF QL-DOCUMENTO = SPACES AND CU-TIPO NOT = "C"
                   MOVE "*** NUMERO DO DOCUMENTO OBRIGATORIO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TQLENTIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
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
                WRITE REGQUALIF
                IF ST-ERROQL = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROQL = "22"
                      MOVE "*** REGISTRO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROQL TO MENS
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
                DELETE QUALIF RECORD
                IF ST-ERROQL = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGQUALIF
                IF ST-ERROQL = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO QUALIF" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * DATA DE VALIDADE: DATA DE CONCLUSAO    *
      * MAIS A VALIDADE DO CATALOGO EM MESES;  *
      * SEM VALIDADE FICA ZERADA               *
      *****************************************
       CALC-VALID.
                MOVE ZEROS TO QL-DTVALID.
                IF CU-VALMESES = ZEROS
                   GO TO CALC-VALID-FIM.
                MOVE QL-DTCONCL TO W-DATA-R.
                COMPUTE W-TOTMESES = (W-DT-ANO * 12) + W-DT-MES - 1
                                   + CU-VALMESES.
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
                MOVE W-PROX TO QL-DTVALID.
       CALC-VALID-FIM.
                EXIT.
      *
       INC-FECHA.
                CLOSE QUALIF CURSO FUNC.
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
