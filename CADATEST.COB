       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADATEST.
      *
      **************************************
      * ATESTADOS MEDICOS DOS FUNCIONARIOS *
      * (ATESTADO.DAT): PERIODO, CID, CRM  *
      * DO MEDICO E NUMERO DO DOCUMENTO.   *
      * OS DIAS COBERTOS NAO CONTAM COMO   *
      * FALTA NA IMPORTACAO DO PONTO       *
      * (FPP014) NEM TIRAM O DSR NA FOLHA  *
      * (FPP004). MESMO CID SOMANDO MAIS   *
      * DE 15 DIAS EM 60 DEVE VIRAR        *
      * AFASTAMENTO (AFAST.DAT - FPP015)   *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATESTADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-CHAVE
                    FILE STATUS  IS ST-ERROAT.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ATESTADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATESTADO.DAT".
       01 REGATESTADO.
                03 AT-CHAVE.
                    05 AT-CHAPAFUNC    PIC 9(06).
      * INICIO DO PERIODO COBERTO EM AAAAMMDD
                    05 AT-DTINI        PIC 9(08).
                03 AT-DTFIM            PIC 9(08).
      * CID-10 DO DIAGNOSTICO (SEM O PONTO, EX.: J110)
                03 AT-CID              PIC X(05).
                03 AT-CRM              PIC X(12).
                03 AT-NUMDOC           PIC X(15).
                03 AT-DIAS             PIC 9(03).
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
       77 ST-ERROAT    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      * SOMA DOS DIAS DO MESMO CID NOS 60 DIAS ENCERRADOS NO FIM
      * DO ATESTADO GRAVADO
       01 W-ATSALVA.
                03 W-SVCHAVE.
                    05 W-SVCHAPA       PIC 9(06).
                    05 W-SVDTINI       PIC 9(08).
                03 W-SVDTFIM           PIC 9(08).
                03 W-SVCID             PIC X(05).
       77 W-JDINI      PIC 9(07) VALUE ZEROS.
       77 W-JDFIM      PIC 9(07) VALUE ZEROS.
       77 W-JDJANINI   PIC 9(07) VALUE ZEROS.
       77 W-JDJANFIM   PIC 9(07) VALUE ZEROS.
       77 W-DIASCID    PIC 9(03) VALUE ZEROS.
       01 W-MENSCID.
                03 FILLER  PIC X(12) VALUE "*AVISO: CID ".
                03 W-MCID  PIC X(05).
                03 FILLER  PIC X(06) VALUE " SOMA ".
                03 W-MDIAS PIC ZZ9.
                03 FILLER  PIC X(24) VALUE " DIAS EM 60-USAR FPP015*".
      * NUMERO DO DIA (DIA JULIANO) DE W-DTORD
       01 W-DTORD      PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
       77 W-JDNUM      PIC 9(07) VALUE ZEROS.
       77 W-JDA        PIC 9(01) VALUE ZEROS.
       77 W-JDY        PIC 9(05) VALUE ZEROS.
       77 W-JDM        PIC 9(02) VALUE ZEROS.
       77 W-JDT1       PIC 9(05) VALUE ZEROS.
       77 W-JDT2       PIC 9(05) VALUE ZEROS.
       77 W-JDT3       PIC 9(05) VALUE ZEROS.
       77 W-JDT4       PIC 9(05) VALUE ZEROS.
      *
       SCREEN SECTION.
       01  TELAAT.
           05  LINE 02  COLUMN 01
               VALUE  "            ATESTADOS MEDICOS DOS FUNCIONARIOS".
           05  LINE 05  COLUMN 01
               VALUE  "      CHAPA:".
           05  LINE 07  COLUMN 01
               VALUE  "      INICIO (AAAAMMDD):".
           05  LINE 09  COLUMN 01
               VALUE  "      FIM    (AAAAMMDD):".
           05  LINE 11  COLUMN 01
               VALUE  "      CID:".
           05  LINE 13  COLUMN 01
               VALUE  "      CRM DO MEDICO:".
           05  LINE 15  COLUMN 01
               VALUE  "      NUMERO DO DOCUMENTO:".
           05  LINE 17  COLUMN 01
               VALUE  "      DIAS COBERTOS:".
           05  TATCHAPA
               LINE 05  COLUMN 32  PIC 9(06)
               USING  AT-CHAPAFUNC
               HIGHLIGHT.
           05  TATDTINI
               LINE 07  COLUMN 32  PIC 99999999
               USING  AT-DTINI
               HIGHLIGHT.
           05  TATDTFIM
               LINE 09  COLUMN 32  PIC 99999999
               USING  AT-DTFIM
               HIGHLIGHT.
           05  TATCID
               LINE 11  COLUMN 32  PIC X(05)
               USING  AT-CID
               HIGHLIGHT.
           05  TATCRM
               LINE 13  COLUMN 32  PIC X(12)
               USING  AT-CRM
               HIGHLIGHT.
           05  TATNUMDOC
               LINE 15  COLUMN 32  PIC X(15)
               USING  AT-NUMDOC
               HIGHLIGHT.
           05  TATDIAS
               LINE 17  COLUMN 32  PIC ZZ9
               USING  AT-DIAS.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ATESTADO
           IF ST-ERROAT NOT = "00"
               IF ST-ERROAT = "30"
                      OPEN OUTPUT ATESTADO
                      CLOSE ATESTADO
                      MOVE "*** ARQUIVO ATESTADO SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROAT TO MENS
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
              CLOSE ATESTADO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO AT-CHAPAFUNC AT-DTINI AT-DTFIM AT-DIAS.
                MOVE SPACES TO AT-CID AT-CRM AT-NUMDOC.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAAT.
       INC-002.
                ACCEPT TATCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE ATESTADO FUNC
                   GO TO ROT-FIM.
                MOVE AT-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY
                      MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (05, 40) NOME.
       INC-003.
                ACCEPT TATDTINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE AT-DTINI TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-AT01.
                MOVE 0 TO W-SEL
                READ ATESTADO
                IF ST-ERROAT NOT = "23"
                   IF ST-ERROAT = "00"
                      DISPLAY TELAAT
                      DISPLAY (05, 40) NOME
                      MOVE "*** ATESTADO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO ATESTADO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-004.
                ACCEPT TATDTFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE AT-DTFIM TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF AT-DTFIM < AT-DTINI
                   MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      * DIAS CORRIDOS COBERTOS PELO ATESTADO
                MOVE AT-DTINI TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-JDINI.
                MOVE AT-DTFIM TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                COMPUTE AT-DIAS = W-JDNUM - W-JDINI + 1.
                DISPLAY TATDIAS.
       INC-005.
                ACCEPT TATCID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF AT-CID = SPACES
                   MOVE "*** CID OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TATCRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF AT-CRM = SPACES
                   MOVE "*** CRM DO MEDICO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TATNUMDOC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
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
                WRITE REGATESTADO
                IF ST-ERROAT = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM VERIFICA-CID THRU VERIFICA-CID-FIM
                      GO TO INC-001.
                IF ST-ERROAT = "22"
                      MOVE "*** ATESTADO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROAT TO MENS
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
                DELETE ATESTADO RECORD
                IF ST-ERROAT = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGATESTADO
                IF ST-ERROAT = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM VERIFICA-CID THRU VERIFICA-CID-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO ATESTADO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * SOMA OS DIAS DOS ATESTADOS DO CHAPA    *
      * COM O MESMO CID DENTRO DOS 60 DIAS     *
      * ENCERRADOS NO FIM DO ATESTADO GRAVADO. *
      * MAIS DE 15 DIAS: O CASO PASSA A SER    *
      * AFASTAMENTO PELO INSS (FPP015)         *
      *****************************************
       VERIFICA-CID.
                MOVE AT-CHAVE TO W-SVCHAVE.
                MOVE AT-DTFIM TO W-SVDTFIM.
                MOVE AT-CID TO W-SVCID.
                MOVE ZEROS TO W-DIASCID.
                MOVE AT-DTFIM TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-JDJANFIM.
                COMPUTE W-JDJANINI = W-JDJANFIM - 59.
                MOVE W-SVCHAPA TO AT-CHAPAFUNC.
                MOVE ZEROS TO AT-DTINI.
                START ATESTADO KEY IS NOT LESS THAN AT-CHAVE
                   INVALID KEY
                      GO TO VERIFICA-CID-FIM.
       VERIFICA-CID-LER.
                READ ATESTADO NEXT RECORD
                   AT END GO TO VERIFICA-CID-AVISO.
                IF AT-CHAPAFUNC NOT = W-SVCHAPA
                   GO TO VERIFICA-CID-AVISO.
                IF AT-CID NOT = W-SVCID
                   GO TO VERIFICA-CID-LER.
                MOVE AT-DTINI TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-JDINI.
                MOVE AT-DTFIM TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-JDFIM.
      * SO A PARTE DO ATESTADO QUE CAI DENTRO DA JANELA
                IF W-JDINI < W-JDJANINI
                   MOVE W-JDJANINI TO W-JDINI.
                IF W-JDFIM > W-JDJANFIM
                   MOVE W-JDJANFIM TO W-JDFIM.
                IF W-JDFIM < W-JDINI
                   GO TO VERIFICA-CID-LER.
                COMPUTE W-DIASCID = W-DIASCID + W-JDFIM - W-JDINI + 1.
                GO TO VERIFICA-CID-LER.
       VERIFICA-CID-AVISO.
                IF W-DIASCID NOT > 15
                   GO TO VERIFICA-CID-FIM.
                MOVE W-SVCID TO W-MCID.
                MOVE W-DIASCID TO W-MDIAS.
                MOVE W-MENSCID TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIFICA-CID-FIM.
                EXIT.
      *
      * DIA JULIANO DE W-DTORD (AAAAMMDD) EM W-JDNUM
       CALC-JULIANO.
                MOVE 0 TO W-JDA.
                IF W-DO-MES < 3
                   MOVE 1 TO W-JDA.
                COMPUTE W-JDY = W-DO-ANO + 4800 - W-JDA.
                COMPUTE W-JDM = W-DO-MES + (12 * W-JDA) - 3.
                COMPUTE W-JDT1 = (153 * W-JDM) + 2.
                DIVIDE W-JDT1 BY 5 GIVING W-JDT1.
                DIVIDE W-JDY BY 4 GIVING W-JDT2.
                DIVIDE W-JDY BY 100 GIVING W-JDT3.
                DIVIDE W-JDY BY 400 GIVING W-JDT4.
                COMPUTE W-JDNUM = W-DO-DIA + W-JDT1 + (365 * W-JDY)
                                + W-JDT2 - W-JDT3 + W-JDT4 - 32045.
       CALC-JULIANO-FIM.
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
