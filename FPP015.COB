      **************************************
      * MANUTENCAO DE AFASTAMENTOS         *
      * (LICENCAS MATERNIDADE/DOENCA ETC)  *
      * AO ENCERRAR AFASTAMENTO DE MAIS DE *
      * 30 DIAS PEDE O EXAME DE RETORNO AO *
      * TRABALHO (ASO.DAT - CADASO)        *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AF-CHAVE
                    FILE STATUS  IS ST-ERRO.
           SELECT OPTIONAL ASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERROEX.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                    05 AF-MESRET           PIC 9(02).
                    05 AF-ANORET           PIC 9(04).
                03 AF-STATAF           PIC X(01).
      * EXAMES OCUPACIONAIS (MESMO LAYOUT DO CADASO)
       FD ASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ASO.DAT".
       01 REGASO.
                03 EX-CHAVE.
                    05 EX-CHAPAFUNC    PIC 9(06).
                    05 EX-DTEXAME      PIC 9(08).
                    05 EX-TIPO         PIC X(01).
                03 EX-MEDICO           PIC X(30).
                03 EX-CRM              PIC X(12).
                03 EX-RESULT           PIC X(01).
                03 EX-DTPROX           PIC 9(08).
                03 EX-MESES            PIC 9(02).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 VERIFI       PIC X(02) VALUE "00".
       77 TEXTONOME    PIC X(35) VALUE SPACES.
      * EXAME DE RETORNO (TIPO R NO ASO.DAT) APOS AFASTAMENTO DE
      * MAIS DE 30 DIAS
       77 ST-ERROEX    PIC X(02) VALUE "00".
       77 W-TEMASORET  PIC 9(01) VALUE ZEROS.
       77 W-DTINIORD   PIC 9(08) VALUE ZEROS.
       77 W-JDINI      PIC 9(07) VALUE ZEROS.
       77 W-DIASAF     PIC 9(05) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
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
       01  TELAAFAST.
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM VER-ASORET THRU VER-ASORET-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** AFASTAMENTO JA EXISTE *** " TO MENS
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM VER-ASORET THRU VER-ASORET-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO AFAST"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * AFASTAMENTO ENCERRADO COM MAIS DE 30   *
      * DIAS (DO INICIO AO RETORNO, OU ATE     *
      * HOJE SEM RETORNO INFORMADO): PEDE O    *
      * EXAME DE RETORNO AO TRABALHO QUANDO    *
      * NAO HA ASO TIPO R DESDE O INICIO       *
      *****************************************
       VER-ASORET.
                IF AF-STATAF NOT = "E" AND AF-STATAF NOT = "e"
                   GO TO VER-ASORET-FIM.
                COMPUTE W-DTORD = (AF-ANOINI * 10000)
                                + (AF-MESINI * 100) + AF-DIAINI.
                MOVE W-DTORD TO W-DTINIORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-JDINI.
                IF AF-DTRETPREV = ZEROS
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   MOVE W-HOJE TO W-DTORD
                ELSE
                   COMPUTE W-DTORD = (AF-ANORET * 10000)
                                   + (AF-MESRET * 100) + AF-DIARET.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                IF W-JDNUM NOT > W-JDINI
                   GO TO VER-ASORET-FIM.
                COMPUTE W-DIASAF = W-JDNUM - W-JDINI.
                IF W-DIASAF NOT > 30
                   GO TO VER-ASORET-FIM.
                MOVE ZEROS TO W-TEMASORET.
                OPEN INPUT ASO.
                IF ST-ERROEX NOT = "00" AND ST-ERROEX NOT = "05"
                   GO TO VER-ASORET-AVISO.
                MOVE AF-CHAPAFUNC TO EX-CHAPAFUNC.
                MOVE W-DTINIORD TO EX-DTEXAME.
                MOVE SPACES TO EX-TIPO.
                START ASO KEY IS NOT LESS THAN EX-CHAVE
                   INVALID KEY
                      GO TO VER-ASORET-FEC.
       VER-ASORET-LER.
                READ ASO NEXT RECORD
                   AT END
                      GO TO VER-ASORET-FEC.
                IF EX-CHAPAFUNC NOT = AF-CHAPAFUNC
                   GO TO VER-ASORET-FEC.
                IF EX-TIPO = "R"
                   MOVE 1 TO W-TEMASORET
                   GO TO VER-ASORET-FEC.
                GO TO VER-ASORET-LER.
       VER-ASORET-FEC.
                CLOSE ASO.
       VER-ASORET-AVISO.
                IF W-TEMASORET = 0
                   MOVE "*AFAST.>30 DIAS: FAZER EXAME DE RETORNO (ASO)*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-ASORET-FIM.
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
