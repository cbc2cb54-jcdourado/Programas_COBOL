      * E NADA E GRAVADO ANTES DA          *
      * CONFIRMACAO FINAL: OU GRAVA O      *
      * CONJUNTO INTEIRO OU NAO GRAVA NADA *
      * O ADMISSIONAL (ASO.DAT) COM        *
      * RESULTADO APTO E OBRIGATORIO E E   *
      * GRAVADO JUNTO COM O CONJUNTO       *
      * CHAMADO PELO CADCANDI NA           *
      * CONTRATACAO DE UM CANDIDATO, VEM   *
      * COM NOME, CPF, DEPTO, CARGO E      *
      * SALARIO PREENCHIDOS (PREADM.DAT)   *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VG-CHAVE
                    FILE STATUS  IS ST-ERROVAG.
           SELECT ASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERROEX.
           SELECT OPTIONAL RISCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RI-CODCARG
                    FILE STATUS  IS ST-ERRORI.
           SELECT OPTIONAL CGCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RQ-CHAVE
                    FILE STATUS  IS ST-ERRORQ.
           SELECT OPTIONAL PREADM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROPA.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                    05 VG-CODPTO       PIC 9(04).
                    05 VG-CODCARG      PIC 9(04).
                03 VG-AUTORIZ          PIC 9(03).
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
       FD RISCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RISCO.DAT".
       01 REGRISCO.
                03 RI-CODCARG          PIC 9(04).
                03 RI-GRAU             PIC 9(01).
                03 RI-AGENTE           PIC X(40).
                03 RI-PERIODO          PIC 9(02).
      * CURSOS EXIGIDOS PELO CARGO (CGCURSO.DAT - CADCGCUR)
       FD CGCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CGCURSO.DAT".
       01 REGCGCUR.
                03 RQ-CHAVE.
                    05 RQ-CODCARG      PIC 9(04).
                    05 RQ-CODCURSO     PIC 9(04).
                03 RQ-OBS              PIC X(40).
      * CANDIDATO CONTRATADO NO CADCANDI (PASSAGEM PARA A ADMISSAO)
       FD PREADM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PREADM.DAT".
       01 REGPREADM.
                03 PA-NUMREQ           PIC 9(05).
                03 PA-CPF              PIC 9(11).
                03 PA-NOME             PIC X(35).
                03 PA-CODPTO           PIC 9(04).
                03 PA-CODCARG          PIC 9(04).
                03 PA-SALNEGOC         PIC 9(06)V99.
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROEND   PIC X(02) VALUE "00".
       77 ST-ERROBCO   PIC X(02) VALUE "00".
       77 ST-ERROBRG   PIC X(02) VALUE "00".
      * BANCOREG ABERTO (O STATUS MUDA A CADA LEITURA)
       77 W-BRABERTO   PIC 9(01) VALUE ZEROS.
       77 ST-ERRODEP   PIC X(02) VALUE "00".
       77 ST-ERROBEN   PIC X(02) VALUE "00".
       77 ST-ERROLOG   PIC X(02) VALUE "00".
       77 ST-ERROVAG     PIC X(02) VALUE "00".
       77 W-VAGACHEIA    PIC 9(01) VALUE ZEROS.
       77 W-VAGOCU       PIC 9(03) VALUE ZEROS.
      * EXAME ADMISSIONAL (ASO.DAT - CADASO): OBRIGATORIO E APTO;
      * O PROXIMO PERIODICO SEGUE O RISCO DO CARGO (RISCO.DAT) E A
      * IDADE, PELA MESMA REGRA DO CADASO
       77 ST-ERROEX      PIC X(02) VALUE "00".
       77 ST-ERRORI      PIC X(02) VALUE "00".
       77 W-RIABERTO     PIC 9(01) VALUE ZEROS.
      * CURSOS/HABILITACOES EXIGIDOS PELO CARGO (CGCURSO.DAT)
       77 ST-ERRORQ      PIC X(02) VALUE "00".
       77 W-QTDEXIGE     PIC 9(03) VALUE ZEROS.
       77 W-GRVASO       PIC 9(01) VALUE ZEROS.
      * PRE-ADMISSAO VINDA DO CADCANDI (PREADM.DAT)
       77 ST-ERROPA      PIC X(02) VALUE "00".
       77 W-PREADM       PIC 9(01) VALUE ZEROS.
       01 W-REGPREADM    PIC X(67) VALUE SPACES.
       77 W-DTADMORD     PIC 9(08) VALUE ZEROS.
       77 W-MESESASO     PIC 9(02) VALUE ZEROS.
       77 W-IDADE        PIC 9(03) VALUE ZEROS.
       77 W-TOTMESES     PIC 9(06) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO  PIC 9(04).
                03 W-DT-MES  PIC 9(02).
                03 W-DT-DIA  PIC 9(02).
       01 W-PROX.
                03 W-PX-ANO  PIC 9(04).
                03 W-PX-MES  PIC 9(02).
                03 W-PX-DIA  PIC 9(02).
       01 W-REGSAVE      PIC X(121) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-AAMMDD REDEFINES W-HOJE.
               LINE 11  COLUMN 38  PIC 999999,99
               USING  BN-VALORVR
               HIGHLIGHT.
       01  TELAADM6.
           05  LINE 02  COLUMN 01
               VALUE  "            ADMISSAO GUIADA - PASSO 6: E".
           05  LINE 02  COLUMN 41
               VALUE  "XAME ADMISSIONAL (ASO)".
           05  LINE 05  COLUMN 01
               VALUE  "      DATA DO EXAME (AAAAMMDD):".
           05  LINE 07  COLUMN 01
               VALUE  "      MEDICO:".
           05  LINE 09  COLUMN 01
               VALUE  "      CRM DO MEDICO:".
           05  LINE 11  COLUMN 01
               VALUE  "      RESULTADO (A=APTO I=INAPTO):".
           05  LINE 13  COLUMN 01
               VALUE  "      PROXIMO EXAME (AAAAMMDD):".
           05  TEXDTEXAME
               LINE 05  COLUMN 38  PIC 99999999
               USING  EX-DTEXAME
               HIGHLIGHT.
           05  TEXMEDICO
               LINE 07  COLUMN 38  PIC X(30)
               USING  EX-MEDICO
               HIGHLIGHT.
           05  TEXCRM
               LINE 09  COLUMN 38  PIC X(12)
               USING  EX-CRM
               HIGHLIGHT.
           05  TEXRESULT
               LINE 11  COLUMN 38  PIC X(01)
               USING  EX-RESULT
               HIGHLIGHT.
           05  TEXDTPROX
               LINE 13  COLUMN 38  PIC 99999999
               USING  EX-DTPROX.
      *
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-BANCO THRU ABRE-BANCO-FIM.
           PERFORM ABRE-DEPEND THRU ABRE-DEPEND-FIM.
           PERFORM ABRE-BENEF THRU ABRE-BENEF-FIM.
           MOVE ZEROS TO W-BRABERTO.
           OPEN INPUT BANCOREG.
           IF ST-ERROBRG = "00"
              MOVE 1 TO W-BRABERTO.
           PERFORM ABRE-ASO THRU ABRE-ASO-FIM.
           MOVE ZEROS TO W-RIABERTO.
           OPEN INPUT RISCO.
           IF ST-ERRORI = "00" OR ST-ERRORI = "05"
              MOVE 1 TO W-RIABERTO.
           PERFORM LE-PREADM THRU LE-PREADM-FIM.
      *
      *****************************************
      * PASSO 1 - DADOS DO FUNCIONARIO         *
                MOVE ZEROS TO BN-CHAPAFUNC BN-VALORVT BN-VALORVR.
                MOVE SPACES TO BN-OPTVT BN-OPTVR.
                MOVE ZEROS TO W-QTDDEP W-GRVFUNC W-GRVEND W-GRVBCO.
                MOVE ZEROS TO W-GRVDEP W-GRVASO.
                MOVE SPACES TO W-TABDEP.
                MOVE ZEROS TO EX-CHAPAFUNC EX-DTEXAME EX-DTPROX.
                MOVE ZEROS TO EX-MESES.
                MOVE SPACES TO EX-TIPO EX-MEDICO EX-CRM EX-RESULT.
                IF W-PREADM = 1
                   MOVE W-REGPREADM TO REGPREADM
                   MOVE PA-NOME TO NOME
                   MOVE PA-CPF TO CPF
                   MOVE PA-CODPTO TO CODPTO
                   MOVE PA-CODCARG TO CODCARG
                   MOVE PA-SALNEGOC TO SALNEGOC.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAADM1.
                IF W-PREADM = 1
                   DISPLAY (03, 05) "CANDIDATO DA REQUISICAO:"
                   DISPLAY (03, 30) PA-NUMREQ.
       INC-002.
                ACCEPT TCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE FUNC DPTO CARG ENDER BANCO BANCOREG
                   CLOSE DEPEND BENEF ASO
                   IF W-RIABERTO = 1
                      CLOSE RISCO
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF CHAPA  = 0
                   MOVE "*** CHAPA  INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-008.
                DISPLAY (09, 37) DENOMINACAO1.
                PERFORM VER-QUALIF THRU VER-QUALIF-FIM.
       INC-009.
                ACCEPT TDTADM
                ACCEPT W-ACT FROM ESCAPE KEY
                   GO TO BCO-002.
      * SO CRITICA CONTRA BANCOREG.DAT QUANDO O CADASTRO DE BANCOS
      * (FPP023) EXISTE - MESMO CRITERIO DO FPP011
                IF W-BRABERTO = 1
                   MOVE CODBANCO TO BR-CODBANCO
                   READ BANCOREG
                      INVALID KEY
                IF BN-OPTVR = "N" OR BN-OPTVR = "n"
                   MOVE ZEROS TO BN-VALORVR
                   DISPLAY TVALORVR
                   GO TO ASO-001.
                ACCEPT TVALORVR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BEN-004.
      *
      *****************************************
      * PASSO 6 - EXAME ADMISSIONAL (ASO)      *
      * (OBRIGATORIO E COM RESULTADO APTO)     *
      *****************************************
       ASO-001.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELAADM6.
                MOVE CHAPA TO EX-CHAPAFUNC.
                MOVE "A" TO EX-TIPO.
                COMPUTE W-DTADMORD = (ANOADM * 10000) + (MESADM * 100)
                                   + DIAADM.
       ASO-002.
                ACCEPT TEXDTEXAME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BEN-001.
                MOVE EX-DTEXAME TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASO-002.
                IF EX-DTEXAME > W-HOJE
                   MOVE "*** DATA DO EXAME NAO PODE SER FUTURA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASO-002.
                IF EX-DTEXAME > W-DTADMORD
                   MOVE "*** EXAME DEPOIS DA DATA DE ADMISSAO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASO-002.
       ASO-003.
                ACCEPT TEXMEDICO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ASO-002.
                IF EX-MEDICO = SPACES
                   MOVE "*** NOME DO MEDICO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASO-003.
       ASO-004.
                ACCEPT TEXCRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ASO-003.
                IF EX-CRM = SPACES
                   MOVE "*** CRM DO MEDICO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASO-004.
       ASO-005.
                ACCEPT TEXRESULT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ASO-004.
                IF EX-RESULT NOT = "A" AND EX-RESULT NOT = "I"
                   MOVE "*** RESULTADO INVALIDO (A/I) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASO-005.
                IF EX-RESULT = "I"
                   MOVE "*** CANDIDATO INAPTO - ADMISSAO BLOQUEADA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ASO-005.
                PERFORM CALC-PROXASO THRU CALC-PROXASO-FIM.
                DISPLAY TEXDTPROX.
      *
      *****************************************
      * CONFIRMACAO E GRAVACAO DO CONJUNTO     *
      * (TUDO OU NADA: QUALQUER FALHA DESFAZ   *
      * O QUE JA TIVER SIDO GRAVADO)           *
                DISPLAY (23, 30) "CONFIRMA A ADMISSAO (S/N) : ".
                ACCEPT (23, 59) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ASO-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "***ADMISSAO RECUSADA PELO OPERADOR **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM DESFAZ THRU DESFAZ-FIM
                   GO TO INC-001.
                MOVE 1 TO W-GRVBCO.
       GRAVA-0035.
                MOVE CHAPA TO EX-CHAPAFUNC.
                WRITE REGASO
                IF ST-ERROEX NOT = "00" AND ST-ERROEX NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO EXAME ADMISSIONAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM DESFAZ THRU DESFAZ-FIM
                   GO TO INC-001.
                MOVE 1 TO W-GRVASO.
       GRAVA-004.
                MOVE ZEROS TO W-IDXDEP.
       GRAVA-004A.
                PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
                MOVE "*** ADMISSAO GRAVADA POR COMPLETO *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE ZEROS TO W-PREADM.
                GO TO INC-001.
      *
      *****************************************
      *****************************************
       DESFAZ.
                IF W-GRVDEP = ZEROS
                   GO TO DESFAZ-ASO.
                MOVE ZEROS TO W-IDXDEP.
       DESFAZ-DEP.
                ADD 1 TO W-IDXDEP.
                IF W-IDXDEP > W-GRVDEP
                   GO TO DESFAZ-ASO.
                MOVE CHAPA TO DP-CHAPAFUNC.
                MOVE W-IDXDEP TO DP-SEQDEP.
                DELETE DEPEND RECORD
                   INVALID KEY
                      NEXT SENTENCE.
                GO TO DESFAZ-DEP.
       DESFAZ-ASO.
                IF W-GRVASO = 1
                   MOVE CHAPA TO EX-CHAPAFUNC
                   DELETE ASO RECORD
                      INVALID KEY
                         NEXT SENTENCE.
       DESFAZ-BCO.
                IF W-GRVBCO = 1
                   MOVE CHAPA TO CHAPAFUNC
                      INVALID KEY
                         NEXT SENTENCE.
                MOVE ZEROS TO W-GRVFUNC W-GRVEND W-GRVBCO W-GRVDEP.
                MOVE ZEROS TO W-GRVASO.
                MOVE "*** NADA FOI GRAVADO DESTA ADMISSAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DESFAZ-FIM.
                EXIT.
      *
      *****************************************
      * AVISO QUANDO O CARGO EXIGE CURSO OU    *
      * HABILITACAO (CGCURSO.DAT - CADCGCUR):  *
      * O ADMITIDO AINDA NAO TEM NADA NO       *
      * QUALIF.DAT E DEVE SER LANCADO NO       *
      * CADQUALI. SO AVISA.                    *
      *****************************************
       VER-QUALIF.
                MOVE ZEROS TO W-QTDEXIGE.
                OPEN INPUT CGCURSO.
                IF ST-ERRORQ NOT = "00"
                   GO TO VER-QUALIF-FIM.
                MOVE CODCARG TO RQ-CODCARG.
                MOVE ZEROS TO RQ-CODCURSO.
                START CGCURSO KEY IS NOT LESS THAN RQ-CHAVE
                   INVALID KEY
                      GO TO VER-QUALIF-FEC.
       VER-QUALIF-LER.
                READ CGCURSO NEXT RECORD
                   AT END
                      GO TO VER-QUALIF-FEC.
                IF RQ-CODCARG NOT = CODCARG
                   GO TO VER-QUALIF-FEC.
                ADD 1 TO W-QTDEXIGE.
                GO TO VER-QUALIF-LER.
       VER-QUALIF-FEC.
                CLOSE CGCURSO.
                IF W-QTDEXIGE NOT = ZEROS
                   MOVE "*AVISO: CARGO EXIGE CURSO/HABILITACAO*" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-QUALIF-FIM.
                EXIT.
      *
      *****************************************
      * ABERTURA/CRIACAO DOS ARQUIVOS          *
      * SATELITES DA ADMISSAO                  *
      *****************************************
                   OPEN I-O BENEF.
       ABRE-BENEF-FIM.
                EXIT.
      *
       ABRE-ASO.
                OPEN I-O ASO.
                IF ST-ERROEX = "30"
                   OPEN OUTPUT ASO
                   CLOSE ASO
                   OPEN I-O ASO.
       ABRE-ASO-FIM.
                EXIT.
      *
      *****************************************
      * DATA DO PROXIMO EXAME PERIODICO (MESMA *
      * REGRA DO CADASO): 24 MESES, OU 12 PARA *
      * MENOR DE 18 OU MAIOR DE 45 ANOS E GRAU *
      * DE RISCO 3 OU 4 DO CARGO; A            *
      * PERIODICIDADE PROPRIA DO CARGO VALE SE *
      * FOR MENOR. NA ADMISSAO AINDA NAO HA    *
      * ADICIONAL CADASTRADO (FPP039)          *
      *****************************************
       CALC-PROXASO.
                MOVE 24 TO W-MESESASO.
                MOVE EX-DTEXAME TO W-DATA-R.
                COMPUTE W-IDADE = W-DT-ANO - ANO.
                IF W-DT-MES < MES
                OR (W-DT-MES = MES AND W-DT-DIA < DIA)
                   SUBTRACT 1 FROM W-IDADE.
                IF W-IDADE < 18 OR W-IDADE > 45
                   MOVE 12 TO W-MESESASO.
                IF W-RIABERTO NOT = 1
                   GO TO CALC-PROXASO-DATA.
                MOVE CODCARG TO RI-CODCARG.
                READ RISCO
                   INVALID KEY
                      GO TO CALC-PROXASO-DATA.
                IF RI-GRAU > 2
                   MOVE 12 TO W-MESESASO.
                IF RI-PERIODO > ZEROS AND RI-PERIODO < W-MESESASO
                   MOVE RI-PERIODO TO W-MESESASO.
       CALC-PROXASO-DATA.
                MOVE W-MESESASO TO EX-MESES.
                COMPUTE W-TOTMESES = (W-DT-ANO * 12) + W-DT-MES - 1
                                   + W-MESESASO.
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
                MOVE W-PROX TO EX-DTPROX.
       CALC-PROXASO-FIM.
                EXIT.
      *
      *****************************************
      * PRE-ADMISSAO (PREADM.DAT): CANDIDATO   *
      * CONTRATADO NO CADCANDI. LE O REGISTRO  *
      * E ESVAZIA O ARQUIVO PARA QUE NAO SEJA  *
      * REAPROVEITADO NA PROXIMA ADMISSAO      *
      *****************************************
       LE-PREADM.
                MOVE ZEROS TO W-PREADM.
                OPEN INPUT PREADM.
                IF ST-ERROPA NOT = "00" AND ST-ERROPA NOT = "05"
                   GO TO LE-PREADM-FIM.
                READ PREADM
                   AT END
                      CLOSE PREADM
                      GO TO LE-PREADM-FIM.
                MOVE REGPREADM TO W-REGPREADM.
                MOVE 1 TO W-PREADM.
                CLOSE PREADM.
                OPEN OUTPUT PREADM.
                CLOSE PREADM.
       LE-PREADM-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DO LOG DE ALTERACOES (LOGALT) *
