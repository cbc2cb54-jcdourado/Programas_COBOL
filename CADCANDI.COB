       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCANDI.
      *
      **************************************
      * CANDIDATOS DAS REQUISICOES DE      *
      * PESSOAL (CANDID.DAT - CADREQUI):   *
      * CPF, ETAPA DO PROCESSO SELETIVO E  *
      * DATAS. A CONTRATACAO (ETAPA C)     *
      * CHAMA A ADMISSAO GUIADA (FPP045)   *
      * COM OS DADOS PREENCHIDOS E, COM A  *
      * ADMISSAO GRAVADA, FECHA A          *
      * REQUISICAO                         *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CD-CHAVE
                    FILE STATUS  IS ST-ERROCD.
           SELECT REQUIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RE-NUMREQ
                    FILE STATUS  IS ST-ERRORE.
           SELECT DPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRODPTO.
           SELECT CARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERROCARG.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT PREADM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROPA.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CANDID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CANDID.DAT".
       01 REGCANDID.
                03 CD-CHAVE.
                    05 CD-NUMREQ       PIC 9(05).
                    05 CD-CPF          PIC 9(11).
                    05 CD-CPFDIG REDEFINES CD-CPF.
                       07 CD-CPFD      PIC 9(01) OCCURS 11 TIMES.
                03 CD-NOME             PIC X(35).
                03 CD-TELEFONE         PIC X(15).
      * T=TRIAGEM  E=ENTREVISTA  O=OFERTA  C=CONTRATADO  R=REPROVADO
                03 CD-ETAPA            PIC X(01).
      * DATAS EM AAAAMMDD: INSCRICAO, ENTREVISTA, OFERTA E A DA
      * ULTIMA MUDANCA DE ETAPA
                03 CD-DTINSCR          PIC 9(08).
                03 CD-DTENTREV         PIC 9(08).
                03 CD-DTOFERTA         PIC 9(08).
                03 CD-DTETAPA          PIC 9(08).
      * SALARIO ACERTADO NA OFERTA (VAI PARA O SALNEGOC DA ADMISSAO)
                03 CD-SALACORD         PIC 9(06)V99.
      * CHAPA GERADA NA ADMISSAO (FPP045)
                03 CD-CHAPA            PIC 9(06).
                03 CD-OBS              PIC X(40).
       FD REQUIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REQUIS.DAT".
       01 REGREQUIS.
                03 RE-NUMREQ           PIC 9(05).
                03 RE-CODPTO           PIC 9(04).
                03 RE-CODCARG          PIC 9(04).
                03 RE-TIPO             PIC X(01).
                03 RE-CHAPASUBST       PIC 9(06).
                03 RE-SALMAX           PIC 9(06)V99.
                03 RE-OBS              PIC X(40).
                03 RE-DTABERT          PIC 9(08).
                03 RE-DTFECH           PIC 9(08).
                03 RE-STATRQ           PIC X(01).
                03 RE-CHAPARESP        PIC 9(06).
                03 RE-LOGIN            PIC X(08).
                03 RE-CHAPAADM         PIC 9(06).
       FD DPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DPTO.DAT".
       01 CADPTO.
                03 CODIGO              PIC 9(04).
                03 DENOMINACAO         PIC X(25).
                03 SUBORDINACAO        PIC 9(01).
                03 CHAPARESP           PIC 9(06).
       FD CARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARG.DAT".
       01 CADCARG.
                03 CODIGO1             PIC 9(04).
                03 DENOMINACAO1        PIC X(25).
                03 NIVELHIER           PIC 9(01).
                03 TIPSAL              PIC X(01).
                03 SALBAS              PIC 9(06)V99.
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
                03 FILLER              PIC X(34).
      * PASSAGEM DO CANDIDATO CONTRATADO PARA A ADMISSAO (FPP045)
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
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROCD    PIC X(02) VALUE "00".
       77 ST-ERRORE    PIC X(02) VALUE "00".
       77 ST-ERRODPTO  PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROPA    PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      * ETAPA LIDA DO ARQUIVO (PARA DATAR A MUDANCA DE ETAPA)
       77 W-ETAPANT    PIC X(01) VALUE SPACES.
      * CPF JA E DE FUNCIONARIO ATIVO / CHAPA ENCONTRADA
       77 W-ACHOU      PIC 9(01) VALUE ZEROS.
       77 W-CHAPAADM   PIC 9(06) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO            PIC 9(04).
                03 W-DT-MES            PIC 9(02).
                03 W-DT-DIA            PIC 9(02).
      * VALIDACAO DO DIGITO VERIFICADOR DO CPF (MESMA DO FPP003)
       77 W-CPF-SOMA     PIC 9(04) VALUE ZEROS.
       77 W-CPF-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-CPF-REST     PIC 9(02) VALUE ZEROS.
       77 W-CPF-DV1      PIC 9(01) VALUE ZEROS.
       77 W-CPF-DV2      PIC 9(01) VALUE ZEROS.
       77 W-CPF-IND      PIC 9(02) VALUE ZEROS.
       77 W-CPF-PESO     PIC 9(02) VALUE ZEROS.
       77 W-CPF-IGUAL    PIC 9(01) VALUE ZEROS.
       77 W-CPF-ERRO     PIC 9(01) VALUE ZEROS.
      *
       SCREEN SECTION.
       01  TELACD.
           05  LINE 02  COLUMN 01
               VALUE  "          CANDIDATOS DA REQUISICAO DE PESSOAL".
           05  LINE 04  COLUMN 01
               VALUE  "      REQUISICAO:".
           05  LINE 04  COLUMN 41
               VALUE  "SITUACAO:".
           05  LINE 05  COLUMN 01
               VALUE  "      DEPARTAMENTO:".
           05  LINE 06  COLUMN 01
               VALUE  "      CARGO:".
           05  LINE 07  COLUMN 01
               VALUE  "      SALARIO MAXIMO:".
           05  LINE 09  COLUMN 01
               VALUE  "      CPF DO CANDIDATO:".
           05  LINE 10  COLUMN 01
               VALUE  "      NOME:".
           05  LINE 11  COLUMN 01
               VALUE  "      TELEFONE:".
           05  LINE 13  COLUMN 01
               VALUE  "      ETAPA:".
           05  LINE 14  COLUMN 01
               VALUE  "      T=TRIAGEM  E=ENTREVISTA  O=OFERTA".
           05  LINE 15  COLUMN 01
               VALUE  "      C=CONTRATADO  R=REPROVADO".
           05  LINE 16  COLUMN 01
               VALUE  "      DATA DA ENTREVISTA (AAAAMMDD):".
           05  LINE 17  COLUMN 01
               VALUE  "      SALARIO ACORDADO:".
           05  LINE 18  COLUMN 01
               VALUE  "      OBSERVACAO:".
           05  LINE 20  COLUMN 01
               VALUE  "      INSCRICAO:".
           05  LINE 20  COLUMN 30
               VALUE  "OFERTA:".
           05  LINE 20  COLUMN 52
               VALUE  "ETAPA EM:".
           05  LINE 21  COLUMN 01
               VALUE  "      CHAPA ADMITIDA:".
           05  TCDNUMREQ
               LINE 04  COLUMN 24  PIC 9(05)
               USING  CD-NUMREQ
               HIGHLIGHT.
           05  TRESTATRQ
               LINE 04  COLUMN 51  PIC X(01)
               USING  RE-STATRQ.
           05  TRESALMAX
               LINE 07  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  RE-SALMAX.
           05  TCDCPF
               LINE 09  COLUMN 40  PIC 9(11)
               USING  CD-CPF
               HIGHLIGHT.
           05  TCDNOME
               LINE 10  COLUMN 24  PIC X(35)
               USING  CD-NOME
               HIGHLIGHT.
           05  TCDTELEFONE
               LINE 11  COLUMN 24  PIC X(15)
               USING  CD-TELEFONE
               HIGHLIGHT.
           05  TCDETAPA
               LINE 13  COLUMN 40  PIC X(01)
               USING  CD-ETAPA
               HIGHLIGHT.
           05  TCDDTENTREV
               LINE 16  COLUMN 40  PIC 99999999
               USING  CD-DTENTREV
               HIGHLIGHT.
           05  TCDSALACORD
               LINE 17  COLUMN 40  PIC 999999,99
               USING  CD-SALACORD
               HIGHLIGHT.
           05  TCDOBS
               LINE 18  COLUMN 24  PIC X(40)
               USING  CD-OBS
               HIGHLIGHT.
           05  TCDDTINSCR
               LINE 20  COLUMN 18  PIC 9999/99/99
               USING  CD-DTINSCR.
           05  TCDDTOFERTA
               LINE 20  COLUMN 38  PIC 9999/99/99
               USING  CD-DTOFERTA.
           05  TCDDTETAPA
               LINE 20  COLUMN 62  PIC 9999/99/99
               USING  CD-DTETAPA.
           05  TCDCHAPA
               LINE 21  COLUMN 24  PIC 9(06)
               USING  CD-CHAPA.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CANDID
           IF ST-ERROCD NOT = "00"
               IF ST-ERROCD = "30"
                      OPEN OUTPUT CANDID
                      CLOSE CANDID
                      MOVE "*** ARQUIVO CANDID SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROCD TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN I-O REQUIS.
           IF ST-ERRORE NOT = "00"
              MOVE "*** REQUISICOES NAO CADASTRADAS (CADREQUI) ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CANDID
              GO TO ROT-FIM.
           OPEN INPUT DPTO.
           OPEN INPUT CARG.
       INC-001.
                MOVE ZEROS TO CD-NUMREQ CD-CPF CD-DTINSCR CD-DTENTREV.
                MOVE ZEROS TO CD-DTOFERTA CD-DTETAPA CD-SALACORD.
                MOVE ZEROS TO CD-CHAPA RE-SALMAX.
                MOVE SPACES TO CD-NOME CD-TELEFONE CD-ETAPA CD-OBS.
                MOVE SPACES TO RE-STATRQ W-ETAPANT.
                MOVE ZEROS TO W-SEL.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELACD.
       INC-002.
                ACCEPT TCDNUMREQ
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CANDID REQUIS DPTO CARG
                   GO TO ROT-FIM.
                MOVE CD-NUMREQ TO RE-NUMREQ.
                READ REQUIS
                   INVALID KEY
                      MOVE "*** REQUISICAO NAO CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002.
                PERFORM MOSTRA-REQ THRU MOSTRA-REQ-FIM.
       INC-003.
                ACCEPT TCDCPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF CD-CPF = ZEROS
                   MOVE "*** CPF OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                PERFORM VER-CPF THRU VER-CPF-FIM.
                IF W-CPF-ERRO = 1
                   MOVE "*** CPF INVALIDO (DIGITO VERIFICADOR) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-CD01.
                MOVE 0 TO W-SEL
                READ CANDID
                IF ST-ERROCD NOT = "23"
                   IF ST-ERROCD = "00"
                      MOVE CD-ETAPA TO W-ETAPANT
                      DISPLAY TELACD
                      MOVE "*** CANDIDATO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CANDID" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      * SO SE INSCREVE CANDIDATO EM REQUISICAO ABERTA
                IF RE-STATRQ NOT = "A"
                   MOVE "*** REQUISICAO NAO ESTA ABERTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE W-HOJE TO CD-DTINSCR CD-DTETAPA.
                MOVE "T" TO CD-ETAPA.
                DISPLAY TCDDTINSCR TCDDTETAPA TCDETAPA.
       INC-004.
                ACCEPT TCDNOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CD-NOME = SPACES
                   MOVE "*** NOME OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TCDTELEFONE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                ACCEPT TCDETAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CD-ETAPA NOT = "T" AND CD-ETAPA NOT = "E"
                AND CD-ETAPA NOT = "O" AND CD-ETAPA NOT = "C"
                AND CD-ETAPA NOT = "R"
                   MOVE "*** ETAPA INVALIDA (T/E/O/C/R) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF CD-ETAPA NOT = W-ETAPANT
                   MOVE W-HOJE TO CD-DTETAPA
                   DISPLAY TCDDTETAPA.
       INC-007.
                IF CD-ETAPA NOT = "E" AND CD-DTENTREV = ZEROS
                   GO TO INC-008.
                ACCEPT TCDDTENTREV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF CD-DTENTREV = ZEROS AND CD-ETAPA = "E"
                   MOVE "*** INFORME A DATA DA ENTREVISTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF CD-DTENTREV = ZEROS
                   GO TO INC-008.
                MOVE CD-DTENTREV TO W-DATA-R.
                IF W-DT-DIA = 0 OR W-DT-DIA > 31
                OR W-DT-MES = 0 OR W-DT-MES > 12
                OR W-DT-ANO < 1990
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF CD-DTENTREV < CD-DTINSCR
                   MOVE "*** ENTREVISTA ANTES DA INSCRICAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
      * O SALARIO ACORDADO E EXIGIDO NA OFERTA E NA CONTRATACAO
                IF CD-ETAPA NOT = "O" AND CD-ETAPA NOT = "C"
                   GO TO INC-009.
                ACCEPT TCDSALACORD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF CD-SALACORD = ZEROS
                   MOVE "*** INFORME O SALARIO ACORDADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF RE-SALMAX NOT = ZEROS AND CD-SALACORD > RE-SALMAX
                   MOVE "*SALARIO ACIMA DO MAXIMO DA REQUISICAO*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF CD-DTOFERTA = ZEROS
                   MOVE W-HOJE TO CD-DTOFERTA
                   DISPLAY TCDDTOFERTA.
       INC-009.
                ACCEPT TCDOBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
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
      * CONTRATACAO: O CANDIDATO FICA EM OFERTA ATE A ADMISSAO
      * SER GRAVADA NO FPP045
                IF CD-ETAPA = "C"
                   GO TO CTR-001.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGCANDID
                IF ST-ERROCD = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROCD = "22"
                      MOVE "*** CANDIDATO JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROCD TO MENS
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
      * CONTRATADO OU REQUISICAO FECHADA: FICA SO PARA CONSULTA
                IF CD-ETAPA = "C"
                   MOVE "*** CANDIDATO JA CONTRATADO (FPP045) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF RE-STATRQ NOT = "A"
                   MOVE "*** REQUISICAO NAO ESTA ABERTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
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
                DELETE CANDID RECORD
                IF ST-ERROCD = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGCANDID
                IF ST-ERROCD = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO CANDID" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * CONTRATACAO: GRAVA O CANDIDATO EM      *
      * OFERTA, PASSA OS DADOS PARA A ADMISSAO *
      * GUIADA (PREADM.DAT), CHAMA O FPP045 E  *
      * CONFERE NO FUNC.DAT SE A ADMISSAO FOI  *
      * GRAVADA. SO ENTAO O CANDIDATO PASSA A  *
      * CONTRATADO E A REQUISICAO E FECHADA    *
      *****************************************
       CTR-001.
                IF RE-STATRQ NOT = "A"
                   MOVE "*** REQUISICAO NAO ESTA ABERTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      * CPF QUE JA E DE FUNCIONARIO ATIVO NAO PASSA PELA ADMISSAO
                PERFORM BUSCA-FUNC THRU BUSCA-FUNC-FIM.
                IF ST-ERROFUNC NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-ACHOU = 1
                   MOVE "*** CPF JA E DE FUNCIONARIO ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE "O" TO CD-ETAPA.
                IF W-SEL = 1
                   REWRITE REGCANDID
                ELSE
                   WRITE REGCANDID.
                IF ST-ERROCD NOT = "00" AND ST-ERROCD NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO REGISTRO CANDID" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE 1 TO W-SEL.
       CTR-002.
                OPEN OUTPUT PREADM.
                IF ST-ERROPA NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PREADM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE CD-NUMREQ TO PA-NUMREQ.
                MOVE CD-CPF TO PA-CPF.
                MOVE CD-NOME TO PA-NOME.
                MOVE RE-CODPTO TO PA-CODPTO.
                MOVE RE-CODCARG TO PA-CODCARG.
                MOVE CD-SALACORD TO PA-SALNEGOC.
                WRITE REGPREADM.
                CLOSE PREADM.
                CALL "FPP045".
      * O FPP045 ESVAZIA O PREADM.DAT AO LER; LIMPA AQUI TAMBEM PARA
      * O CASO DE ELE NAO TER CHEGADO A LER
                OPEN OUTPUT PREADM.
                CLOSE PREADM.
       CTR-003.
                PERFORM BUSCA-FUNC THRU BUSCA-FUNC-FIM.
                IF W-ACHOU NOT = 1
                   DISPLAY (01, 01) ERASE
                   DISPLAY TELACD
                   MOVE "*ADMISSAO NAO GRAVADA - CANDIDATO EM OFERTA*"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "C" TO CD-ETAPA.
                MOVE W-HOJE TO CD-DTETAPA.
                MOVE W-CHAPAADM TO CD-CHAPA.
                REWRITE REGCANDID
                IF ST-ERROCD NOT = "00" AND ST-ERROCD NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO REGISTRO CANDID" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "P" TO RE-STATRQ.
                MOVE W-HOJE TO RE-DTFECH.
                MOVE W-CHAPAADM TO RE-CHAPAADM.
                REWRITE REGREQUIS
                IF ST-ERRORE NOT = "00" AND ST-ERRORE NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO REGISTRO REQUIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELACD.
                MOVE "*** CONTRATADO - REQUISICAO PREENCHIDA ***"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      * PROCURA FUNCIONARIO ATIVO COM O CPF DO CANDIDATO. O FUNC.DAT
      * SO FICA ABERTO DURANTE A BUSCA PARA NAO CONCORRER COM O FPP045
       BUSCA-FUNC.
                MOVE ZEROS TO W-ACHOU W-CHAPAADM.
                OPEN INPUT FUNC.
                IF ST-ERROFUNC NOT = "00"
                   GO TO BUSCA-FUNC-FIM.
                MOVE ZEROS TO CHAPA.
                START FUNC KEY IS NOT LESS THAN CHAPA
                   INVALID KEY
                      GO TO BUSCA-FUNC-FECHA.
       BUSCA-FUNC-LER.
                READ FUNC NEXT RECORD
                   AT END
                      GO TO BUSCA-FUNC-FECHA.
                IF CPF NOT = CD-CPF OR DTDEM NOT = ZEROS
                   GO TO BUSCA-FUNC-LER.
                MOVE 1 TO W-ACHOU.
                MOVE CHAPA TO W-CHAPAADM.
       BUSCA-FUNC-FECHA.
                CLOSE FUNC.
                MOVE "00" TO ST-ERROFUNC.
       BUSCA-FUNC-FIM.
                EXIT.
      *
      * DEPARTAMENTO, CARGO E SITUACAO DA REQUISICAO
       MOSTRA-REQ.
                DISPLAY TRESTATRQ TRESALMAX.
                MOVE RE-CODPTO TO CODIGO.
                READ DPTO
                   INVALID KEY
                      MOVE SPACES TO DENOMINACAO.
                DISPLAY (05, 24) RE-CODPTO.
                DISPLAY (05, 30) DENOMINACAO.
                MOVE RE-CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY
                      MOVE SPACES TO DENOMINACAO1.
                DISPLAY (06, 24) RE-CODCARG.
                DISPLAY (06, 30) DENOMINACAO1.
       MOSTRA-REQ-FIM.
                EXIT.
      *
      *****************************************
      * VALIDACAO DO DIGITO VERIFICADOR DO CPF *
      * (MESMA REGRA DO FPP003)                *
      *****************************************
       VER-CPF.
                MOVE ZEROS TO W-CPF-ERRO.
                IF CD-CPF = ZEROS
                   GO TO VER-CPF-FIM.
                PERFORM VER-CPF-REP THRU VER-CPF-REP-FIM.
                MOVE ZEROS TO W-CPF-SOMA
                MOVE 1 TO W-CPF-IND
                MOVE 10 TO W-CPF-PESO.
       VER-CPF-SOMA1.
                IF W-CPF-IND > 9
                   GO TO VER-CPF-SOMA1-FIM.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                                   (CD-CPFD(W-CPF-IND) * W-CPF-PESO)
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
                                   (CD-CPFD(W-CPF-IND) * W-CPF-PESO)
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
                IF W-CPF-IGUAL = 1 OR CD-CPFD(10) NOT = W-CPF-DV1
                                   OR CD-CPFD(11) NOT = W-CPF-DV2
                   MOVE 1 TO W-CPF-ERRO.
       VER-CPF-FIM.
                EXIT.
      *
       VER-CPF-REP.
                MOVE 1 TO W-CPF-IGUAL
                MOVE 2 TO W-CPF-IND.
       VER-CPF-REP-LOOP.
                IF W-CPF-IND > 11
                   GO TO VER-CPF-REP-FIM.
                IF CD-CPFD(W-CPF-IND) NOT = CD-CPFD(1)
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
