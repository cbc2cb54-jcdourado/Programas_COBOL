      **************************************
      * GERACAO DOS ARQUIVOS DE EVENTOS DO *
      * ESOCIAL: S-2200 (ADMISSAO), S-2299 *
      * (DESLIGAMENTO), S-2210 (ACIDENTE - *
      * CAT.DAT) E S-1200 (REMUNERACAO     *
      * MENSAL), COM RELACAO DE PROTOCOLO  *
      * PARA COMPROVACAO                   *
      **************************************
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RESC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRORESC.
           SELECT OPTIONAL CAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CHAVE
                    FILE STATUS  IS ST-ERROCA.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                03 EV-TIPO             PIC X(01).
                03 EV-INCIR            PIC X(01).
                03 EV-INCINSS          PIC X(01).
                03 EV-VARIAVEL         PIC X(01).
       FD RESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESC.DAT".
                03 RC-SALDODEV         PIC 9(06)V99.
                03 RC-PENSAO           PIC 9(06)V99.
                03 RC-LIQUIDO          PIC 9(06)V99.
                03 RC-MENSAL           PIC 9(06)V99.
       FD CAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAT.DAT".
       01 REGCAT.
                03 CA-CHAVE.
                    05 CA-CHAPAFUNC    PIC 9(06).
                    05 CA-DATA         PIC 9(08).
                03 CA-DATA-R REDEFINES CA-CHAVE.
                    05 FILLER          PIC 9(06).
                    05 CA-ANO          PIC 9(04).
                    05 CA-MES          PIC 9(02).
                    05 CA-DIA          PIC 9(02).
                03 CA-HORA             PIC 9(04).
                03 CA-TIPO             PIC X(01).
                03 CA-LOCAL            PIC X(30).
                03 CA-PARTE            PIC X(20).
                03 CA-CAUSA            PIC X(40).
                03 CA-TESTEM1          PIC X(30).
                03 CA-TESTEM2          PIC X(30).
                03 CA-AFAST            PIC X(01).
                03 CA-SEQAF            PIC 9(02).
                03 CA-NUMCAT           PIC X(15).
       FD EMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMPRESA.DAT".
       77 ST-ERROEVEN  PIC X(02) VALUE "00".
       77 ST-ERRORESC  PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
       77 ST-ERROCA    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * TOTAIS POR TIPO DE EVENTO PARA A RELACAO DE PROTOCOLO
       77 W-TOT2200    PIC 9(06) VALUE ZEROS.
       77 W-TOT2299    PIC 9(06) VALUE ZEROS.
       77 W-TOT1200    PIC 9(06) VALUE ZEROS.
       77 W-TOT2210    PIC 9(06) VALUE ZEROS.
      * CNPJ DO EVENTO: O DA EMPRESA/FILIAL DO FUNCIONARIO
      * (CODEMPR - FPP029); SEM CADASTRO VALE O DA MATRIZ
       77 W-CNPJEMP    PIC 9(14) VALUE ZEROS.
                03 S29-MESESTRAB   PIC 9(02).
                03 S29-TOTRESC     PIC 9(06)V99.
                03 FILLER          PIC X(36) VALUE SPACES.
      * EVENTO S-2210 - COMUNICACAO DE ACIDENTE DE TRABALHO (CAT.DAT)
       01 REG2210.
                03 S2A-TIPO        PIC X(06) VALUE "S-2210".
                03 S2A-CNPJ        PIC 9(14).
                03 S2A-CPF         PIC 9(11).
                03 S2A-DTACID      PIC 9(08).
                03 S2A-HORA        PIC 9(04).
                03 S2A-TIPOACID    PIC X(01).
                03 S2A-PARTE       PIC X(20).
                03 S2A-AFAST       PIC X(01).
                03 S2A-NUMCAT      PIC X(15).
                03 S2A-CAUSA       PIC X(40).
      * EVENTO S-1200 - REMUNERACAO MENSAL (FOLHA.DAT)
       01 REG1200.
                03 S12-TIPO        PIC X(06) VALUE "S-1200".
                03 TR-TOT2200      PIC 9(06).
                03 TR-TOT2299      PIC 9(06).
                03 TR-TOT1200      PIC 9(06).
                03 TR-TOT2210      PIC 9(06).
                03 FILLER          PIC X(90) VALUE SPACES.
      *
      * RELACAO DE PROTOCOLO (COMPROVACAO DO TRANSMITIDO)
       01 CABPROT1.
       01 LINTOT3.
                03 FILLER  PIC X(25) VALUE "REMUNERACOES (S-1200)..:".
                03 IMPTOT3 PIC ZZZZZ9.
       01 LINTOT4.
                03 FILLER  PIC X(25) VALUE "ACIDENTES (S-2210).....:".
                03 IMPTOT4 PIC ZZZZZ9.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAFILTRO.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT FOLHA.
           OPEN INPUT MOVRUB.
           OPEN INPUT EVENTO.
           OPEN INPUT RESC.
           OPEN INPUT CAT.
           OPEN INPUT EMPRESA.
           MOVE 1 TO EP-CODIGO.
           MOVE ZEROS TO HD-CNPJ.
      *****************************************
       INI-DESLIG.
                IF ST-ERRORESC NOT = "00"
                   GO TO INI-CAT.
       LER-DESLIG.
                READ RESC
                   AT END GO TO INI-CAT.
                IF RC-ANODEM NOT = ANO-FILTRO
                OR RC-MESDEM NOT = MES-FILTRO
                   GO TO LER-DESLIG.
                GO TO LER-DESLIG.
      *
      *****************************************
      * S-2210: ACIDENTES DE TRABALHO COM DATA *
      * NO PERIODO (CAT.DAT - CADCAT)          *
      *****************************************
       INI-CAT.
                IF ST-ERROCA NOT = "00"
                   GO TO INI-REMUN.
       LER-CAT.
                READ CAT NEXT RECORD
                   AT END GO TO INI-REMUN.
                IF CA-ANO NOT = ANO-FILTRO
                OR CA-MES NOT = MES-FILTRO
                   GO TO LER-CAT.
                MOVE ZEROS TO S2A-CPF.
                MOVE ZEROS TO CODEMPR.
                MOVE SPACES TO NOME.
                MOVE CA-CHAPAFUNC TO CHAPA.
                READ FUNC
                   NOT INVALID KEY MOVE CPF TO S2A-CPF.
                PERFORM BUSCA-CNPJ THRU BUSCA-CNPJ-FIM.
                MOVE W-CNPJEMP TO S2A-CNPJ.
                MOVE CA-DATA TO S2A-DTACID.
                MOVE CA-HORA TO S2A-HORA.
                MOVE CA-TIPO TO S2A-TIPOACID.
                MOVE CA-PARTE TO S2A-PARTE.
                MOVE CA-AFAST TO S2A-AFAST.
                MOVE CA-NUMCAT TO S2A-NUMCAT.
                MOVE CA-CAUSA TO S2A-CAUSA.
                WRITE REGSOC FROM REG2210.
                ADD 1 TO W-TOT2210.
                MOVE "S-2210" TO IMPEVEN.
                MOVE CA-CHAPAFUNC TO IMPCHAPA.
                MOVE NOME TO IMPNOME.
                PERFORM GRAVA-PROT THRU GRAVA-PROT-FIM.
                GO TO LER-CAT.
      *
      *****************************************
      * S-1200: REMUNERACAO MENSAL DE CADA     *
      * FOLHA CALCULADA NO PERIODO, COM OS     *
      * ITENS DE RUBRICA DO MOVIMENTO          *
                MOVE W-TOT2200 TO TR-TOT2200.
                MOVE W-TOT2299 TO TR-TOT2299.
                MOVE W-TOT1200 TO TR-TOT1200.
                MOVE W-TOT2210 TO TR-TOT2210.
                WRITE REGSOC FROM REGTRAIL.
                MOVE SPACES TO REGPROT.
                WRITE REGPROT.
                WRITE REGPROT FROM LINTOT2.
                MOVE W-TOT1200 TO IMPTOT3.
                WRITE REGPROT FROM LINTOT3.
                MOVE W-TOT2210 TO IMPTOT4.
                WRITE REGPROT FROM LINTOT4.
                DISPLAY (19, 08) "S-2210 GERADOS.....: " W-TOT2210.
                DISPLAY (20, 08) "S-2200 GERADOS.....: " W-TOT2200.
                DISPLAY (21, 08) "S-2299 GERADOS.....: " W-TOT2299.
                DISPLAY (22, 08) "S-1200 GERADOS.....: " W-TOT1200.
      *
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE FUNC FOLHA MOVRUB EVENTO RESC CAT EMPRESA.
                CLOSE ARQSOC ARQPROT.
       ROT-FIMP.
                EXIT PROGRAM.
