      * (ARQCOB.TXT) NO MOLDE DO GERABANC. *
      * A BAIXA VEM PELO RETORNO DO BANCO  *
      * (FPP022, REGISTROS TIPO "2").      *
      * ALUNO FILHO DE FUNCIONARIO ATIVO   *
      * (DEPALU.DAT - FPP010) TEM O        *
      * DESCONTO DO CADPARAM; COM DESCONTO *
      * EM FOLHA A MENSALIDADE FICA "F" E  *
      * NAO VAI PARA A COBRANCA: O FPP004  *
      * DESCONTA E DA A BAIXA.             *
      * BOLSAS E DESCONTOS DO ALUNO        *
      * VIGENTES NA COMPETENCIA (BOLSA.DAT *
      * - CADBOLSA) SAO APLICADOS SOBRE O  *
      * PRECO DA TURMA ANTES DO DESCONTO   *
      * DE FILHO DE FUNCIONARIO; A         *
      * MENSALIDADE GUARDA O PRECO BRUTO,  *
      * O DESCONTO TOTAL, A PARTE DELE QUE *
      * E BOLSA E O LIQUIDO (MS-VALOR).    *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RP-CHAVE
                    FILE STATUS  IS ST-ERRORSP.
           SELECT OPTIONAL PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-ERROPARAM.
           SELECT OPTIONAL DEPALU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DA-CHAVE
                    FILE STATUS  IS ST-ERRODA
                ALTERNATE RECORD KEY IS DA-CHAVE2 = DA-RA DA-CHAVE
                                                      WITH DUPLICATES.
           SELECT OPTIONAL FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FU-CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL BOLSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BS-CHAVE
                    FILE STATUS  IS ST-ERROBS.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 MS-TURMA            PIC X(05).
                03 MS-VALOR            PIC 9(06)V99.
      * A=EM ABERTO  P=PAGA (BAIXADA PELO RETORNO - FPP022)
      * I=PAGA EM PARTE (RETORNO ABAIXO DO DEVIDO - FPP022)
      * F=A DESCONTAR EM FOLHA  D=PAGA POR DESCONTO EM FOLHA (FPP004)
      * OU NA RESCISAO (FPP003)
                03 MS-STATMS           PIC X(01).
                03 MS-DTPAG            PIC 9(08).
                03 MS-RESPNOME         PIC X(35).
      * PRECO DA TURMA, DESCONTO TOTAL (BOLSAS, DESCONTOS E FILHO DE
      * FUNCIONARIO) E A PARTE DO DESCONTO QUE E BOLSA (SOCIAL OU
      * MERITO); MS-VALOR = BRUTO - DESCONTO
                03 MS-VALBRUTO         PIC 9(06)V99.
                03 MS-VALDESC          PIC 9(06)V99.
                03 MS-VALBOLSA         PIC 9(06)V99.
      * VALOR DEVIDO (COM MULTA/JUROS DE ATRASO - CALCENC) E VALOR
      * RECEBIDO, GRAVADOS NA BAIXA DA PARCELA
                03 MS-VALDEVIDO        PIC 9(06)V99.
                03 MS-VALRECEB         PIC 9(06)V99.
       FD RESPONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESPONS.DAT".
                03 RP-ENDER            PIC X(40).
      * "S" = RESPONSAVEL FINANCEIRO (PAGADOR DAS MENSALIDADES)
                03 RP-FINRESP          PIC X(01).
       FD PARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM.DAT".
       01 REGPARAM.
                03 CODPARAM            PIC X(01).
                03 MEDIAMIN            PIC 9(02)V99.
                03 FALTAMAX            PIC 9(02).
                03 BLOQINAD            PIC X(01).
      * DESCONTO (%) NA MENSALIDADE DE FILHO DE FUNCIONARIO
                03 PERCDESCFUN         PIC 9(03)V99.
      * MAXIMO DE DISCIPLINAS EM DEPENDENCIA NA REMATRICULA
      * (0 = SEM DEPENDENCIA, APROVACAO TUDO OU NADA)
                03 MAXDEPEND           PIC 9(02).
      * VINCULO DEPENDENTE DO FUNCIONARIO X ALUNO (FPP010)
       FD DEPALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPALU.DAT".
       01 REGDEPALU.
                03 DA-CHAVE.
                    05 DA-CHAPAFUNC    PIC 9(06).
                    05 DA-SEQDEP       PIC 9(02).
                03 DA-RA               PIC 9(06).
                03 DA-DESCFOLHA        PIC X(01).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 REGFUNC.
                03 FU-CHAPA            PIC 9(06).
      * NOME, DATAS E DEMAIS DADOS SAO DO FPP003 -
      * MANTIDOS AQUI SO PARA CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(61).
                03 FU-DTDEM            PIC 9(08).
                03 FILLER              PIC X(46).
      * BOLSAS E DESCONTOS POR ALUNO (CADBOLSA)
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
                03 BS-MOTIVO           PIC X(01).
                03 BS-PERINI           PIC 9(06).
                03 BS-PERFIM           PIC 9(06).
                03 BS-USUARIO          PIC X(08).
                03 BS-DTAPROV          PIC 9(08).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.TXT".
       77 ST-ERROMSL   PIC X(02) VALUE "00".
       77 ST-ERRORSP   PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TOTGER     PIC 9(06) VALUE ZEROS.
       77 W-TOTSEMPRC  PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-RESPNOME   PIC X(35) VALUE SPACES.
      * FILHO DE FUNCIONARIO: DESCONTO DO CADPARAM E DESCONTO EM
      * FOLHA (MENSALIDADE "F", FORA DO ARQUIVO DE COBRANCA)
       77 ST-ERROPARAM PIC X(02) VALUE "00".
       77 ST-ERRODA    PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 W-DAABERTO   PIC 9(01) VALUE ZEROS.
       77 W-FUABERTO   PIC 9(01) VALUE ZEROS.
       77 W-PERCDESC   PIC 9(03)V99 VALUE ZEROS.
       77 W-VALMENS    PIC 9(06)V99 VALUE ZEROS.
       77 W-EMFOLHA    PIC 9(01) VALUE ZEROS.
       77 W-TOTFILHO   PIC 9(06) VALUE ZEROS.
       77 W-TOTFOLHA   PIC 9(06) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      * BOLSAS E DESCONTOS (BOLSA.DAT) VIGENTES NA COMPETENCIA
       77 ST-ERROBS    PIC X(02) VALUE "00".
       77 W-BSABERTO   PIC 9(01) VALUE ZEROS.
       77 W-PERFILTRO  PIC 9(06) VALUE ZEROS.
       77 W-VALDESC    PIC 9(06)V99 VALUE ZEROS.
       77 W-VALBOLSA   PIC 9(06)V99 VALUE ZEROS.
       77 W-VALITEM    PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTBOLSA   PIC 9(06) VALUE ZEROS.
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
                03 TR-TOTREG       PIC 9(06).
                03 TR-TOTVALOR     PIC 9(10)V99.
                03 FILLER          PIC X(81) VALUE SPACES.
      * EXECUCAO SEM OPERADOR (LOTEPARM): PERIODO E OPCOES DE
      * PARMLOTE.DAT; W-RCLOT E O CODIGO DE RETORNO DA RODADA
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "GERAMENS".
       77 W-RCLOT      PIC X(02) VALUE SPACES.
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       01 W-PERLOT.
                03 W-ANOLOT            PIC 9(04).
                03 W-MESLOT            PIC 9(02).
       01 W-OPCLOT     PIC X(40) VALUE SPACES.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAPROC.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                PERFORM INI-LOTE THRU INI-LOTE-FIM.
                IF W-RCLOT = "16"
                   GO TO ROT-FIMP.
      *
       INC-OP0.
           DISPLAY TELAPROC.
           IF W-MODOLOTE = 0
              ACCEPT TMES-FILTRO
              ACCEPT TANO-FILTRO.
           IF MES-FILTRO = 0 OR MES-FILTRO > 12 OR ANO-FILTRO < 1990
              MOVE "*** PERIODO  INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ALUNO TURMAS
              GO TO ROT-FIMP.
           OPEN INPUT RESPONS.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       LER-PARAM.
           OPEN INPUT PARAM.
           MOVE ZEROS TO W-PERCDESC.
           MOVE "1" TO CODPARAM.
           READ PARAM
              INVALID KEY
                 MOVE ZEROS TO W-PERCDESC.
           IF ST-ERROPARAM = "00"
              MOVE PERCDESCFUN TO W-PERCDESC.
           CLOSE PARAM.
           OPEN INPUT DEPALU.
           MOVE ZEROS TO W-DAABERTO.
           IF ST-ERRODA = "00"
              MOVE 1 TO W-DAABERTO.
           OPEN INPUT FUNC.
           MOVE ZEROS TO W-FUABERTO.
           IF ST-ERROFUNC = "00"
              MOVE 1 TO W-FUABERTO.
           OPEN INPUT BOLSA.
           MOVE ZEROS TO W-BSABERTO.
           IF ST-ERROBS = "00"
              MOVE 1 TO W-BSABERTO.
           COMPUTE W-PERFILTRO = (ANO-FILTRO * 100) + MES-FILTRO.
       ABRE-MENSAL.
           OPEN I-O MENSAL.
           IF ST-ERROMSL = "30"
              GO TO ABRE-MENSAL.
           IF ST-ERROMSL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. MENSAL" TO MENS
              MOVE "MENSAL" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROMSL MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ALUNO TURMAS PRECOMEN RESPONS DEPALU FUNC BOLSA
              GO TO ROT-FIMP.
           OPEN OUTPUT ARQIMP.
           COMPUTE HD-PERIODO = (ANO-FILTRO * 100) + MES-FILTRO.
                   NOT INVALID KEY
                      GO TO LER-ALUNO.
                PERFORM BUSCA-RESP THRU BUSCA-RESP-FIM.
                PERFORM BUSCA-BOLSA THRU BUSCA-BOLSA-FIM.
                PERFORM BUSCA-FILHOFUN THRU BUSCA-FILHOFUN-FIM.
                MOVE RA TO MS-RA.
                MOVE ANO-FILTRO TO MS-ANO.
                MOVE MES-FILTRO TO MS-MES.
                MOVE TURMA TO MS-TURMA.
                MOVE W-VALMENS TO MS-VALOR.
                MOVE PM-VALOR TO MS-VALBRUTO.
                MOVE W-VALDESC TO MS-VALDESC.
                MOVE W-VALBOLSA TO MS-VALBOLSA.
                MOVE ZEROS TO MS-VALDEVIDO MS-VALRECEB.
                MOVE "A" TO MS-STATMS.
                MOVE ZEROS TO MS-DTPAG.
                MOVE W-RESPNOME TO MS-RESPNOME.
      * BOLSA INTEGRAL NAO TEM O QUE COBRAR: JA NASCE PAGA
                IF W-VALMENS = ZEROS
                   MOVE "P" TO MS-STATMS
                   MOVE W-HOJE TO MS-DTPAG.
                IF W-EMFOLHA = 1
                   MOVE "F" TO MS-STATMS.
                WRITE REGMENSAL.
                IF W-EMFOLHA = 1
                   ADD 1 TO W-TOTFOLHA
                   GO TO LER-ALUNO.
                IF W-VALMENS = ZEROS
                   GO TO LER-ALUNO.
                MOVE RA TO DT-RA.
                MOVE W-RESPNOME TO DT-PAGADOR.
                MOVE TURMA TO DT-TURMA.
                MOVE W-VALMENS TO DT-VALOR.
                WRITE REGIMP FROM REGDETAL.
                ADD 1 TO W-TOTGER.
                ADD W-VALMENS TO W-TOTVALOR.
                GO TO LER-ALUNO.
      *
      *****************************************
                GO TO BUSCA-RESP-LER.
       BUSCA-RESP-FIM.
                EXIT.
      *
      *****************************************
      * BOLSAS E DESCONTOS DO ALUNO VIGENTES   *
      * NA COMPETENCIA (BOLSA.DAT - CADBOLSA): *
      * PERCENTUAIS SOBRE O PRECO DA TURMA E   *
      * VALORES FIXOS SE SOMAM, ATE O LIMITE   *
      * DO PRECO. SOCIAL E MERITO CONTAM COMO  *
      * BOLSA                                  *
      *****************************************
       BUSCA-BOLSA.
                MOVE PM-VALOR TO W-VALMENS.
                MOVE ZEROS TO W-VALDESC W-VALBOLSA.
                IF W-BSABERTO = 0
                   GO TO BUSCA-BOLSA-FIM.
                MOVE RA TO BS-RA.
                MOVE ZEROS TO BS-SEQ.
                START BOLSA KEY IS NOT LESS THAN BS-CHAVE
                   INVALID KEY
                      GO TO BUSCA-BOLSA-FIM.
       BUSCA-BOLSA-LER.
                READ BOLSA NEXT RECORD
                   AT END
                      GO TO BUSCA-BOLSA-CALC.
                IF BS-RA NOT = RA
                   GO TO BUSCA-BOLSA-CALC.
                IF BS-PERINI > W-PERFILTRO
                   GO TO BUSCA-BOLSA-LER.
                IF BS-PERFIM NOT = ZEROS AND BS-PERFIM < W-PERFILTRO
                   GO TO BUSCA-BOLSA-LER.
                IF BS-TIPO = "P"
                   COMPUTE W-VALITEM ROUNDED =
                      (PM-VALOR * BS-PERC) / 100
                ELSE
                   MOVE BS-VALOR TO W-VALITEM.
                ADD W-VALITEM TO W-VALDESC.
                IF BS-MOTIVO = "S" OR BS-MOTIVO = "M"
                   ADD W-VALITEM TO W-VALBOLSA.
                GO TO BUSCA-BOLSA-LER.
       BUSCA-BOLSA-CALC.
                IF W-VALDESC > PM-VALOR
                   MOVE PM-VALOR TO W-VALDESC.
                IF W-VALBOLSA > W-VALDESC
                   MOVE W-VALDESC TO W-VALBOLSA.
                IF W-VALDESC > ZEROS
                   ADD 1 TO W-TOTBOLSA.
                COMPUTE W-VALMENS = PM-VALOR - W-VALDESC.
       BUSCA-BOLSA-FIM.
                EXIT.
      *
      *****************************************
      * ALUNO FILHO DE FUNCIONARIO (DEPALU.DAT *
      * - FPP010): COM O FUNCIONARIO NA ATIVA  *
      * APLICA O DESCONTO DO CADPARAM SOBRE O  *
      * QUE SOBROU DAS BOLSAS E, SE ELE OPTOU, *
      * MANDA DESCONTAR EM FOLHA               *
      *****************************************
       BUSCA-FILHOFUN.
                MOVE ZEROS TO W-EMFOLHA.
                IF W-DAABERTO = 0 OR W-FUABERTO = 0
                   GO TO BUSCA-FILHOFUN-FIM.
                MOVE RA TO DA-RA.
                MOVE ZEROS TO DA-CHAPAFUNC DA-SEQDEP.
                START DEPALU KEY IS NOT LESS THAN DA-CHAVE2
                   INVALID KEY
                      GO TO BUSCA-FILHOFUN-FIM.
                READ DEPALU NEXT RECORD
                   AT END
                      GO TO BUSCA-FILHOFUN-FIM.
                IF DA-RA NOT = RA
                   GO TO BUSCA-FILHOFUN-FIM.
                MOVE DA-CHAPAFUNC TO FU-CHAPA.
                READ FUNC
                   INVALID KEY
                      GO TO BUSCA-FILHOFUN-FIM.
                IF FU-DTDEM NOT = ZEROS
                   GO TO BUSCA-FILHOFUN-FIM.
                COMPUTE W-VALITEM ROUNDED =
                   (W-VALMENS * W-PERCDESC) / 100.
                SUBTRACT W-VALITEM FROM W-VALMENS.
                ADD W-VALITEM TO W-VALDESC.
                ADD 1 TO W-TOTFILHO.
                IF DA-DESCFOLHA = "S" AND W-VALMENS > ZEROS
                   MOVE 1 TO W-EMFOLHA.
       BUSCA-FILHOFUN-FIM.
                EXIT.
      *
       ROT-TRAILER.
                MOVE W-TOTGER TO TR-TOTREG.
                WRITE REGIMP FROM REGTRAIL.
                DISPLAY (20, 05) "MENSALIDADES GERADAS: " W-TOTGER.
                DISPLAY (21, 05) "ALUNOS SEM PRECO....: " W-TOTSEMPRC.
                DISPLAY (18, 05) "FILHOS DE FUNCIONARIO: " W-TOTFILHO.
                DISPLAY (19, 05) "DESCONTO EM FOLHA....: " W-TOTFOLHA.
                DISPLAY (17, 05) "COM BOLSA/DESCONTO...: " W-TOTBOLSA.
                DISPLAY (22, 05) "COBRANCA EM ARQCOB.TXT".
                MOVE "00" TO W-RCLOT.
                GO TO ROT-FIM.
      *
      *****************************************
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE ALUNO TURMAS PRECOMEN RESPONS MENSAL ARQIMP.
                CLOSE DEPALU FUNC BOLSA.
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.
       ROT-FIMP.
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *****************************************
      * EXECUCAO SEM OPERADOR (LOTEPARM): NO   *
      * MODO LOTE O PERIODO E AS OPCOES VEM DE *
      * PARMLOTE.DAT E O RESULTADO VAI PARA    *
      * LOGPROC.DAT                            *
      *****************************************
       INI-LOTE.
                MOVE ZEROS TO W-MODOLOTE.
                MOVE "P" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                      W-OPCLOT W-RCLOT MENS.
                IF W-RCLOT = "IN"
                   GO TO INI-LOTE-FIM.
                MOVE 1 TO W-MODOLOTE.
                IF W-RCLOT NOT = "LT"
                   MOVE "16" TO W-RCLOT
                   GO TO INI-LOTE-FIM.
                IF W-MESLOT = 0 OR W-MESLOT > 12 OR W-ANOLOT < 1990
                   MOVE "*** PERIODO INVALIDO EM PARMLOTE ***" TO MENS
                   MOVE "16" TO W-RCLOT
                   GO TO INI-LOTE-FIM.
      * ATE O FIM NORMAL A RODADA CONSTA COMO NAO CONCLUIDA
                MOVE "12" TO W-RCLOT.
                MOVE SPACES TO MENS.
                PERFORM OPC-LOTE THRU OPC-LOTE-FIM.
       INI-LOTE-FIM.
                EXIT.
      *
      * SEM OPCOES: SO O PERIODO
       OPC-LOTE.
                MOVE W-ANOLOT TO ANO-FILTRO.
                MOVE W-MESLOT TO MES-FILTRO.
       OPC-LOTE-FIM.
                EXIT.
      *
       FIM-LOTE.
                IF W-MODOLOTE = 0
                   GO TO FIM-LOTE-FIM.
                MOVE ZEROS TO W-MODOLOTE.
                IF W-RCLOT = "00"
                   MOVE "PROCESSAMENTO CONCLUIDO" TO MENS.
                IF W-RCLOT NOT = "00" AND MENS = SPACES
                   MOVE "PROCESSAMENTO NAO CONCLUIDO" TO MENS.
                MOVE "F" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                      W-OPCLOT W-RCLOT MENS.
       FIM-LOTE-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
