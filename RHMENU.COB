       IDENTIFICATION DIVISION.
       PROGRAM-ID. RHMENU.
      *
      **************************************
      * SUBMENU DO SUBSISTEMA DE PESSOAL:  *
      * REUNE AS FUNCOES DE PESSOAL QUE    *
      * NAO COUBERAM NA NUMERACAO DO MENU  *
      * PRINCIPAL (A ENTRADA SEGUE A       *
      * OPCAO 03 DO MENU). AS OPCOES DE    *
      * AUDITORIA, LGPD E LOTE SO VALEM    *
      * PARA O ADMIN; A FORMA DE PAGAMENTO *
      * SEGUE A OPCAO 22 (DADOS BANCARIOS) *
      * DO PERFIL. OPCAO NEGADA VAI PARA   *
      * A TRILHA (LOGACES.DAT)             *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGACES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LA-CHAVE
                    FILE STATUS  IS ST-ERROACE
                ALTERNATE RECORD KEY IS LA-CHAVE2 = LA-DATA LA-HORA
                                     WITH DUPLICATES.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * TRILHA DE ACESSOS (LOGACES.DAT): OPCOES NEGADAS DO SUBMENU
       FD LOGACES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGACES.DAT".
       01 REGACES.
                03 LA-CHAVE.
                    05 LA-LOGIN        PIC X(08).
                    05 LA-DATA         PIC 9(08).
                    05 LA-HORA         PIC 9(08).
                03 LA-EVENTO           PIC X(01).
                03 LA-PROG             PIC X(08).
                03 LA-OPCAO            PIC 9(02).
                03 LA-OPERADOR         PIC X(08).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROACE   PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPCAO      PIC 9(02) VALUE ZEROS.
      *
      * LOGIN E PERFIL DO USUARIO LOGADO, PASSADOS PELO MENU
       LINKAGE SECTION.
       01 W-LOGIN      PIC X(08).
       01 W-EHADMIN    PIC X(01).
       01 W-ACESSOS.
                03 W-ACESSO            PIC X(01) OCCURS 97 TIMES.
      *
       SCREEN SECTION.
       01  TELARH.
           05  LINE 01  COLUMN 01
               VALUE  "                  SUBSISTEMA DE PESSOAL".
           05  LINE 03  COLUMN 05
               VALUE  "01 - JORNADAS DE TRABALHO".
           05  LINE 04  COLUMN 05
               VALUE  "02 - ESCALA DO FUNCIONARIO".
           05  LINE 05  COLUMN 05
               VALUE  "03 - AUTORIZACAO DE HORAS EXTRAS".
           05  LINE 06  COLUMN 05
               VALUE  "04 - ATESTADOS MEDICOS".
           05  LINE 07  COLUMN 05
               VALUE  "05 - RISCO OCUPACIONAL DO CARGO".
           05  LINE 08  COLUMN 05
               VALUE  "06 - EXAMES OCUPACIONAIS (ASO)".
           05  LINE 09  COLUMN 05
               VALUE  "07 - RELATORIO DE ASO VENCIDOS/A VENCER".
           05  LINE 10  COLUMN 05
               VALUE  "08 - ACIDENTES DE TRABALHO (CAT)".
           05  LINE 11  COLUMN 05
               VALUE  "09 - ESTATISTICA DE ACIDENTES (CIPA)".
           05  LINE 12  COLUMN 05
               VALUE  "10 - CATALOGO DE EPI".
           05  LINE 13  COLUMN 05
               VALUE  "11 - ENTREGA/DEVOLUCAO DE EPI".
           05  LINE 14  COLUMN 05
               VALUE  "12 - RECIBO DE ENTREGA DE EPI".
           05  LINE 15  COLUMN 05
               VALUE  "13 - EPI COM TROCA ATRASADA/CA VENCIDO".
           05  LINE 16  COLUMN 05
               VALUE  "14 - CURSOS E HABILITACOES (CATALOGO)".
           05  LINE 17  COLUMN 05
               VALUE  "15 - CURSOS EXIGIDOS POR CARGO".
           05  LINE 18  COLUMN 05
               VALUE  "16 - CURSOS E HABILITACOES DO FUNCIONARIO".
           05  LINE 19  COLUMN 05
               VALUE  "17 - CURSOS VENCIDOS/A VENCER E HORAS".
           05  LINE 03  COLUMN 48
               VALUE  "18 - CRITERIOS DE AVALIACAO".
           05  LINE 04  COLUMN 48
               VALUE  "19 - AVALIACAO DE DESEMPENHO".
           05  LINE 05  COLUMN 48
               VALUE  "20 - PROPOSTAS DE MERITO (LOTE)".
           05  LINE 06  COLUMN 48
               VALUE  "21 - NOTAS/PROPOSTAS X ORCAMENTO".
           05  LINE 07  COLUMN 48
               VALUE  "22 - REQUISICAO DE PESSOAL".
           05  LINE 08  COLUMN 48
               VALUE  "23 - CANDIDATOS / CONTRATACAO".
           05  LINE 09  COLUMN 48
               VALUE  "24 - REQUISICOES/TEMPO CONTRAT.".
           05  LINE 10  COLUMN 48
               VALUE  "25 - MEDIDAS DISCIPLINARES".
           05  LINE 11  COLUMN 48
               VALUE  "26 - AVISO DISCIPLINAR (ASSINAR)".
           05  LINE 12  COLUMN 48
               VALUE  "27 - SINDICATOS".
           05  LINE 13  COLUMN 48
               VALUE  "28 - SINDICATO POR CARGO".
           05  LINE 14  COLUMN 48
               VALUE  "29 - SINDICATO DO FUNCIONARIO".
           05  LINE 15  COLUMN 48
               VALUE  "30 - REPASSE AOS SINDICATOS".
           05  LINE 16  COLUMN 48
               VALUE  "31 - REGRA ADIC TEMPO SERVICO".
           05  LINE 17  COLUMN 48
               VALUE  "32 - NOVAS FAIXAS TEMPO SERVICO".
           05  LINE 18  COLUMN 48
               VALUE  "33 - IMPORTA COMISSOES".
           05  LINE 19  COLUMN 48
               VALUE  "34 - CADASTRO DE AUTONOMOS".
           05  LINE 20  COLUMN 48
               VALUE  "35 - LANCAMENTO DE RPA".
           05  LINE 21  COLUMN 48
               VALUE  "36 - FICHA DE REGISTRO EMPREGADOS".
           05  LINE 20  COLUMN 05
               VALUE  "37 - GRRF / SEGURO-DESEMPREGO".
           05  LINE 21  COLUMN 05
               VALUE  "38 - TRANSPARENCIA SALARIAL (SEXO)".
           05  LINE 22  COLUMN 05
               VALUE  "99 - VOLTA AO MENU PRINCIPAL".
           05  LINE 22  COLUMN 48
               VALUE  "00 - DEMAIS OPCOES".
           05  LINE 23  COLUMN 05
               VALUE  "OPCAO:".
           05  TOPCAO
               LINE 23  COLUMN 12  PIC 9(02)
               USING  W-OPCAO
               HIGHLIGHT.
      * SEGUNDA TELA: OPCOES QUE NAO COUBERAM NA PRIMEIRA
       01  TELARH2.
           05  LINE 01  COLUMN 01
               VALUE  "          SUBSISTEMA DE PESSOAL - DEMAIS OPCOES".
           05  LINE 03  COLUMN 05
               VALUE  "39 - COTAS LEGAIS (PCD / APRENDIZ)".
           05  LINE 04  COLUMN 05
               VALUE  "40 - FORMA DE PAGAMENTO (CONTA/PIX/CHEQUE)".
           05  LINE 05  COLUMN 05
               VALUE  "41 - RECIBOS DE PAGAMENTO CHEQUE/DINHEIRO".
           05  LINE 06  COLUMN 05
               VALUE  "42 - PRAZO DE GUARDA DE DADOS (LGPD)".
           05  LINE 07  COLUMN 05
               VALUE  "43 - ANONIMIZACAO DE DADOS VENCIDOS (LGPD)".
           05  LINE 08  COLUMN 05
               VALUE  "44 - RELATORIO DO TITULAR DOS DADOS (LGPD)".
           05  LINE 09  COLUMN 05
               VALUE  "45 - TRILHA DE ACESSOS (AUDITORIA)".
           05  LINE 10  COLUMN 05
               VALUE  "46 - CONFLITOS DE FUNCOES NOS PERFIS".
           05  LINE 11  COLUMN 05
               VALUE  "47 - PARAMETROS DA EXECUCAO SEM OPERADOR".
           05  LINE 12  COLUMN 05
               VALUE  "48 - ESTORNO DE RODADA DE LOTE".
           05  LINE 13  COLUMN 05
               VALUE  "49 - ADMISSAO EM LOTE (ADMISSAO.CSV)".
           05  LINE 22  COLUMN 05
               VALUE  "99 - VOLTA A PRIMEIRA TELA".
           05  LINE 23  COLUMN 05
               VALUE  "OPCAO:".
           05  TOPCAO2
               LINE 23  COLUMN 12  PIC 9(02)
               USING  W-OPCAO
               HIGHLIGHT.
      *
       PROCEDURE DIVISION USING W-LOGIN W-EHADMIN W-ACESSOS.
       INICIO.
      *
       MENU-RH.
                MOVE ZEROS TO W-OPCAO
                DISPLAY (01, 01) ERASE
                DISPLAY TELARH
                ACCEPT TOPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ROT-FIM.
                IF W-OPCAO = 99 GO TO ROT-FIM.
                IF W-OPCAO = 00 GO TO MENU-RH2.
                IF W-OPCAO = 01 CALL "CADJORN"  GO TO MENU-RH.
                IF W-OPCAO = 02 CALL "CADESCAL" GO TO MENU-RH.
                IF W-OPCAO = 03 CALL "CADAUTEX" GO TO MENU-RH.
                IF W-OPCAO = 04 CALL "CADATEST" GO TO MENU-RH.
                IF W-OPCAO = 05 CALL "CADRISCO" GO TO MENU-RH.
                IF W-OPCAO = 06 CALL "CADASO"   GO TO MENU-RH.
                IF W-OPCAO = 07 CALL "PRINTASO" GO TO MENU-RH.
                IF W-OPCAO = 08 CALL "CADCAT"   GO TO MENU-RH.
                IF W-OPCAO = 09 CALL "PRINTCAT" GO TO MENU-RH.
                IF W-OPCAO = 10 CALL "CADEPI"   GO TO MENU-RH.
                IF W-OPCAO = 11 CALL "CADEPIEN" GO TO MENU-RH.
                IF W-OPCAO = 12 CALL "RECIBEPI" GO TO MENU-RH.
                IF W-OPCAO = 13 CALL "PRINTEPI" GO TO MENU-RH.
                IF W-OPCAO = 14 CALL "CADCURSO" GO TO MENU-RH.
                IF W-OPCAO = 15 CALL "CADCGCUR" GO TO MENU-RH.
                IF W-OPCAO = 16 CALL "CADQUALI" GO TO MENU-RH.
                IF W-OPCAO = 17 CALL "PRINTQUA" GO TO MENU-RH.
                IF W-OPCAO = 18 CALL "CADCRITA" GO TO MENU-RH.
                IF W-OPCAO = 19 CALL "CADAVAL"  GO TO MENU-RH.
                IF W-OPCAO = 20 CALL "GERAMERI" GO TO MENU-RH.
                IF W-OPCAO = 21 CALL "PRINTAVA" GO TO MENU-RH.
                IF W-OPCAO = 22 CALL "CADREQUI" GO TO MENU-RH.
                IF W-OPCAO = 23 CALL "CADCANDI" GO TO MENU-RH.
                IF W-OPCAO = 24 CALL "PRINTREQ" GO TO MENU-RH.
                IF W-OPCAO = 25 CALL "CADMEDID" GO TO MENU-RH.
                IF W-OPCAO = 26 CALL "AVISODIS" GO TO MENU-RH.
                IF W-OPCAO = 27 CALL "CADSIND"  GO TO MENU-RH.
                IF W-OPCAO = 28 CALL "CADSNCAR" GO TO MENU-RH.
                IF W-OPCAO = 29 CALL "CADSNFUN" GO TO MENU-RH.
                IF W-OPCAO = 30 CALL "PRINTSIN" GO TO MENU-RH.
                IF W-OPCAO = 31 CALL "CADANUEN" GO TO MENU-RH.
                IF W-OPCAO = 32 CALL "PRINTANU" GO TO MENU-RH.
                IF W-OPCAO = 33 CALL "IMPCOMIS" GO TO MENU-RH.
                IF W-OPCAO = 34 CALL "CADAUTON" GO TO MENU-RH.
                IF W-OPCAO = 35 CALL "CADRPA"   GO TO MENU-RH.
                IF W-OPCAO = 36 CALL "PRINTREG" GO TO MENU-RH.
                IF W-OPCAO = 37 CALL "PRINTGRR" GO TO MENU-RH.
                IF W-OPCAO = 38 CALL "PRINTTRS" GO TO MENU-RH.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-RH.
      *
       MENU-RH2.
                MOVE ZEROS TO W-OPCAO
                DISPLAY (01, 01) ERASE
                DISPLAY TELARH2
                ACCEPT TOPCAO2
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO MENU-RH.
                IF W-OPCAO = 99 GO TO MENU-RH.
      * OPCOES RESTRITAS: ANONIMIZACAO, TRILHA DE ACESSOS, CONFLITOS
      * DE FUNCOES, PARAMETROS E ESTORNO DE LOTE E ADMISSAO EM LOTE
      * SO PARA O ADMIN; FORMA DE PAGAMENTO (CONTA/PIX) COM A OPCAO
      * 22 DO PERFIL, PARA O CONFLITO 17 X 22 DO CONFSOD VALER AQUI
                IF W-EHADMIN = "S"
                   GO TO MENU-RH2-EXEC.
                IF W-OPCAO = 40 AND W-ACESSO(22) NOT = "S"
                   GO TO MENU-NEGADO.
                IF W-OPCAO = 43 OR W-OPCAO = 45 OR W-OPCAO = 46
                OR W-OPCAO = 47 OR W-OPCAO = 48 OR W-OPCAO = 49
                   GO TO MENU-NEGADO.
       MENU-RH2-EXEC.
                IF W-OPCAO = 39 CALL "PRINTCOT" GO TO MENU-RH2.
                IF W-OPCAO = 40 CALL "CADFPAG"  GO TO MENU-RH2.
                IF W-OPCAO = 41 CALL "RECIBPAG" GO TO MENU-RH2.
                IF W-OPCAO = 42 CALL "CADRETEN" GO TO MENU-RH2.
                IF W-OPCAO = 43 CALL "ANONLGPD" GO TO MENU-RH2.
                IF W-OPCAO = 44 CALL "PRINTTIT" GO TO MENU-RH2.
                IF W-OPCAO = 45 CALL "PRINTACE" GO TO MENU-RH2.
                IF W-OPCAO = 46 CALL "PRINTSOD" GO TO MENU-RH2.
                IF W-OPCAO = 47 CALL "CADLOTE"  GO TO MENU-RH2.
                IF W-OPCAO = 48 CALL "ESTLOTE"  GO TO MENU-RH2.
                IF W-OPCAO = 49 CALL "IMPADM"   GO TO MENU-RH2.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-RH2.
      * OPCAO NEGADA: AVISA E REGISTRA NA TRILHA COMO O MENU
       MENU-NEGADO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
                MOVE "*** ACESSO NEGADO A ESTA OPCAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-RH2.
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
      *****************************************
      * TRILHA DE ACESSOS (LOGACES.DAT) -      *
      * MESMO REGISTRO DO MENU, EVENTO N       *
      *****************************************
      *
       GRAVA-ACESSO.
                OPEN I-O LOGACES.
                IF ST-ERROACE = "30"
                   OPEN OUTPUT LOGACES
                   CLOSE LOGACES
                   GO TO GRAVA-ACESSO.
                IF ST-ERROACE NOT = "00"
                   GO TO GRAVA-ACESSO-FIM.
                MOVE W-LOGIN TO LA-LOGIN LA-OPERADOR.
                ACCEPT LA-DATA FROM DATE YYYYMMDD.
                ACCEPT LA-HORA FROM TIME.
                MOVE "N" TO LA-EVENTO.
                MOVE "RHMENU" TO LA-PROG.
                MOVE W-OPCAO TO LA-OPCAO.
      * DOIS EVENTOS NO MESMO CENTESIMO: AVANCA A HORA DO SEGUNDO
       GRAVA-ACESSO-GRV.
                WRITE REGACES
                   INVALID KEY
                      ADD 1 TO LA-HORA
                      GO TO GRAVA-ACESSO-GRV.
                CLOSE LOGACES.
       GRAVA-ACESSO-FIM.
                EXIT.
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
