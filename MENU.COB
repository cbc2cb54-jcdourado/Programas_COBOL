           SELECT OPTIONAL SESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROSES.
           SELECT LOGACES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LA-CHAVE
                    FILE STATUS  IS ST-ERROACE
                ALTERNATE RECORD KEY IS LA-CHAVE2 = LA-DATA LA-HORA
                                     WITH DUPLICATES.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 SE-LOGIN            PIC X(08).
                03 SE-DATA             PIC 9(08).
                03 SE-HORA             PIC 9(06).
      * TRILHA DE ACESSOS (LOGACES.DAT): ENTRADAS, SAIDAS, LOGINS
      * INEXISTENTES E OPCOES NEGADAS; AS FALHAS DE SENHA, BLOQUEIOS
      * E TROCAS SAO GRAVADOS PELO SENHAUSU
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
       77 ST-ERROUSU   PIC X(02) VALUE "00".
       77 ST-ERROSES   PIC X(02) VALUE "00".
       77 ST-ERROACE   PIC X(02) VALUE "00".
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 W-VSST       PIC X(02) VALUE SPACES.
       77 W-VSTEC      PIC X(01) VALUE SPACES.
       77 W-TENTLOGIN  PIC 9(01) VALUE ZEROS.
       77 W-LOGOK      PIC X(01) VALUE "N".
       77 W-OPCAO      PIC 9(02) VALUE ZEROS.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
      * CONFERENCIA E TROCA DE SENHA (SENHAUSU)
       77 W-FUNSEN     PIC X(01) VALUE SPACES.
       77 W-PROGSEN    PIC X(08) VALUE "MENU".
       77 W-RESSEN     PIC X(02) VALUE SPACES.
       77 W-RESTRC     PIC X(02) VALUE SPACES.
       77 W-NOVASEN    PIC X(08) VALUE SPACES.
       77 W-CONFSEN    PIC X(08) VALUE SPACES.
       77 W-TROCOU     PIC X(01) VALUE "N".
       77 W-EVENTO     PIC X(01) VALUE SPACES.
      * PERFIL DO USUARIO LOGADO (COPIA DO REGISTRO DE USUARIO.DAT)
       77 W-EHADMIN    PIC X(01) VALUE "N".
       01 W-ACESSOS    PIC X(97) VALUE SPACES.
               USING  W-SENHA
               NO ECHO
               HIGHLIGHT.
       01  TELATROCA.
           05  LINE 02  COLUMN 01
               VALUE  "                    TROCA DE SENHA".
           05  LINE 10  COLUMN 01
               VALUE  "        NOVA SENHA:".
           05  LINE 12  COLUMN 01
               VALUE  "        CONFIRME A NOVA SENHA:".
           05  TNOVASEN
               LINE 10  COLUMN 32  PIC X(08)
               USING  W-NOVASEN
               NO ECHO
               HIGHLIGHT.
           05  TCONFSEN
               LINE 12  COLUMN 32  PIC X(08)
               USING  W-CONFSEN
               NO ECHO
               HIGHLIGHT.
       01  TELAMENU.
           05  LINE 01  COLUMN 01
               VALUE  "                         MENU PRINCIPAL".
               VALUE  "96 - ABSENTEISMO E EXTRAS".
           05  LINE 16  COLUMN 45
               VALUE  "97 - SUBSISTEMA ESCOLAR".
           05  LINE 17  COLUMN 45
               VALUE  "98 - SUBSISTEMA DE PESSOAL".
           05  LINE 21  COLUMN 45
               VALUE  "00 - VOLTA A PAGINA 1".
           05  LINE 22  COLUMN 05
      *
       PROCEDURE DIVISION.
       INICIO.
      *
      *****************************************
      * ARQUIVO EM VERSAO ANTIGA DE LAYOUT     *
      * BLOQUEIA O SISTEMA ATE RODAR O CONVARQ *
      *****************************************
       CONF-VERSAO.
           MOVE SPACES TO W-VSARQ.
           CALL "VERSARQ" USING W-VSARQ W-VSST MENS.
           IF W-VSST = "00"
              GO TO INC-OP0.
           DISPLAY (01, 01) ERASE.
           DISPLAY (10, 12)
              "ARQUIVOS EM LAYOUT ANTIGO - SISTEMA BLOQUEADO".
           DISPLAY (12, 12) MENS.
           DISPLAY (14, 12) "(VIDE ATUALIZA.TXT)  TECLE ENTER: ".
           ACCEPT (14, 46) W-VSTEC.
           GO TO ROT-FIM.
      *
       INC-OP0.
           OPEN I-O USUARIO
           IF ST-ERROUSU NOT = "00"
               IF ST-ERROUSU = "30"
      * SENHA INICIAL DO ADMIN (ADMIN123): VAI SO COMO RESUMO PARA
      * SENHAS.DAT, DADA PELO ADMINISTRADOR (SENHAUSU "D"), COM A
      * TROCA OBRIGATORIA NO PRIMEIRO ACESSO
                      OPEN OUTPUT USUARIO
                      MOVE "ADMIN"    TO US-LOGIN
                      MOVE SPACES     TO US-SENHA
                      MOVE "ADMINISTRADOR DO SISTEMA" TO US-NOME
                      MOVE "A"        TO US-STAT
                      MOVE ALL "S"    TO US-ACESSOS
                      WRITE CADUSU
                      CLOSE USUARIO
                      MOVE "D"        TO W-FUNSEN
                      MOVE "ADMIN"    TO W-LOGIN
                      MOVE SPACES     TO W-SENHA
                      MOVE "ADMIN123" TO W-NOVASEN
                      CALL "SENHAUSU" USING W-FUNSEN W-LOGIN W-NOVASEN
                                          W-SENHA W-PROGSEN W-RESSEN
                      MOVE SPACES     TO W-NOVASEN
                      MOVE "*** ARQUIVO USUARIO SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                MOVE W-LOGIN TO US-LOGIN
                READ USUARIO
                   INVALID KEY
                      GO TO LOGIN-INEXIST.
      * A SENHA E CONFERIDA PELO RESUMO (SENHAUSU), QUE TAMBEM CONTA
      * AS TENTATIVAS ERRADAS E BLOQUEIA O LOGIN NO LIMITE
                MOVE "C" TO W-FUNSEN.
                CALL "SENHAUSU" USING W-FUNSEN W-LOGIN W-SENHA
                                      US-SENHA W-PROGSEN W-RESSEN.
                IF W-RESSEN = "BL"
                   MOVE "*** LOGIN BLOQUEADO - PROCURE O ADMINISTRADOR"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOGIN-CONTA.
                IF W-RESSEN = "SI" OR W-RESSEN = "ER"
                   GO TO LOGIN-ERRO.
      * USUARIO DESATIVADO NAO ENTRA (FPP032)
                IF US-STAT = "I" OR US-STAT = "i"
                   MOVE "*** USUARIO DESATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOGIN-002.
      * SENHA VENCIDA, DADA PELO ADMINISTRADOR OU AINDA EM TEXTO EM
      * USUARIO.DAT: SO ENTRA DEPOIS DE TROCAR
                IF W-RESSEN = "EX" OR W-RESSEN = "TR"
                OR W-RESSEN = "MG"
                   PERFORM TROCA-SENHA THRU TROCA-SENHA-FIM
                   IF W-TROCOU NOT = "S"
                      GO TO LOGIN-002.
                MOVE "S" TO W-LOGOK.
      * REGISTRA A SESSAO CORRENTE PARA OS PROGRAMAS CHAMADOS
                OPEN OUTPUT SESSAO.
                MOVE "N" TO W-EHADMIN.
                IF US-LOGIN = "ADMIN"
                   MOVE "S" TO W-EHADMIN.
                MOVE "E" TO W-EVENTO.
                MOVE ZEROS TO W-OPCAO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
                GO TO LOGIN-FIM.
      * LOGIN QUE NAO EXISTE: SO A TRILHA REGISTRA A TENTATIVA
       LOGIN-INEXIST.
                MOVE "F" TO W-EVENTO.
                MOVE ZEROS TO W-OPCAO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
       LOGIN-ERRO.
                MOVE "*** LOGIN OU SENHA INVALIDOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LOGIN-CONTA.
                ADD 1 TO W-TENTLOGIN
                IF W-TENTLOGIN < 3
                   GO TO LOGIN-002.
                MOVE "*** NUMERO DE TENTATIVAS EXCEDIDO ***" TO MENS
                EXIT.
      *
      *****************************************
      * TROCA OBRIGATORIA DE SENHA NO ACESSO   *
      * (TAMANHO MINIMO E HISTORICO NO         *
      * SENHAUSU)                              *
      *****************************************
      *
       TROCA-SENHA.
                MOVE "N" TO W-TROCOU.
                MOVE SPACES TO W-NOVASEN W-CONFSEN.
                DISPLAY (01, 01) ERASE
                DISPLAY TELATROCA
                IF W-RESSEN = "EX"
                   DISPLAY (06, 09) "SUA SENHA VENCEU - ESCOLHA OUTRA"
                ELSE
                   DISPLAY (06, 09) "PRIMEIRO ACESSO - ESCOLHA A SENHA".
                ACCEPT TNOVASEN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO TROCA-SENHA-FIM.
                ACCEPT TCONFSEN
                IF W-NOVASEN NOT = W-CONFSEN
                   MOVE "*** AS SENHAS NAO CONFEREM ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TROCA-SENHA.
                IF W-NOVASEN = W-SENHA
                   MOVE "*** A NOVA SENHA DEVE SER OUTRA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TROCA-SENHA.
                MOVE "T" TO W-FUNSEN.
                CALL "SENHAUSU" USING W-FUNSEN W-LOGIN W-NOVASEN
                                      US-SENHA W-PROGSEN W-RESTRC.
                IF W-RESTRC = "CU"
                   MOVE "*** SENHA ABAIXO DO TAMANHO MINIMO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TROCA-SENHA.
                IF W-RESTRC = "RP"
                   MOVE "*** SENHA JA USADA - ESCOLHA OUTRA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TROCA-SENHA.
                IF W-RESTRC NOT = "OK"
                   MOVE "*** ERRO NA GRAVACAO DA SENHA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TROCA-SENHA-FIM.
                MOVE "S" TO W-TROCOU.
      * A SENHA EM TEXTO SAI DE USUARIO.DAT
                IF US-SENHA NOT = SPACES
                   MOVE SPACES TO US-SENHA
                   REWRITE CADUSU.
                MOVE "*** SENHA ALTERADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TROCA-SENHA-FIM.
                EXIT.
      *
      *****************************************
      * MENU PRINCIPAL                         *
      *****************************************
      *
                IF W-OPCAO = 00 GO TO MENU-PRINCIPAL.
      *
       MENU-DISPATCH.
      * SUBSISTEMA DE PESSOAL: FICA FORA DA NUMERACAO DO PERFIL
      * (USUARIO.DAT TEM 97 POSICOES) E SEGUE O ACESSO DA OPCAO 03
      * (FUNCIONARIOS); O RHMENU RECEBE O PERFIL PARA AS OPCOES
      * RESTRITAS DELE
                IF W-OPCAO = 98
                   IF W-EHADMIN = "S" OR W-ACESSO(03) = "S"
                      CALL "RHMENU" USING W-LOGIN W-EHADMIN W-ACESSOS
                      GO TO MENU-PRINCIPAL
                   ELSE
                      GO TO MENU-NEGADO.
                IF W-OPCAO > 97
                   MOVE "*** OPCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
      * DA OPCAO LIBERADA NO CADASTRO (FPP032)
                IF W-EHADMIN NOT = "S"
                   IF W-ACESSO(W-OPCAO) NOT = "S"
                      GO TO MENU-NEGADO.
                IF W-OPCAO = 01 CALL "FPP001"   GO TO MENU-PRINCIPAL.
                IF W-OPCAO = 02 CALL "FPP002"   GO TO MENU-PRINCIPAL.
                IF W-OPCAO = 03 CALL "FPP003"   GO TO MENU-PRINCIPAL.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-PRINCIPAL.
      * OPCAO NEGADA PELO PERFIL: AVISA E REGISTRA NA TRILHA
       MENU-NEGADO.
                MOVE "N" TO W-EVENTO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
                MOVE "*** ACESSO NEGADO A ESTA OPCAO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-PRINCIPAL.
       MENU-SAIR.
                MOVE "S" TO W-EVENTO.
                MOVE ZEROS TO W-OPCAO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
                CLOSE USUARIO.
      *
      **********************
                DISPLAY (01, 01) ERASE
                STOP RUN.
      *
      *****************************************
      * TRILHA DE ACESSOS (LOGACES.DAT)        *
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
                MOVE W-EVENTO TO LA-EVENTO.
                MOVE "MENU" TO LA-PROG.
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
