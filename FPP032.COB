      * ADMINISTRACAO DE USUARIOS DO MENU: *
      * INCLUSAO, DESATIVACAO, TROCA DE    *
      * SENHA E PERFIL DE ACESSO POR OPCAO *
      * (USUARIO.DAT). A SENHA E GRAVADA   *
      * PELO SENHAUSU SO COMO RESUMO, COM  *
      * TROCA OBRIGATORIA NO ACESSO; F4    *
      * LIBERA O LOGIN BLOQUEADO POR       *
      * TENTATIVAS ERRADAS E O LOGIN "*"   *
      * MANTEM A POLITICA DE SENHAS        *
      * (POLSENHA.DAT). PERFIL QUE CRIA    *
      * CONFLITO DE FUNCOES (CONFSOD.DAT)  *
      * AVISA OU SO GRAVA COM CONFIRMACAO  *
      * DE OUTRO USUARIO; O LOGIN "#"      *
      * MANTEM OS CONFLITOS (CADCONF)      *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS US-LOGIN
                    FILE STATUS  IS ST-ERRO.
           SELECT OPTIONAL POLSENHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PO-CHAVE
                    FILE STATUS  IS ST-ERROPOL.
           SELECT OPTIONAL CONFSOD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SG-CHAVE
                    FILE STATUS  IS ST-ERROSG.
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
      * USADA PELO RELATORIO GERENCIAL (PRINTGER) PARA ACHAR OS
      * DEPARTAMENTOS SOB RESPONSABILIDADE DO USUARIO
                03 US-CHAPA            PIC 9(06).
      * POLITICA DE SENHAS (REGISTRO UNICO, CHAVE "1"; ZEROS =
      * PADRAO DO SENHAUSU: 6 CARACTERES, 90 DIAS, 3 TENTATIVAS,
      * 5 SENHAS NO HISTORICO)
       FD POLSENHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "POLSENHA.DAT".
       01 REGPOLSEN.
                03 PO-CHAVE            PIC X(01).
                03 PO-TAMMIN           PIC 9(02).
                03 PO-DIASVAL          PIC 9(03).
                03 PO-TENTMAX          PIC 9(02).
                03 PO-QTDHIST          PIC 9(01).
      * PARES DE OPCOES CONFLITANTES (SEGREGACAO DE FUNCOES)
       FD CONFSOD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONFSOD.DAT".
       01 REGCONF.
                03 SG-CHAVE.
                    05 SG-OPC1         PIC 9(02).
                    05 SG-OPC2         PIC 9(02).
                03 SG-DESCR            PIC X(40).
      * A = SO AVISA; C = EXIGE CONFIRMACAO DE OUTRO USUARIO
                03 SG-TIPO             PIC X(01).
       FD SESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESSAO.DAT".
       01 REGSESSAO.
                03 SE-LOGIN            PIC X(08).
                03 SE-DATA             PIC 9(08).
                03 SE-HORA             PIC 9(06).
      * TRILHA DE ACESSOS: PERFIL GRAVADO COM CONFLITO (EVENTO P)
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
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-NUMOPC     PIC 9(02) VALUE ZEROS.
       77 W-FLAGOPC    PIC X(01) VALUE SPACES.
       77 ST-ERROPOL   PIC X(02) VALUE "00".
      * SENHA INFORMADA NA TELA (VAI PARA O SENHAUSU, NUNCA PARA
      * USUARIO.DAT)
       77 W-NOVASEN    PIC X(08) VALUE SPACES.
       77 W-FUNSEN     PIC X(01) VALUE SPACES.
       77 W-PROGSEN    PIC X(08) VALUE "FPP032".
       77 W-RESSEN     PIC X(02) VALUE SPACES.
       77 ST-ERROSG    PIC X(02) VALUE "00".
       77 ST-ERROSES   PIC X(02) VALUE "00".
       77 ST-ERROACE   PIC X(02) VALUE "00".
      * CONFLITOS DE FUNCOES CRIADOS PELO PERFIL (SO CONTAM OS PARES
      * QUE O PERFIL ANTERIOR AINDA NAO TINHA)
       77 W-STATANT    PIC X(01) VALUE SPACES.
       77 W-QTDNOVO    PIC 9(03) VALUE ZEROS.
       77 W-EXIGE      PIC X(01) VALUE "N".
       77 W-CONFOK     PIC X(01) VALUE "S".
       77 W-PRIMOPC    PIC 9(02) VALUE ZEROS.
       77 W-LINHA      PIC 9(02) VALUE ZEROS.
       77 W-INDPAD     PIC 9(02) VALUE ZEROS.
      * LOGIN DA SESSAO E DO USUARIO QUE CONFIRMOU O CONFLITO
       77 W-USUARIO    PIC X(08) VALUE SPACES.
       77 W-LOGCONF    PIC X(08) VALUE SPACES.
       77 W-SENCONF    PIC X(08) VALUE SPACES.
       77 W-CONFIRMA   PIC X(08) VALUE SPACES.
       77 W-BRANCO     PIC X(70) VALUE SPACES.
       01 W-ACESANT    PIC X(97) VALUE SPACES.
       01 W-ACESANT-R REDEFINES W-ACESANT.
                03 W-ACANT             PIC X(01) OCCURS 97 TIMES.
      * REGISTRO EM EDICAO, GUARDADO DURANTE A LEITURA DO USUARIO
      * QUE CONFIRMA
       01 W-CADUSU     PIC X(155) VALUE SPACES.
       01 W-LINCONF.
                03 W-LCOPC1            PIC Z9.
                03 FILLER              PIC X(03) VALUE " X ".
                03 W-LCOPC2            PIC Z9.
                03 FILLER              PIC X(02) VALUE SPACES.
                03 W-LCTIPO            PIC X(01).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 W-LCDESCR           PIC X(40).
      * PARES PADRAO GRAVADOS QUANDO O CONFSOD.DAT AINDA NAO EXISTE
      * (OS MESMOS DO CADCONF NA CRIACAO DO ARQUIVO)
       01 W-TABPAD.
                03 FILLER PIC X(45) VALUE
           "0395ALTERA SALARIO X APROVA REAJUSTE        C".
                03 FILLER PIC X(45) VALUE
           "1722GERA REMESSA X ALTERA DADOS BANCARIOS   C".
                03 FILLER PIC X(45) VALUE
           "0443CALCULA A FOLHA X FECHA O PERIODO       C".
       01 W-TABPAD-R REDEFINES W-TABPAD.
                03 W-PARPAD PIC X(45) OCCURS 3 TIMES.
      *
       SCREEN SECTION.
       01  TELAUSU.
               VALUE  "ARIOS".
           05  LINE 05  COLUMN 01
               VALUE  "        LOGIN:".
           05  LINE 05  COLUMN 27
               VALUE  "(* = POLITICA DE SENHAS  # = CONFLITOS)".
           05  LINE 06  COLUMN 01
               VALUE  "        SENHA:".
           05  LINE 06  COLUMN 27
               VALUE  "(NA ALTERACAO, BRANCO = MANTEM)".
           05  LINE 07  COLUMN 01
               VALUE  "        NOME:".
           05  LINE 08  COLUMN 01
               HIGHLIGHT.
           05  TUSSENHA
               LINE 06  COLUMN 17  PIC X(08)
               USING  W-NOVASEN
               HIGHLIGHT.
           05  TUSNOME
               LINE 07  COLUMN 16  PIC X(35)
               LINE 09  COLUMN 40  PIC 9(06)
               USING  US-CHAPA
               HIGHLIGHT.
      * CONFIRMACAO DO PERFIL COM CONFLITO POR OUTRO USUARIO
       01  TELACONF.
           05  LINE 20  COLUMN 01
               VALUE  "        CONFIRMACAO - LOGIN:".
           05  LINE 20  COLUMN 40
               VALUE  "SENHA:".
           05  TCONFLOG
               LINE 20  COLUMN 30  PIC X(08)
               USING  W-LOGCONF
               HIGHLIGHT.
           05  TCONFSEN
               LINE 20  COLUMN 47  PIC X(08)
               USING  W-SENCONF
               NO ECHO
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O USUARIO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO USUARIO" TO MENS
              MOVE "USUARIO" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERRO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-001.
                MOVE SPACES TO US-LOGIN US-SENHA US-NOME US-STAT
                MOVE ZEROS TO US-CHAPA
                MOVE SPACES TO US-ACESSOS W-NOVASEN
                MOVE SPACES TO W-ACESANT W-STATANT
                DISPLAY TELAUSU.
       INC-002.
                ACCEPT TUSLOGIN
                 IF W-ACT = 02
                   CLOSE USUARIO
                   GO TO ROT-FIM.
                IF US-LOGIN = "*"
                   PERFORM MANTEM-POL THRU MANTEM-POL-FIM
                   GO TO INC-001.
                IF US-LOGIN = "#"
                   CALL "CADCONF"
                   DISPLAY (01, 01) ERASE
                   GO TO INC-001.
                IF US-LOGIN = SPACES
                   MOVE "*** LOGIN INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE "*** USUARIO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      MOVE US-ACESSOS TO W-ACESANT
                      MOVE US-STAT TO W-STATANT
                      PERFORM VER-BLOQ THRU VER-BLOQ-FIM
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO USUARIO" TO MENS
                ACCEPT TUSSENHA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
      * NA INCLUSAO A SENHA E OBRIGATORIA; NA ALTERACAO, BRANCO
      * MANTEM A SENHA ATUAL DO USUARIO
                IF W-NOVASEN = SPACES
                   IF W-SEL = 1
                      GO TO INC-004
                   ELSE
                      MOVE "*** SENHA INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-003.
                MOVE "V" TO W-FUNSEN.
                CALL "SENHAUSU" USING W-FUNSEN US-LOGIN W-NOVASEN
                                      US-SENHA W-PROGSEN W-RESSEN.
                IF W-RESSEN = "CU"
                   MOVE "*** SENHA ABAIXO DO TAMANHO MINIMO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                   MOVE "N" TO US-ACESSO(W-NUMOPC).
                GO TO INC-PERFIL.
       INC-FIMPERFIL.
                PERFORM VER-CONFLITO THRU VER-CONFLITO-FIM.
                IF W-CONFOK = "N"
                   GO TO INC-PERFIL.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
       INC-WR1.
                WRITE CADUSU
                IF ST-ERRO = "00" OR "02"
                      PERFORM DEFINE-SENHA THRU DEFINE-SENHA-FIM
                      PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
       LIBERA-TODAS-FIM.
                EXIT.
      *
      * GRAVA O RESUMO DA SENHA INFORMADA (TROCA NO PROXIMO ACESSO)
       DEFINE-SENHA.
                IF W-NOVASEN = SPACES
                   GO TO DEFINE-SENHA-FIM.
                MOVE "D" TO W-FUNSEN.
                CALL "SENHAUSU" USING W-FUNSEN US-LOGIN W-NOVASEN
                                      US-SENHA W-PROGSEN W-RESSEN.
       DEFINE-SENHA-FIM.
                EXIT.
      *
      * AVISA SE O LOGIN ESTA BLOQUEADO POR TENTATIVAS ERRADAS
       VER-BLOQ.
                MOVE "S" TO W-FUNSEN.
                CALL "SENHAUSU" USING W-FUNSEN US-LOGIN W-NOVASEN
                                      US-SENHA W-PROGSEN W-RESSEN.
                IF W-RESSEN = "BL"
                   DISPLAY (11, 09) "*** LOGIN BLOQUEADO POR TENTATIVAS"
                   DISPLAY (11, 44) " ERRADAS - F4 LIBERA ***".
       VER-BLOQ-FIM.
                EXIT.
      *
      *****************************************
      * SEGREGACAO DE FUNCOES: PARES DO        *
      * CONFSOD QUE O PERFIL NOVO LIBERA POR   *
      * INTEIRO E O ANTERIOR NAO. TIPO A SO    *
      * AVISA; TIPO C SO GRAVA COM LOGIN E     *
      * SENHA DE OUTRO USUARIO COM A OPCAO 54  *
      *****************************************
       VER-CONFLITO.
                MOVE ZEROS TO W-QTDNOVO W-PRIMOPC.
                MOVE "S" TO W-CONFOK.
                MOVE "N" TO W-EXIGE.
                MOVE SPACES TO W-CONFIRMA.
                IF US-LOGIN = "ADMIN"
                   GO TO VER-CONFLITO-FIM.
                IF US-STAT = "I" OR US-STAT = "i"
                   GO TO VER-CONFLITO-FIM.
      * LOGIN DESATIVADO QUE VOLTA A ATIVO: O PERFIL TODO E NOVO
                IF W-STATANT = "I" OR W-STATANT = "i"
                   MOVE SPACES TO W-ACESANT.
                OPEN INPUT CONFSOD.
      * CONFSOD AINDA NAO CRIADO PELO CADCONF: GRAVA OS PARES PADRAO
      * PARA A CRITICA VALER DESDE O PRIMEIRO PERFIL
                IF ST-ERROSG = "05"
                   CLOSE CONFSOD
                   PERFORM GRAVA-PADRAO THRU GRAVA-PADRAO-FIM
                   OPEN INPUT CONFSOD.
                IF ST-ERROSG NOT = "00"
                   GO TO VER-CONFLITO-FIM.
                MOVE 12 TO W-LINHA.
       VER-CONFLITO-LER.
                READ CONFSOD NEXT RECORD
                   AT END GO TO VER-CONFLITO-FECHA.
                IF SG-OPC1 = 0 OR SG-OPC1 > 97
                OR SG-OPC2 = 0 OR SG-OPC2 > 97
                   GO TO VER-CONFLITO-LER.
                IF US-ACESSO (SG-OPC1) NOT = "S"
                OR US-ACESSO (SG-OPC2) NOT = "S"
                   GO TO VER-CONFLITO-LER.
                IF W-ACANT (SG-OPC1) = "S" AND W-ACANT (SG-OPC2) = "S"
                   GO TO VER-CONFLITO-LER.
                ADD 1 TO W-QTDNOVO.
                IF W-QTDNOVO = 1
                   MOVE SG-OPC1 TO W-PRIMOPC
                   DISPLAY (12, 09)
                     "*** CONFLITOS DE FUNCOES CRIADOS NESTE PERFIL:".
                IF SG-TIPO = "C"
                   MOVE "S" TO W-EXIGE.
                IF W-LINHA < 17
                   ADD 1 TO W-LINHA
                   MOVE SG-OPC1 TO W-LCOPC1
                   MOVE SG-OPC2 TO W-LCOPC2
                   MOVE SG-TIPO TO W-LCTIPO
                   MOVE SG-DESCR TO W-LCDESCR
                   DISPLAY (W-LINHA, 09) W-LINCONF.
                GO TO VER-CONFLITO-LER.
       VER-CONFLITO-FECHA.
                CLOSE CONFSOD.
                IF W-QTDNOVO = 0
                   GO TO VER-CONFLITO-FIM.
                IF W-EXIGE = "S"
                   GO TO VER-CONFLITO-CONF.
       VER-CONFLITO-AVISO.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 09) "GRAVA O PERFIL ASSIM MESMO (S/N) : ".
                ACCEPT (20, 44) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "N" TO W-CONFOK
                   MOVE "*** REVEJA AS OPCOES DO PERFIL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VER-CONFLITO-LIMPA.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VER-CONFLITO-AVISO.
                GO TO VER-CONFLITO-LIMPA.
       VER-CONFLITO-CONF.
                MOVE SPACES TO W-LOGCONF W-SENCONF.
                DISPLAY TELACONF.
                ACCEPT TCONFLOG.
                ACCEPT W-ACT FROM ESCAPE KEY.
                IF W-ACT = 02
                   MOVE "N" TO W-CONFOK
                   MOVE "*** PERFIL EXIGE CONFIRMACAO - NAO GRAVADO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VER-CONFLITO-LIMPA.
                ACCEPT TCONFSEN.
                PERFORM CONFERE-CONF THRU CONFERE-CONF-FIM.
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VER-CONFLITO-CONF.
                MOVE W-LOGCONF TO W-CONFIRMA.
       VER-CONFLITO-LIMPA.
                MOVE 12 TO W-LINHA.
       VER-CONFLITO-LIMPA1.
                DISPLAY (W-LINHA, 01) W-BRANCO.
                ADD 1 TO W-LINHA.
                IF W-LINHA < 18
                   GO TO VER-CONFLITO-LIMPA1.
                DISPLAY (20, 01) W-BRANCO.
       VER-CONFLITO-FIM.
                EXIT.
      *
      *****************************************
      * PARES PADRAO NA CRIACAO DO ARQUIVO     *
      *****************************************
       GRAVA-PADRAO.
                OPEN OUTPUT CONFSOD.
                IF ST-ERROSG NOT = "00"
                   GO TO GRAVA-PADRAO-FIM.
                MOVE ZEROS TO W-INDPAD.
       GRAVA-PADRAO-LOOP.
                ADD 1 TO W-INDPAD.
                IF W-INDPAD > 3
                   GO TO GRAVA-PADRAO-FECHA.
                MOVE W-PARPAD (W-INDPAD) TO REGCONF.
                WRITE REGCONF.
                GO TO GRAVA-PADRAO-LOOP.
       GRAVA-PADRAO-FECHA.
                CLOSE CONFSOD.
       GRAVA-PADRAO-FIM.
                EXIT.
      *
      * QUEM CONFIRMA: OUTRO USUARIO (NEM O DA SESSAO NEM O DO
      * PERFIL), ATIVO, COM ACESSO A ESTA OPCAO (54) E SENHA CERTA
       CONFERE-CONF.
                MOVE SPACES TO MENS.
                PERFORM BUSCA-SESSAO THRU BUSCA-SESSAO-FIM.
                IF W-LOGCONF = SPACES OR W-LOGCONF = US-LOGIN
                OR W-LOGCONF = W-USUARIO
                   MOVE "*** A CONFIRMACAO E DE OUTRO USUARIO ***"
                                                       TO MENS
                   GO TO CONFERE-CONF-FIM.
                MOVE CADUSU TO W-CADUSU.
                MOVE W-LOGCONF TO US-LOGIN.
                READ USUARIO.
                IF ST-ERRO NOT = "00"
                   MOVE "*** USUARIO NAO CADASTRADO ***" TO MENS
                   GO TO CONFERE-CONF-VOLTA.
                IF US-STAT = "I" OR US-STAT = "i"
                   MOVE "*** USUARIO DESATIVADO ***" TO MENS
                   GO TO CONFERE-CONF-VOLTA.
                IF US-LOGIN NOT = "ADMIN" AND US-ACESSO (54) NOT = "S"
                   MOVE "*** USUARIO SEM ACESSO A OPCAO 54 ***" TO MENS
                   GO TO CONFERE-CONF-VOLTA.
      * SENHA ERRADA CONTA PARA O BLOQUEIO DO LOGIN (SENHAUSU)
                MOVE "C" TO W-FUNSEN.
                CALL "SENHAUSU" USING W-FUNSEN W-LOGCONF W-SENCONF
                                      US-SENHA W-PROGSEN W-RESSEN.
                IF W-RESSEN = "BL"
                   MOVE "*** LOGIN BLOQUEADO ***" TO MENS.
                IF W-RESSEN = "SI" OR W-RESSEN = "ER"
                   MOVE "*** SENHA INVALIDA ***" TO MENS.
       CONFERE-CONF-VOLTA.
                MOVE W-CADUSU TO CADUSU.
       CONFERE-CONF-FIM.
                EXIT.
      *
      * PERFIL GRAVADO COM CONFLITO NOVO VAI PARA A TRILHA DE
      * ACESSOS (EVENTO P), COM QUEM CONFIRMOU COMO OPERADOR
       GRAVA-CONF.
                IF W-QTDNOVO = 0
                   GO TO GRAVA-CONF-FIM.
                PERFORM BUSCA-SESSAO THRU BUSCA-SESSAO-FIM.
                OPEN I-O LOGACES.
                IF ST-ERROACE = "30"
                   OPEN OUTPUT LOGACES
                   CLOSE LOGACES
                   GO TO GRAVA-CONF.
                IF ST-ERROACE NOT = "00"
                   GO TO GRAVA-CONF-FIM.
                MOVE US-LOGIN TO LA-LOGIN.
                IF W-CONFIRMA NOT = SPACES
                   MOVE W-CONFIRMA TO LA-OPERADOR
                ELSE
                   MOVE W-USUARIO TO LA-OPERADOR.
                ACCEPT LA-DATA FROM DATE YYYYMMDD.
                ACCEPT LA-HORA FROM TIME.
                MOVE "P" TO LA-EVENTO.
                MOVE "FPP032" TO LA-PROG.
                MOVE W-PRIMOPC TO LA-OPCAO.
      * DOIS EVENTOS NO MESMO CENTESIMO: AVANCA A HORA DO SEGUNDO
       GRAVA-CONF-GRV.
                WRITE REGACES
                   INVALID KEY
                      ADD 1 TO LA-HORA
                      GO TO GRAVA-CONF-GRV.
                CLOSE LOGACES.
                MOVE ZEROS TO W-QTDNOVO.
       GRAVA-CONF-FIM.
                EXIT.
      *
      * LOGIN DA SESSAO CORRENTE (SESSAO.DAT - GRAVADO PELO MENU)
       BUSCA-SESSAO.
                MOVE SPACES TO W-USUARIO.
                OPEN INPUT SESSAO.
                IF ST-ERROSES NOT = "00" AND ST-ERROSES NOT = "05"
                   GO TO BUSCA-SESSAO-FIM.
                READ SESSAO
                   AT END
                      CLOSE SESSAO
                      GO TO BUSCA-SESSAO-FIM.
                MOVE SE-LOGIN TO W-USUARIO.
                CLOSE SESSAO.
       BUSCA-SESSAO-FIM.
                EXIT.
      *
      *****************************************
      * POLITICA DE SENHAS (POLSENHA.DAT):     *
      * TAMANHO MINIMO, DIAS DE VALIDADE,      *
      * TENTATIVAS ATE O BLOQUEIO E SENHAS     *
      * GUARDADAS NO HISTORICO (ZEROS =        *
      * PADRAO)                                *
      *****************************************
       MANTEM-POL.
                MOVE "1" TO PO-CHAVE.
                MOVE ZEROS TO PO-TAMMIN PO-DIASVAL PO-TENTMAX
                              PO-QTDHIST.
                OPEN INPUT POLSENHA.
                IF ST-ERROPOL NOT = "00" AND ST-ERROPOL NOT = "05"
                   GO TO MANTEM-POL-TELA.
                READ POLSENHA
                   INVALID KEY
                      MOVE ZEROS TO PO-TAMMIN PO-DIASVAL PO-TENTMAX
                                    PO-QTDHIST.
                CLOSE POLSENHA.
       MANTEM-POL-TELA.
                DISPLAY (01, 01) ERASE.
                DISPLAY (02, 21) "POLITICA DE SENHAS (0 = PADRAO)".
                DISPLAY (05, 09) "TAMANHO MINIMO (PADRAO 6, ATE 8):".
                DISPLAY (07, 09) "DIAS DE VALIDADE (PADRAO 90).....:".
                DISPLAY (09, 09) "TENTATIVAS ATE BLOQUEIO (PADRAO 3):".
                DISPLAY (11, 09) "SENHAS NO HISTORICO (PADRAO 5)...:".
       MANTEM-POL-TAM.
                ACCEPT (05, 45) PO-TAMMIN WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO MANTEM-POL-FIM.
                IF PO-TAMMIN > 8
                   MOVE "*** A SENHA TEM NO MAXIMO 8 CARACTERES ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MANTEM-POL-TAM.
                ACCEPT (07, 45) PO-DIASVAL WITH UPDATE.
                ACCEPT (09, 45) PO-TENTMAX WITH UPDATE.
       MANTEM-POL-HIST.
                ACCEPT (11, 45) PO-QTDHIST WITH UPDATE
                IF PO-QTDHIST > 5
                   MOVE "*** GUARDA NO MAXIMO 5 SENHAS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MANTEM-POL-HIST.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO MANTEM-POL-FIM.
       MANTEM-POL-GRV.
                OPEN I-O POLSENHA.
                IF ST-ERROPOL = "30"
                   OPEN OUTPUT POLSENHA
                   CLOSE POLSENHA
                   GO TO MANTEM-POL-GRV.
                IF ST-ERROPOL NOT = "00" AND ST-ERROPOL NOT = "05"
                   MOVE "ERRO NA ABERTURA DO ARQUIVO POLSENHA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MANTEM-POL-FIM.
                MOVE "1" TO PO-CHAVE.
                WRITE REGPOLSEN
                   INVALID KEY
                      REWRITE REGPOLSEN.
                CLOSE POLSENHA.
                MOVE "*** POLITICA DE SENHAS GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MANTEM-POL-FIM.
                EXIT.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 10)
                     "F1=NOVO  F2=ALTERAR  F3=EXCLUIR  F4=LIBERA"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                AND W-ACT NOT = 05
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 10) MENS
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      * F4: LIBERA O LOGIN BLOQUEADO POR TENTATIVAS ERRADAS
                IF W-ACT = 05
                   MOVE "L" TO W-FUNSEN
                   CALL "SENHAUSU" USING W-FUNSEN US-LOGIN W-NOVASEN
                                         US-SENHA W-PROGSEN W-RESSEN
                   MOVE "*** LOGIN LIBERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                   GO TO INC-001.
                DELETE USUARIO RECORD
                IF ST-ERRO = "00"
                   MOVE "X" TO W-FUNSEN
                   CALL "SENHAUSU" USING W-FUNSEN US-LOGIN W-NOVASEN
                                         US-SENHA W-PROGSEN W-RESSEN
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
      * SENHA NOVA: A ANTIGA EM TEXTO SAI DE USUARIO.DAT
                IF W-NOVASEN NOT = SPACES
                   MOVE SPACES TO US-SENHA.
                REWRITE CADUSU
                IF ST-ERRO = "00" OR "02"
                   PERFORM DEFINE-SENHA THRU DEFINE-SENHA-FIM
                   PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
