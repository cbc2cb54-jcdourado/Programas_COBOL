       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHAUSU.
      *
      **************************************
      * POLITICA DE SENHAS DOS USUARIOS    *
      * DO MENU - CHAMADO PELO MENU, PELO  *
      * FPP032 E PELAS AUTORIZACOES DE     *
      * SEGUNDO USUARIO (FPP025/046/057/   *
      * 060). A SENHA FICA SO EM FORMA DE  *
      * RESUMO (HASH) EM SENHAS.DAT, COM   *
      * DATA DA ULTIMA TROCA, TENTATIVAS   *
      * ERRADAS, BLOQUEIO E AS ULTIMAS     *
      * SENHAS USADAS. OS LIMITES VEM DE   *
      * POLSENHA.DAT (MANTIDO NO FPP032;   *
      * SEM CADASTRO VALEM OS PADROES).    *
      * FUNCOES (SN-FUNCAO):               *
      *   C = CONFERE A SENHA DIGITADA     *
      *   T = TROCA PELO PROPRIO USUARIO   *
      *   D = DEFINE PELO ADMINISTRADOR    *
      *       (TROCA NO PROXIMO ACESSO)    *
      *   M = MIGRA A SENHA ANTIGA DE      *
      *       USUARIO.DAT (CONVARQ): COMO  *
      *       A D, SEM TAMANHO MINIMO      *
      *   V = SO VALIDA O TAMANHO MINIMO   *
      *   L = LIBERA USUARIO BLOQUEADO     *
      *   X = EXCLUI A SENHA DO USUARIO    *
      *   S = SITUACAO (BLOQUEADO OU NAO)  *
      * RETORNO (SN-RESULT):               *
      *   OK = SENHA CONFERE / GRAVADA     *
      *   SI = SENHA INVALIDA              *
      *   BL = USUARIO BLOQUEADO           *
      *   EX = SENHA VENCIDA (TROCAR)      *
      *   TR = TROCA OBRIGATORIA (SENHA    *
      *        DADA PELO ADMINISTRADOR)    *
      *   MG = CONFERIU PELA SENHA ANTIGA  *
      *        EM USUARIO.DAT (TROCAR)     *
      *   CU = SENHA ABAIXO DO MINIMO      *
      *   RP = SENHA USADA RECENTEMENTE    *
      *   ER = ERRO DE ARQUIVO             *
      * FALHAS, BLOQUEIOS, TROCAS E ACOES  *
      * DO ADMINISTRADOR VAO PARA A        *
      * TRILHA DE ACESSOS (LOGACES.DAT)    *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENHAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SH-LOGIN
                    FILE STATUS  IS ST-ERROSEN.
           SELECT OPTIONAL POLSENHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PO-CHAVE
                    FILE STATUS  IS ST-ERROPOL.
           SELECT LOGACES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LA-CHAVE
                    FILE STATUS  IS ST-ERROACE
                ALTERNATE RECORD KEY IS LA-CHAVE2 = LA-DATA LA-HORA
                                     WITH DUPLICATES.
           SELECT OPTIONAL SESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROSES.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD SENHAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SENHAS.DAT".
       01 REGSENHA.
                03 SH-LOGIN            PIC X(08).
      * RESUMO DA SENHA ATUAL (BRANCO = AINDA NA SENHA ANTIGA DE
      * USUARIO.DAT, SO PARA CONTAR AS TENTATIVAS)
                03 SH-HASH             PIC X(16).
      * DATA DA ULTIMA TROCA (AAAAMMDD) - BASE DO VENCIMENTO
                03 SH-DTTROCA          PIC 9(08).
      * "S" = SENHA DEFINIDA PELO ADMINISTRADOR, TROCAR NO ACESSO
                03 SH-TROCAR           PIC X(01).
      * TENTATIVAS ERRADAS SEGUIDAS; NO LIMITE O LOGIN BLOQUEIA
      * ATE O FPP032 LIBERAR
                03 SH-TENTAT           PIC 9(02).
                03 SH-BLOQ             PIC X(01).
                03 SH-DTBLOQ           PIC 9(08).
      * ULTIMAS SENHAS (RESUMOS), DA MAIS RECENTE PARA A MAIS ANTIGA
                03 SH-HISTORICO.
                    05 SH-HIST         PIC X(16) OCCURS 5 TIMES.
       FD POLSENHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "POLSENHA.DAT".
       01 REGPOLSEN.
                03 PO-CHAVE            PIC X(01).
                03 PO-TAMMIN           PIC 9(02).
                03 PO-DIASVAL          PIC 9(03).
                03 PO-TENTMAX          PIC 9(02).
                03 PO-QTDHIST          PIC 9(01).
      * TRILHA DE ACESSOS: CHAVE POR USUARIO E DATA/HORA, CHAVE
      * ALTERNATIVA POR DATA/HORA (RELATORIO PRINTACE)
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
       FD SESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SESSAO.DAT".
       01 REGSESSAO.
                03 SE-LOGIN            PIC X(08).
                03 SE-DATA             PIC 9(08).
                03 SE-HORA             PIC 9(06).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROSEN   PIC X(02) VALUE "00".
       77 ST-ERROPOL   PIC X(02) VALUE "00".
       77 ST-ERROACE   PIC X(02) VALUE "00".
       77 ST-ERROSES   PIC X(02) VALUE "00".
       77 W-TEMSEN     PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-EVENTO     PIC X(01) VALUE SPACES.
       77 W-USUARIO    PIC X(08) VALUE SPACES.
       77 W-TAM        PIC 9(02) VALUE ZEROS.
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-IDX2       PIC 9(02) VALUE ZEROS.
       77 W-CONTDIA    PIC 9(03) VALUE ZEROS.
      * POLITICA EM VIGOR (POLSENHA.DAT; ZEROS = PADRAO)
       77 W-TAMMIN     PIC 9(02) VALUE 6.
       77 W-DIASVAL    PIC 9(03) VALUE 90.
       77 W-TENTMAX    PIC 9(02) VALUE 3.
       77 W-QTDHIST    PIC 9(01) VALUE 5.
      * ENTRADA DO RESUMO: LOGIN + SENHA (O LOGIN FAZ O PAPEL DE
      * SAL, SENHAS IGUAIS DE USUARIOS DIFERENTES NAO COINCIDEM)
       01 W-HSENT.
                03 W-HSLOGIN           PIC X(08).
                03 W-HSSENHA           PIC X(08).
       01 W-HSENT-R REDEFINES W-HSENT.
                03 W-HSCAR             PIC X(01) OCCURS 16 TIMES.
       01 W-HSORDENS.
                03 W-HSORD             PIC 9(03) OCCURS 16 TIMES.
       77 W-HSI        PIC 9(02) VALUE ZEROS.
       77 W-HSJ        PIC 9(03) VALUE ZEROS.
       77 W-HSROD      PIC 9(03) VALUE ZEROS.
       77 W-HSCALC     PIC 9(11) VALUE ZEROS.
       77 W-HSQUOC     PIC 9(11) VALUE ZEROS.
      * RESUMO CALCULADO: DOIS ACUMULADORES DE 8 DIGITOS
       01 W-HASH.
                03 W-HASH1             PIC 9(08).
                03 W-HASH2             PIC 9(08).
      * CARACTERES ACEITOS NA SENHA (A POSICAO NA TABELA E O VALOR
      * DO CARACTER NO CALCULO; FORA DA TABELA VALE 97)
       01 W-TABCAR.
                03 FILLER PIC X(45) VALUE
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrs".
                03 FILLER PIC X(45) VALUE
                   "tuvwxyz0123456789 !#$%&*+-./:;<=>?@_()[]{},|~".
       01 W-TABCAR-R REDEFINES W-TABCAR.
                03 W-CARTAB            PIC X(01) OCCURS 90 TIMES.
      * DATA DE VENCIMENTO (ULTIMA TROCA + DIAS DE VALIDADE)
       01 W-DTORD      PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
       77 W-ULTDIA     PIC 9(02) VALUE ZEROS.
       77 W-ZQUOC      PIC 9(04) VALUE ZEROS.
       77 W-RESTO4     PIC 9(03) VALUE ZEROS.
       77 W-RESTO100   PIC 9(03) VALUE ZEROS.
       77 W-RESTO400   PIC 9(03) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01 SN-FUNCAO   PIC X(01).
       01 SN-LOGIN    PIC X(08).
      * SENHA DIGITADA (C), SENHA NOVA (T/D/V) OU ANTIGA (M)
       01 SN-SENHA    PIC X(08).
      * SENHA ANTIGA GRAVADA EM USUARIO.DAT (SO NA FUNCAO C)
       01 SN-SENHAUSU PIC X(08).
       01 SN-PROG     PIC X(08).
       01 SN-RESULT   PIC X(02).
      *
       PROCEDURE DIVISION USING SN-FUNCAO SN-LOGIN SN-SENHA
                                SN-SENHAUSU SN-PROG SN-RESULT.
       INICIO.
                MOVE "OK" TO SN-RESULT.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                PERFORM BUSCA-POLITICA THRU BUSCA-POLITICA-FIM.
                IF SN-FUNCAO = "V"
                   GO TO VALIDA.
      *
       ABRE-SEN.
                OPEN I-O SENHAS.
                IF ST-ERROSEN = "30"
                   OPEN OUTPUT SENHAS
                   CLOSE SENHAS
                   GO TO ABRE-SEN.
                IF ST-ERROSEN NOT = "00"
                   MOVE "ER" TO SN-RESULT
                   GO TO ROT-FIM.
                MOVE "N" TO W-TEMSEN.
                MOVE SN-LOGIN TO SH-LOGIN.
                READ SENHAS
                   INVALID KEY
                      PERFORM NOVO-REG THRU NOVO-REG-FIM
                      GO TO DESVIA.
                MOVE "S" TO W-TEMSEN.
       DESVIA.
                IF SN-FUNCAO = "C"
                   GO TO CONFERE.
                IF SN-FUNCAO = "T"
                   GO TO TROCA.
                IF SN-FUNCAO = "D"
                   GO TO DEFINE.
                IF SN-FUNCAO = "M"
                   GO TO MIGRA.
                IF SN-FUNCAO = "L"
                   GO TO LIBERA.
                IF SN-FUNCAO = "X"
                   GO TO EXCLUI.
                IF SN-FUNCAO = "S"
                   IF W-TEMSEN = "S" AND SH-BLOQ = "S"
                      MOVE "BL" TO SN-RESULT.
                GO TO FECHA.
      *
      *****************************************
      * CONFERE A SENHA DIGITADA NO ACESSO     *
      *****************************************
       CONFERE.
                IF SH-BLOQ = "S"
                   MOVE "BL" TO SN-RESULT
                   GO TO FECHA.
      * AINDA SEM RESUMO: CONFERE PELA SENHA ANTIGA DE USUARIO.DAT
                IF SH-HASH = SPACES
                   GO TO CONFERE-ANTIGA.
                PERFORM CALC-HASH THRU CALC-HASH-FIM.
                IF W-HASH NOT = SH-HASH
                   GO TO CONFERE-FALHA.
                MOVE ZEROS TO SH-TENTAT.
                PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
                IF SH-TROCAR = "S"
                   MOVE "TR" TO SN-RESULT
                   GO TO FECHA.
      * VENCIMENTO: ULTIMA TROCA + DIAS DE VALIDADE
                MOVE SH-DTTROCA TO W-DTORD.
                MOVE ZEROS TO W-CONTDIA.
       CONFERE-VENC.
                IF W-CONTDIA NOT < W-DIASVAL
                   GO TO CONFERE-VENC-FIM.
                PERFORM SOMA-DIA THRU SOMA-DIA-FIM.
                ADD 1 TO W-CONTDIA.
                GO TO CONFERE-VENC.
       CONFERE-VENC-FIM.
                IF W-HOJE > W-DTORD
                   MOVE "EX" TO SN-RESULT.
                GO TO FECHA.
       CONFERE-ANTIGA.
                IF SN-SENHAUSU = SPACES
                   GO TO CONFERE-FALHA.
                IF SN-SENHA NOT = SN-SENHAUSU
                   GO TO CONFERE-FALHA.
                MOVE ZEROS TO SH-TENTAT.
                PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
                MOVE "MG" TO SN-RESULT.
                GO TO FECHA.
      * SENHA ERRADA: CONTA A TENTATIVA E BLOQUEIA NO LIMITE
       CONFERE-FALHA.
                MOVE "SI" TO SN-RESULT.
                ADD 1 TO SH-TENTAT.
                MOVE "F" TO W-EVENTO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
                IF SH-TENTAT NOT < W-TENTMAX
                   MOVE "S" TO SH-BLOQ
                   MOVE W-HOJE TO SH-DTBLOQ
                   MOVE "BL" TO SN-RESULT
                   MOVE "B" TO W-EVENTO
                   PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
                PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
                GO TO FECHA.
      *
      *****************************************
      * TROCA PELO PROPRIO USUARIO: TAMANHO    *
      * MINIMO E SEM REPETIR AS ULTIMAS        *
      *****************************************
       TROCA.
                PERFORM CONTA-TAM THRU CONTA-TAM-FIM.
                IF W-TAM < W-TAMMIN
                   MOVE "CU" TO SN-RESULT
                   GO TO FECHA.
                PERFORM CALC-HASH THRU CALC-HASH-FIM.
                IF W-HASH = SH-HASH
                   MOVE "RP" TO SN-RESULT
                   GO TO FECHA.
                MOVE 1 TO W-IDX.
       TROCA-HIST.
                IF W-IDX > W-QTDHIST
                   GO TO TROCA-GRAVA.
                IF SH-HIST(W-IDX) = W-HASH
                   MOVE "RP" TO SN-RESULT
                   GO TO FECHA.
                ADD 1 TO W-IDX.
                GO TO TROCA-HIST.
       TROCA-GRAVA.
                PERFORM EMPILHA-HIST THRU EMPILHA-HIST-FIM.
                MOVE W-HASH TO SH-HASH.
                MOVE W-HOJE TO SH-DTTROCA.
                MOVE "N" TO SH-TROCAR.
                MOVE ZEROS TO SH-TENTAT SH-DTBLOQ.
                MOVE "N" TO SH-BLOQ.
                PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
                MOVE "T" TO W-EVENTO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
                GO TO FECHA.
      *
      *****************************************
      * SENHA DEFINIDA PELO ADMINISTRADOR      *
      * (INCLUSAO OU ESQUECIMENTO): LIBERA O   *
      * LOGIN E OBRIGA A TROCA NO ACESSO       *
      *****************************************
       DEFINE.
                PERFORM CONTA-TAM THRU CONTA-TAM-FIM.
                IF W-TAM < W-TAMMIN
                   MOVE "CU" TO SN-RESULT
                   GO TO FECHA.
                PERFORM CALC-HASH THRU CALC-HASH-FIM.
                PERFORM EMPILHA-HIST THRU EMPILHA-HIST-FIM.
                MOVE W-HASH TO SH-HASH.
                MOVE W-HOJE TO SH-DTTROCA.
                MOVE "S" TO SH-TROCAR.
                MOVE ZEROS TO SH-TENTAT SH-DTBLOQ.
                MOVE "N" TO SH-BLOQ.
                PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
                MOVE "D" TO W-EVENTO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
                GO TO FECHA.
      *
      *
      *****************************************
      * SENHA ANTIGA EM TEXTO DE USUARIO.DAT   *
      * (CONVARQ): VIRA RESUMO E A TROCA FICA  *
      * OBRIGATORIA NO ACESSO. NAO CONFERE O   *
      * TAMANHO (FOI ESCOLHIDA ANTES DA        *
      * POLITICA) NEM MEXE NO BLOQUEIO; QUEM   *
      * JA TEM RESUMO FICA COMO ESTA           *
      *****************************************
       MIGRA.
                IF SH-HASH NOT = SPACES
                   GO TO FECHA.
                PERFORM CALC-HASH THRU CALC-HASH-FIM.
                MOVE W-HASH TO SH-HASH.
                MOVE W-HOJE TO SH-DTTROCA.
                MOVE "S" TO SH-TROCAR.
                PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
                MOVE "D" TO W-EVENTO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
                GO TO FECHA.
      *
       LIBERA.
                IF W-TEMSEN = "N"
                   GO TO FECHA.
                MOVE ZEROS TO SH-TENTAT SH-DTBLOQ.
                MOVE "N" TO SH-BLOQ.
                PERFORM GRAVA-REG THRU GRAVA-REG-FIM.
                MOVE "L" TO W-EVENTO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
                GO TO FECHA.
      *
       EXCLUI.
                IF W-TEMSEN = "N"
                   GO TO FECHA.
                DELETE SENHAS RECORD.
                MOVE "X" TO W-EVENTO.
                PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM.
      *
       FECHA.
                CLOSE SENHAS.
                GO TO ROT-FIM.
      *
      * SO CONFERE O TAMANHO (FPP032, ANTES DE GRAVAR O USUARIO)
       VALIDA.
                PERFORM CONTA-TAM THRU CONTA-TAM-FIM.
                IF W-TAM < W-TAMMIN
                   MOVE "CU" TO SN-RESULT.
                GO TO ROT-FIM.
      *
      *****************************************
      * ROTINAS AUXILIARES                     *
      *****************************************
      *
      * REGISTRO NOVO (AINDA NAO GRAVADO)
       NOVO-REG.
                MOVE SN-LOGIN TO SH-LOGIN.
                MOVE SPACES TO SH-HASH SH-HISTORICO.
                MOVE ZEROS TO SH-DTTROCA SH-TENTAT SH-DTBLOQ.
                MOVE "N" TO SH-TROCAR SH-BLOQ.
       NOVO-REG-FIM.
                EXIT.
      *
       GRAVA-REG.
                IF W-TEMSEN = "S"
                   REWRITE REGSENHA
                ELSE
                   WRITE REGSENHA.
                IF ST-ERROSEN = "00"
                   MOVE "S" TO W-TEMSEN
                ELSE
                   MOVE "ER" TO SN-RESULT.
       GRAVA-REG-FIM.
                EXIT.
      *
      * A SENHA ATUAL DESCE PARA O HISTORICO (A MAIS ANTIGA SAI)
       EMPILHA-HIST.
                IF SH-HASH = SPACES
                   GO TO EMPILHA-HIST-FIM.
                MOVE 5 TO W-IDX.
       EMPILHA-HIST-LOOP.
                IF W-IDX < 2
                   GO TO EMPILHA-HIST-TOPO.
                COMPUTE W-IDX2 = W-IDX - 1.
                MOVE SH-HIST(W-IDX2) TO SH-HIST(W-IDX).
                SUBTRACT 1 FROM W-IDX.
                GO TO EMPILHA-HIST-LOOP.
       EMPILHA-HIST-TOPO.
                MOVE SH-HASH TO SH-HIST(1).
       EMPILHA-HIST-FIM.
                EXIT.
      *
      * TAMANHO DA SENHA INFORMADA (ATE O ULTIMO CARACTER NAO BRANCO)
       CONTA-TAM.
                MOVE SN-SENHA TO W-HSSENHA.
                MOVE 8 TO W-TAM.
       CONTA-TAM-LOOP.
                IF W-TAM = 0
                   GO TO CONTA-TAM-FIM.
                COMPUTE W-IDX = W-TAM + 8.
                IF W-HSCAR(W-IDX) NOT = SPACE
                   GO TO CONTA-TAM-FIM.
                SUBTRACT 1 FROM W-TAM.
                GO TO CONTA-TAM-LOOP.
       CONTA-TAM-FIM.
                EXIT.
      *
      * LIMITES DA POLITICA (POLSENHA.DAT; SEM CADASTRO OU ZERADO
      * VALEM 6 CARACTERES, 90 DIAS, 3 TENTATIVAS E 5 SENHAS)
       BUSCA-POLITICA.
                MOVE 6 TO W-TAMMIN.
                MOVE 90 TO W-DIASVAL.
                MOVE 3 TO W-TENTMAX.
                MOVE 5 TO W-QTDHIST.
                OPEN INPUT POLSENHA.
                IF ST-ERROPOL = "05"
                   CLOSE POLSENHA
                   GO TO BUSCA-POLITICA-FIM.
                IF ST-ERROPOL NOT = "00"
                   GO TO BUSCA-POLITICA-FIM.
                MOVE "1" TO PO-CHAVE.
                READ POLSENHA
                   INVALID KEY
                      CLOSE POLSENHA
                      GO TO BUSCA-POLITICA-FIM.
                IF PO-TAMMIN > ZEROS
                   MOVE PO-TAMMIN TO W-TAMMIN.
                IF PO-DIASVAL > ZEROS
                   MOVE PO-DIASVAL TO W-DIASVAL.
                IF PO-TENTMAX > ZEROS
                   MOVE PO-TENTMAX TO W-TENTMAX.
                IF PO-QTDHIST > ZEROS AND PO-QTDHIST < 6
                   MOVE PO-QTDHIST TO W-QTDHIST.
                CLOSE POLSENHA.
       BUSCA-POLITICA-FIM.
                EXIT.
      *
      *****************************************
      * RESUMO (HASH) DE LOGIN + SENHA: CADA   *
      * CARACTER VIRA SEU VALOR NA TABELA E    *
      * ALIMENTA DOIS ACUMULADORES (RESTO POR  *
      * PRIMOS DE 8 DIGITOS) EM 32 RODADAS.    *
      * O RESULTADO NAO PERMITE LER A SENHA    *
      *****************************************
       CALC-HASH.
                MOVE SN-LOGIN TO W-HSLOGIN.
                MOVE SN-SENHA TO W-HSSENHA.
                MOVE 1 TO W-HSI.
       CALC-HASH-ORD.
                IF W-HSI > 16
                   GO TO CALC-HASH-INI.
                MOVE 97 TO W-HSORD(W-HSI).
                MOVE 1 TO W-HSJ.
       CALC-HASH-TAB.
                IF W-HSJ > 90
                   GO TO CALC-HASH-PROX.
                IF W-CARTAB(W-HSJ) = W-HSCAR(W-HSI)
                   MOVE W-HSJ TO W-HSORD(W-HSI)
                   GO TO CALC-HASH-PROX.
                ADD 1 TO W-HSJ.
                GO TO CALC-HASH-TAB.
       CALC-HASH-PROX.
                ADD 1 TO W-HSI.
                GO TO CALC-HASH-ORD.
       CALC-HASH-INI.
                MOVE 5381 TO W-HASH1.
                MOVE 52711 TO W-HASH2.
                MOVE 1 TO W-HSROD.
       CALC-HASH-RODADA.
                IF W-HSROD > 32
                   GO TO CALC-HASH-FIM.
                MOVE 1 TO W-HSI.
       CALC-HASH-CARAC.
                IF W-HSI > 16
                   ADD 1 TO W-HSROD
                   GO TO CALC-HASH-RODADA.
                COMPUTE W-HSCALC = W-HASH1 * 31 + W-HSORD(W-HSI)
                                 + W-HSROD.
                DIVIDE W-HSCALC BY 99999989 GIVING W-HSQUOC
                                            REMAINDER W-HASH1.
                COMPUTE W-HSCALC = W-HASH2 * 37
                                 + W-HSORD(W-HSI) * W-HSI
                                 + W-HASH1.
                DIVIDE W-HSCALC BY 99999971 GIVING W-HSQUOC
                                            REMAINDER W-HASH2.
                ADD 1 TO W-HSI.
                GO TO CALC-HASH-CARAC.
       CALC-HASH-FIM.
                EXIT.
      *
      *****************************************
      * TRILHA DE ACESSOS (LOGACES.DAT): NAS   *
      * ACOES DO ADMINISTRADOR GRAVA TAMBEM    *
      * QUEM ESTAVA NA SESSAO                  *
      *****************************************
       GRAVA-ACESSO.
                OPEN I-O LOGACES.
                IF ST-ERROACE = "30"
                   OPEN OUTPUT LOGACES
                   CLOSE LOGACES
                   GO TO GRAVA-ACESSO.
                IF ST-ERROACE NOT = "00"
                   GO TO GRAVA-ACESSO-FIM.
                MOVE SN-LOGIN TO LA-LOGIN LA-OPERADOR.
                IF W-EVENTO = "D" OR W-EVENTO = "L" OR W-EVENTO = "X"
                   PERFORM BUSCA-SESSAO THRU BUSCA-SESSAO-FIM
                   MOVE W-USUARIO TO LA-OPERADOR.
      * NA MIGRACAO NAO HA SESSAO: O OPERADOR E O PROPRIO CONVARQ
                IF SN-FUNCAO = "M"
                   MOVE SN-PROG TO LA-OPERADOR.
                MOVE W-HOJE TO LA-DATA.
                ACCEPT LA-HORA FROM TIME.
                MOVE W-EVENTO TO LA-EVENTO.
                MOVE SN-PROG TO LA-PROG.
                MOVE ZEROS TO LA-OPCAO.
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
      * AVANCA W-DTORD EM UM DIA (COM VIRADA DE MES/ANO)
       SOMA-DIA.
                PERFORM DIAS-MES THRU DIAS-MES-FIM.
                IF W-DO-DIA < W-ULTDIA
                   ADD 1 TO W-DO-DIA
                   GO TO SOMA-DIA-FIM.
                MOVE 01 TO W-DO-DIA.
                IF W-DO-MES = 12
                   MOVE 01 TO W-DO-MES
                   ADD 1 TO W-DO-ANO
                ELSE
                   ADD 1 TO W-DO-MES.
       SOMA-DIA-FIM.
                EXIT.
      *
      * ULTIMO DIA DO MES DE W-DTORD (COM ANO BISSEXTO)
       DIAS-MES.
                IF W-DO-MES = 4 OR W-DO-MES = 6
                OR W-DO-MES = 9 OR W-DO-MES = 11
                   MOVE 30 TO W-ULTDIA
                   GO TO DIAS-MES-FIM.
                IF W-DO-MES NOT = 2
                   MOVE 31 TO W-ULTDIA
                   GO TO DIAS-MES-FIM.
                MOVE 28 TO W-ULTDIA.
                DIVIDE W-DO-ANO BY 4 GIVING W-ZQUOC
                                     REMAINDER W-RESTO4.
                DIVIDE W-DO-ANO BY 100 GIVING W-ZQUOC
                                       REMAINDER W-RESTO100.
                DIVIDE W-DO-ANO BY 400 GIVING W-ZQUOC
                                       REMAINDER W-RESTO400.
                IF W-RESTO4 = 0
                   IF W-RESTO100 NOT = 0 OR W-RESTO400 = 0
                      MOVE 29 TO W-ULTDIA.
       DIAS-MES-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
       FIM-ROT-TEMPO.
