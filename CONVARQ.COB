      *
      **************************************
      * CONVERSAO DOS ARQUIVOS QUE         *
      * CRESCERAM DE LAYOUT (RODAR COM O   *
      * SISTEMA PARADO, ANTES DE USAR OS   *
      * PROGRAMAS NOVOS - VIDE             *
      * ATUALIZA.TXT). OS PASSOS FICAM NA  *
      * TABELA W-TABCONV:                  *
      *   USUARIO V1 149 -> V3 155 BYTES   *
      *     (GANHA A CHAPA DO LOGIN)       *
      *   USUARIO V2 155 -> V3 155 BYTES   *
      *     (A SENHA EM TEXTO VIRA RESUMO  *
      *      EM SENHAS.DAT PELO SENHAUSU,  *
      *      COM TROCA NO PROXIMO ACESSO,  *
      *      E SAI DE USUARIO.DAT - NA V1  *
      *      ISSO JA E FEITO NO PASSO)     *
      *   FUNC    V1 120 -> V2 121 BYTES   *
      *     (GANHA A EMPRESA/FILIAL = 1)   *
      *   PARAM   V1   7 -> V4  15 BYTES   *
      *   PARAM   V2   8 -> V4  15 BYTES   *
      *     (GANHA O BLOQUEIO DE           *
      *      INADIMPLENTE = "N" E O        *
      *      DESCONTO DE FILHO DE          *
      *      FUNCIONARIO = 0)              *
      *   PARAM   V3  13 -> V4  15 BYTES   *
      *     (GANHA O MAXIMO DE DISCIPLINAS *
      *      EM DEPENDENCIA = 0)           *
      *   EVENTO  V1  31 -> V2  32 BYTES   *
      *     (GANHA O INDICADOR DE          *
      *      REMUNERACAO VARIAVEL = "N")   *
      *   MENSAL  V1  69 -> V3 109 BYTES   *
      *     (GANHA PRECO BRUTO = VALOR,    *
      *      DESCONTO = 0 E BOLSA = 0)     *
      *   MENSAL  V2  93 -> V3 109 BYTES   *
      *     (GANHA VALOR DEVIDO E VALOR    *
      *      RECEBIDO = VALOR NAS PAGAS,   *
      *      ZERO NAS EM ABERTO)           *
      *   NOTAS   V1  29 -> V2  42 BYTES   *
      *     (GANHA O TIPO NA CHAVE = "R"   *
      *      REGULAR E OS DADOS DA         *
      *      DEPENDENCIA ZERADOS)          *
      * A VERSAO DE CADA ARQUIVO FICA EM   *
      * VERSAO.DAT (CONFERIDA PELO VERSARQ *
      * NO MENU, NO RODALOTE E NA FALHA DE *
      * ABERTURA DOS ARQUIVOS). SO PASSA   *
      * PELO PASSO O ARQUIVO QUE ESTA NA   *
      * VERSAO DE ORIGEM (OU SEM VERSAO E  *
      * NO LAYOUT DE ORIGEM). A CONVERSAO  *
      * GRAVA O LAYOUT NOVO EM             *
      * USUNOVO/FUNNOVO/PARNOVO/EVTNOVO/   *
      * MSLNOVO/NOTNOVO,                   *
      * RECRIA O ARQUIVO ORIGINAL A PARTIR *
      * DELE E SO CARIMBA A VERSAO NOVA SE *
      * AS CONTAGENS ANTES E DEPOIS        *
      * BATEREM. O *NOVO.DAT FICA COMO     *
      * COPIA DE SEGURANCA.                *
      * ARQUIVO SEM VERSAO QUE JA ESTA NO  *
      * LAYOUT ATUAL (OU QUE NAO EXISTE) E *
      * SO CARIMBADO COM A VERSAO ATUAL.   *
      * O PASSO V2 -> V3 DE USUARIO.DAT E  *
      * FEITO NO PROPRIO ARQUIVO, SEM      *
      * USUNOVO.DAT (A COPIA GUARDARIA AS  *
      * SENHAS EM TEXTO).                  *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VS-ARQUIVO
                    FILE STATUS  IS ST-ERROVS.
           SELECT OPTIONAL USUVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-LOGIN
                    FILE STATUS  IS ST-USUN.
           SELECT OPTIONAL USUATUAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UA-LOGIN
                    FILE STATUS  IS ST-USUA.
           SELECT OPTIONAL FUNVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FN-CHAPA
                    FILE STATUS  IS ST-FUNN.
           SELECT OPTIONAL FUNATUAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FA-CHAPA
                    FILE STATUS  IS ST-FUNA
                    ALTERNATE RECORD KEY IS FA-CHAVE2 = FA-NOME FA-CHAPA
                                                      WITH DUPLICATES.
           SELECT OPTIONAL PARVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PV-CODPARAM
                    FILE STATUS  IS ST-PARV.
           SELECT OPTIONAL PARV2 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P2-CODPARAM
                    FILE STATUS  IS ST-PAR2.
           SELECT OPTIONAL PARV3 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P3-CODPARAM
                    FILE STATUS  IS ST-PAR3.
           SELECT PARNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PN-CODPARAM
                    FILE STATUS  IS ST-PARN.
           SELECT OPTIONAL PARATUAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PA-CODPARAM
                    FILE STATUS  IS ST-PARA.
           SELECT OPTIONAL EVTVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EO-CODIGO
                    FILE STATUS  IS ST-EVTV
                ALTERNATE RECORD KEY IS EO-CHAVE2 = EO-DESCRICAO
                                     EO-CODIGO WITH DUPLICATES.
           SELECT EVTNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EW-CODIGO
                    FILE STATUS  IS ST-EVTN
                ALTERNATE RECORD KEY IS EW-CHAVE2 = EW-DESCRICAO
                                     EW-CODIGO WITH DUPLICATES.
           SELECT OPTIONAL EVTATUAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EA-CODIGO
                    FILE STATUS  IS ST-EVTA
                ALTERNATE RECORD KEY IS EA-CHAVE2 = EA-DESCRICAO
                                     EA-CODIGO WITH DUPLICATES.
           SELECT OPTIONAL MSLVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MO-CHAVE
                    FILE STATUS  IS ST-MSLV.
           SELECT OPTIONAL MSLV2 ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS M2-CHAVE
                    FILE STATUS  IS ST-MSL2.
           SELECT MSLNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-MSLN.
           SELECT OPTIONAL MSLATUAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MA-CHAVE
                    FILE STATUS  IS ST-MSLA.
           SELECT OPTIONAL NOTVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NO-CHAVE
                    FILE STATUS  IS ST-NOTV.
           SELECT NOTNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NN-CHAVE
                    FILE STATUS  IS ST-NOTN.
           SELECT OPTIONAL NOTATUAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NA-CHAVE
                    FILE STATUS  IS ST-NOTA.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * VERSAO DE LAYOUT DE CADA ARQUIVO (VIDE VERSARQ)
       FD VERSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VERSAO.DAT".
       01 REGVERSAO.
                03 VS-ARQUIVO          PIC X(08).
                03 VS-VERSAO           PIC 9(02).
                03 VS-TAMANHO          PIC 9(05).
                03 VS-DTCONV           PIC 9(08).
                03 VS-REGS             PIC 9(06).
      * LAYOUT ANTIGO DE USUARIO.DAT (149 BYTES)
       FD USUVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "USUARIO.DAT".
       01 REG-USUV.
                03 UV-LOGIN            PIC X(08).
                03 UV-SENHA            PIC X(08).
                03 UV-RESTO            PIC X(133).
      * LAYOUT NOVO (155 BYTES): CHAPA DO LOGIN NO FINAL E SENHA EM
      * BRANCO (SO O RESUMO EM SENHAS.DAT)
       FD USUNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "USUNOVO.DAT".
       01 REG-USUN.
                03 UN-LOGIN            PIC X(08).
                03 UN-SENHA            PIC X(08).
                03 UN-RESTO            PIC X(133).
                03 UN-CHAPA            PIC 9(06).
      * USUARIO.DAT RECRIADO NO LAYOUT NOVO (TAMBEM O LAYOUT DA V2,
      * QUE SO TINHA A SENHA EM TEXTO)
       FD USUATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "USUARIO.DAT".
       01 REG-USUA.
                03 UA-LOGIN            PIC X(08).
                03 UA-SENHA            PIC X(08).
                03 UA-RESTO            PIC X(139).
      * LAYOUT ANTIGO DE FUNC.DAT (120 BYTES)
       FD FUNVELHO
               LABEL RECORD IS STANDARD
                03 FN-CHAPA            PIC 9(06).
                03 FN-RESTO            PIC X(114).
                03 FN-CODEMPR          PIC 9(01).
      * FUNC.DAT RECRIADO NO LAYOUT NOVO, COM A CHAVE POR NOME
       FD FUNATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 REG-FUNA.
                03 FA-CHAPA            PIC 9(06).
                03 FA-NOME             PIC X(35).
                03 FA-RESTO            PIC X(80).
      * LAYOUT ANTIGO DE PARAM.DAT (7 BYTES)
       FD PARVELHO
               LABEL RECORD IS STANDARD
       01 REG-PARV.
                03 PV-CODPARAM         PIC X(01).
                03 PV-RESTO            PIC X(06).
      * LAYOUT INTERMEDIARIO DE PARAM.DAT (8 BYTES): SO O BLOQUEIO
      * DE INADIMPLENTE
       FD PARV2
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM.DAT".
       01 REG-PAR2.
                03 P2-CODPARAM         PIC X(01).
                03 P2-RESTO            PIC X(06).
                03 P2-BLOQINAD         PIC X(01).
      * LAYOUT INTERMEDIARIO DE PARAM.DAT (13 BYTES): BLOQUEIO DE
      * INADIMPLENTE E DESCONTO DE FILHO DE FUNCIONARIO
       FD PARV3
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM.DAT".
       01 REG-PAR3.
                03 P3-CODPARAM         PIC X(01).
                03 P3-RESTO            PIC X(12).
      * LAYOUT NOVO (15 BYTES): BLOQUEIO DE INADIMPLENTE, DESCONTO
      * DE FILHO DE FUNCIONARIO E, NO FINAL, O MAXIMO DE DISCIPLINAS
      * EM DEPENDENCIA
       FD PARNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARNOVO.DAT".
       01 REG-PARN.
                03 PN-CODPARAM         PIC X(01).
                03 PN-RESTO3.
                    05 PN-RESTO        PIC X(06).
                    05 PN-BLOQINAD     PIC X(01).
                    05 PN-PERCDESCFUN  PIC 9(03)V99.
                03 PN-MAXDEPEND        PIC 9(02).
      * PARAM.DAT RECRIADO NO LAYOUT NOVO
       FD PARATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM.DAT".
       01 REG-PARA.
                03 PA-CODPARAM         PIC X(01).
                03 PA-RESTO            PIC X(14).
      * LAYOUT ANTIGO DE EVENTO.DAT (31 BYTES)
       FD EVTVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVENTO.DAT".
       01 REG-EVTV.
                03 EO-CODIGO           PIC 9(03).
                03 EO-DESCRICAO        PIC X(25).
                03 EO-RESTO            PIC X(03).
      * LAYOUT NOVO (32 BYTES): REMUNERACAO VARIAVEL NO FINAL
       FD EVTNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVTNOVO.DAT".
       01 REG-EVTN.
                03 EW-CODIGO           PIC 9(03).
                03 EW-DESCRICAO        PIC X(25).
                03 EW-RESTO            PIC X(03).
                03 EW-VARIAVEL         PIC X(01).
      * EVENTO.DAT RECRIADO NO LAYOUT NOVO
       FD EVTATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EVENTO.DAT".
       01 REG-EVTA.
                03 EA-CODIGO           PIC 9(03).
                03 EA-DESCRICAO        PIC X(25).
                03 EA-RESTO            PIC X(04).
      * LAYOUT ANTIGO DE MENSAL.DAT (69 BYTES)
       FD MSLVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REG-MSLV.
                03 MO-CHAVE            PIC X(12).
                03 MO-TURMA            PIC X(05).
                03 MO-VALOR            PIC 9(06)V99.
                03 MO-STATMS           PIC X(01).
                03 MO-RESTO            PIC X(43).
      * LAYOUT INTERMEDIARIO DE MENSAL.DAT (93 BYTES): PRECO BRUTO,
      * DESCONTO E BOLSA NO FINAL
       FD MSLV2
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REG-MSL2.
                03 M2-CHAVE            PIC X(12).
                03 M2-TURMA            PIC X(05).
                03 M2-VALOR            PIC 9(06)V99.
                03 M2-STATMS           PIC X(01).
                03 M2-RESTO            PIC X(67).
      * LAYOUT NOVO (109 BYTES): PRECO BRUTO, DESCONTO E BOLSA (O
      * VALOR CONTINUA SENDO O LIQUIDO COBRADO) E, NO FINAL, VALOR
      * DEVIDO COM MULTA/JUROS E VALOR RECEBIDO NA BAIXA (FPP022)
       FD MSLNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MSLNOVO.DAT".
       01 REG-MSLN.
                03 MN-CHAVE            PIC X(12).
                03 MN-TURMA            PIC X(05).
                03 MN-VALOR            PIC 9(06)V99.
                03 MN-STATMS           PIC X(01).
                03 MN-RESTO2.
                    05 MN-RESTO        PIC X(43).
                    05 MN-VALBRUTO     PIC 9(06)V99.
                    05 MN-VALDESC      PIC 9(06)V99.
                    05 MN-VALBOLSA     PIC 9(06)V99.
                03 MN-VALDEVIDO        PIC 9(06)V99.
                03 MN-VALRECEB         PIC 9(06)V99.
      * MENSAL.DAT RECRIADO NO LAYOUT NOVO
       FD MSLATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REG-MSLA.
                03 MA-CHAVE            PIC X(12).
                03 MA-RESTO            PIC X(97).
      * LAYOUT ANTIGO DE NOTAS.DAT (29 BYTES): CHAVE RA + DISCIPLINA
       FD NOTVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTAS.DAT".
       01 REG-NOTV.
                03 NO-CHAVE.
                    05 NO-RA           PIC 9(06).
                    05 NO-CODDISC      PIC 9(03).
                03 NO-RESTO            PIC X(20).
      * LAYOUT NOVO (42 BYTES): TIPO (R=REGULAR D=DEPENDENCIA) NA
      * CHAVE E, NO FINAL, FALTAS, ANO E TURMA DE ORIGEM DA
      * DEPENDENCIA
       FD NOTNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTNOVO.DAT".
       01 REG-NOTN.
                03 NN-CHAVE.
                    05 NN-RA           PIC 9(06).
                    05 NN-TIPO         PIC X(01).
                    05 NN-CODDISC      PIC 9(03).
                03 NN-RESTO            PIC X(20).
                03 NN-FALTAS           PIC 9(03).
                03 NN-ANOORIG          PIC 9(04).
                03 NN-TURMAORIG        PIC X(05).
      * NOTAS.DAT RECRIADO NO LAYOUT NOVO
       FD NOTATUAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NOTAS.DAT".
       01 REG-NOTA.
                03 NA-CHAVE            PIC X(10).
                03 NA-RESTO            PIC X(32).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROVS    PIC X(02) VALUE "00".
       77 ST-USUV      PIC X(02) VALUE "00".
       77 ST-USUN      PIC X(02) VALUE "00".
       77 ST-USUA      PIC X(02) VALUE "00".
       77 ST-FUNV      PIC X(02) VALUE "00".
       77 ST-FUNN      PIC X(02) VALUE "00".
       77 ST-FUNA      PIC X(02) VALUE "00".
       77 ST-PARV      PIC X(02) VALUE "00".
       77 ST-PAR2      PIC X(02) VALUE "00".
       77 ST-PAR3      PIC X(02) VALUE "00".
       77 ST-PARN      PIC X(02) VALUE "00".
       77 ST-PARA      PIC X(02) VALUE "00".
       77 ST-EVTV      PIC X(02) VALUE "00".
       77 ST-EVTN      PIC X(02) VALUE "00".
       77 ST-EVTA      PIC X(02) VALUE "00".
       77 ST-MSLV      PIC X(02) VALUE "00".
       77 ST-MSL2      PIC X(02) VALUE "00".
       77 ST-MSLN      PIC X(02) VALUE "00".
       77 ST-MSLA      PIC X(02) VALUE "00".
       77 ST-NOTV      PIC X(02) VALUE "00".
       77 ST-NOTN      PIC X(02) VALUE "00".
       77 ST-NOTA      PIC X(02) VALUE "00".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-VSLIDA     PIC 9(02) VALUE ZEROS.
      * RESULTADO DO PASSO: 1 = CONVERTIDO   2 = ARQUIVO NAO EXISTE
      *                     3 = NAO ESTA NO LAYOUT DE ORIGEM
      *                     4 = SENHA QUE O SENHAUSU NAO GRAVOU
       77 W-RESULT     PIC 9(01) VALUE ZEROS.
       77 W-ANTES      PIC 9(06) VALUE ZEROS.
       77 W-DEPOIS     PIC 9(06) VALUE ZEROS.
       77 W-TOTCONV    PIC 9(02) VALUE ZEROS.
       77 W-TOTERRO    PIC 9(02) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      * MIGRACAO DAS SENHAS EM TEXTO DE USUARIO.DAT (SENHAUSU "M")
       77 W-FUNSEN     PIC X(01) VALUE "M".
       77 W-PROGSEN    PIC X(08) VALUE "CONVARQ".
       77 W-RESSEN     PIC X(02) VALUE SPACES.
      * SENHA ANTIGA DO SENHAUSU (SO USADA NA CONFERENCIA)
       77 W-SENANT     PIC X(08) VALUE SPACES.
       77 W-FALHASEN   PIC 9(06) VALUE ZEROS.
      * PASSOS DE CONVERSAO: ARQUIVO, VERSAO DE ORIGEM, VERSAO
      * NOVA, TAMANHO DE ORIGEM E TAMANHO NOVO. OS PASSOS DE UM
      * MESMO ARQUIVO FICAM JUNTOS, DO MAIS ANTIGO PARA O MAIS
      * NOVO; A VERSAO NOVA E A MESMA DA TABELA DO VERSARQ
       01 W-TABCONV.
                03 FILLER PIC X(22) VALUE "USUARIO 01030014900155".
                03 FILLER PIC X(22) VALUE "USUARIO 02030015500155".
                03 FILLER PIC X(22) VALUE "FUNC    01020012000121".
                03 FILLER PIC X(22) VALUE "PARAM   01040000700015".
                03 FILLER PIC X(22) VALUE "PARAM   02040000800015".
                03 FILLER PIC X(22) VALUE "PARAM   03040001300015".
                03 FILLER PIC X(22) VALUE "EVENTO  01020003100032".
                03 FILLER PIC X(22) VALUE "MENSAL  01030006900109".
                03 FILLER PIC X(22) VALUE "MENSAL  02030009300109".
                03 FILLER PIC X(22) VALUE "NOTAS   01020002900042".
       01 W-TABCONVR REDEFINES W-TABCONV.
                03 W-TCITEM OCCURS 10 TIMES.
                    05 W-TCARQ         PIC X(08).
                    05 W-TCDE          PIC 9(02).
                    05 W-TCPARA        PIC 9(02).
                    05 W-TCTAMDE       PIC 9(05).
                    05 W-TCTAMPARA     PIC 9(05).
       01 W-LINHA.
                03 W-LNARQ             PIC X(08).
                03 FILLER              PIC X(02) VALUE " V".
                03 W-LNDE              PIC 9(02).
                03 FILLER              PIC X(03) VALUE "->V".
                03 W-LNPARA            PIC 9(02).
                03 FILLER              PIC X(02) VALUE SPACES.
                03 W-LNTEXTO           PIC X(44).
       01 W-CONTAGEM.
                03 FILLER              PIC X(07) VALUE "ANTES: ".
                03 W-CTANTES           PIC ZZZZZ9.
                03 FILLER              PIC X(09) VALUE "  DEPOIS:".
                03 W-CTDEPOIS          PIC ZZZZZ9.
                03 W-CTSITU            PIC X(16).
      *
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 05)
              "CONVERSAO: USUARIO/FUNC/PARAM/EVENTO/MENSAL/NOTAS".
           DISPLAY (04, 05)
              "CONVERTE OS ARQUIVOS QUE ESTAO EM VERSAO ANTIGA DE".
           DISPLAY (05, 05)
              "LAYOUT E CARIMBA A VERSAO EM VERSAO.DAT. PODE SER".
           DISPLAY (06, 05)
              "RODADO MAIS DE UMA VEZ; RODAR COM O SISTEMA PARADO".
           DISPLAY (07, 05)
              "(VIDE ATUALIZA.TXT).".
           DISPLAY (09, 05) "CONFIRMA (S/N): ".
           ACCEPT (09, 22) W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO ROT-FIM.
           DISPLAY (04, 05) LIMPA.
           DISPLAY (05, 05) LIMPA.
           DISPLAY (06, 05) LIMPA.
           DISPLAY (07, 05) LIMPA.
           DISPLAY (09, 05) LIMPA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       ABRE-VERSAO.
           OPEN I-O VERSAO.
           IF ST-ERROVS = "35"
              OPEN OUTPUT VERSAO
              CLOSE VERSAO
              GO TO ABRE-VERSAO.
           IF ST-ERROVS NOT = "00"
              DISPLAY (11, 05) "ERRO NA ABERTURA DE VERSAO.DAT: "
                               ST-ERROVS
              GO TO ROT-FIM.
           MOVE ZEROS TO W-IX.
      *
      *****************************************
      * PASSA POR CADA PASSO DA TABELA         *
      *****************************************
       CONV-PASSO.
           ADD 1 TO W-IX.
           IF W-IX > 10
              MOVE ZEROS TO W-IX
              GO TO CARIMBA-PASSO.
           COMPUTE W-LIN = W-IX + 4.
           MOVE W-TCARQ(W-IX) TO W-LNARQ.
           MOVE W-TCDE(W-IX) TO W-LNDE.
           MOVE W-TCPARA(W-IX) TO W-LNPARA.
           PERFORM LE-VERSAO THRU LE-VERSAO-FIM.
           IF W-VSLIDA NOT < W-TCPARA(W-IX)
              MOVE "EM DIA" TO W-LNTEXTO
              GO TO CONV-PASSO-MOSTRA.
      * SEM VERSAO: SO O LAYOUT DO ARQUIVO DIZ SE O PASSO SE APLICA
           IF W-VSLIDA NOT = 0 AND W-VSLIDA NOT = W-TCDE(W-IX)
              MOVE "NAO SE APLICA A ESTA VERSAO" TO W-LNTEXTO
              GO TO CONV-PASSO-MOSTRA.
           DISPLAY (W-LIN, 05) W-LINHA.
           MOVE ZEROS TO W-RESULT W-ANTES W-DEPOIS.
           PERFORM CONVERTE THRU CONVERTE-FIM.
           IF W-RESULT = 2
              MOVE ZEROS TO W-DEPOIS
              PERFORM GRAVA-VERSAO THRU GRAVA-VERSAO-FIM
              MOVE "NAO EXISTE - CARIMBADO" TO W-LNTEXTO
              GO TO CONV-PASSO-MOSTRA.
           IF W-RESULT = 3
              IF W-VSLIDA = 0
                 MOVE "NAO ESTA NESTE LAYOUT" TO W-LNTEXTO
                 GO TO CONV-PASSO-MOSTRA
              ELSE
                 MOVE "LAYOUT NAO CONFERE COM A VERSAO" TO W-LNTEXTO
                 ADD 1 TO W-TOTERRO
                 GO TO CONV-PASSO-MOSTRA.
           IF W-RESULT = 4
              MOVE "SENHA NAO MIGRADA - RODAR DE NOVO" TO W-LNTEXTO
              ADD 1 TO W-TOTERRO
              GO TO CONV-PASSO-MOSTRA.
           MOVE W-ANTES TO W-CTANTES.
           MOVE W-DEPOIS TO W-CTDEPOIS.
           IF W-ANTES = W-DEPOIS
              PERFORM GRAVA-VERSAO THRU GRAVA-VERSAO-FIM
              MOVE "  CONVERTIDO" TO W-CTSITU
              ADD 1 TO W-TOTCONV
           ELSE
              MOVE "  DIVERGENTE" TO W-CTSITU
              ADD 1 TO W-TOTERRO.
           MOVE W-CONTAGEM TO W-LNTEXTO.
       CONV-PASSO-MOSTRA.
           DISPLAY (W-LIN, 05) W-LINHA.
           GO TO CONV-PASSO.
      *
      *****************************************
      * ARQUIVO QUE CONTINUA SEM VERSAO DEPOIS *
      * DE TODOS OS PASSOS: SE ABRE NO LAYOUT  *
      * ATUAL (OU NAO EXISTE) RECEBE A VERSAO  *
      * ATUAL                                  *
      *****************************************
       CARIMBA-PASSO.
           ADD 1 TO W-IX.
           IF W-IX > 10
              GO TO ROT-TOTAIS.
           PERFORM LE-VERSAO THRU LE-VERSAO-FIM.
           IF W-VSLIDA NOT = 0
              GO TO CARIMBA-PASSO.
           COMPUTE W-LIN = W-IX + 4.
           MOVE W-TCARQ(W-IX) TO W-LNARQ.
           MOVE W-TCDE(W-IX) TO W-LNDE.
           MOVE W-TCPARA(W-IX) TO W-LNPARA.
           MOVE ZEROS TO W-RESULT W-DEPOIS.
           PERFORM CONFERE-ATUAL THRU CONFERE-ATUAL-FIM.
           IF W-RESULT = 3
              MOVE "LAYOUT DESCONHECIDO - VERIFICAR" TO W-LNTEXTO
              ADD 1 TO W-TOTERRO
              DISPLAY (W-LIN, 05) W-LINHA
              GO TO CARIMBA-PASSO.
           PERFORM GRAVA-VERSAO THRU GRAVA-VERSAO-FIM.
           IF W-RESULT = 2
              MOVE "NAO EXISTE - CARIMBADO" TO W-LNTEXTO
           ELSE
              MOVE "JA NO LAYOUT ATUAL - CARIMBADO" TO W-LNTEXTO.
           DISPLAY (W-LIN, 05) W-LINHA.
           GO TO CARIMBA-PASSO.
      *
       ROT-TOTAIS.
           CLOSE VERSAO.
           DISPLAY (15, 05) "PASSOS CONVERTIDOS: " W-TOTCONV
                            "   COM PROBLEMA: " W-TOTERRO.
           IF W-TOTERRO > 0
              DISPLAY (17, 05)
                 "OS ARQUIVOS COM PROBLEMA NAO FORAM CARIMBADOS;"
              DISPLAY (18, 05)
                 "O LAYOUT NOVO FICA NO *NOVO.DAT (VIDE ATUALIZA.TXT)."
           ELSE
              DISPLAY (17, 05)
                 "OS *NOVO.DAT FICAM COMO COPIA DE SEGURANCA.".
           GO TO ROT-FIM.
      *
      *****************************************
      * VERSAO GRAVADA DO ARQUIVO DO PASSO     *
      *****************************************
       LE-VERSAO.
           MOVE W-TCARQ(W-IX) TO VS-ARQUIVO.
           READ VERSAO
              INVALID KEY
                 MOVE ZEROS TO VS-VERSAO.
           MOVE VS-VERSAO TO W-VSLIDA.
       LE-VERSAO-FIM.
           EXIT.
      *
       GRAVA-VERSAO.
           MOVE W-TCARQ(W-IX) TO VS-ARQUIVO.
           MOVE W-TCPARA(W-IX) TO VS-VERSAO.
           MOVE W-TCTAMPARA(W-IX) TO VS-TAMANHO.
           MOVE W-HOJE TO VS-DTCONV.
           MOVE W-DEPOIS TO VS-REGS.
           WRITE REGVERSAO
              INVALID KEY
                 REWRITE REGVERSAO.
       GRAVA-VERSAO-FIM.
           EXIT.
      *
      *****************************************
      * CONVERSOR DE CADA PASSO                *
      *****************************************
       CONVERTE.
           GO TO CONV-USU CONV-USU2 CONV-FUN CONV-PAR CONV-PAR2
                 CONV-PAR3 CONV-EVT CONV-MSL CONV-MSL2 CONV-NOT
              DEPENDING ON W-IX.
           GO TO CONVERTE-FIM.
      *
      *****************************************
      * USUARIO.DAT: 149 -> 155 (CHAPA = 0 E   *
      * SENHA EM TEXTO PARA O SENHAUSU)        *
      *****************************************
       CONV-USU.
           OPEN INPUT USUVELHO.
           IF ST-USUV = "05"
              CLOSE USUVELHO.
           IF ST-USUV = "05" OR ST-USUV = "35"
              MOVE 2 TO W-RESULT
              GO TO CONVERTE-FIM.
      * TAMANHO DIVERGENTE = ARQUIVO NAO ESTA NO LAYOUT ANTIGO
           IF ST-USUV NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONVERTE-FIM.
           OPEN OUTPUT USUNOVO.
           MOVE ZEROS TO W-FALHASEN.
       CONV-USU-LER.
           READ USUVELHO NEXT RECORD
              AT END
                 GO TO CONV-USU-FEC.
           MOVE UV-LOGIN TO UN-LOGIN.
           MOVE UV-SENHA TO UN-SENHA.
           MOVE UV-RESTO TO UN-RESTO.
           MOVE ZEROS TO UN-CHAPA.
      * SE O SENHAUSU NAO GRAVOU O RESUMO A SENHA FICA EM TEXTO
      * (CONTINUA VALENDO) E O PASSO V2 -> V3 TENTA DE NOVO
           IF UN-SENHA NOT = SPACES
              CALL "SENHAUSU" USING W-FUNSEN UN-LOGIN UN-SENHA
                                    W-SENANT W-PROGSEN W-RESSEN
              IF W-RESSEN = "OK"
                 MOVE SPACES TO UN-SENHA
              ELSE
                 ADD 1 TO W-FALHASEN.
           WRITE REG-USUN.
           ADD 1 TO W-ANTES.
           GO TO CONV-USU-LER.
       CONV-USU-FEC.
           CLOSE USUVELHO USUNOVO.
           OPEN INPUT USUNOVO.
           OPEN OUTPUT USUATUAL.
       CONV-USU-VOLTA.
           READ USUNOVO NEXT RECORD
              AT END
                 GO TO CONV-USU-FIM.
           MOVE REG-USUN TO REG-USUA.
           WRITE REG-USUA
              INVALID KEY
                 GO TO CONV-USU-VOLTA.
           ADD 1 TO W-DEPOIS.
           GO TO CONV-USU-VOLTA.
       CONV-USU-FIM.
           CLOSE USUNOVO USUATUAL.
           MOVE 1 TO W-RESULT.
           IF W-FALHASEN > 0
              MOVE 4 TO W-RESULT.
           GO TO CONVERTE-FIM.
      *
      *****************************************
      * USUARIO.DAT: 155 -> 155 (SENHA EM      *
      * TEXTO PARA O SENHAUSU), NO PROPRIO     *
      * ARQUIVO                                *
      *****************************************
       CONV-USU2.
           OPEN INPUT USUATUAL.
           IF ST-USUA = "05"
              CLOSE USUATUAL.
           IF ST-USUA = "05" OR ST-USUA = "35"
              MOVE 2 TO W-RESULT
              GO TO CONVERTE-FIM.
           IF ST-USUA NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONVERTE-FIM.
           CLOSE USUATUAL.
           OPEN I-O USUATUAL.
           MOVE ZEROS TO W-FALHASEN.
       CONV-USU2-LER.
           READ USUATUAL NEXT RECORD
              AT END
                 GO TO CONV-USU2-FIM.
           ADD 1 TO W-ANTES.
           IF UA-SENHA = SPACES
              ADD 1 TO W-DEPOIS
              GO TO CONV-USU2-LER.
           CALL "SENHAUSU" USING W-FUNSEN UA-LOGIN UA-SENHA
                                 W-SENANT W-PROGSEN W-RESSEN.
           IF W-RESSEN NOT = "OK"
              ADD 1 TO W-FALHASEN
              GO TO CONV-USU2-LER.
           MOVE SPACES TO UA-SENHA.
           REWRITE REG-USUA.
           ADD 1 TO W-DEPOIS.
           GO TO CONV-USU2-LER.
       CONV-USU2-FIM.
           CLOSE USUATUAL.
           MOVE 1 TO W-RESULT.
           IF W-FALHASEN > 0
              MOVE 4 TO W-RESULT.
           GO TO CONVERTE-FIM.
      *
      *****************************************
      * FUNC.DAT: 120 -> 121 (EMPRESA = 1)     *
      *****************************************
       CONV-FUN.
           OPEN INPUT FUNVELHO.
           IF ST-FUNV = "05"
              CLOSE FUNVELHO.
           IF ST-FUNV = "05" OR ST-FUNV = "35"
              MOVE 2 TO W-RESULT
              GO TO CONVERTE-FIM.
           IF ST-FUNV NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONVERTE-FIM.
           OPEN OUTPUT FUNNOVO.
       CONV-FUN-LER.
           READ FUNVELHO NEXT RECORD
      * SEM INFORMACAO TODO MUNDO E DA MATRIZ (EMPRESA 1)
           MOVE 1 TO FN-CODEMPR.
           WRITE REG-FUNN.
           ADD 1 TO W-ANTES.
           GO TO CONV-FUN-LER.
       CONV-FUN-FEC.
           CLOSE FUNVELHO FUNNOVO.
           OPEN INPUT FUNNOVO.
           OPEN OUTPUT FUNATUAL.
       CONV-FUN-VOLTA.
           READ FUNNOVO NEXT RECORD
              AT END
                 GO TO CONV-FUN-FIM.
           MOVE REG-FUNN TO REG-FUNA.
           WRITE REG-FUNA
              INVALID KEY
                 GO TO CONV-FUN-VOLTA.
           ADD 1 TO W-DEPOIS.
           GO TO CONV-FUN-VOLTA.
       CONV-FUN-FIM.
           CLOSE FUNNOVO FUNATUAL.
           MOVE 1 TO W-RESULT.
           GO TO CONVERTE-FIM.
      *
      *****************************************
      * PARAM.DAT: 7 -> 15 (BLOQINAD = "N",    *
      * DESCONTO DE FILHO DE FUNCIONARIO = 0,  *
      * SEM DEPENDENCIA)                       *
      *****************************************
       CONV-PAR.
           OPEN INPUT PARVELHO.
           IF ST-PARV = "05"
              CLOSE PARVELHO.
           IF ST-PARV = "05" OR ST-PARV = "35"
              MOVE 2 TO W-RESULT
              GO TO CONVERTE-FIM.
           IF ST-PARV NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONVERTE-FIM.
           OPEN OUTPUT PARNOVO.
       CONV-PAR-LER.
           READ PARVELHO NEXT RECORD
           MOVE PV-CODPARAM TO PN-CODPARAM.
           MOVE PV-RESTO TO PN-RESTO.
           MOVE "N" TO PN-BLOQINAD.
           MOVE ZEROS TO PN-PERCDESCFUN PN-MAXDEPEND.
           WRITE REG-PARN.
           ADD 1 TO W-ANTES.
           GO TO CONV-PAR-LER.
       CONV-PAR-FEC.
           CLOSE PARVELHO PARNOVO.
           GO TO CONV-PAR-VOLTA.
      *
      *****************************************
      * PARAM.DAT: 8 -> 15 (MANTEM O BLOQINAD, *
      * DESCONTO DE FILHO DE FUNCIONARIO = 0,  *
      * SEM DEPENDENCIA)                       *
      *****************************************
       CONV-PAR2.
           OPEN INPUT PARV2.
           IF ST-PAR2 = "05"
              CLOSE PARV2.
           IF ST-PAR2 = "05" OR ST-PAR2 = "35"
              MOVE 2 TO W-RESULT
              GO TO CONVERTE-FIM.
           IF ST-PAR2 NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONVERTE-FIM.
           OPEN OUTPUT PARNOVO.
       CONV-PAR2-LER.
           READ PARV2 NEXT RECORD
              AT END
                 GO TO CONV-PAR2-FEC.
           MOVE P2-CODPARAM TO PN-CODPARAM.
           MOVE P2-RESTO TO PN-RESTO.
           MOVE P2-BLOQINAD TO PN-BLOQINAD.
           MOVE ZEROS TO PN-PERCDESCFUN PN-MAXDEPEND.
           WRITE REG-PARN.
           ADD 1 TO W-ANTES.
           GO TO CONV-PAR2-LER.
       CONV-PAR2-FEC.
           CLOSE PARV2 PARNOVO.
           GO TO CONV-PAR-VOLTA.
      *
      *****************************************
      * PARAM.DAT: 13 -> 15 (MANTEM O RESTO,   *
      * SEM DEPENDENCIA: A APROVACAO CONTINUA  *
      * TUDO OU NADA ATE O CADPARAM MUDAR)     *
      *****************************************
       CONV-PAR3.
           OPEN INPUT PARV3.
           IF ST-PAR3 = "05"
              CLOSE PARV3.
           IF ST-PAR3 = "05" OR ST-PAR3 = "35"
              MOVE 2 TO W-RESULT
              GO TO CONVERTE-FIM.
           IF ST-PAR3 NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONVERTE-FIM.
           OPEN OUTPUT PARNOVO.
       CONV-PAR3-LER.
           READ PARV3 NEXT RECORD
              AT END
                 GO TO CONV-PAR3-FEC.
           MOVE P3-CODPARAM TO PN-CODPARAM.
           MOVE P3-RESTO TO PN-RESTO3.
           MOVE ZEROS TO PN-MAXDEPEND.
           WRITE REG-PARN.
           ADD 1 TO W-ANTES.
           GO TO CONV-PAR3-LER.
       CONV-PAR3-FEC.
           CLOSE PARV3 PARNOVO.
      *
       CONV-PAR-VOLTA.
           OPEN INPUT PARNOVO.
           OPEN OUTPUT PARATUAL.
       CONV-PAR-VOLTA-LER.
           READ PARNOVO NEXT RECORD
              AT END
                 GO TO CONV-PAR-FIM.
           MOVE REG-PARN TO REG-PARA.
           WRITE REG-PARA
              INVALID KEY
                 GO TO CONV-PAR-VOLTA-LER.
           ADD 1 TO W-DEPOIS.
           GO TO CONV-PAR-VOLTA-LER.
       CONV-PAR-FIM.
           CLOSE PARNOVO PARATUAL.
           MOVE 1 TO W-RESULT.
           GO TO CONVERTE-FIM.
      *
      *****************************************
      * EVENTO.DAT: 31 -> 32 (VARIAVEL = "N")  *
      *****************************************
       CONV-EVT.
           OPEN INPUT EVTVELHO.
           IF ST-EVTV = "05"
              CLOSE EVTVELHO.
           IF ST-EVTV = "05" OR ST-EVTV = "35"
              MOVE 2 TO W-RESULT
              GO TO CONVERTE-FIM.
           IF ST-EVTV NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONVERTE-FIM.
           OPEN OUTPUT EVTNOVO.
       CONV-EVT-LER.
           READ EVTVELHO NEXT RECORD
              AT END
                 GO TO CONV-EVT-FEC.
           MOVE EO-CODIGO TO EW-CODIGO.
           MOVE EO-DESCRICAO TO EW-DESCRICAO.
           MOVE EO-RESTO TO EW-RESTO.
      * COMISSOES JA CADASTRADAS SAO MARCADAS DEPOIS NO FPP012
           MOVE "N" TO EW-VARIAVEL.
           WRITE REG-EVTN.
           ADD 1 TO W-ANTES.
           GO TO CONV-EVT-LER.
       CONV-EVT-FEC.
           CLOSE EVTVELHO EVTNOVO.
           OPEN INPUT EVTNOVO.
           OPEN OUTPUT EVTATUAL.
       CONV-EVT-VOLTA.
           READ EVTNOVO NEXT RECORD
              AT END
                 GO TO CONV-EVT-FIM.
           MOVE REG-EVTN TO REG-EVTA.
           WRITE REG-EVTA
              INVALID KEY
                 GO TO CONV-EVT-VOLTA.
           ADD 1 TO W-DEPOIS.
           GO TO CONV-EVT-VOLTA.
       CONV-EVT-FIM.
           CLOSE EVTNOVO EVTATUAL.
           MOVE 1 TO W-RESULT.
           GO TO CONVERTE-FIM.
      *
      *****************************************
      * MENSAL.DAT: 69 -> 109 (BRUTO = VALOR,  *
      * DESCONTO = 0, BOLSA = 0)               *
      *****************************************
       CONV-MSL.
           OPEN INPUT MSLVELHO.
           IF ST-MSLV = "05"
              CLOSE MSLVELHO.
           IF ST-MSLV = "05" OR ST-MSLV = "35"
              MOVE 2 TO W-RESULT
              GO TO CONVERTE-FIM.
           IF ST-MSLV NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONVERTE-FIM.
           OPEN OUTPUT MSLNOVO.
       CONV-MSL-LER.
           READ MSLVELHO NEXT RECORD
              AT END
                 GO TO CONV-MSL-FEC.
           MOVE MO-CHAVE TO MN-CHAVE.
           MOVE MO-TURMA TO MN-TURMA.
           MOVE MO-VALOR TO MN-VALOR.
           MOVE MO-STATMS TO MN-STATMS.
           MOVE MO-RESTO TO MN-RESTO.
      * O QUE FOI ACERTADO A MAO NA COBRANCA ANTIGA NAO TEM COMO
      * SER SEPARADO: O VALOR COBRADO FICA COMO PRECO BRUTO
           MOVE MO-VALOR TO MN-VALBRUTO.
           MOVE ZEROS TO MN-VALDESC MN-VALBOLSA.
           PERFORM MSL-DEVIDO THRU MSL-DEVIDO-FIM.
           WRITE REG-MSLN.
           ADD 1 TO W-ANTES.
           GO TO CONV-MSL-LER.
       CONV-MSL-FEC.
           CLOSE MSLVELHO MSLNOVO.
           GO TO CONV-MSL-VOLTA.
      *
      *****************************************
      * MENSAL.DAT: 93 -> 109 (MANTEM BRUTO,   *
      * DESCONTO E BOLSA)                      *
      *****************************************
       CONV-MSL2.
           OPEN INPUT MSLV2.
           IF ST-MSL2 = "05"
              CLOSE MSLV2.
           IF ST-MSL2 = "05" OR ST-MSL2 = "35"
              MOVE 2 TO W-RESULT
              GO TO CONVERTE-FIM.
           IF ST-MSL2 NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONVERTE-FIM.
           OPEN OUTPUT MSLNOVO.
       CONV-MSL2-LER.
           READ MSLV2 NEXT RECORD
              AT END
                 GO TO CONV-MSL2-FEC.
           MOVE M2-CHAVE TO MN-CHAVE.
           MOVE M2-TURMA TO MN-TURMA.
           MOVE M2-VALOR TO MN-VALOR.
           MOVE M2-STATMS TO MN-STATMS.
           MOVE M2-RESTO TO MN-RESTO2.
           PERFORM MSL-DEVIDO THRU MSL-DEVIDO-FIM.
           WRITE REG-MSLN.
           ADD 1 TO W-ANTES.
           GO TO CONV-MSL2-LER.
       CONV-MSL2-FEC.
           CLOSE MSLV2 MSLNOVO.
      *
       CONV-MSL-VOLTA.
           OPEN INPUT MSLNOVO.
           OPEN OUTPUT MSLATUAL.
       CONV-MSL-VOLTA-LER.
           READ MSLNOVO NEXT RECORD
              AT END
                 GO TO CONV-MSL-FIM.
           MOVE REG-MSLN TO REG-MSLA.
           WRITE REG-MSLA
              INVALID KEY
                 GO TO CONV-MSL-VOLTA-LER.
           ADD 1 TO W-DEPOIS.
           GO TO CONV-MSL-VOLTA-LER.
       CONV-MSL-FIM.
           CLOSE MSLNOVO MSLATUAL.
           MOVE 1 TO W-RESULT.
           GO TO CONVERTE-FIM.
      *
      * PARCELA JA QUITADA (PAGA, DESCONTADA EM FOLHA OU RESCISAO)
      * FOI RECEBIDA PELO VALOR COBRADO, SEM ENCARGO; EM ABERTO
      * AINDA NAO TEM VALOR DEVIDO NEM RECEBIDO
       MSL-DEVIDO.
           MOVE ZEROS TO MN-VALDEVIDO MN-VALRECEB.
           IF MN-STATMS = "P" OR MN-STATMS = "D" OR MN-STATMS = "R"
              MOVE MN-VALOR TO MN-VALDEVIDO MN-VALRECEB.
       MSL-DEVIDO-FIM.
           EXIT.
      *
      *****************************************
      * NOTAS.DAT: 29 -> 42 (TIPO "R" REGULAR, *
      * SEM FALTAS NEM ORIGEM DE DEPENDENCIA)  *
      *****************************************
       CONV-NOT.
           OPEN INPUT NOTVELHO.
           IF ST-NOTV = "05"
              CLOSE NOTVELHO.
           IF ST-NOTV = "05" OR ST-NOTV = "35"
              MOVE 2 TO W-RESULT
              GO TO CONVERTE-FIM.
           IF ST-NOTV NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONVERTE-FIM.
           OPEN OUTPUT NOTNOVO.
       CONV-NOT-LER.
           READ NOTVELHO NEXT RECORD
              AT END
                 GO TO CONV-NOT-FEC.
           MOVE NO-RA TO NN-RA.
           MOVE "R" TO NN-TIPO.
           MOVE NO-CODDISC TO NN-CODDISC.
           MOVE NO-RESTO TO NN-RESTO.
           MOVE ZEROS TO NN-FALTAS NN-ANOORIG.
           MOVE SPACES TO NN-TURMAORIG.
           WRITE REG-NOTN.
           ADD 1 TO W-ANTES.
           GO TO CONV-NOT-LER.
       CONV-NOT-FEC.
           CLOSE NOTVELHO NOTNOVO.
           OPEN INPUT NOTNOVO.
           OPEN OUTPUT NOTATUAL.
       CONV-NOT-VOLTA.
           READ NOTNOVO NEXT RECORD
              AT END
                 GO TO CONV-NOT-FIM.
           MOVE REG-NOTN TO REG-NOTA.
           WRITE REG-NOTA
              INVALID KEY
                 GO TO CONV-NOT-VOLTA.
           ADD 1 TO W-DEPOIS.
           GO TO CONV-NOT-VOLTA.
       CONV-NOT-FIM.
           CLOSE NOTNOVO NOTATUAL.
           MOVE 1 TO W-RESULT.
           GO TO CONVERTE-FIM.
       CONVERTE-FIM.
           EXIT.
      *
      *****************************************
      * ARQUIVO SEM VERSAO: ABRE NO LAYOUT     *
      * ATUAL E CONTA OS REGISTROS             *
      *****************************************
       CONFERE-ATUAL.
           GO TO CONF-USU CONF-USU CONF-FUN CONF-PAR CONF-PAR
                 CONF-PAR CONF-EVT CONF-MSL CONF-MSL CONF-NOT
              DEPENDING ON W-IX.
           GO TO CONFERE-ATUAL-FIM.
       CONF-USU.
           OPEN INPUT USUATUAL.
           IF ST-USUA = "05"
              CLOSE USUATUAL.
           IF ST-USUA = "05" OR ST-USUA = "35"
              MOVE 2 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
           IF ST-USUA NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
       CONF-USU-LER.
           READ USUATUAL NEXT RECORD
              AT END
                 CLOSE USUATUAL
                 GO TO CONFERE-ATUAL-FIM.
           ADD 1 TO W-DEPOIS.
           GO TO CONF-USU-LER.
       CONF-FUN.
           OPEN INPUT FUNATUAL.
           IF ST-FUNA = "05"
              CLOSE FUNATUAL.
           IF ST-FUNA = "05" OR ST-FUNA = "35"
              MOVE 2 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
           IF ST-FUNA NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
       CONF-FUN-LER.
           READ FUNATUAL NEXT RECORD
              AT END
                 CLOSE FUNATUAL
                 GO TO CONFERE-ATUAL-FIM.
           ADD 1 TO W-DEPOIS.
           GO TO CONF-FUN-LER.
       CONF-PAR.
           OPEN INPUT PARATUAL.
           IF ST-PARA = "05"
              CLOSE PARATUAL.
           IF ST-PARA = "05" OR ST-PARA = "35"
              MOVE 2 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
           IF ST-PARA NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
       CONF-PAR-LER.
           READ PARATUAL NEXT RECORD
              AT END
                 CLOSE PARATUAL
                 GO TO CONFERE-ATUAL-FIM.
           ADD 1 TO W-DEPOIS.
           GO TO CONF-PAR-LER.
       CONF-EVT.
           OPEN INPUT EVTATUAL.
           IF ST-EVTA = "05"
              CLOSE EVTATUAL.
           IF ST-EVTA = "05" OR ST-EVTA = "35"
              MOVE 2 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
           IF ST-EVTA NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
       CONF-EVT-LER.
           READ EVTATUAL NEXT RECORD
              AT END
                 CLOSE EVTATUAL
                 GO TO CONFERE-ATUAL-FIM.
           ADD 1 TO W-DEPOIS.
           GO TO CONF-EVT-LER.
       CONF-MSL.
           OPEN INPUT MSLATUAL.
           IF ST-MSLA = "05"
              CLOSE MSLATUAL.
           IF ST-MSLA = "05" OR ST-MSLA = "35"
              MOVE 2 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
           IF ST-MSLA NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
       CONF-MSL-LER.
           READ MSLATUAL NEXT RECORD
              AT END
                 CLOSE MSLATUAL
                 GO TO CONFERE-ATUAL-FIM.
           ADD 1 TO W-DEPOIS.
           GO TO CONF-MSL-LER.
       CONF-NOT.
           OPEN INPUT NOTATUAL.
           IF ST-NOTA = "05"
              CLOSE NOTATUAL.
           IF ST-NOTA = "05" OR ST-NOTA = "35"
              MOVE 2 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
           IF ST-NOTA NOT = "00"
              MOVE 3 TO W-RESULT
              GO TO CONFERE-ATUAL-FIM.
       CONF-NOT-LER.
           READ NOTATUAL NEXT RECORD
              AT END
                 CLOSE NOTATUAL
                 GO TO CONFERE-ATUAL-FIM.
           ADD 1 TO W-DEPOIS.
           GO TO CONF-NOT-LER.
       CONFERE-ATUAL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
