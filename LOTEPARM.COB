       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEPARM.
      *
      **************************************
      * PARAMETROS DA EXECUCAO SEM         *
      * OPERADOR: CHAMADO PELOS PROGRAMAS  *
      * DE LOTE NO INICIO E NO FIM DA      *
      * RODADA. COM O MODO LOTE LIGADO     *
      * (RODALOTE / FPP056) DEVOLVE O      *
      * PERIODO E AS OPCOES DO PROGRAMA    *
      * CADASTRADOS EM PARMLOTE.DAT        *
      * (CADLOTE) NO LUGAR DAS TELAS, E NO *
      * FIM GRAVA O RESULTADO E O CODIGO   *
      * DE RETORNO EM LOGPROC.DAT.         *
      * FUNCOES: L = LIGA O MODO LOTE      *
      *          D = DESLIGA O MODO LOTE   *
      *          P = PARAMETROS            *
      *          F = FIM DO PROGRAMA       *
      *          R = ULTIMO RESULTADO      *
      * RETORNO DO "P": IN = INTERATIVO    *
      *   (SEGUE AS TELAS), LT = RODA COM  *
      *   OS PARAMETROS, SP = SEM          *
      *   PARAMETROS PARA O PROGRAMA       *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-PROGRAMA
                    FILE STATUS  IS ST-ERROPL
                ALTERNATE RECORD KEY IS PL-ORDEM WITH DUPLICATES.
           SELECT OPTIONAL LOGPROC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROLPROC.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PARMLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARMLOTE.DAT".
       01 REGPARMLOTE.
                03 PL-PROGRAMA         PIC X(08).
                03 PL-ORDEM            PIC 9(02).
                03 PL-PERIODO          PIC 9(06).
                03 PL-OPCOES           PIC X(40).
      * REGISTRO DE LOGPROC.DAT ESTENDIDO COM O CODIGO DE RETORNO E
      * A MENSAGEM DA RODADA SEM OPERADOR (EM BRANCO NOS REGISTROS
      * GRAVADOS PELOS PROGRAMAS = RODADA NORMAL)
       FD LOGPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGPROC.DAT".
       01 REGLOGPROC.
                03 LP-PROGRAMA         PIC X(08).
                03 LP-DTINI            PIC 9(08).
                03 LP-HRINI            PIC 9(06).
                03 LP-DTFIM            PIC 9(08).
                03 LP-HRFIM            PIC 9(06).
                03 LP-PERIODO          PIC 9(06).
                03 LP-REGLIDOS         PIC 9(06).
                03 LP-REGGRAV          PIC 9(06).
                03 LP-VALORTOT         PIC 9(10)V99.
                03 LP-RETCOD           PIC X(02).
                03 LP-MENSAG           PIC X(40).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROPL    PIC X(02) VALUE "00".
       77 ST-ERROLPROC PIC X(02) VALUE "00".
      * ESTADO DO MODO LOTE: VALE PARA TODA A RODADA (O PROGRAMA
      * FICA CARREGADO ENTRE AS CHAMADAS)
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       77 W-PERFORCA   PIC 9(06) VALUE ZEROS.
       77 W-ULTRC      PIC X(02) VALUE SPACES.
       77 W-ULTMENS    PIC X(50) VALUE SPACES.
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-LIVRE      PIC 9(02) VALUE ZEROS.
       01 W-HOJE.
                03 W-HOJEANO           PIC 9(04).
                03 W-HOJEMES           PIC 9(02).
                03 W-HOJEDIA           PIC 9(02).
      * INICIO DE CADA PROGRAMA EM EXECUCAO (O FPP056 CHAMA AS
      * ETAPAS ENTRE O SEU PROPRIO INICIO E FIM)
       01 W-TABINI.
                03 W-INIITEM OCCURS 10 TIMES.
                    05 W-INIPROG       PIC X(08).
                    05 W-INIDATA       PIC 9(08).
                    05 W-INIHORA       PIC 9(06).
      *
       LINKAGE SECTION.
       01 W-FUNCAO    PIC X(01).
       01 W-PROGRAMA  PIC X(08).
       01 W-PERIODO   PIC 9(06).
       01 W-OPCOES    PIC X(40).
       01 W-RETCOD    PIC X(02).
       01 W-MENSAG    PIC X(50).
      *
       PROCEDURE DIVISION USING W-FUNCAO W-PROGRAMA W-PERIODO
                                W-OPCOES W-RETCOD W-MENSAG.
       INICIO.
                IF W-FUNCAO = "L"
                   GO TO LIGA.
                IF W-FUNCAO = "D"
                   GO TO DESLIGA.
                IF W-FUNCAO = "P"
                   GO TO PARAMETROS.
                IF W-FUNCAO = "F"
                   GO TO FIM-PROG.
                IF W-FUNCAO = "R"
                   GO TO RESULTADO.
                GO TO ROT-FIM.
      *
      *****************************************
      * LIGA O MODO LOTE; W-PERIODO > 0 FORCA  *
      * O PERIODO DE TODOS OS PROGRAMAS (O     *
      * FPP056 PASSA O SEU AS ETAPAS)          *
      *****************************************
       LIGA.
                IF W-MODOLOTE = 0
                   MOVE SPACES TO W-TABINI
                   MOVE SPACES TO W-ULTRC W-ULTMENS.
                MOVE 1 TO W-MODOLOTE.
                MOVE W-PERIODO TO W-PERFORCA.
                GO TO ROT-FIM.
      *
       DESLIGA.
                MOVE ZEROS TO W-MODOLOTE W-PERFORCA.
                GO TO ROT-FIM.
      *
      *****************************************
      * PARAMETROS DO PROGRAMA (PARMLOTE.DAT); *
      * PERIODO ZERO = MES CORRENTE            *
      *****************************************
       PARAMETROS.
                IF W-MODOLOTE = 0
                   MOVE "IN" TO W-RETCOD
                   GO TO ROT-FIM.
                PERFORM MARCA-INICIO THRU MARCA-INICIO-FIM.
                MOVE SPACES TO W-OPCOES.
                OPEN INPUT PARMLOTE.
                IF ST-ERROPL = "05"
                   CLOSE PARMLOTE
                   GO TO PARAMETROS-SEM.
                IF ST-ERROPL NOT = "00"
                   GO TO PARAMETROS-SEM.
                MOVE W-PROGRAMA TO PL-PROGRAMA.
                READ PARMLOTE
                   INVALID KEY
                      CLOSE PARMLOTE
                      GO TO PARAMETROS-SEM.
                CLOSE PARMLOTE.
                MOVE PL-OPCOES TO W-OPCOES.
                MOVE PL-PERIODO TO W-PERIODO.
                IF W-PERFORCA > 0
                   MOVE W-PERFORCA TO W-PERIODO.
                IF W-PERIODO = 0
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   COMPUTE W-PERIODO = (W-HOJEANO * 100) + W-HOJEMES.
                MOVE "LT" TO W-RETCOD.
                GO TO ROT-FIM.
       PARAMETROS-SEM.
                MOVE "SP" TO W-RETCOD.
                MOVE "*** SEM PARAMETROS DE LOTE (VIDE CADLOTE) ***"
                                                       TO W-MENSAG.
                GO TO ROT-FIM.
      *
      *****************************************
      * FIM DO PROGRAMA: GUARDA O RESULTADO E  *
      * GRAVA O REGISTRO EM LOGPROC.DAT        *
      *****************************************
       FIM-PROG.
                IF W-MODOLOTE = 0
                   GO TO ROT-FIM.
                MOVE W-RETCOD TO W-ULTRC.
                MOVE W-MENSAG TO W-ULTMENS.
                MOVE W-PROGRAMA TO LP-PROGRAMA.
                MOVE ZEROS TO LP-DTINI LP-HRINI.
                MOVE ZEROS TO W-IDX.
       FIM-PROG-1.
                ADD 1 TO W-IDX.
                IF W-IDX > 10
                   GO TO FIM-PROG-GRV.
                IF W-INIPROG(W-IDX) NOT = W-PROGRAMA
                   GO TO FIM-PROG-1.
                MOVE W-INIDATA(W-IDX) TO LP-DTINI.
                MOVE W-INIHORA(W-IDX) TO LP-HRINI.
                MOVE SPACES TO W-INIPROG(W-IDX).
       FIM-PROG-GRV.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE W-PERIODO TO LP-PERIODO.
                MOVE ZEROS TO LP-REGLIDOS LP-REGGRAV LP-VALORTOT.
                MOVE W-RETCOD TO LP-RETCOD.
                MOVE W-MENSAG TO LP-MENSAG.
                OPEN EXTEND LOGPROC.
                WRITE REGLOGPROC.
                CLOSE LOGPROC.
                GO TO ROT-FIM.
      *
       RESULTADO.
                MOVE W-ULTRC TO W-RETCOD.
                MOVE W-ULTMENS TO W-MENSAG.
                GO TO ROT-FIM.
      *
      *****************************************
      * GUARDA DATA/HORA DE INICIO DO PROGRAMA *
      *****************************************
       MARCA-INICIO.
                MOVE ZEROS TO W-IDX W-LIVRE.
       MARCA-INICIO-1.
                ADD 1 TO W-IDX.
                IF W-IDX > 10
                   GO TO MARCA-INICIO-GRV.
                IF W-INIPROG(W-IDX) = W-PROGRAMA
                   MOVE W-IDX TO W-LIVRE
                   GO TO MARCA-INICIO-GRV.
                IF W-INIPROG(W-IDX) = SPACES AND W-LIVRE = 0
                   MOVE W-IDX TO W-LIVRE.
                GO TO MARCA-INICIO-1.
       MARCA-INICIO-GRV.
                IF W-LIVRE = 0
                   GO TO MARCA-INICIO-FIM.
                MOVE W-PROGRAMA TO W-INIPROG(W-LIVRE).
                ACCEPT W-INIDATA(W-LIVRE) FROM DATE YYYYMMDD.
                ACCEPT W-INIHORA(W-LIVRE) FROM TIME.
       MARCA-INICIO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                EXIT PROGRAM.
