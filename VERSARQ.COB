       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERSARQ.
      *
      **************************************
      * VERSAO DE LAYOUT DOS ARQUIVOS:     *
      * COMPARA A VERSAO GRAVADA EM        *
      * VERSAO.DAT (PELO CONVARQ) COM A    *
      * VERSAO QUE OS PROGRAMAS ESPERAM.   *
      * W-ARQUIVO EM BRANCO = CONFERE TODOS*
      *   OS ARQUIVOS DA TABELA (ENTRADA   *
      *   DO MENU E DO RODALOTE): DEVOLVE  *
      *   W-STATUS "39" E A MENSAGEM DO    *
      *   PRIMEIRO ARQUIVO DESATUALIZADO,  *
      *   OU "00" SE ESTA TUDO EM DIA.     *
      * W-ARQUIVO PREENCHIDO = CHAMADO NA  *
      *   FALHA DA ABERTURA DO ARQUIVO: SE *
      *   W-STATUS FOR "39" TROCA A        *
      *   MENSAGEM PELA VERSAO DO ARQUIVO  *
      *   (SENAO NAO MEXE EM NADA).        *
      * ARQUIVO SEM REGISTRO EM VERSAO.DAT *
      * = VERSAO 0 (NUNCA PASSOU PELO      *
      * CONVARQ).                          *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VERSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VS-ARQUIVO
                    FILE STATUS  IS ST-ERROVS.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD VERSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VERSAO.DAT".
       01 REGVERSAO.
                03 VS-ARQUIVO          PIC X(08).
                03 VS-VERSAO           PIC 9(02).
                03 VS-TAMANHO          PIC 9(05).
                03 VS-DTCONV           PIC 9(08).
                03 VS-REGS             PIC 9(06).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROVS    PIC X(02) VALUE "00".
       77 W-IDX        PIC 9(02) VALUE ZEROS.
       77 W-VSLIDA     PIC 9(02) VALUE ZEROS.
       77 W-ABERTO     PIC 9(01) VALUE ZEROS.
      * VERSAO ATUAL DE CADA ARQUIVO (A MESMA DO ULTIMO PASSO DO
      * ARQUIVO NA TABELA DO CONVARQ) E O TAMANHO DO REGISTRO
       01 W-TABVERS.
                03 FILLER PIC X(15) VALUE "USUARIO 0300155".
                03 FILLER PIC X(15) VALUE "FUNC    0200121".
                03 FILLER PIC X(15) VALUE "PARAM   0400015".
                03 FILLER PIC X(15) VALUE "EVENTO  0200032".
                03 FILLER PIC X(15) VALUE "MENSAL  0300109".
                03 FILLER PIC X(15) VALUE "NOTAS   0200042".
       01 W-TABVERSR REDEFINES W-TABVERS.
                03 W-TVITEM OCCURS 6 TIMES.
                    05 W-TVARQ         PIC X(08).
                    05 W-TVVERS        PIC 9(02).
                    05 W-TVTAM         PIC 9(05).
       01 W-MSGSEM.
                03 FILLER              PIC X(08) VALUE "ARQUIVO ".
                03 W-MSARQ             PIC X(08).
                03 FILLER              PIC X(34)
                   VALUE " SEM VERSAO - RODE O CONVARQ".
       01 W-MSGVELHA.
                03 FILLER              PIC X(08) VALUE "ARQUIVO ".
                03 W-MVARQ             PIC X(08).
                03 FILLER              PIC X(11) VALUE " NA VERSAO ".
                03 W-MVVERS            PIC 9(02).
                03 FILLER              PIC X(21)
                   VALUE " - RODE O CONVARQ".
       01 W-MSGDIF.
                03 FILLER              PIC X(08) VALUE "ARQUIVO ".
                03 W-MDARQ             PIC X(08).
                03 FILLER              PIC X(08) VALUE " VERSAO ".
                03 W-MDVERS            PIC 9(02).
                03 FILLER              PIC X(24)
                   VALUE " COM LAYOUT DIFERENTE 39".
      *
       LINKAGE SECTION.
       01 W-ARQUIVO   PIC X(08).
       01 W-STATUS    PIC X(02).
       01 W-MENSAG    PIC X(50).
      *
       PROCEDURE DIVISION USING W-ARQUIVO W-STATUS W-MENSAG.
       INICIO.
                MOVE ZEROS TO W-ABERTO.
                IF W-ARQUIVO = SPACES
                   GO TO CONFERE-TODOS.
      *
      *****************************************
      * FALHA NA ABERTURA DE UM ARQUIVO: SO O  *
      * STATUS 39 (LAYOUT) INTERESSA AQUI      *
      *****************************************
       CONFERE-UM.
                IF W-STATUS NOT = "39"
                   GO TO ROT-FIM.
                MOVE ZEROS TO W-IDX.
       CONFERE-UM-1.
                ADD 1 TO W-IDX.
                IF W-IDX > 6
                   GO TO ROT-FIM.
                IF W-TVARQ(W-IDX) NOT = W-ARQUIVO
                   GO TO CONFERE-UM-1.
                PERFORM LE-VERSAO THRU LE-VERSAO-FIM.
                IF W-VSLIDA < W-TVVERS(W-IDX)
                   PERFORM MONTA-MENS THRU MONTA-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-ARQUIVO TO W-MDARQ.
                MOVE W-VSLIDA TO W-MDVERS.
                MOVE W-MSGDIF TO W-MENSAG.
                GO TO ROT-FIM.
      *
      *****************************************
      * CONFERE TODOS OS ARQUIVOS DA TABELA    *
      *****************************************
       CONFERE-TODOS.
                MOVE "00" TO W-STATUS.
                MOVE ZEROS TO W-IDX.
       CONFERE-TODOS-1.
                ADD 1 TO W-IDX.
                IF W-IDX > 6
                   GO TO ROT-FIM.
                PERFORM LE-VERSAO THRU LE-VERSAO-FIM.
                IF W-VSLIDA NOT < W-TVVERS(W-IDX)
                   GO TO CONFERE-TODOS-1.
                MOVE "39" TO W-STATUS.
                PERFORM MONTA-MENS THRU MONTA-MENS-FIM.
                GO TO ROT-FIM.
      *
      *****************************************
      * VERSAO GRAVADA DO ARQUIVO W-IDX        *
      *****************************************
       LE-VERSAO.
                MOVE ZEROS TO W-VSLIDA.
                IF W-ABERTO = 0
                   PERFORM ABRE-VERSAO THRU ABRE-VERSAO-FIM.
                IF W-ABERTO NOT = 1
                   GO TO LE-VERSAO-FIM.
                MOVE W-TVARQ(W-IDX) TO VS-ARQUIVO.
                READ VERSAO
                   INVALID KEY
                      MOVE ZEROS TO VS-VERSAO.
                MOVE VS-VERSAO TO W-VSLIDA.
       LE-VERSAO-FIM.
                EXIT.
      *
      * SEM VERSAO.DAT TODOS OS ARQUIVOS FICAM NA VERSAO 0
       ABRE-VERSAO.
                MOVE 2 TO W-ABERTO.
                OPEN INPUT VERSAO.
                IF ST-ERROVS = "05"
                   CLOSE VERSAO
                   GO TO ABRE-VERSAO-FIM.
                IF ST-ERROVS = "00"
                   MOVE 1 TO W-ABERTO.
       ABRE-VERSAO-FIM.
                EXIT.
      *
       MONTA-MENS.
                IF W-VSLIDA = 0
                   MOVE W-TVARQ(W-IDX) TO W-MSARQ
                   MOVE W-MSGSEM TO W-MENSAG
                   GO TO MONTA-MENS-FIM.
                MOVE W-TVARQ(W-IDX) TO W-MVARQ.
                MOVE W-VSLIDA TO W-MVVERS.
                MOVE W-MSGVELHA TO W-MENSAG.
       MONTA-MENS-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                IF W-ABERTO = 1
                   CLOSE VERSAO.
                EXIT PROGRAM.
