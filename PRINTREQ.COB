       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTREQ.
      *
      **************************************
      * REQUISICOES DE PESSOAL POR         *
      * DEPARTAMENTO: AS ABERTAS, COM OS   *
      * DIAS EM ABERTO E OS CANDIDATOS POR *
      * ETAPA (CANDID.DAT - CADCANDI), E O *
      * TEMPO MEDIO DE CONTRATACAO DAS     *
      * PREENCHIDAS NO ANO DA DATA DE      *
      * REFERENCIA (ABERTURA ATE O         *
      * FECHAMENTO) (ARQREQ.TXT)           *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOGPROC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROLPROC.
           SELECT REQUIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RE-NUMREQ
                    FILE STATUS  IS ST-ERRORE.
           SELECT OPTIONAL CANDID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CD-CHAVE
                    FILE STATUS  IS ST-ERROCD.
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
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CANDID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CANDID.DAT".
       01 REGCANDID.
                03 CD-CHAVE.
                    05 CD-NUMREQ       PIC 9(05).
                    05 CD-CPF          PIC 9(11).
                03 CD-NOME             PIC X(35).
                03 CD-TELEFONE         PIC X(15).
                03 CD-ETAPA            PIC X(01).
                03 CD-DTINSCR          PIC 9(08).
                03 CD-DTENTREV         PIC 9(08).
                03 CD-DTOFERTA         PIC 9(08).
                03 CD-DTETAPA          PIC 9(08).
                03 CD-SALACORD         PIC 9(06)V99.
                03 CD-CHAPA            PIC 9(06).
                03 CD-OBS              PIC X(40).
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
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREQ.TXT".
       01 REGIMP PIC X(100).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
      * CONTROLE DE EXECUCAO (LOGPROC.DAT) - UM REGISTRO POR RODADA
       77 ST-ERROLPROC PIC X(02) VALUE "00".
       77 W-LPDTINI    PIC 9(08) VALUE ZEROS.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRORE    PIC X(02) VALUE "00".
       77 ST-ERROCD    PIC X(02) VALUE "00".
       77 ST-ERRODPTO  PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      * DATA DE REFERENCIA EM AAAAMMDD (SUGERE A DATA DO DIA)
       77 W-DTREF      PIC 9(08) VALUE ZEROS.
       77 W-REFANO     PIC 9(04) VALUE ZEROS.
       77 W-REFMES     PIC 9(06) VALUE ZEROS.
       77 W-FECHANO    PIC 9(04) VALUE ZEROS.
       77 W-JDREF      PIC 9(07) VALUE ZEROS.
       77 W-JDABERT    PIC 9(07) VALUE ZEROS.
       77 W-DIAS       PIC 9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-CDABERTO   PIC 9(01) VALUE ZEROS.
      * NUMERO DO DIA (DIA JULIANO) DE W-DTORD
       01 W-DTORD      PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
       77 W-JDNUM      PIC 9(07) VALUE ZEROS.
       77 W-JDA        PIC 9(01) VALUE ZEROS.
       77 W-JDY        PIC 9(05) VALUE ZEROS.
       77 W-JDM        PIC 9(02) VALUE ZEROS.
       77 W-JDT1       PIC 9(05) VALUE ZEROS.
       77 W-JDT2       PIC 9(05) VALUE ZEROS.
       77 W-JDT3       PIC 9(05) VALUE ZEROS.
       77 W-JDT4       PIC 9(05) VALUE ZEROS.
      * TOTAIS POR DEPARTAMENTO
       77 W-QTDDPT     PIC 9(03) VALUE ZEROS.
       77 W-IDXDPT     PIC 9(03) VALUE ZEROS.
       77 W-ACHDPT     PIC 9(03) VALUE ZEROS.
       01 W-TABDPT.
                03 W-DPTITEM OCCURS 100 TIMES.
                    05 W-DPTCOD        PIC 9(04).
                    05 W-DPTABERTAS    PIC 9(04).
                    05 W-DPTPREENC     PIC 9(04).
                    05 W-DPTDIASCTR    PIC 9(07).
      * REQUISICOES ABERTAS, NA ORDEM DE NUMERO
       77 W-QTDDET     PIC 9(03) VALUE ZEROS.
       77 W-IDXDET     PIC 9(03) VALUE ZEROS.
       01 W-TABDET.
                03 W-DETITEM OCCURS 500 TIMES.
                    05 W-DETPTO        PIC 9(04).
                    05 W-DETNUMREQ     PIC 9(05).
                    05 W-DETCARG       PIC 9(04).
                    05 W-DETDESCR      PIC X(20).
                    05 W-DETTIPO       PIC X(01).
                    05 W-DETDTABERT    PIC 9(08).
                    05 W-DETDIAS       PIC 9(05).
                    05 W-DETQTDT       PIC 9(03).
                    05 W-DETQTDE       PIC 9(03).
                    05 W-DETQTDO       PIC 9(03).
                    05 W-DETQTDR       PIC 9(03).
       77 W-QTDT       PIC 9(03) VALUE ZEROS.
       77 W-QTDE       PIC 9(03) VALUE ZEROS.
       77 W-QTDO       PIC 9(03) VALUE ZEROS.
       77 W-QTDR       PIC 9(03) VALUE ZEROS.
       77 W-MEDIA      PIC 9(05)V9 VALUE ZEROS.
       77 W-TOTABERTAS PIC 9(05) VALUE ZEROS.
       77 W-TOTPREENC  PIC 9(05) VALUE ZEROS.
       77 W-TOTDIASCTR PIC 9(08) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(08) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "REQUISICOES DE PESSOAL E TEMPO DE CONTRATACAO".
       01 CAB2.
                03 FILLER PIC X(12) VALUE "REFERENCIA:".
                03 IMPREF  PIC 9999/99/99.
                03 FILLER PIC X(28) VALUE
                       "   PREENCHIDAS NO ANO DE ".
                03 IMPREFANO PIC 9(04).
       01 CABDPTO.
                03 FILLER  PIC X(14) VALUE "DEPARTAMENTO: ".
                03 IMPDPCOD PIC 9(04).
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPDPNOME PIC X(25).
       01 CABDET.
                03 FILLER PIC X(33) VALUE
                       "REQ.  CARGO".
                03 FILLER PIC X(48) VALUE
                  "TP ABERTURA     DIAS  TRIAG ENTREV OFERTA REPROV".
       01 DETAL.
                03 IMPNUMREQ PIC 9(05).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPCARG  PIC 9(04).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPDESCR PIC X(20).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPTIPO  PIC X(01).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPDTABERT PIC 9999/99/99.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPDIAS  PIC ZZZZ9.
                03 FILLER   PIC X(04) VALUE SPACES.
                03 IMPQTDT  PIC ZZ9.
                03 FILLER   PIC X(04) VALUE SPACES.
                03 IMPQTDE  PIC ZZ9.
                03 FILLER   PIC X(04) VALUE SPACES.
                03 IMPQTDO  PIC ZZ9.
                03 FILLER   PIC X(04) VALUE SPACES.
                03 IMPQTDR  PIC ZZ9.
       01 LINDPT.
                03 FILLER  PIC X(10) VALUE "ABERTAS: ".
                03 IMPDABE PIC ZZZ9.
                03 FILLER  PIC X(16) VALUE "   PREENCHIDAS: ".
                03 IMPDPRE PIC ZZZ9.
                03 FILLER  PIC X(30) VALUE
                       "   TEMPO MEDIO (DIAS): ".
                03 IMPDMED PIC ZZZZ9,9.
       01 LINGER1.
                03 FILLER  PIC X(34) VALUE
                       "EMPRESA - REQUISICOES ABERTAS...:".
                03 IMPGABE PIC ZZZZ9.
       01 LINGER2.
                03 FILLER  PIC X(34) VALUE
                       "EMPRESA - PREENCHIDAS NO ANO....:".
                03 IMPGPRE PIC ZZZZ9.
       01 LINGER3.
                03 FILLER  PIC X(34) VALUE
                       "EMPRESA - TEMPO MEDIO (DIAS)....:".
                03 IMPGMED PIC ZZZZ9,9.
       01 LINTRACO.
                03 FILLER PIC X(98) VALUE ALL "-".
      *
       SCREEN SECTION.
             01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "REQUISICOES DE PESSOAL E TEMPO DE CONTRATACAO".
             05  LINE 05 COLUMN 10
                 VALUE "DATA DE REFERENCIA (AAAAMMDD) : ".
             05  TDTREF
                 LINE 05 COLUMN 43 PIC 99999999
                 USING W-DTREF
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                MOVE W-LPDTINI TO W-DTREF.
      *
       INC-OP0.
           DISPLAY TELAFILTRO.
           ACCEPT TDTREF.
           IF W-DTREF < 19900101
              MOVE "*** DATA DE REFERENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           MOVE W-DTREF TO W-DTORD.
           PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
           MOVE W-JDNUM TO W-JDREF.
           DIVIDE W-DTREF BY 10000 GIVING W-REFANO.
           DIVIDE W-DTREF BY 100 GIVING W-REFMES.
       ABRE-ARQS.
           OPEN INPUT REQUIS.
           IF ST-ERRORE NOT = "00"
              MOVE "*** REQUISICOES NAO CADASTRADAS (CADREQUI) ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-CDABERTO.
           OPEN INPUT CANDID.
           IF ST-ERROCD = "00" OR ST-ERROCD = "05"
              MOVE 1 TO W-CDABERTO.
           OPEN INPUT DPTO.
           OPEN INPUT CARG.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE W-DTREF TO IMPREF.
           MOVE W-REFANO TO IMPREFANO.
           WRITE REGIMP FROM CAB2.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           MOVE ZEROS TO W-QTDDPT W-QTDDET.
           MOVE ZEROS TO W-TABDPT W-TABDET.
      *
      *****************************************
      * VARREDURA DO REQUIS.DAT: AS ABERTAS    *
      * VAO PARA O DETALHE, AS PREENCHIDAS NO  *
      * ANO SOMAM OS DIAS ATE A CONTRATACAO    *
      *****************************************
       LER-REQ.
                READ REQUIS NEXT RECORD
                   AT END GO TO IMPRIME.
                ADD 1 TO W-LIDOS.
                IF RE-STATRQ = "A"
                   PERFORM GUARDA-ABERTA THRU GUARDA-ABERTA-FIM
                   GO TO LER-REQ.
                IF RE-STATRQ NOT = "P"
                   GO TO LER-REQ.
                DIVIDE RE-DTFECH BY 10000 GIVING W-FECHANO.
                IF W-FECHANO NOT = W-REFANO OR RE-DTFECH > W-DTREF
                   GO TO LER-REQ.
                MOVE RE-DTABERT TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE W-JDNUM TO W-JDABERT.
                MOVE RE-DTFECH TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE ZEROS TO W-DIAS.
                IF W-JDNUM > W-JDABERT
                   COMPUTE W-DIAS = W-JDNUM - W-JDABERT.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   GO TO LER-REQ.
                ADD 1 TO W-DPTPREENC(W-ACHDPT).
                ADD W-DIAS TO W-DPTDIASCTR(W-ACHDPT).
                GO TO LER-REQ.
      *
      * REQUISICAO ABERTA: DIAS EM ABERTO ATE A REFERENCIA E
      * CANDIDATOS POR ETAPA
       GUARDA-ABERTA.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   GO TO GUARDA-ABERTA-FIM.
                ADD 1 TO W-DPTABERTAS(W-ACHDPT).
                IF W-QTDDET NOT < 500
                   GO TO GUARDA-ABERTA-FIM.
                MOVE RE-DTABERT TO W-DTORD.
                PERFORM CALC-JULIANO THRU CALC-JULIANO-FIM.
                MOVE ZEROS TO W-DIAS.
                IF W-JDREF > W-JDNUM
                   COMPUTE W-DIAS = W-JDREF - W-JDNUM.
                PERFORM CONTA-CAND THRU CONTA-CAND-FIM.
                MOVE RE-CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY
                      MOVE SPACES TO DENOMINACAO1.
                ADD 1 TO W-QTDDET.
                MOVE RE-CODPTO TO W-DETPTO(W-QTDDET).
                MOVE RE-NUMREQ TO W-DETNUMREQ(W-QTDDET).
                MOVE RE-CODCARG TO W-DETCARG(W-QTDDET).
                MOVE DENOMINACAO1 TO W-DETDESCR(W-QTDDET).
                MOVE RE-TIPO TO W-DETTIPO(W-QTDDET).
                MOVE RE-DTABERT TO W-DETDTABERT(W-QTDDET).
                MOVE W-DIAS TO W-DETDIAS(W-QTDDET).
                MOVE W-QTDT TO W-DETQTDT(W-QTDDET).
                MOVE W-QTDE TO W-DETQTDE(W-QTDDET).
                MOVE W-QTDO TO W-DETQTDO(W-QTDDET).
                MOVE W-QTDR TO W-DETQTDR(W-QTDDET).
       GUARDA-ABERTA-FIM.
                EXIT.
      *
      * CANDIDATOS DA REQUISICAO POR ETAPA (CANDID.DAT)
       CONTA-CAND.
                MOVE ZEROS TO W-QTDT W-QTDE W-QTDO W-QTDR.
                IF W-CDABERTO NOT = 1
                   GO TO CONTA-CAND-FIM.
                MOVE RE-NUMREQ TO CD-NUMREQ.
                MOVE ZEROS TO CD-CPF.
                START CANDID KEY IS NOT LESS THAN CD-CHAVE
                   INVALID KEY
                      GO TO CONTA-CAND-FIM.
       CONTA-CAND-LER.
                READ CANDID NEXT RECORD
                   AT END
                      GO TO CONTA-CAND-FIM.
                IF CD-NUMREQ NOT = RE-NUMREQ
                   GO TO CONTA-CAND-FIM.
                IF CD-ETAPA = "T"
                   ADD 1 TO W-QTDT.
                IF CD-ETAPA = "E"
                   ADD 1 TO W-QTDE.
                IF CD-ETAPA = "O"
                   ADD 1 TO W-QTDO.
                IF CD-ETAPA = "R"
                   ADD 1 TO W-QTDR.
                GO TO CONTA-CAND-LER.
       CONTA-CAND-FIM.
                EXIT.
      *
      * LOCALIZA/CRIA A LINHA DO DEPARTAMENTO NA TABELA
       ACHA-DEPTO.
                MOVE ZEROS TO W-ACHDPT W-IDXDPT.
       ACHA-DEPTO-PROC.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO ACHA-DEPTO-NOVO.
                IF W-DPTCOD(W-IDXDPT) = RE-CODPTO
                   MOVE W-IDXDPT TO W-ACHDPT
                   GO TO ACHA-DEPTO-FIM.
                GO TO ACHA-DEPTO-PROC.
       ACHA-DEPTO-NOVO.
                IF W-QTDDPT NOT < 100
                   GO TO ACHA-DEPTO-FIM.
                ADD 1 TO W-QTDDPT.
                MOVE W-QTDDPT TO W-ACHDPT.
                MOVE RE-CODPTO TO W-DPTCOD(W-ACHDPT).
       ACHA-DEPTO-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO: UM BLOCO POR DEPARTAMENTO   *
      * COM AS REQUISICOES ABERTAS E O TEMPO   *
      * MEDIO DE CONTRATACAO                   *
      *****************************************
       IMPRIME.
                MOVE ZEROS TO W-IDXDPT.
       IMPRIME-DEPTO.
                ADD 1 TO W-IDXDPT.
                IF W-IDXDPT > W-QTDDPT
                   GO TO ROT-GERAL.
                MOVE W-DPTCOD(W-IDXDPT) TO IMPDPCOD CODIGO.
                READ DPTO
                   INVALID KEY
                      MOVE SPACES TO DENOMINACAO.
                MOVE DENOMINACAO TO IMPDPNOME.
                WRITE REGIMP FROM CABDPTO.
                WRITE REGIMP FROM LINTRACO.
                IF W-DPTABERTAS(W-IDXDPT) = ZEROS
                   GO TO IMPRIME-FECHA.
                WRITE REGIMP FROM CABDET.
                MOVE ZEROS TO W-IDXDET.
       IMPRIME-DET.
                ADD 1 TO W-IDXDET.
                IF W-IDXDET > W-QTDDET
                   GO TO IMPRIME-FECHA.
                IF W-DETPTO(W-IDXDET) NOT = W-DPTCOD(W-IDXDPT)
                   GO TO IMPRIME-DET.
                MOVE W-DETNUMREQ(W-IDXDET) TO IMPNUMREQ.
                MOVE W-DETCARG(W-IDXDET) TO IMPCARG.
                MOVE W-DETDESCR(W-IDXDET) TO IMPDESCR.
                MOVE W-DETTIPO(W-IDXDET) TO IMPTIPO.
                MOVE W-DETDTABERT(W-IDXDET) TO IMPDTABERT.
                MOVE W-DETDIAS(W-IDXDET) TO IMPDIAS.
                MOVE W-DETQTDT(W-IDXDET) TO IMPQTDT.
                MOVE W-DETQTDE(W-IDXDET) TO IMPQTDE.
                MOVE W-DETQTDO(W-IDXDET) TO IMPQTDO.
                MOVE W-DETQTDR(W-IDXDET) TO IMPQTDR.
                WRITE REGIMP FROM DETAL.
                GO TO IMPRIME-DET.
       IMPRIME-FECHA.
                MOVE ZEROS TO W-MEDIA.
                IF W-DPTPREENC(W-IDXDPT) NOT = ZEROS
                   COMPUTE W-MEDIA ROUNDED = W-DPTDIASCTR(W-IDXDPT)
                                           / W-DPTPREENC(W-IDXDPT).
                MOVE W-DPTABERTAS(W-IDXDPT) TO IMPDABE.
                MOVE W-DPTPREENC(W-IDXDPT) TO IMPDPRE.
                MOVE W-MEDIA TO IMPDMED.
                WRITE REGIMP FROM LINDPT.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                ADD W-DPTABERTAS(W-IDXDPT) TO W-TOTABERTAS.
                ADD W-DPTPREENC(W-IDXDPT) TO W-TOTPREENC.
                ADD W-DPTDIASCTR(W-IDXDPT) TO W-TOTDIASCTR.
                GO TO IMPRIME-DEPTO.
      *
       ROT-GERAL.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTABERTAS TO IMPGABE.
                WRITE REGIMP FROM LINGER1.
                MOVE W-TOTPREENC TO IMPGPRE.
                WRITE REGIMP FROM LINGER2.
                MOVE ZEROS TO W-MEDIA.
                IF W-TOTPREENC NOT = ZEROS
                   COMPUTE W-MEDIA ROUNDED = W-TOTDIASCTR
                                           / W-TOTPREENC.
                MOVE W-MEDIA TO IMPGMED.
                WRITE REGIMP FROM LINGER3.
                DISPLAY (21, 05) "RELATORIO EM ARQREQ.TXT".
                GO TO ROT-FIM.
      *
      *****************************************
      * NUMERO DO DIA (DIA JULIANO) DA DATA    *
      * W-DTORD EM AAAAMMDD                    *
      *****************************************
       CALC-JULIANO.
                MOVE 0 TO W-JDA.
                IF W-DO-MES < 3
                   MOVE 1 TO W-JDA.
                COMPUTE W-JDY = W-DO-ANO + 4800 - W-JDA.
                COMPUTE W-JDM = W-DO-MES + (12 * W-JDA) - 3.
                COMPUTE W-JDT1 = (153 * W-JDM) + 2.
                DIVIDE W-JDT1 BY 5 GIVING W-JDT1.
                DIVIDE W-JDY BY 4 GIVING W-JDT2.
                DIVIDE W-JDY BY 100 GIVING W-JDT3.
                DIVIDE W-JDY BY 400 GIVING W-JDT4.
                COMPUTE W-JDNUM = W-DO-DIA + W-JDT1 + (365 * W-JDY)
                                + W-JDT2 - W-JDT3 + W-JDT4 - 32045.
       CALC-JULIANO-FIM.
                EXIT.
      *
      *****************************************
      * REGISTRO DE CONTROLE DE EXECUCAO       *
      * (LOGPROC.DAT)                          *
      *****************************************
       GRAVA-PROC.
      * EVITA REGISTRO EM DOBRO QUANDO O FLUXO CAI NO PARAGRAFO
      * ALEM DO PERFORM DA ROTINA DE FIM
                IF W-LPGRAVOU = 1
                   GO TO GRAVA-PROC-FIM.
                MOVE 1 TO W-LPGRAVOU.
                MOVE "PRINTREQ" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE W-REFMES TO LP-PERIODO.
                MOVE W-LIDOS TO LP-REGLIDOS.
                MOVE W-QTDDET TO LP-REGGRAV.
                MOVE ZEROS TO LP-VALORTOT.
                OPEN EXTEND LOGPROC.
                WRITE REGLOGPROC.
                CLOSE LOGPROC.
       GRAVA-PROC-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE REQUIS DPTO CARG ARQIMP.
                IF W-CDABERTO = 1
                   CLOSE CANDID.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTREQ" TO W-SPLPROG.
                MOVE "ARQREQ.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG LP-PERIODO
                                      W-SPLARQ.
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
