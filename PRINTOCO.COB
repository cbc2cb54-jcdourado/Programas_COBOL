       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTOCO.
      *
      **************************************
      * OCORRENCIAS E AVISOS POR TURMA: NO *
      * ANO LETIVO, PARA CADA ALUNO DA     *
      * TURMA INFORMADA (OU DE TODAS AS    *
      * TURMAS DO ANO) COM OCORRENCIA OU   *
      * CARTA, LISTA AS OCORRENCIAS        *
      * (OCORR.DAT - CADOCOR) COM A DATA DA*
      * CARTA, AS CARTAS DE OCORRENCIA E   *
      * OS AVISOS DE FALTA ENVIADOS        *
      * (CARTAS.DAT - CARTAOCO) E AS       *
      * FALTAS NAO JUSTIFICADAS DO ANO     *
      * (DIARIO MENOS JUSTIF), EM          *
      * ARQOCOR.TXT                        *
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
           SELECT TURMAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURMACOD
                    FILE STATUS  IS ST-ERROTUR.
           SELECT ALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERROALU.
           SELECT OPTIONAL OCORR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-CHAVE
                    FILE STATUS  IS ST-ERROOC.
           SELECT OPTIONAL CARTAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CHAVE
                    FILE STATUS  IS ST-ERROCA.
           SELECT OPTIONAL DIARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DR-CHAVE
                    FILE STATUS  IS ST-ERRODIA.
           SELECT OPTIONAL JUSTIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS JU-CHAVE
                    FILE STATUS  IS ST-ERROJUS.
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
       FD TURMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
       01 REGTURMA.
                03 TURMACOD            PIC X(05).
                03 DESCRICAO-TUR       PIC X(25).
                03 ANOLET              PIC 9(04).
                03 CAPACIDADE          PIC 9(03).
       FD ALUNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUNO.DAT".
       01 REGALU.
                03 RA PIC 9(06).
                03 NOME PIC X(35).
                03 TURMA PIC X(05).
                03 NOTA1 PIC 9(02)V99.
                03 NOTA2 PIC 9(02)V99.
                03 NOTA3 PIC 9(02)V99.
                03 NOTA4 PIC 9(02)V99.
                03 NOTARECUP PIC 9(02)V99.
                03 FALTA1 PIC 9(02).
                03 FALTA2 PIC 9(02).
       FD OCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORR.DAT".
       01 REGOCOR.
                03 OC-CHAVE.
                    05 OC-RA           PIC 9(06).
      * DATA DA OCORRENCIA EM AAAAMMDD
                    05 OC-DATA         PIC 9(08).
                    05 OC-DATA-R REDEFINES OC-DATA.
                        07 OC-ANO      PIC 9(04).
                        07 OC-MES      PIC 9(02).
                        07 OC-DIA      PIC 9(02).
                    05 OC-SEQ          PIC 9(01).
                03 OC-TURMA            PIC X(05).
                03 OC-CHAPAPROF        PIC 9(06).
      * I=INDISCIPLINA  T=TAREFA NAO FEITA  A=ATRASO  O=OUTRA
                03 OC-TIPO             PIC X(01).
                03 OC-DESCR1           PIC X(40).
                03 OC-DESCR2           PIC X(40).
                03 OC-MEDIDA           PIC X(40).
      * DATA DA CARTA AOS RESPONSAVEIS; ZERO = NAO ENVIADA
                03 OC-DTCARTA          PIC 9(08).
                03 FILLER              PIC X(05).
       FD CARTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTAS.DAT".
       01 REGCARTA.
                03 CA-CHAVE.
                    05 CA-RA           PIC 9(06).
                    05 CA-SEQ          PIC 9(03).
                03 CA-DTEMIS           PIC 9(08).
      * O=OCORRENCIAS  F=AVISO DE FALTAS
                03 CA-TIPO             PIC X(01).
                03 CA-ANOLET           PIC 9(04).
                03 CA-QTD              PIC 9(03).
                03 CA-LIMITE           PIC 9(02).
                03 CA-TURMA            PIC X(05).
                03 CA-RESPNOME         PIC X(35).
                03 FILLER              PIC X(13).
       FD DIARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DIARIO.DAT".
       01 REGDIARIO.
                03 DR-CHAVE.
                    05 DR-RA           PIC 9(06).
                    05 DR-DATA         PIC 9(08).
                    05 DR-DATA-R REDEFINES DR-DATA.
                        07 DR-DIA      PIC 9(02).
                        07 DR-MES      PIC 9(02).
                        07 DR-ANO      PIC 9(04).
                03 DR-TURMA            PIC X(05).
       FD JUSTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JUSTIF.DAT".
       01 REGJUSTIF.
                03 JU-CHAVE.
                    05 JU-RA           PIC 9(06).
                    05 JU-DTINI        PIC 9(08).
                03 JU-DTFIM            PIC 9(08).
                03 JU-MOTIVO           PIC X(25).
                03 JU-DOC              PIC X(15).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOCOR.TXT".
       01 REGIMP PIC X(95).
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
       77 ST-ERROTUR   PIC X(02) VALUE "00".
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 ST-ERROOC    PIC X(02) VALUE "00".
       77 ST-ERROCA    PIC X(02) VALUE "00".
       77 ST-ERRODIA   PIC X(02) VALUE "00".
       77 ST-ERROJUS   PIC X(02) VALUE "00".
      * ARQUIVOS OPCIONAIS ABERTOS (O STATUS MUDA A CADA LEITURA)
       77 W-OCABERTO   PIC 9(01) VALUE ZEROS.
       77 W-CAABERTO   PIC 9(01) VALUE ZEROS.
       77 W-DIAABERTO  PIC 9(01) VALUE ZEROS.
       77 W-JUABERTO   PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-TURMAFIL   PIC X(05) VALUE SPACES.
       77 W-JUSTIF     PIC 9(01) VALUE ZEROS.
       77 W-DTFALTA    PIC 9(08) VALUE ZEROS.
      * CONTADORES DO ALUNO EM CURSO
       77 W-FALTAS     PIC 9(03) VALUE ZEROS.
       77 W-QOC        PIC 9(03) VALUE ZEROS.
       77 W-QPEND      PIC 9(03) VALUE ZEROS.
       77 W-QCARTOC    PIC 9(03) VALUE ZEROS.
       77 W-QAVISO     PIC 9(03) VALUE ZEROS.
      * CONTADORES DA TURMA E GERAIS
       77 W-TQALU      PIC 9(05) VALUE ZEROS.
       77 W-TQLIST     PIC 9(05) VALUE ZEROS.
       77 W-TQOC       PIC 9(05) VALUE ZEROS.
       77 W-TQPEND     PIC 9(05) VALUE ZEROS.
       77 W-TQAVISO    PIC 9(05) VALUE ZEROS.
       77 W-TOTTURMAS  PIC 9(05) VALUE ZEROS.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTLIST    PIC 9(06) VALUE ZEROS.
       77 W-TOTOC      PIC 9(06) VALUE ZEROS.
       77 W-TOTPEND    PIC 9(06) VALUE ZEROS.
       77 W-TOTAVISO   PIC 9(06) VALUE ZEROS.
      * DATA AAAAMMDD IMPRESSA COMO DD/MM/AAAA
       01 W-DTAUX      PIC 9(08) VALUE ZEROS.
       01 W-DTAUX-R REDEFINES W-DTAUX.
                03 W-DX-ANO            PIC 9(04).
                03 W-DX-MES            PIC 9(02).
                03 W-DX-DIA            PIC 9(02).
       01 W-DTIMP.
                03 W-DI-DIA            PIC 9(02).
                03 FILLER              PIC X(01) VALUE "/".
                03 W-DI-MES            PIC 9(02).
                03 FILLER              PIC X(01) VALUE "/".
                03 W-DI-ANO            PIC 9(04).
      *
       01 CAB1.
                03 FILLER PIC X(15) VALUE SPACES.
                03 FILLER PIC X(45) VALUE
                       "OCORRENCIAS E AVISOS AOS RESPONSAVEIS - ANO ".
                03 IMPANO PIC 9(04).
       01 CABTURMA.
                03 FILLER   PIC X(07) VALUE "TURMA: ".
                03 IMPTURMA PIC X(05).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPDESC  PIC X(25).
       01 CABCOL.
                03 FILLER PIC X(40) VALUE
                       "RA      NOME                            ".
                03 FILLER PIC X(40) VALUE
                       "   OCORR SEM CARTA CARTAS AVISOS FALTAS".
       01 DETALU.
                03 IMPRA     PIC 9(06).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPNOME   PIC X(35).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPQOC    PIC ZZ9.
                03 FILLER    PIC X(07) VALUE SPACES.
                03 IMPQPEND  PIC ZZ9.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 IMPQCART  PIC ZZ9.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 IMPQAVISO PIC ZZ9.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 IMPFALTAS PIC ZZ9.
       01 DETOCOR.
                03 FILLER    PIC X(04) VALUE SPACES.
                03 IMPDTOC   PIC X(10).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPTIPO   PIC X(16).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPDESCR  PIC X(40).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPCARTA  PIC X(16).
       01 DETCARTA.
                03 FILLER    PIC X(06) VALUE "CARTA ".
                03 IMPDTCART PIC X(10).
       01 LINTOTTUR.
                03 FILLER    PIC X(09) VALUE "  ALUNOS:".
                03 IMPTQALU  PIC ZZZZ9.
                03 FILLER    PIC X(12) VALUE "  LISTADOS:".
                03 IMPTQLIST PIC ZZZZ9.
                03 FILLER    PIC X(15) VALUE "  OCORRENCIAS:".
                03 IMPTQOC   PIC ZZZZ9.
                03 FILLER    PIC X(13) VALUE "  SEM CARTA:".
                03 IMPTQPEND PIC ZZZZ9.
                03 FILLER    PIC X(10) VALUE "  AVISOS:".
                03 IMPTQAVIS PIC ZZZZ9.
       01 LINTOT1.
                03 FILLER  PIC X(28) VALUE "TURMAS LISTADAS..........:".
                03 IMPTOT1 PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER  PIC X(28) VALUE "ALUNOS LISTADOS..........:".
                03 IMPTOT2 PIC ZZZZZ9.
       01 LINTOT3.
                03 FILLER  PIC X(28) VALUE "OCORRENCIAS NO ANO.......:".
                03 IMPTOT3 PIC ZZZZZ9.
       01 LINTOT4.
                03 FILLER  PIC X(28) VALUE "OCORRENCIAS SEM CARTA....:".
                03 IMPTOT4 PIC ZZZZZ9.
       01 LINTOT5.
                03 FILLER  PIC X(28) VALUE "AVISOS DE FALTA ENVIADOS.:".
                03 IMPTOT5 PIC ZZZZZ9.
       01 LINTRACO.
                03 FILLER PIC X(95) VALUE ALL "-".
      *
       SCREEN SECTION.
       01  TELAFILTRO.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "OCORRENCIAS E AVISOS POR TURMA".
             05  LINE 05 COLUMN 10
                 VALUE "ANO LETIVO..............: ".
             05  LINE 06 COLUMN 10
                 VALUE "TURMA (BRANCO = TODAS)..: ".
             05  TANO
                 LINE 05 COLUMN 36 PIC 9(04)
                 USING W-ANO
                 HIGHLIGHT.
             05  TTURMAFIL
                 LINE 06 COLUMN 36 PIC X(05)
                 USING W-TURMAFIL
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                DIVIDE W-LPDTINI BY 10000 GIVING W-ANO.
      *
       INC-OP0.
           DISPLAY TELAFILTRO.
           ACCEPT TANO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-ANO < 1990
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           ACCEPT TTURMAFIL.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO INC-OP0.
           OPEN INPUT TURMAS.
           IF ST-ERROTUR NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CADTURMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           IF W-TURMAFIL = SPACES
              GO TO ABRE-ARQS.
           MOVE W-TURMAFIL TO TURMACOD.
           READ TURMAS
              INVALID KEY
                 MOVE "*** TURMA NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE TURMAS
                 GO TO INC-OP0.
       ABRE-ARQS.
           OPEN INPUT ALUNO.
           IF ST-ERROALU NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. ALUNO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE TURMAS
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-OCABERTO W-CAABERTO W-DIAABERTO W-JUABERTO.
           OPEN INPUT OCORR CARTAS DIARIO JUSTIF.
           IF ST-ERROOC = "00" OR ST-ERROOC = "05"
              MOVE 1 TO W-OCABERTO.
           IF ST-ERROCA = "00" OR ST-ERROCA = "05"
              MOVE 1 TO W-CAABERTO.
           IF ST-ERRODIA = "00" OR ST-ERRODIA = "05"
              MOVE 1 TO W-DIAABERTO.
           IF ST-ERROJUS = "00" OR ST-ERROJUS = "05"
              MOVE 1 TO W-JUABERTO.
           OPEN OUTPUT ARQIMP.
           MOVE W-ANO TO IMPANO.
           WRITE REGIMP FROM CAB1.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
      * TURMA INFORMADA JA ESTA LIDA; SEM ELA, TODAS AS TURMAS DO ANO
           IF W-TURMAFIL NOT = SPACES
              PERFORM TRATA-TURMA THRU TRATA-TURMA-FIM
              GO TO ROT-TOTAIS.
      *
      *****************************************
      * UM BLOCO POR TURMA DO ANO LETIVO COM   *
      * OS ALUNOS QUE TEM OCORRENCIA OU CARTA  *
      *****************************************
       LER-TURMA.
                READ TURMAS NEXT RECORD
                   AT END GO TO ROT-TOTAIS.
                IF ANOLET NOT = W-ANO
                   GO TO LER-TURMA.
                PERFORM TRATA-TURMA THRU TRATA-TURMA-FIM.
                GO TO LER-TURMA.
      *
       TRATA-TURMA.
                MOVE ZEROS TO W-TQALU W-TQLIST W-TQOC W-TQPEND
                              W-TQAVISO.
                ADD 1 TO W-TOTTURMAS.
                MOVE TURMACOD TO IMPTURMA.
                MOVE DESCRICAO-TUR TO IMPDESC.
                WRITE REGIMP FROM CABTURMA.
                WRITE REGIMP FROM CABCOL.
                WRITE REGIMP FROM LINTRACO.
                PERFORM VARRE-ALUNOS THRU VARRE-ALUNOS-FIM.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TQALU TO IMPTQALU.
                MOVE W-TQLIST TO IMPTQLIST.
                MOVE W-TQOC TO IMPTQOC.
                MOVE W-TQPEND TO IMPTQPEND.
                MOVE W-TQAVISO TO IMPTQAVIS.
                WRITE REGIMP FROM LINTOTTUR.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
       TRATA-TURMA-FIM.
                EXIT.
      *
       VARRE-ALUNOS.
                MOVE ZEROS TO RA.
                START ALUNO KEY IS NOT LESS THAN RA
                   INVALID KEY
                      GO TO VARRE-ALUNOS-FIM.
       VARRE-ALUNOS-LER.
                READ ALUNO NEXT RECORD
                   AT END
                      GO TO VARRE-ALUNOS-FIM.
                IF TURMA NOT = TURMACOD
                   GO TO VARRE-ALUNOS-LER.
                ADD 1 TO W-TQALU W-TOTLIDOS.
                PERFORM CONTA-OCOR THRU CONTA-OCOR-FIM.
                PERFORM CONTA-CARTAS THRU CONTA-CARTAS-FIM.
                IF W-QOC = ZEROS AND W-QCARTOC = ZEROS
                AND W-QAVISO = ZEROS
                   GO TO VARRE-ALUNOS-LER.
                PERFORM CONTA-FALTAS THRU CONTA-FALTAS-FIM.
                MOVE RA TO IMPRA.
                MOVE NOME TO IMPNOME.
                MOVE W-QOC TO IMPQOC.
                MOVE W-QPEND TO IMPQPEND.
                MOVE W-QCARTOC TO IMPQCART.
                MOVE W-QAVISO TO IMPQAVISO.
                MOVE W-FALTAS TO IMPFALTAS.
                WRITE REGIMP FROM DETALU.
                PERFORM LISTA-OCOR THRU LISTA-OCOR-FIM.
                ADD 1 TO W-TQLIST W-TOTLIST.
                ADD W-QOC TO W-TQOC W-TOTOC.
                ADD W-QPEND TO W-TQPEND W-TOTPEND.
                ADD W-QAVISO TO W-TQAVISO W-TOTAVISO.
                GO TO VARRE-ALUNOS-LER.
       VARRE-ALUNOS-FIM.
                EXIT.
      *
      * OCORRENCIAS DO ALUNO NO ANO E QUANTAS AINDA SEM CARTA
       CONTA-OCOR.
                MOVE ZEROS TO W-QOC W-QPEND.
                IF W-OCABERTO = 0
                   GO TO CONTA-OCOR-FIM.
                MOVE RA TO OC-RA.
                MOVE ZEROS TO OC-DATA OC-SEQ.
                START OCORR KEY IS NOT LESS THAN OC-CHAVE
                   INVALID KEY
                      GO TO CONTA-OCOR-FIM.
       CONTA-OCOR-LER.
                READ OCORR NEXT RECORD
                   AT END
                      GO TO CONTA-OCOR-FIM.
                IF OC-RA NOT = RA
                   GO TO CONTA-OCOR-FIM.
                IF OC-ANO NOT = W-ANO
                   GO TO CONTA-OCOR-LER.
                ADD 1 TO W-QOC.
                IF OC-DTCARTA = ZEROS
                   ADD 1 TO W-QPEND.
                GO TO CONTA-OCOR-LER.
       CONTA-OCOR-FIM.
                EXIT.
      *
      * UMA LINHA POR OCORRENCIA DO ANO COM A DATA DA CARTA
       LISTA-OCOR.
                IF W-QOC = ZEROS
                   GO TO LISTA-OCOR-FIM.
                MOVE RA TO OC-RA.
                MOVE ZEROS TO OC-DATA OC-SEQ.
                START OCORR KEY IS NOT LESS THAN OC-CHAVE
                   INVALID KEY
                      GO TO LISTA-OCOR-FIM.
       LISTA-OCOR-LER.
                READ OCORR NEXT RECORD
                   AT END
                      GO TO LISTA-OCOR-FIM.
                IF OC-RA NOT = RA
                   GO TO LISTA-OCOR-FIM.
                IF OC-ANO NOT = W-ANO
                   GO TO LISTA-OCOR-LER.
                MOVE OC-DATA TO W-DTAUX.
                PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM.
                MOVE W-DTIMP TO IMPDTOC.
                MOVE "OUTRA" TO IMPTIPO.
                IF OC-TIPO = "I"
                   MOVE "INDISCIPLINA" TO IMPTIPO.
                IF OC-TIPO = "T"
                   MOVE "TAREFA NAO FEITA" TO IMPTIPO.
                IF OC-TIPO = "A"
                   MOVE "ATRASO" TO IMPTIPO.
                MOVE OC-DESCR1 TO IMPDESCR.
                MOVE "SEM CARTA" TO IMPCARTA.
                IF OC-DTCARTA NOT = ZEROS
                   MOVE OC-DTCARTA TO W-DTAUX
                   PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM
                   MOVE W-DTIMP TO IMPDTCART
                   MOVE DETCARTA TO IMPCARTA.
                WRITE REGIMP FROM DETOCOR.
                GO TO LISTA-OCOR-LER.
       LISTA-OCOR-FIM.
                EXIT.
      *
      * CARTAS DE OCORRENCIA E AVISOS DE FALTA DO ANO LETIVO
       CONTA-CARTAS.
                MOVE ZEROS TO W-QCARTOC W-QAVISO.
                IF W-CAABERTO = 0
                   GO TO CONTA-CARTAS-FIM.
                MOVE RA TO CA-RA.
                MOVE ZEROS TO CA-SEQ.
                START CARTAS KEY IS NOT LESS THAN CA-CHAVE
                   INVALID KEY
                      GO TO CONTA-CARTAS-FIM.
       CONTA-CARTAS-LER.
                READ CARTAS NEXT RECORD
                   AT END
                      GO TO CONTA-CARTAS-FIM.
                IF CA-RA NOT = RA
                   GO TO CONTA-CARTAS-FIM.
                IF CA-ANOLET NOT = W-ANO
                   GO TO CONTA-CARTAS-LER.
                IF CA-TIPO = "F"
                   ADD 1 TO W-QAVISO
                ELSE
                   ADD 1 TO W-QCARTOC.
                GO TO CONTA-CARTAS-LER.
       CONTA-CARTAS-FIM.
                EXIT.
      *
      * FALTAS DO ANO LETIVO NO DIARIO QUE NAO ESTAO JUSTIFICADAS
       CONTA-FALTAS.
                MOVE ZEROS TO W-FALTAS.
                IF W-DIAABERTO = 0
                   GO TO CONTA-FALTAS-FIM.
                MOVE RA TO DR-RA.
                MOVE ZEROS TO DR-DATA.
                START DIARIO KEY IS NOT LESS THAN DR-CHAVE
                   INVALID KEY
                      GO TO CONTA-FALTAS-FIM.
       CONTA-FALTAS-LER.
                READ DIARIO NEXT RECORD
                   AT END
                      GO TO CONTA-FALTAS-FIM.
                IF DR-RA NOT = RA
                   GO TO CONTA-FALTAS-FIM.
                IF DR-ANO NOT = W-ANO
                   GO TO CONTA-FALTAS-LER.
                PERFORM VERIFICA-JUSTIF THRU VERIFICA-JUSTIF-FIM.
                IF W-JUSTIF = 1
                   GO TO CONTA-FALTAS-LER.
                IF W-FALTAS < 999
                   ADD 1 TO W-FALTAS.
                GO TO CONTA-FALTAS-LER.
       CONTA-FALTAS-FIM.
                EXIT.
      *
      *****************************************
      * A FALTA DO DIA (DR-DATA) ESTA COBERTA  *
      * POR ALGUMA JUSTIFICATIVA DO ALUNO?     *
      * (JUSTIF.DAT GUARDA AS DATAS EM         *
      * AAAAMMDD; O DIARIO USA DDMMAAAA)       *
      *****************************************
       VERIFICA-JUSTIF.
                MOVE ZEROS TO W-JUSTIF.
                IF W-JUABERTO = 0
                   GO TO VERIFICA-JUSTIF-FIM.
                COMPUTE W-DTFALTA = (DR-ANO * 10000)
                                  + (DR-MES * 100) + DR-DIA.
                MOVE RA TO JU-RA.
                MOVE ZEROS TO JU-DTINI.
                START JUSTIF KEY IS NOT LESS THAN JU-CHAVE
                   INVALID KEY
                      GO TO VERIFICA-JUSTIF-FIM.
       VERIFICA-JUSTIF-LER.
                READ JUSTIF NEXT RECORD
                   AT END
                      GO TO VERIFICA-JUSTIF-FIM.
                IF JU-RA NOT = RA
                   GO TO VERIFICA-JUSTIF-FIM.
                IF JU-DTINI > W-DTFALTA
                   GO TO VERIFICA-JUSTIF-FIM.
                IF JU-DTFIM NOT < W-DTFALTA
                   MOVE 1 TO W-JUSTIF
                   GO TO VERIFICA-JUSTIF-FIM.
                GO TO VERIFICA-JUSTIF-LER.
       VERIFICA-JUSTIF-FIM.
                EXIT.
      *
      * AAAAMMDD DE W-DTAUX PARA DD/MM/AAAA EM W-DTIMP
       FORMATA-DATA.
                MOVE W-DX-DIA TO W-DI-DIA.
                MOVE W-DX-MES TO W-DI-MES.
                MOVE W-DX-ANO TO W-DI-ANO.
       FORMATA-DATA-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                MOVE W-TOTTURMAS TO IMPTOT1.
                WRITE REGIMP FROM LINTOT1.
                MOVE W-TOTLIST TO IMPTOT2.
                WRITE REGIMP FROM LINTOT2.
                MOVE W-TOTOC TO IMPTOT3.
                WRITE REGIMP FROM LINTOT3.
                MOVE W-TOTPEND TO IMPTOT4.
                WRITE REGIMP FROM LINTOT4.
                MOVE W-TOTAVISO TO IMPTOT5.
                WRITE REGIMP FROM LINTOT5.
                DISPLAY (21, 05) "TURMAS: " W-TOTTURMAS
                                 "  ALUNOS LISTADOS: " W-TOTLIST
                                 "  EM ARQOCOR.TXT".
                GO TO ROT-FIM.
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
                MOVE "PRINTOCO" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = W-ANO * 100.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTLIST TO LP-REGGRAV.
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
                CLOSE TURMAS ALUNO OCORR CARTAS DIARIO JUSTIF ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTOCO" TO W-SPLPROG.
                MOVE "ARQOCOR.TXT" TO W-SPLARQ.
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
