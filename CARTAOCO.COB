       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAOCO.
      *
      **************************************
      * CARTAS AOS RESPONSAVEIS: UMA CARTA *
      * POR ALUNO COM AS OCORRENCIAS AINDA *
      * NAO COMUNICADAS (OCORR.DAT -       *
      * CADOCOR), QUE FICAM MARCADAS COM A *
      * DATA DE ENVIO, E O AVISO DE FALTAS *
      * PARA QUEM SOMA NO ANO LETIVO FALTAS*
      * NAO JUSTIFICADAS (DIARIO MENOS     *
      * JUSTIF) A PARTIR DO LIMITE DE AVISO*
      * INFORMADO, ABAIXO DO FALTAMAX DE   *
      * PARAM.DAT. O AVISO SAI UMA VEZ NO  *
      * ANO E DE NOVO SO QUANDO O ALUNO    *
      * ATINGE O FALTAMAX. TODA CARTA FICA *
      * REGISTRADA EM CARTAS.DAT; O TEXTO  *
      * SAI EM ARQCARTA.TXT COM O          *
      * CABECALHO DA EMPRESA (FPP029)      *
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
           SELECT ALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERROALU.
           SELECT TURMAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURMACOD
                    FILE STATUS  IS ST-ERROTUR.
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
           SELECT OPTIONAL RESPONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RP-CHAVE
                    FILE STATUS  IS ST-ERRORSP.
           SELECT OPTIONAL FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.
           SELECT OPTIONAL PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-ERROPARAM.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-ERROEMPR.
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
       FD TURMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
       01 REGTURMA.
                03 TURMACOD            PIC X(05).
                03 DESCRICAO-TUR       PIC X(25).
                03 ANOLET              PIC 9(04).
                03 CAPACIDADE          PIC 9(03).
       FD OCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORR.DAT".
       01 REGOCOR.
                03 OC-CHAVE.
                    05 OC-RA           PIC 9(06).
      * DATA DA OCORRENCIA EM AAAAMMDD
                    05 OC-DATA         PIC 9(08).
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
      * CARTAS ENVIADAS AOS RESPONSAVEIS, POR RA E SEQUENCIA
       FD CARTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTAS.DAT".
       01 REGCARTA.
                03 CA-CHAVE.
                    05 CA-RA           PIC 9(06).
                    05 CA-SEQ          PIC 9(03).
      * DATA DE EMISSAO EM AAAAMMDD
                03 CA-DTEMIS           PIC 9(08).
      * O=OCORRENCIAS  F=AVISO DE FALTAS
                03 CA-TIPO             PIC X(01).
                03 CA-ANOLET           PIC 9(04).
      * OCORRENCIAS COMUNICADAS OU FALTAS NAO JUSTIFICADAS NO AVISO
                03 CA-QTD              PIC 9(03).
      * FALTAMAX DE PARAM.DAT NA DATA DO AVISO
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
       FD RESPONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESPONS.DAT".
       01 CADRESPON.
                03 RP-CHAVE.
                    05 RP-RA           PIC 9(06).
                    05 RP-SEQRP        PIC 9(02).
                03 RP-NOME             PIC X(35).
                03 RP-CPF              PIC 9(11).
                03 RP-PARENT           PIC X(01).
                03 RP-FONE1            PIC X(15).
                03 RP-FONE2            PIC X(15).
                03 RP-ENDER            PIC X(40).
                03 RP-FINRESP          PIC X(01).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 FU-NOME             PIC X(35).
                03 FILLER              PIC X(80).
       FD PARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAM.DAT".
       01 REGPARAM.
                03 CODPARAM            PIC X(01).
                03 MEDIAMIN            PIC 9(02)V99.
                03 FALTAMAX            PIC 9(02).
      * BLOQUEIO DE INADIMPLENTE, DESCONTO DE FILHO DE FUNCIONARIO E
      * MAXIMO DE DEPENDENCIAS - MANTIDOS AQUI SO PARA CASAR O TAMANHO
      * DO REGISTRO
                03 FILLER              PIC X(08).
       FD EMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 CADEMPRESA.
                03 EP-CODIGO           PIC 9(01).
                03 EP-RAZAO            PIC X(40).
                03 EP-CNPJ             PIC 9(14).
                03 EP-ENDERECO         PIC X(40).
                03 EP-CONVENIO         PIC X(20).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARTA.TXT".
       01 REGIMP PIC X(80).
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
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 ST-ERROTUR   PIC X(02) VALUE "00".
       77 ST-ERROOC    PIC X(02) VALUE "00".
       77 ST-ERROCA    PIC X(02) VALUE "00".
       77 ST-ERRODIA   PIC X(02) VALUE "00".
       77 ST-ERROJUS   PIC X(02) VALUE "00".
       77 ST-ERRORSP   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROPARAM PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
      * ARQUIVOS OPCIONAIS ABERTOS (O STATUS MUDA A CADA LEITURA)
       77 W-DIAABERTO  PIC 9(01) VALUE ZEROS.
       77 W-JUABERTO   PIC 9(01) VALUE ZEROS.
       77 W-RSABERTO   PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-ANO        PIC 9(04) VALUE ZEROS.
       77 W-FALTAMAX   PIC 9(02) VALUE 11.
       77 W-AVISO      PIC 9(02) VALUE ZEROS.
       77 W-FALTAS     PIC 9(03) VALUE ZEROS.
       77 W-JUSTIF     PIC 9(01) VALUE ZEROS.
       77 W-DTFALTA    PIC 9(08) VALUE ZEROS.
       77 W-QTDOC      PIC 9(03) VALUE ZEROS.
       77 W-ACHOURESP  PIC 9(01) VALUE ZEROS.
      * CARTAS JA ENVIADAS AO RA (CARTAS.DAT)
       77 W-ULTSEQ     PIC 9(03) VALUE ZEROS.
       77 W-AVISOU     PIC 9(01) VALUE ZEROS.
       77 W-ULTFALTA   PIC 9(03) VALUE ZEROS.
       77 W-CATIPO     PIC X(01) VALUE SPACES.
       77 W-CAQTD      PIC 9(03) VALUE ZEROS.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTCARTAS  PIC 9(06) VALUE ZEROS.
       77 W-TOTCARTOC  PIC 9(06) VALUE ZEROS.
       77 W-TOTOCOR    PIC 9(06) VALUE ZEROS.
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
       01 CABEMP1.
                03 IMPRAZAO  PIC X(40).
                03 FILLER    PIC X(08) VALUE "  CNPJ: ".
                03 IMPCNPJ   PIC 99.999.999/9999.99.
       01 CABEMP2.
                03 IMPENDEMP PIC X(40).
       01 CABTIT.
                03 FILLER    PIC X(05) VALUE SPACES.
                03 IMPTITULO PIC X(60).
       01 LINRESP.
                03 FILLER    PIC X(16) VALUE "AO RESPONSAVEL: ".
                03 IMPRESP   PIC X(35).
       01 LINENDER.
                03 FILLER    PIC X(16) VALUE SPACES.
                03 IMPENDER  PIC X(40).
       01 LINALU.
                03 FILLER    PIC X(16) VALUE "ALUNO.........: ".
                03 IMPRA     PIC 9(06).
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPNOME   PIC X(35).
                03 FILLER    PIC X(09) VALUE "  TURMA: ".
                03 IMPTURMA  PIC X(05).
       01 LINOC1.
                03 FILLER PIC X(70) VALUE
           "COMUNICAMOS AS OCORRENCIAS REGISTRADAS PELA ESCOLA:".
       01 CABOCOR.
                03 FILLER PIC X(40) VALUE
                       "DATA        TIPO                REGISTRA".
                03 FILLER PIC X(10) VALUE
                       "DA POR".
       01 DETOCOR.
                03 IMPDTOC   PIC X(10).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPTIPO   PIC X(18).
                03 FILLER    PIC X(02) VALUE SPACES.
                03 IMPPROF   PIC X(35).
       01 DETOCDSC.
                03 FILLER    PIC X(12) VALUE SPACES.
                03 IMPDESCR  PIC X(40).
       01 DETOCMED.
                03 FILLER    PIC X(12) VALUE SPACES.
                03 FILLER    PIC X(08) VALUE "MEDIDA: ".
                03 IMPMEDIDA PIC X(40).
       01 LINOC2.
                03 FILLER PIC X(70) VALUE
           "SOLICITAMOS O COMPARECIMENTO DE UM RESPONSAVEL A ESCOLA".
       01 LINOC3.
                03 FILLER PIC X(70) VALUE
           "OU O CONTATO COM A COORDENACAO PARA TRATAR DO ASSUNTO.".
       01 LINFT1.
                03 FILLER    PIC X(28) VALUE
                       "INFORMAMOS QUE O ALUNO SOMA ".
                03 IMPQFALTA PIC ZZ9.
                03 FILLER    PIC X(39) VALUE
                       " FALTAS NAO JUSTIFICADAS NO ANO LETIVO".
       01 LINFT2.
                03 FILLER    PIC X(03) VALUE "DE ".
                03 IMPANOFT  PIC 9(04).
                03 FILLER    PIC X(06) VALUE ". COM ".
                03 IMPLIMITE PIC Z9.
                03 FILLER    PIC X(43) VALUE
                       " FALTAS OU MAIS O ALUNO E REPROVADO POR".
       01 LINFT3.
                03 FILLER PIC X(70) VALUE "FREQUENCIA.".
       01 LINFT4.
                03 FILLER PIC X(70) VALUE
           "PEDIMOS ACOMPANHAR A FREQUENCIA PARA EVITAR A REPROVACAO.".
       01 LINFT5.
                03 FILLER PIC X(70) VALUE
           "O LIMITE JA FOI ATINGIDO. PROCURE A SECRETARIA DA ESCOLA.".
       01 LINFT6.
                03 FILLER PIC X(70) VALUE
           "FALTAS POR DOENCA OU OUTRO MOTIVO PODEM SER JUSTIFICADAS".
       01 LINFT7.
                03 FILLER PIC X(70) VALUE
           "NA SECRETARIA COM O ATESTADO OU DOCUMENTO CORRESPONDENTE.".
       01 LINDATA.
                03 FILLER    PIC X(10) VALUE "EMITIDA EM".
                03 FILLER    PIC X(01) VALUE SPACES.
                03 IMPHOJE   PIC X(10).
       01 LINASS.
                03 FILLER PIC X(20) VALUE SPACES.
                03 FILLER PIC X(40) VALUE ALL "_".
       01 LINASS2.
                03 FILLER PIC X(20) VALUE SPACES.
                03 IMPASSRAZ PIC X(40).
       01 LINTRACO.
                03 FILLER PIC X(78) VALUE ALL "-".
       01 LINSEPARA.
                03 FILLER PIC X(78) VALUE ALL "=".
      *
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                DIVIDE W-LPDTINI BY 10000 GIVING W-ANO.
      * LIMITE DE FALTAS PARA APROVACAO (PARAM.DAT - FPP030)
                MOVE 11 TO W-FALTAMAX.
                OPEN INPUT PARAM.
                MOVE "1" TO CODPARAM.
                READ PARAM
                   INVALID KEY
                      NEXT SENTENCE.
                IF ST-ERROPARAM = "00"
                   MOVE FALTAMAX TO W-FALTAMAX.
                CLOSE PARAM.
                COMPUTE W-AVISO = (W-FALTAMAX * 3) / 4.
      *
       INC-OP0.
           DISPLAY (01, 01) ERASE.
           DISPLAY (03, 10) "CARTAS DE OCORRENCIAS E AVISOS DE FALTAS".
           DISPLAY (05, 10) "ANO LETIVO DAS FALTAS....: ".
           DISPLAY (06, 10) "LIMITE DE FALTAS (PARAM).: " W-FALTAMAX.
           DISPLAY (07, 10) "AVISAR A PARTIR DE.......: ".
           DISPLAY (07, 40) "FALTAS NAO JUSTIFICADAS".
           ACCEPT (05, 37) W-ANO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-ANO < 1990
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
       INC-OP1.
           ACCEPT (07, 37) W-AVISO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO INC-OP0.
      * O AVISO TEM DE SAIR ANTES DA REPROVACAO POR FALTAS
           IF W-AVISO = ZEROS OR W-AVISO NOT < W-FALTAMAX
              MOVE "*** AVISO DEVE SER MAIOR QUE 0 E MENOR QUE O LIMITE"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP1.
      *
      *****************************************
      * CABECALHO DA EMPRESA (EMPRESA.DAT -    *
      * FPP029) E OBRIGATORIO NAS CARTAS       *
      *****************************************
       ABRE-ARQS.
           OPEN INPUT EMPRESA.
           MOVE 1 TO EP-CODIGO.
           READ EMPRESA
              INVALID KEY
                 MOVE "*** EMPRESA NAO CADASTRADA (FPP029) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE EMPRESA
                 GO TO ROT-FIMP.
           CLOSE EMPRESA.
           OPEN INPUT ALUNO.
           IF ST-ERROALU NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. ALUNO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT TURMAS.
           IF ST-ERROTUR NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. CADTURMA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ALUNO
              GO TO ROT-FIMP.
       ABRE-OCORR.
           OPEN I-O OCORR.
           IF ST-ERROOC = "05"
              CLOSE OCORR
              OPEN OUTPUT OCORR
              CLOSE OCORR
              GO TO ABRE-OCORR.
       ABRE-CARTAS.
           OPEN I-O CARTAS.
           IF ST-ERROCA = "05"
              CLOSE CARTAS
              OPEN OUTPUT CARTAS
              CLOSE CARTAS
              GO TO ABRE-CARTAS.
           IF ST-ERROOC NOT = "00" OR ST-ERROCA NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. OCORR/CARTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ALUNO TURMAS OCORR CARTAS
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-DIAABERTO W-JUABERTO W-RSABERTO.
           OPEN INPUT DIARIO JUSTIF RESPONS FUNC.
           IF ST-ERRODIA = "00" OR ST-ERRODIA = "05"
              MOVE 1 TO W-DIAABERTO.
           IF ST-ERROJUS = "00" OR ST-ERROJUS = "05"
              MOVE 1 TO W-JUABERTO.
           IF ST-ERRORSP = "00" OR ST-ERRORSP = "05"
              MOVE 1 TO W-RSABERTO.
           OPEN OUTPUT ARQIMP.
           MOVE EP-RAZAO TO IMPRAZAO IMPASSRAZ.
           MOVE EP-CNPJ TO IMPCNPJ.
           MOVE EP-ENDERECO TO IMPENDEMP.
           MOVE W-LPDTINI TO W-DTAUX.
           PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM.
           MOVE W-DTIMP TO IMPHOJE.
      *
      *****************************************
      * LE OS ALUNOS NA ORDEM DE RA: CARTA DE  *
      * OCORRENCIAS E AVISO DE FALTAS          *
      *****************************************
       LER-ALUNO.
                READ ALUNO NEXT RECORD
                   AT END GO TO ROT-TOTAIS.
                ADD 1 TO W-TOTLIDOS.
                PERFORM CARTA-OCOR THRU CARTA-OCOR-FIM.
                PERFORM AVISO-FALTA THRU AVISO-FALTA-FIM.
                GO TO LER-ALUNO.
      *
      *****************************************
      * OCORRENCIAS DO ALUNO AINDA SEM CARTA:  *
      * A PRIMEIRA ABRE A CARTA; CADA UMA SAI  *
      * NA LISTA E RECEBE A DATA DE ENVIO      *
      *****************************************
       CARTA-OCOR.
                MOVE ZEROS TO W-QTDOC.
                MOVE RA TO OC-RA.
                MOVE ZEROS TO OC-DATA OC-SEQ.
                START OCORR KEY IS NOT LESS THAN OC-CHAVE
                   INVALID KEY
                      GO TO CARTA-OCOR-FIM.
       CARTA-OCOR-LER.
                READ OCORR NEXT RECORD
                   AT END
                      GO TO CARTA-OCOR-FECHA.
                IF OC-RA NOT = RA
                   GO TO CARTA-OCOR-FECHA.
                IF OC-DTCARTA NOT = ZEROS
                   GO TO CARTA-OCOR-LER.
                IF W-QTDOC = ZEROS
                   MOVE "COMUNICADO DE OCORRENCIAS ESCOLARES"
                                                       TO IMPTITULO
                   PERFORM CABECA-CARTA THRU CABECA-CARTA-FIM
                   WRITE REGIMP FROM LINOC1
                   MOVE SPACES TO REGIMP
                   WRITE REGIMP
                   WRITE REGIMP FROM CABOCOR
                   WRITE REGIMP FROM LINTRACO.
                ADD 1 TO W-QTDOC.
                MOVE OC-DATA TO W-DTAUX.
                PERFORM FORMATA-DATA THRU FORMATA-DATA-FIM.
                MOVE W-DTIMP TO IMPDTOC.
                PERFORM DESCR-TIPO THRU DESCR-TIPO-FIM.
                MOVE SPACES TO IMPPROF.
                MOVE OC-CHAPAPROF TO CHAPA.
                READ FUNC
                   NOT INVALID KEY
                      MOVE FU-NOME TO IMPPROF.
                WRITE REGIMP FROM DETOCOR.
                MOVE OC-DESCR1 TO IMPDESCR.
                WRITE REGIMP FROM DETOCDSC.
                IF OC-DESCR2 NOT = SPACES
                   MOVE OC-DESCR2 TO IMPDESCR
                   WRITE REGIMP FROM DETOCDSC.
                IF OC-MEDIDA NOT = SPACES
                   MOVE OC-MEDIDA TO IMPMEDIDA
                   WRITE REGIMP FROM DETOCMED.
                MOVE W-LPDTINI TO OC-DTCARTA.
                REWRITE REGOCOR.
                GO TO CARTA-OCOR-LER.
       CARTA-OCOR-FECHA.
                IF W-QTDOC = ZEROS
                   GO TO CARTA-OCOR-FIM.
                WRITE REGIMP FROM LINTRACO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINOC2.
                WRITE REGIMP FROM LINOC3.
                PERFORM RODAPE-CARTA THRU RODAPE-CARTA-FIM.
                MOVE "O" TO W-CATIPO.
                MOVE W-QTDOC TO W-CAQTD.
                PERFORM GRAVA-CARTA THRU GRAVA-CARTA-FIM.
                ADD 1 TO W-TOTCARTOC.
                ADD W-QTDOC TO W-TOTOCOR.
       CARTA-OCOR-FIM.
                EXIT.
      *
       DESCR-TIPO.
                MOVE "OUTRA" TO IMPTIPO.
                IF OC-TIPO = "I"
                   MOVE "INDISCIPLINA" TO IMPTIPO.
                IF OC-TIPO = "T"
                   MOVE "TAREFA NAO FEITA" TO IMPTIPO.
                IF OC-TIPO = "A"
                   MOVE "ATRASO" TO IMPTIPO.
       DESCR-TIPO-FIM.
                EXIT.
      *
      *****************************************
      * AVISO DE FALTAS: SO ALUNO EM TURMA DO  *
      * ANO LETIVO; SAI AO CHEGAR NO LIMITE DE *
      * AVISO E DE NOVO AO ATINGIR O FALTAMAX  *
      *****************************************
       AVISO-FALTA.
                MOVE TURMA TO TURMACOD.
                READ TURMAS
                   INVALID KEY
                      GO TO AVISO-FALTA-FIM.
                IF ANOLET NOT = W-ANO
                   GO TO AVISO-FALTA-FIM.
                PERFORM CONTA-FALTAS THRU CONTA-FALTAS-FIM.
                IF W-FALTAS < W-AVISO
                   GO TO AVISO-FALTA-FIM.
                PERFORM ULTIMA-CARTA THRU ULTIMA-CARTA-FIM.
                IF W-AVISOU = 1
                   IF W-FALTAS < W-FALTAMAX
                   OR W-ULTFALTA NOT < W-FALTAMAX
                      GO TO AVISO-FALTA-FIM.
                MOVE "AVISO DE FALTAS" TO IMPTITULO.
                PERFORM CABECA-CARTA THRU CABECA-CARTA-FIM.
                MOVE W-FALTAS TO IMPQFALTA.
                MOVE W-ANO TO IMPANOFT.
                MOVE W-FALTAMAX TO IMPLIMITE.
                WRITE REGIMP FROM LINFT1.
                WRITE REGIMP FROM LINFT2.
                WRITE REGIMP FROM LINFT3.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                IF W-FALTAS < W-FALTAMAX
                   WRITE REGIMP FROM LINFT4
                ELSE
                   WRITE REGIMP FROM LINFT5.
                WRITE REGIMP FROM LINFT6.
                WRITE REGIMP FROM LINFT7.
                PERFORM RODAPE-CARTA THRU RODAPE-CARTA-FIM.
                MOVE "F" TO W-CATIPO.
                MOVE W-FALTAS TO W-CAQTD.
                PERFORM GRAVA-CARTA THRU GRAVA-CARTA-FIM.
                ADD 1 TO W-TOTAVISO.
       AVISO-FALTA-FIM.
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
      *****************************************
      * CARTAS JA ENVIADAS AO RA: ULTIMA       *
      * SEQUENCIA E O MAIOR AVISO DE FALTAS DO *
      * ANO LETIVO                             *
      *****************************************
       ULTIMA-CARTA.
                MOVE ZEROS TO W-ULTSEQ W-AVISOU W-ULTFALTA.
                MOVE RA TO CA-RA.
                MOVE ZEROS TO CA-SEQ.
                START CARTAS KEY IS NOT LESS THAN CA-CHAVE
                   INVALID KEY
                      GO TO ULTIMA-CARTA-FIM.
       ULTIMA-CARTA-LER.
                READ CARTAS NEXT RECORD
                   AT END
                      GO TO ULTIMA-CARTA-FIM.
                IF CA-RA NOT = RA
                   GO TO ULTIMA-CARTA-FIM.
                MOVE CA-SEQ TO W-ULTSEQ.
                IF CA-TIPO = "F" AND CA-ANOLET = W-ANO
                   MOVE 1 TO W-AVISOU
                   IF CA-QTD > W-ULTFALTA
                      MOVE CA-QTD TO W-ULTFALTA.
                GO TO ULTIMA-CARTA-LER.
       ULTIMA-CARTA-FIM.
                EXIT.
      *
       GRAVA-CARTA.
                PERFORM ULTIMA-CARTA THRU ULTIMA-CARTA-FIM.
                MOVE RA TO CA-RA.
                COMPUTE CA-SEQ = W-ULTSEQ + 1.
                MOVE W-LPDTINI TO CA-DTEMIS.
                MOVE W-CATIPO TO CA-TIPO.
                MOVE W-ANO TO CA-ANOLET.
                MOVE W-CAQTD TO CA-QTD.
                MOVE W-FALTAMAX TO CA-LIMITE.
                MOVE TURMA TO CA-TURMA.
                MOVE IMPRESP TO CA-RESPNOME.
                WRITE REGCARTA
                   INVALID KEY
                      MOVE "*** ERRO NA GRAVACAO DE CARTAS.DAT ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM.
                ADD 1 TO W-TOTCARTAS.
       GRAVA-CARTA-FIM.
                EXIT.
      *
      *****************************************
      * CABECALHO DA CARTA: EMPRESA, TITULO,   *
      * RESPONSAVEL E ALUNO                    *
      *****************************************
       CABECA-CARTA.
                IF W-TOTCARTAS > ZEROS
                   WRITE REGIMP FROM LINSEPARA
                   MOVE SPACES TO REGIMP
                   WRITE REGIMP.
                WRITE REGIMP FROM CABEMP1.
                WRITE REGIMP FROM CABEMP2.
                WRITE REGIMP FROM LINTRACO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM CABTIT.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                PERFORM BUSCA-RESP THRU BUSCA-RESP-FIM.
                MOVE "AOS RESPONSAVEIS PELO ALUNO" TO IMPRESP.
                MOVE SPACES TO IMPENDER.
                IF W-ACHOURESP = 1
                   MOVE RP-NOME TO IMPRESP
                   MOVE RP-ENDER TO IMPENDER.
                WRITE REGIMP FROM LINRESP.
                WRITE REGIMP FROM LINENDER.
                MOVE RA TO IMPRA.
                MOVE NOME TO IMPNOME.
                MOVE TURMA TO IMPTURMA.
                WRITE REGIMP FROM LINALU.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
       CABECA-CARTA-FIM.
                EXIT.
      *
       RODAPE-CARTA.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINDATA.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINASS.
                WRITE REGIMP FROM LINASS2.
       RODAPE-CARTA-FIM.
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
      *****************************************
      * PRIMEIRO RESPONSAVEL CADASTRADO PARA O *
      * ALUNO (RESPONS.DAT - CADRESP)          *
      *****************************************
       BUSCA-RESP.
                MOVE ZEROS TO W-ACHOURESP.
                IF W-RSABERTO = 0
                   GO TO BUSCA-RESP-FIM.
                MOVE RA TO RP-RA.
                MOVE ZEROS TO RP-SEQRP.
                START RESPONS KEY IS NOT LESS THAN RP-CHAVE
                   INVALID KEY
                      GO TO BUSCA-RESP-FIM.
                READ RESPONS NEXT RECORD
                   AT END
                      GO TO BUSCA-RESP-FIM.
                IF RP-RA = RA
                   MOVE 1 TO W-ACHOURESP.
       BUSCA-RESP-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                DISPLAY (20, 05) "ALUNOS LIDOS: " W-TOTLIDOS.
                DISPLAY (21, 05) "CARTAS DE OCORRENCIA: " W-TOTCARTOC
                                 "  OCORRENCIAS: " W-TOTOCOR.
                DISPLAY (22, 05) "AVISOS DE FALTA: " W-TOTAVISO
                                 "  EM ARQCARTA.TXT".
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
                MOVE "CARTAOCO" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = W-ANO * 100.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTCARTAS TO LP-REGGRAV.
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
                CLOSE ALUNO TURMAS OCORR CARTAS DIARIO JUSTIF
                      RESPONS FUNC ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "CARTAOCO" TO W-SPLPROG.
                MOVE "ARQCARTA.TXT" TO W-SPLARQ.
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
