       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVHIST.
      *
      **************************************
      * HISTORICO ESCOLAR PERMANENTE       *
      * (HISTESC.DAT): GUARDA O RESULTADO  *
      * DO ANO LETIVO DO ALUNO ANTES DE O  *
      * REMATRIC ZERAR NOTAS E FALTAS OU   *
      * DE O TRANSALU MUDAR A TURMA. UM    *
      * REGISTRO POR RA, ANO, TURMA E      *
      * DISCIPLINA (000 = BOLETIM GERAL DO *
      * ANO), COM AS 4 NOTAS, A NOTA DE    *
      * RECUPERACAO, A MEDIA FINAL, A      *
      * FREQUENCIA (%) E O RESULTADO, PELA *
      * REGRA DO PROGRALU/CADNOTA.         *
      * FUNCOES: A = GRAVA A LINHA GERAL   *
      *              DO ANO (NOTAS E       *
      *              FALTAS DO ALUNO.DAT)  *
      *          D = GRAVA UMA DISCIPLINA  *
      *              (NOTAS.DAT)           *
      *          F = FECHA O HISTESC.DAT   *
      * SITUACAO: F = FIM DO ANO LETIVO    *
      *           T = TRANSFERENCIA NO     *
      *               MEIO DO ANO          *
      * TIPO: D = DISCIPLINA CURSADA EM    *
      *           DEPENDENCIA (ANO DA      *
      *           TENTATIVA, TURMA DE      *
      *           ORIGEM, SEM FREQUENCIA)  *
      * RESULTADO: SE INFORMADO NA LINHA   *
      *           GERAL, PREVALECE SOBRE O *
      *           CALCULADO (REMATRIC COM  *
      *           DEPENDENCIA OU ABANDONO  *
      *           NA SAIDA PELO TRANSALU)  *
      * RETORNO: 00 = GRAVADO              *
      *          99 = ERRO (MENSAGEM EM    *
      *               W-MENSAG)            *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HE-CHAVE
                    FILE STATUS  IS ST-ERROHE.
           SELECT OPTIONAL PARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPARAM
                    FILE STATUS  IS ST-ERROPARAM.
           SELECT OPTIONAL CALES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CE-CHAVE
                    FILE STATUS  IS ST-ERROCAL.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD HISTESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTESC.DAT".
       01 REGHISTESC.
                03 HE-CHAVE.
                    05 HE-RA           PIC 9(06).
                    05 HE-ANOLET       PIC 9(04).
                    05 HE-TURMA        PIC X(05).
      * 000 = BOLETIM GERAL DO ANO (NOTAS DO ALUNO.DAT)
                    05 HE-CODDISC      PIC 9(03).
                03 HE-NOME             PIC X(35).
                03 HE-NOTA1            PIC 9(02)V99.
                03 HE-NOTA2            PIC 9(02)V99.
                03 HE-NOTA3            PIC 9(02)V99.
                03 HE-NOTA4            PIC 9(02)V99.
                03 HE-NOTARECUP        PIC 9(02)V99.
                03 HE-MEDIA            PIC 9(02)V99.
                03 HE-FALTAS           PIC 9(03).
                03 HE-DIASLET          PIC 9(03).
                03 HE-FREQ             PIC 9(03)V99.
      * A=APROVADO  R=REPROVADO  T=TRANSFERIDO NO MEIO DO ANO (NOTAS
      * ATE A TRANSFERENCIA)  P=PROMOVIDO COM DEPENDENCIA (SO NA
      * LINHA GERAL DO ANO)  B=DEIXOU DE FREQUENTAR (ABANDONO, SO NA
      * LINHA GERAL DO ANO)
                03 HE-RESULT           PIC X(01).
                03 HE-DTGRAV           PIC 9(08).
      * "D" = DISCIPLINA CURSADA EM DEPENDENCIA
                03 HE-TIPO             PIC X(01).
                03 FILLER              PIC X(09).
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
      * CALENDARIO ESCOLAR (CADCALES): DIAS LETIVOS DO ANO PARA A
      * FREQUENCIA
       FD CALES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CALES.DAT".
       01 REGCALES.
                03 CE-CHAVE.
                    05 CE-ANOLET       PIC 9(04).
                    05 CE-DATA         PIC 9(08).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERROHE    PIC X(02) VALUE "00".
       77 ST-ERROPARAM PIC X(02) VALUE "00".
       77 ST-ERROCAL   PIC X(02) VALUE "00".
       77 W-ABERTO     PIC 9(01) VALUE ZEROS.
       77 W-MEDIAMIN   PIC 9(02)V99 VALUE 4,9.
       77 W-FALTAMAX   PIC 9(02) VALUE 11.
       77 W-ANODIAS    PIC 9(04) VALUE ZEROS.
       77 W-DIASLET    PIC 9(03) VALUE ZEROS.
       77 MEDIA        PIC 9(02)V9 VALUE ZEROS.
       77 MEDIAFINAL   PIC 9(02)V9 VALUE ZEROS.
      *
       LINKAGE SECTION.
       01 W-FUNCAO    PIC X(01).
       01 W-HDADOS.
                03 W-HRA               PIC 9(06).
                03 W-HNOME             PIC X(35).
                03 W-HANO              PIC 9(04).
                03 W-HTURMA            PIC X(05).
                03 W-HCODDISC          PIC 9(03).
                03 W-HNOTA1            PIC 9(02)V99.
                03 W-HNOTA2            PIC 9(02)V99.
                03 W-HNOTA3            PIC 9(02)V99.
                03 W-HNOTA4            PIC 9(02)V99.
                03 W-HRECUP            PIC 9(02)V99.
                03 W-HFALTAS           PIC 9(03).
                03 W-HSITU             PIC X(01).
                03 W-HTIPO             PIC X(01).
                03 W-HRESULT           PIC X(01).
       01 W-RETCOD    PIC X(02).
       01 W-MENSAG    PIC X(50).
      *
       PROCEDURE DIVISION USING W-FUNCAO W-HDADOS W-RETCOD W-MENSAG.
       INICIO.
                MOVE "00" TO W-RETCOD.
                IF W-FUNCAO = "F"
                   GO TO FECHA.
                IF W-ABERTO = 0
                   PERFORM ABRE THRU ABRE-FIM
                   IF W-RETCOD NOT = "00"
                      GO TO ROT-FIM.
                IF W-FUNCAO = "A" OR W-FUNCAO = "D"
                   GO TO GRAVA.
                GO TO ROT-FIM.
      *
      *****************************************
      * PRIMEIRA CHAMADA DA RODADA: ABRE O     *
      * HISTORICO E LE OS PARAMETROS DE        *
      * APROVACAO                              *
      *****************************************
       ABRE.
                OPEN I-O HISTESC.
                IF ST-ERROHE = "05"
                   CLOSE HISTESC
                   OPEN OUTPUT HISTESC
                   CLOSE HISTESC
                   GO TO ABRE.
                IF ST-ERROHE NOT = "00"
                   MOVE "99" TO W-RETCOD
                   MOVE "ERRO NA ABERTURA DE HISTESC.DAT" TO W-MENSAG
                   GO TO ABRE-FIM.
                MOVE 1 TO W-ABERTO.
                MOVE ZEROS TO W-ANODIAS W-DIASLET.
                MOVE 4,9 TO W-MEDIAMIN.
                MOVE 11 TO W-FALTAMAX.
                OPEN INPUT PARAM.
                MOVE "1" TO CODPARAM.
                READ PARAM
                   INVALID KEY
                      NEXT SENTENCE.
                IF ST-ERROPARAM = "00"
                   MOVE MEDIAMIN TO W-MEDIAMIN
                   MOVE FALTAMAX TO W-FALTAMAX.
                CLOSE PARAM.
       ABRE-FIM.
                EXIT.
      *
      *****************************************
      * MONTA E GRAVA (OU REGRAVA, NA RODADA   *
      * REPETIDA) A LINHA DO HISTORICO         *
      *****************************************
       GRAVA.
                IF W-HANO NOT = W-ANODIAS
                   PERFORM CONTA-DIAS THRU CONTA-DIAS-FIM.
                MOVE W-HRA TO HE-RA.
                MOVE W-HANO TO HE-ANOLET.
                MOVE W-HTURMA TO HE-TURMA.
                MOVE ZEROS TO HE-CODDISC.
                IF W-FUNCAO = "D"
                   MOVE W-HCODDISC TO HE-CODDISC.
                MOVE W-HNOME TO HE-NOME.
                MOVE W-HNOTA1 TO HE-NOTA1.
                MOVE W-HNOTA2 TO HE-NOTA2.
                MOVE W-HNOTA3 TO HE-NOTA3.
                MOVE W-HNOTA4 TO HE-NOTA4.
                MOVE W-HRECUP TO HE-NOTARECUP.
                MOVE W-HFALTAS TO HE-FALTAS.
                MOVE W-DIASLET TO HE-DIASLET.
                MOVE ZEROS TO HE-FREQ.
                MOVE SPACES TO HE-TIPO.
                IF W-FUNCAO = "D" AND W-HTIPO = "D"
                   MOVE "D" TO HE-TIPO
                   MOVE ZEROS TO HE-DIASLET.
                IF HE-DIASLET > ZEROS AND W-HFALTAS NOT > HE-DIASLET
                   COMPUTE HE-FREQ ROUNDED =
                           (HE-DIASLET - W-HFALTAS) * 100 / HE-DIASLET.
                PERFORM CALC-RESULT THRU CALC-RESULT-FIM.
                ACCEPT HE-DTGRAV FROM DATE YYYYMMDD.
                WRITE REGHISTESC
                   INVALID KEY
                      REWRITE REGHISTESC.
                IF ST-ERROHE NOT = "00" AND ST-ERROHE NOT = "02"
                   MOVE "99" TO W-RETCOD
                   MOVE "ERRO NA GRAVACAO DE HISTESC.DAT" TO W-MENSAG.
                GO TO ROT-FIM.
      *
      *****************************************
      * MEDIA FINAL E RESULTADO: MESMA REGRA   *
      * DO PROGRALU/CADNOTA (MEDIA DO ANO OU,  *
      * ABAIXO DO MINIMO, MEDIA COM A          *
      * RECUPERACAO). O LIMITE DE FALTAS SO    *
      * VALE PARA A LINHA GERAL DO ANO         *
      *****************************************
       CALC-RESULT.
                COMPUTE MEDIA = (W-HNOTA1 + W-HNOTA2 + W-HNOTA3
                               + W-HNOTA4) / 4.
                MOVE MEDIA TO HE-MEDIA.
                MOVE "R" TO HE-RESULT.
                IF MEDIA > W-MEDIAMIN
                   MOVE "A" TO HE-RESULT
                ELSE
                   COMPUTE MEDIAFINAL = (MEDIA + W-HRECUP) / 2
                   MOVE MEDIAFINAL TO HE-MEDIA
                   IF MEDIAFINAL > W-MEDIAMIN
                      MOVE "A" TO HE-RESULT.
                IF W-FUNCAO = "A" AND W-HFALTAS NOT < W-FALTAMAX
                   MOVE "R" TO HE-RESULT.
                IF W-FUNCAO = "A" AND W-HRESULT NOT = SPACES
                   MOVE W-HRESULT TO HE-RESULT.
                IF W-HSITU = "T" AND HE-RESULT NOT = "B"
                   MOVE "T" TO HE-RESULT.
       CALC-RESULT-FIM.
                EXIT.
      *
      *****************************************
      * DIAS LETIVOS DO ANO NO CALENDARIO      *
      * ESCOLAR (CALES.DAT - CADCALES)         *
      *****************************************
       CONTA-DIAS.
                MOVE W-HANO TO W-ANODIAS.
                MOVE ZEROS TO W-DIASLET.
                OPEN INPUT CALES.
                IF ST-ERROCAL NOT = "00"
                   GO TO CONTA-DIAS-FECHA.
                MOVE W-HANO TO CE-ANOLET.
                MOVE ZEROS TO CE-DATA.
                START CALES KEY IS NOT LESS THAN CE-CHAVE
                   INVALID KEY
                      GO TO CONTA-DIAS-FECHA.
       CONTA-DIAS-LER.
                READ CALES NEXT RECORD
                   AT END
                      GO TO CONTA-DIAS-FECHA.
                IF CE-ANOLET NOT = W-HANO
                   GO TO CONTA-DIAS-FECHA.
                IF W-DIASLET < 999
                   ADD 1 TO W-DIASLET.
                GO TO CONTA-DIAS-LER.
       CONTA-DIAS-FECHA.
                CLOSE CALES.
       CONTA-DIAS-FIM.
                EXIT.
      *
       FECHA.
                IF W-ABERTO = 1
                   CLOSE HISTESC
                   MOVE ZEROS TO W-ABERTO.
      *
       ROT-FIM.
                EXIT PROGRAM.
