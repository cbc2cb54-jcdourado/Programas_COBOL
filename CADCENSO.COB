       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCENSO.
      *
      **************************************
      * DADOS DO ALUNO EXIGIDOS PELO CENSO *
      * ESCOLAR (EDUCACENSO/INEP) QUE NAO  *
      * CABEM NO ALUNO.DAT: CPF, DATA DE   *
      * NASCIMENTO, SEXO, COR/RACA,        *
      * NACIONALIDADE, MUNICIPIO DE        *
      * NASCIMENTO (CODIGO IBGE), NOME DA  *
      * MAE E O ID INEP DO ALUNO. UM       *
      * REGISTRO POR RA (ALUCENSO.DAT),    *
      * LIDO PELO GERACENS NA EXPORTACAO.  *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUCENSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CS-RA
                    FILE STATUS  IS ST-ERROCEN.
           SELECT ALUNO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA
                    FILE STATUS  IS ST-ERROALU.
      *---------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ALUCENSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUCENSO.DAT".
       01 REGCENSO.
                03 CS-RA               PIC 9(06).
      * CPF DO ALUNO (ZERO = NAO INFORMADO)
                03 CS-CPF              PIC 9(11).
                03 CS-CPFDIG REDEFINES CS-CPF.
                    05 CS-CPFD         PIC 9(01) OCCURS 11 TIMES.
      * DATA DE NASCIMENTO EM DDMMAAAA (COMO O FUNC.DAT)
                03 CS-DTNASC           PIC 9(08).
                03 CS-DT-NASC REDEFINES CS-DTNASC.
                    05 CS-DIA          PIC 9(02).
                    05 CS-MES          PIC 9(02).
                    05 CS-ANO          PIC 9(04).
      * M=MASCULINO  F=FEMININO
                03 CS-SEXO             PIC X(01).
      * COR/RACA (TABELA DO INEP): 0=NAO DECLARADA  1=BRANCA
      * 2=PRETA  3=PARDA  4=AMARELA  5=INDIGENA
                03 CS-COR              PIC 9(01).
      * 1=BRASILEIRA  2=BRASILEIRA NASCIDO NO EXTERIOR OU
      * NATURALIZADO  3=ESTRANGEIRA
                03 CS-NACION           PIC 9(01).
      * CODIGO IBGE DO MUNICIPIO DE NASCIMENTO (SO BRASILEIRO)
                03 CS-MUNNASC          PIC 9(07).
                03 CS-MAE              PIC X(35).
      * ID DO ALUNO NO INEP (ZERO = AINDA NAO ATRIBUIDO)
                03 CS-INEP             PIC 9(12).
                03 FILLER              PIC X(20).
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
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERROCEN   PIC X(02) VALUE "00".
       77 ST-ERROALU   PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * VALIDACAO DO DIGITO VERIFICADOR DO CPF (MESMA DO FPP003)
       77 W-CPF-SOMA     PIC 9(04) VALUE ZEROS.
       77 W-CPF-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-CPF-REST     PIC 9(02) VALUE ZEROS.
       77 W-CPF-DV1      PIC 9(01) VALUE ZEROS.
       77 W-CPF-DV2      PIC 9(01) VALUE ZEROS.
       77 W-CPF-IND      PIC 9(02) VALUE ZEROS.
       77 W-CPF-PESO     PIC 9(02) VALUE ZEROS.
       77 W-CPF-IGUAL    PIC 9(01) VALUE ZEROS.
       77 W-CPF-ERRO     PIC 9(01) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-ANOATU       PIC 9(04) VALUE ZEROS.
      *
       SCREEN SECTION.
       01  TELACEN.
           05  LINE 02  COLUMN 01
               VALUE  "              DADOS DO ALUNO PARA O CENS".
           05  LINE 02  COLUMN 41
               VALUE  "O ESCOLAR".
           05  LINE 04  COLUMN 01
               VALUE  "      RA DO ALUNO:".
           05  LINE 06  COLUMN 01
               VALUE  "      CPF:".
           05  LINE 07  COLUMN 01
               VALUE  "      NASCIMENTO (DDMMAAAA):".
           05  LINE 08  COLUMN 01
               VALUE  "      SEXO (M/F):".
           05  LINE 09  COLUMN 01
               VALUE  "      COR/RACA (0 A 5):".
           05  LINE 10  COLUMN 01
               VALUE  "        0=NAO DECLARADA  1=BRANCA  2=PRET".
           05  LINE 10  COLUMN 42
               VALUE  "A  3=PARDA  4=AMARELA  5=INDIGENA".
           05  LINE 11  COLUMN 01
               VALUE  "      NACIONALIDADE (1/2/3):".
           05  LINE 12  COLUMN 01
               VALUE  "        1=BRASILEIRA  2=NATURALIZADO/NASC".
           05  LINE 12  COLUMN 42
               VALUE  "IDO NO EXTERIOR  3=ESTRANGEIRA".
           05  LINE 13  COLUMN 01
               VALUE  "      MUNICIPIO DE NASCIMENTO (IBGE):".
           05  LINE 14  COLUMN 01
               VALUE  "      NOME DA MAE:".
           05  LINE 15  COLUMN 01
               VALUE  "      ID INEP DO ALUNO:".
           05  TRA
               LINE 04  COLUMN 25  PIC 9(06)
               USING  CS-RA
               HIGHLIGHT.
           05  TCPF
               LINE 06  COLUMN 25  PIC 9(11)
               USING  CS-CPF
               HIGHLIGHT.
           05  TDTNASC
               LINE 07  COLUMN 31  PIC 9(08)
               USING  CS-DTNASC
               HIGHLIGHT.
           05  TSEXO
               LINE 08  COLUMN 25  PIC X(01)
               USING  CS-SEXO
               HIGHLIGHT.
           05  TCOR
               LINE 09  COLUMN 25  PIC 9(01)
               USING  CS-COR
               HIGHLIGHT.
           05  TNACION
               LINE 11  COLUMN 31  PIC 9(01)
               USING  CS-NACION
               HIGHLIGHT.
           05  TMUNNASC
               LINE 13  COLUMN 40  PIC 9(07)
               USING  CS-MUNNASC
               HIGHLIGHT.
           05  TMAE
               LINE 14  COLUMN 25  PIC X(35)
               USING  CS-MAE
               HIGHLIGHT.
           05  TINEP
               LINE 15  COLUMN 25  PIC 9(12)
               USING  CS-INEP
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ALUCENSO
           IF ST-ERROCEN NOT = "00"
               IF ST-ERROCEN = "30"
                      OPEN OUTPUT ALUCENSO
                      CLOSE ALUCENSO
                      MOVE "*** ARQUIVO ALUCENSO SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERROCEN TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT ALUNO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           DIVIDE W-HOJE BY 10000 GIVING W-ANOATU.
       INC-001.
                MOVE ZEROS TO CS-RA CS-CPF CS-DTNASC CS-COR CS-NACION.
                MOVE ZEROS TO CS-MUNNASC CS-INEP.
                MOVE SPACES TO CS-SEXO CS-MAE.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELACEN.
       INC-002.
                ACCEPT TRA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE ALUCENSO ALUNO
                   GO TO ROT-FIM.
                IF CS-RA = 0
                   MOVE "*** ALUNO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE CS-RA TO RA.
                READ ALUNO
                   INVALID KEY
                      MOVE "*** ALUNO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                DISPLAY (04, 34) NOME.
       LER-CEN01.
                MOVE 0 TO W-SEL
                READ ALUCENSO
                IF ST-ERROCEN NOT = "23"
                   IF ST-ERROCEN = "00"
                      DISPLAY TELACEN
                      DISPLAY (04, 34) NOME
                      MOVE "*** DADOS DO CENSO JA CADASTRADOS ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO ALUCENSO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      * CPF DO ALUNO NAO E OBRIGATORIO, MAS SE INFORMADO TEM QUE
      * SER VALIDO (SEM CPF O ALUNO SAI NO RELATORIO DE PENDENCIAS)
       INC-003.
                ACCEPT TCPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                PERFORM VER-CPF THRU VER-CPF-FIM.
                IF W-CPF-ERRO = 1
                   MOVE "*** CPF INVALIDO (DIGITO VERIFICADOR) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TDTNASC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CS-DIA = 0 OR CS-DIA > 31
                OR CS-MES = 0 OR CS-MES > 12
                OR CS-ANO < 1950 OR CS-ANO > W-ANOATU
                   MOVE "*** DATA DE NASCIMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TSEXO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CS-SEXO = "m"
                   MOVE "M" TO CS-SEXO.
                IF CS-SEXO = "f"
                   MOVE "F" TO CS-SEXO.
                IF CS-SEXO NOT = "M" AND CS-SEXO NOT = "F"
                   MOVE "*** SEXO INVALIDO (M/F) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                DISPLAY TSEXO.
       INC-006.
                ACCEPT TCOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CS-COR > 5
                   MOVE "*** COR/RACA INVALIDA (0 A 5) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TNACION
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF CS-NACION = 0 OR CS-NACION > 3
                   MOVE "*** NACIONALIDADE INVALIDA (1/2/3) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
      * ESTRANGEIRO NAO TEM MUNICIPIO DE NASCIMENTO NO BRASIL
                IF CS-NACION = 3
                   MOVE ZEROS TO CS-MUNNASC
                   DISPLAY TMUNNASC
                   GO TO INC-009.
       INC-008.
                ACCEPT TMUNNASC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF CS-MUNNASC < 1100000
                   MOVE "*** MUNICIPIO INVALIDO (CODIGO IBGE) ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TMAE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-010.
                ACCEPT TINEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF W-OPCAO = "N" OR "n"
                   MOVE "***DADOS RECUSADOS PELO OPERADOR **" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGCENSO
                IF ST-ERROCEN = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERROCEN = "22"
                      MOVE "*** DADOS DO CENSO JA EXISTEM *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERROCEN TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ALUCENSO RECORD
                IF ST-ERROCEN = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGCENSO
                IF ST-ERROCEN = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO ALUCENSO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * DIGITO VERIFICADOR DO CPF (MODULO 11,  *
      * MESMA REGRA DO FPP003). CPF COM OS 11  *
      * DIGITOS IGUAIS TAMBEM E INVALIDO       *
      *****************************************
       VER-CPF.
                MOVE ZEROS TO W-CPF-ERRO.
                IF CS-CPF = ZEROS
                   GO TO VER-CPF-FIM.
                PERFORM VER-CPF-REP THRU VER-CPF-REP-FIM.
                MOVE ZEROS TO W-CPF-SOMA
                MOVE 1 TO W-CPF-IND
                MOVE 10 TO W-CPF-PESO.
       VER-CPF-SOMA1.
                IF W-CPF-IND > 9
                   GO TO VER-CPF-SOMA1-FIM.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                                   (CS-CPFD(W-CPF-IND) * W-CPF-PESO)
                ADD 1 TO W-CPF-IND
                SUBTRACT 1 FROM W-CPF-PESO
                GO TO VER-CPF-SOMA1.
       VER-CPF-SOMA1-FIM.
                DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                        REMAINDER W-CPF-REST.
                IF W-CPF-REST < 2
                   MOVE 0 TO W-CPF-DV1
                ELSE
                   COMPUTE W-CPF-DV1 = 11 - W-CPF-REST.
                MOVE ZEROS TO W-CPF-SOMA
                MOVE 1 TO W-CPF-IND
                MOVE 11 TO W-CPF-PESO.
       VER-CPF-SOMA2.
                IF W-CPF-IND > 9
                   GO TO VER-CPF-SOMA2-FIM.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                                   (CS-CPFD(W-CPF-IND) * W-CPF-PESO)
                ADD 1 TO W-CPF-IND
                SUBTRACT 1 FROM W-CPF-PESO
                GO TO VER-CPF-SOMA2.
       VER-CPF-SOMA2-FIM.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA + (W-CPF-DV1 * 2)
                DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                        REMAINDER W-CPF-REST.
                IF W-CPF-REST < 2
                   MOVE 0 TO W-CPF-DV2
                ELSE
                   COMPUTE W-CPF-DV2 = 11 - W-CPF-REST.
                IF W-CPF-IGUAL = 1 OR CS-CPFD(10) NOT = W-CPF-DV1
                                   OR CS-CPFD(11) NOT = W-CPF-DV2
                   MOVE 1 TO W-CPF-ERRO.
       VER-CPF-FIM.
                EXIT.
      *
       VER-CPF-REP.
                MOVE 1 TO W-CPF-IGUAL
                MOVE 2 TO W-CPF-IND.
       VER-CPF-REP-LOOP.
                IF W-CPF-IND > 11
                   GO TO VER-CPF-REP-FIM.
                IF CS-CPFD(W-CPF-IND) NOT = CS-CPFD(1)
                   MOVE 0 TO W-CPF-IGUAL
                   GO TO VER-CPF-REP-FIM.
                ADD 1 TO W-CPF-IND
                GO TO VER-CPF-REP-LOOP.
       VER-CPF-REP-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
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
