       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRPA.
      *
      **************************************
      * LANCAMENTO DE RPA - RECIBO DE      *
      * PAGAMENTO A AUTONOMO (RPA.DAT):    *
      * UM REGISTRO POR SERVICO PRESTADO,  *
      * COM AS RETENCOES DO INSS (11% ATE  *
      * O TETO NO MES), ISS (ALIQUOTA DO   *
      * MUNICIPIO) E IRRF (MESMAS FAIXAS   *
      * DA FOLHA, SOBRE O TOTAL DO MES).   *
      * CADA GRAVACAO EMITE O RECIBO EM    *
      * ARQRPA.TXT. O CREDITO SAI PELO     *
      * GERABANC (TIPO 9), A PATRONAL DE   *
      * 20% PELO PRINTGPS E O INFORME DE   *
      * RENDIMENTOS PELO PRINTIRR          *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA-CHAVE
                    FILE STATUS  IS ST-ERRORA.
           SELECT AUTONOMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AO-CODIGO
                    FILE STATUS  IS ST-ERROAO.
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
       FD RPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPA.DAT".
       01 REGRPA.
                03 RA-CHAVE.
                    05 RA-CODAUTON     PIC 9(05).
      * DATA DO PAGAMENTO (AAAAMMDD) - O MES E A COMPETENCIA DA GPS
                    05 RA-DTPAGTO      PIC 9(08).
                    05 RA-DTPAG-R REDEFINES RA-DTPAGTO.
                        07 RA-ANO          PIC 9(04).
                        07 RA-MES          PIC 9(02).
                        07 RA-DIA          PIC 9(02).
                    05 RA-SEQ          PIC 9(02).
                03 RA-DESCSERV         PIC X(40).
                03 RA-VALBRUTO         PIC 9(06)V99.
                03 RA-INSS             PIC 9(06)V99.
                03 RA-PERCISS          PIC 9(02)V99.
                03 RA-ISS              PIC 9(06)V99.
                03 RA-IRRF             PIC 9(06)V99.
                03 RA-LIQUIDO          PIC 9(06)V99.
      * EMPRESA/FILIAL CONTRATANTE NA DATA DO PAGAMENTO
                03 RA-CODEMPR          PIC 9(01).
                03 FILLER              PIC X(20).
       FD AUTONOMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUTONOMO.DAT".
       01 REGAUTONOMO.
                03 AO-CODIGO           PIC 9(05).
                03 AO-NOME             PIC X(35).
                03 AO-CPF              PIC 9(11).
                03 AO-NIT              PIC 9(11).
                03 AO-MUNIC            PIC X(30).
                03 AO-UF               PIC X(02).
                03 AO-PERCISS          PIC 9(02)V99.
                03 AO-CODBANCO         PIC 9(03).
                03 AO-AGENCIA          PIC 9(05).
                03 AO-CONTA            PIC 9(12).
                03 AO-CODEMPR          PIC 9(01).
                03 FILLER              PIC X(20).
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
               VALUE OF FILE-ID IS "ARQRPA.TXT".
       01 REGIMP PIC X(80).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRORA    PIC X(02) VALUE "00".
       77 ST-ERROAO    PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLPER     PIC 9(06) VALUE ZEROS.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      * CONTRIBUINTE INDIVIDUAL: 11% SOBRE A REMUNERACAO, LIMITADO
      * AO TETO DO SALARIO-DE-CONTRIBUICAO NO MES (SOMANDO TODOS
      * OS RPA DO AUTONOMO NA COMPETENCIA)
       77 W-RPAPERCINSS PIC 9(02)V99 VALUE 11,00.
       77 W-RPATETOINSS PIC 9(06)V99 VALUE 7786,02.
       77 W-RPAMAXINSS  PIC 9(06)V99 VALUE ZEROS.
      * ACUMULADOS DOS OUTROS RPA DO AUTONOMO NO MES
       77 W-RPABRUTOMES PIC 9(07)V99 VALUE ZEROS.
       77 W-RPAINSSMES  PIC 9(07)V99 VALUE ZEROS.
       77 W-RPAIRRFMES  PIC 9(07)V99 VALUE ZEROS.
      * IRRF PELAS FAIXAS DA FOLHA (FPP004) SOBRE A BASE DO MES
       77 W-RPABASEIR   PIC 9(07)V99 VALUE ZEROS.
       77 W-RPAIRMES    PIC S9(07)V99 VALUE ZEROS.
       77 W-RPAZ        PIC 9(02) VALUE ZEROS.
       77 W-RPAREDUCAO  PIC 9(03) VALUE ZEROS.
       77 W-RPAINSSCALC PIC S9(07)V99 VALUE ZEROS.
      * REGISTRO EM EDICAO, PRESERVADO DURANTE A LEITURA DOS DEMAIS
      * RPA DO MES
       77 W-RPASALVO    PIC X(120) VALUE SPACES.
       01 W-RPACHAVE.
                03 W-RPACODAUTON       PIC 9(05).
                03 W-RPADTPAGTO        PIC 9(08).
                03 W-RPADTPAG-R REDEFINES W-RPADTPAGTO.
                    05 W-RPAANO            PIC 9(04).
                    05 W-RPAMES            PIC 9(02).
                    05 W-RPADIA            PIC 9(02).
                03 W-RPASEQ            PIC 9(02).
      *
      * RECIBO DE PAGAMENTO A AUTONOMO (ARQRPA.TXT)
       01 CAB1.
                03 FILLER PIC X(15) VALUE SPACES.
                03 FILLER PIC X(50) VALUE
                       "RECIBO DE PAGAMENTO A AUTONOMO - RPA".
       01 LINEMPRESA.
                03 FILLER   PIC X(13) VALUE "CONTRATANTE: ".
                03 IMPRAZAO PIC X(40).
                03 FILLER   PIC X(07) VALUE " CNPJ: ".
                03 IMPCNPJ  PIC 9(14).
       01 LINAUTON.
                03 FILLER   PIC X(13) VALUE "AUTONOMO...: ".
                03 IMPCODAO PIC 9(05).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(35).
       01 LINDOCS.
                03 FILLER   PIC X(13) VALUE "CPF........: ".
                03 IMPCPF   PIC 9(11).
                03 FILLER   PIC X(12) VALUE "   PIS/NIT: ".
                03 IMPNIT   PIC 9(11).
       01 LINMUNIC.
                03 FILLER   PIC X(13) VALUE "MUNICIPIO..: ".
                03 IMPMUNIC PIC X(30).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPUF    PIC X(02).
       01 LINDTPAG.
                03 FILLER   PIC X(13) VALUE "PAGAMENTO..: ".
                03 IMPDIA   PIC 9(02).
                03 FILLER   PIC X(01) VALUE "/".
                03 IMPMES   PIC 9(02).
                03 FILLER   PIC X(01) VALUE "/".
                03 IMPANO   PIC 9(04).
                03 FILLER   PIC X(08) VALUE "   SEQ: ".
                03 IMPSEQ   PIC 9(02).
       01 LINSERV.
                03 FILLER   PIC X(13) VALUE "SERVICO....: ".
                03 IMPSERV  PIC X(40).
       01 LINBRUTO.
                03 FILLER   PIC X(30) VALUE
                       "VALOR BRUTO DO SERVICO......:".
                03 IMPBRUTO PIC ZZZZZ9,99.
       01 LININSS.
                03 FILLER   PIC X(30) VALUE
                       "(-) INSS RETIDO (11%).......:".
                03 IMPINSS  PIC ZZZZZ9,99.
       01 LINISS.
                03 FILLER   PIC X(13) VALUE "(-) ISS RET. ".
                03 IMPPISS  PIC Z9,99.
                03 FILLER   PIC X(12) VALUE "%.........:".
                03 IMPISS   PIC ZZZZZ9,99.
       01 LINIRRF.
                03 FILLER   PIC X(30) VALUE
                       "(-) IRRF RETIDO.............:".
                03 IMPIRRF  PIC ZZZZZ9,99.
       01 LINLIQ.
                03 FILLER   PIC X(30) VALUE
                       "VALOR LIQUIDO A RECEBER.....:".
                03 IMPLIQ   PIC ZZZZZ9,99.
       01 LINTERMO1.
                03 FILLER PIC X(60) VALUE
                "RECEBI DA CONTRATANTE ACIMA O VALOR LIQUIDO DESTE".
       01 LINTERMO2.
                03 FILLER PIC X(60) VALUE
                "RECIBO PELOS SERVICOS DESCRITOS, PRESTADOS COMO".
       01 LINTERMO3.
                03 FILLER PIC X(60) VALUE
                "AUTONOMO, SEM VINCULO EMPREGATICIO.".
       01 LINDATA.
                03 FILLER   PIC X(06) VALUE "DATA:".
                03 IMPHOJE  PIC 9999/99/99.
       01 LINASS.
                03 FILLER PIC X(40) VALUE
                       "ASSINATURA DO AUTONOMO: ______________".
       01 LINTRACO.
                03 FILLER PIC X(75) VALUE ALL "-".
      *
       SCREEN SECTION.
       01  TELARA.
           05  LINE 02  COLUMN 01
               VALUE  "      LANCAMENTO DE RPA - PAGAMENTO A AUTONOMO".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DO AUTONOMO:".
           05  LINE 05  COLUMN 01
               VALUE  "  DATA DO PAGAMENTO (DD/MM/AAAA):".
           05  LINE 05  COLUMN 42  VALUE "/".
           05  LINE 05  COLUMN 45  VALUE "/".
           05  LINE 06  COLUMN 01
               VALUE  "  SEQUENCIA NO DIA:".
           05  LINE 08  COLUMN 01
               VALUE  "  SERVICO PRESTADO:".
           05  LINE 09  COLUMN 01
               VALUE  "  VALOR BRUTO DO SERVICO:".
           05  LINE 10  COLUMN 01
               VALUE  "  ALIQUOTA DO ISS (%):".
           05  LINE 12  COLUMN 01
               VALUE  "  (-) INSS RETIDO (11% ATE O TETO):".
           05  LINE 13  COLUMN 01
               VALUE  "  (-) ISS RETIDO:".
           05  LINE 14  COLUMN 01
               VALUE  "  (-) IRRF RETIDO:".
           05  LINE 15  COLUMN 01
               VALUE  "  VALOR LIQUIDO:".
           05  LINE 18  COLUMN 01
               VALUE  "  PATRONAL DE 20% NA GPS (PRINTGPS)".
           05  LINE 19  COLUMN 01
               VALUE  "  CREDITO PELO GERABANC - TIPO 9".
           05  TRACODAUTON
               LINE 04  COLUMN 40  PIC 9(05)
               USING  RA-CODAUTON
               HIGHLIGHT.
           05  TRADIA
               LINE 05  COLUMN 40  PIC 9(02)
               USING  RA-DIA
               HIGHLIGHT.
           05  TRAMES
               LINE 05  COLUMN 43  PIC 9(02)
               USING  RA-MES
               HIGHLIGHT.
           05  TRAANO
               LINE 05  COLUMN 46  PIC 9(04)
               USING  RA-ANO
               HIGHLIGHT.
           05  TRASEQ
               LINE 06  COLUMN 40  PIC 9(02)
               USING  RA-SEQ
               HIGHLIGHT.
           05  TRADESCSERV
               LINE 08  COLUMN 40  PIC X(40)
               USING  RA-DESCSERV
               HIGHLIGHT.
           05  TRAVALBRUTO
               LINE 09  COLUMN 40  PIC ZZZZZ9,99
               USING  RA-VALBRUTO
               HIGHLIGHT.
           05  TRAPERCISS
               LINE 10  COLUMN 40  PIC Z9,99
               USING  RA-PERCISS
               HIGHLIGHT.
           05  TRAINSS
               LINE 12  COLUMN 40  PIC ZZZZZ9,99
               USING  RA-INSS
               HIGHLIGHT.
           05  TRAISS
               LINE 13  COLUMN 40  PIC ZZZZZ9,99
               USING  RA-ISS
               HIGHLIGHT.
           05  TRAIRRF
               LINE 14  COLUMN 40  PIC ZZZZZ9,99
               USING  RA-IRRF
               HIGHLIGHT.
           05  TRALIQUIDO
               LINE 15  COLUMN 40  PIC ZZZZZ9,99
               USING  RA-LIQUIDO
               HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O RPA
           IF ST-ERRORA NOT = "00"
               IF ST-ERRORA = "30"
                      OPEN OUTPUT RPA
                      CLOSE RPA
                      MOVE "*** ARQUIVO RPA SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE ST-ERRORA TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT AUTONOMO.
           IF ST-ERROAO NOT = "00"
              MOVE "*** CADASTRE OS AUTONOMOS (CADAUTON) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RPA
              GO TO ROT-FIM.
           OPEN INPUT EMPRESA.
       INC-001.
                MOVE ZEROS TO RA-CODAUTON RA-DTPAGTO RA-SEQ.
                MOVE ZEROS TO RA-VALBRUTO RA-INSS RA-PERCISS RA-ISS.
                MOVE ZEROS TO RA-IRRF RA-LIQUIDO RA-CODEMPR.
                MOVE SPACES TO RA-DESCSERV.
                DISPLAY (01, 01) ERASE.
                DISPLAY TELARA.
       INC-002.
                ACCEPT TRACODAUTON
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE RPA AUTONOMO EMPRESA
                   GO TO ROT-FIM.
                MOVE RA-CODAUTON TO AO-CODIGO.
                READ AUTONOMO
                   INVALID KEY
                      MOVE "*** AUTONOMO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002.
                DISPLAY (04, 47) AO-NOME.
       INC-003.
                ACCEPT TRADIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF RA-DIA = ZEROS OR RA-DIA > 31
                   MOVE "*** DIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TRAMES
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF RA-MES = ZEROS OR RA-MES > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TRAANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RA-ANO < 2000
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TRASEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF RA-SEQ = ZEROS
                   MOVE "*** SEQUENCIA DE 01 A 99 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       LER-RA01.
                MOVE 0 TO W-SEL
                READ RPA
                IF ST-ERRORA NOT = "23"
                   IF ST-ERRORA = "00"
                      DISPLAY TELARA
                      MOVE "*** RPA JA LANCADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO RPA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      * ALIQUOTA DO ISS SUGERIDA PELO CADASTRO DO AUTONOMO
                MOVE AO-PERCISS TO RA-PERCISS.
                DISPLAY TRAPERCISS.
       INC-007.
                ACCEPT TRADESCSERV
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF RA-DESCSERV = SPACES
                   MOVE "*** DESCRICAO DO SERVICO OBRIGATORIA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TRAVALBRUTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF RA-VALBRUTO = ZEROS
                   MOVE "*** VALOR BRUTO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TRAPERCISS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF RA-PERCISS > 5
                   MOVE "*** ALIQUOTA DO ISS ACIMA DE 5% ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                PERFORM CALC-RPA THRU CALC-RPA-FIM.
                DISPLAY TELARA.
                DISPLAY (04, 47) AO-NOME.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
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
                WRITE REGRPA
                IF ST-ERRORA = "00" OR "02"
                      PERFORM IMP-RECIBO THRU IMP-RECIBO-FIM
                      MOVE "*** DADOS GRAVADOS - RECIBO EM ARQRPA.TXT"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRORA = "22"
                      MOVE "*** RPA JA EXISTE *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE ST-ERRORA TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (04, 47) AO-NOME.
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
                   GO TO INC-007.
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
                DELETE RPA RECORD
                IF ST-ERRORA = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***  " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-RW1.
                REWRITE REGRPA
                IF ST-ERRORA = "00" OR "02"
                   PERFORM IMP-RECIBO THRU IMP-RECIBO-FIM
                   MOVE "*** RPA ALTERADO - RECIBO EM ARQRPA.TXT"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO REGISTRO RPA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * RETENCOES DO RPA: INSS 11% ATE O TETO  *
      * NO MES, ISS PELA ALIQUOTA INFORMADA E  *
      * IRRF PELAS FAIXAS DA FOLHA SOBRE O     *
      * TOTAL DO MES, MENOS O JA RETIDO NOS    *
      * OUTROS RPA DA COMPETENCIA              *
      *****************************************
       CALC-RPA.
                PERFORM SOMA-MES THRU SOMA-MES-FIM.
                MOVE AO-CODEMPR TO RA-CODEMPR.
                COMPUTE W-RPAMAXINSS =
                        (W-RPATETOINSS * W-RPAPERCINSS) / 100.
                COMPUTE RA-INSS = (RA-VALBRUTO * W-RPAPERCINSS) / 100.
                COMPUTE W-RPAINSSCALC = W-RPAMAXINSS - W-RPAINSSMES.
                IF W-RPAINSSCALC < 0
                   MOVE ZEROS TO W-RPAINSSCALC.
                IF RA-INSS > W-RPAINSSCALC
                   MOVE W-RPAINSSCALC TO RA-INSS.
                COMPUTE RA-ISS = (RA-VALBRUTO * RA-PERCISS) / 100.
      * FAIXAS DE IRRF IGUAIS AS USADAS NO FPP004/CALCULOS
                COMPUTE W-RPABASEIR = (W-RPABRUTOMES + RA-VALBRUTO)
                                    - (W-RPAINSSMES + RA-INSS).
                IF W-RPABASEIR < 2400
                   COMPUTE W-RPAZ = 0 + 0
                   COMPUTE W-RPAREDUCAO = 0 + 0
                ELSE
                   IF W-RPABASEIR < 5340
                      COMPUTE W-RPAZ = 0 + 5
                      COMPUTE W-RPAREDUCAO = 0 + 240
                   ELSE
                      COMPUTE W-RPAZ = 0 + 10
                      COMPUTE W-RPAREDUCAO = 0 + 534.
                COMPUTE W-RPAIRMES = ((W-RPABASEIR * W-RPAZ) / 100)
                                   - W-RPAREDUCAO - W-RPAIRRFMES.
                IF W-RPAIRMES < 0
                   MOVE ZEROS TO W-RPAIRMES.
                MOVE W-RPAIRMES TO RA-IRRF.
                COMPUTE RA-LIQUIDO = RA-VALBRUTO - RA-INSS
                                   - RA-ISS - RA-IRRF.
       CALC-RPA-FIM.
                EXIT.
      *
      *****************************************
      * TOTAIS DOS OUTROS RPA DO AUTONOMO NA   *
      * MESMA COMPETENCIA (FORA O EM EDICAO)   *
      *****************************************
       SOMA-MES.
                MOVE ZEROS TO W-RPABRUTOMES W-RPAINSSMES W-RPAIRRFMES.
                MOVE REGRPA TO W-RPASALVO.
                MOVE RA-CHAVE TO W-RPACHAVE.
                MOVE 01 TO RA-DIA.
                MOVE ZEROS TO RA-SEQ.
                START RPA KEY IS NOT LESS THAN RA-CHAVE
                   INVALID KEY
                      GO TO SOMA-MES-RESTAURA.
       SOMA-MES-LER.
                READ RPA NEXT RECORD
                   AT END
                      GO TO SOMA-MES-RESTAURA.
                IF RA-CODAUTON NOT = W-RPACODAUTON
                OR RA-ANO NOT = W-RPAANO OR RA-MES NOT = W-RPAMES
                   GO TO SOMA-MES-RESTAURA.
                IF RA-CHAVE = W-RPACHAVE
                   GO TO SOMA-MES-LER.
                ADD RA-VALBRUTO TO W-RPABRUTOMES.
                ADD RA-INSS TO W-RPAINSSMES.
                ADD RA-IRRF TO W-RPAIRRFMES.
                GO TO SOMA-MES-LER.
       SOMA-MES-RESTAURA.
                MOVE W-RPASALVO TO REGRPA.
       SOMA-MES-FIM.
                EXIT.
      *
      *****************************************
      * RECIBO DO RPA GRAVADO (ARQRPA.TXT),    *
      * GUARDADO NO SPOOL DE RELATORIOS        *
      *****************************************
       IMP-RECIBO.
                OPEN OUTPUT ARQIMP.
                MOVE SPACES TO IMPRAZAO.
                MOVE ZEROS TO IMPCNPJ.
                MOVE RA-CODEMPR TO EP-CODIGO.
                READ EMPRESA
                   NOT INVALID KEY
                      MOVE EP-RAZAO TO IMPRAZAO
                      MOVE EP-CNPJ TO IMPCNPJ.
                WRITE REGIMP FROM CAB1.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINEMPRESA.
                WRITE REGIMP FROM LINTRACO.
                MOVE AO-CODIGO TO IMPCODAO.
                MOVE AO-NOME TO IMPNOME.
                WRITE REGIMP FROM LINAUTON.
                MOVE AO-CPF TO IMPCPF.
                MOVE AO-NIT TO IMPNIT.
                WRITE REGIMP FROM LINDOCS.
                MOVE AO-MUNIC TO IMPMUNIC.
                MOVE AO-UF TO IMPUF.
                WRITE REGIMP FROM LINMUNIC.
                MOVE RA-DIA TO IMPDIA.
                MOVE RA-MES TO IMPMES.
                MOVE RA-ANO TO IMPANO.
                MOVE RA-SEQ TO IMPSEQ.
                WRITE REGIMP FROM LINDTPAG.
                MOVE RA-DESCSERV TO IMPSERV.
                WRITE REGIMP FROM LINSERV.
                WRITE REGIMP FROM LINTRACO.
                MOVE RA-VALBRUTO TO IMPBRUTO.
                WRITE REGIMP FROM LINBRUTO.
                MOVE RA-INSS TO IMPINSS.
                WRITE REGIMP FROM LININSS.
                MOVE RA-PERCISS TO IMPPISS.
                MOVE RA-ISS TO IMPISS.
                WRITE REGIMP FROM LINISS.
                MOVE RA-IRRF TO IMPIRRF.
                WRITE REGIMP FROM LINIRRF.
                MOVE RA-LIQUIDO TO IMPLIQ.
                WRITE REGIMP FROM LINLIQ.
                WRITE REGIMP FROM LINTRACO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINTERMO1.
                WRITE REGIMP FROM LINTERMO2.
                WRITE REGIMP FROM LINTERMO3.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE RA-DTPAGTO TO IMPHOJE.
                WRITE REGIMP FROM LINDATA.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINASS.
                CLOSE ARQIMP.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "CADRPA" TO W-SPLPROG.
                COMPUTE W-SPLPER = (RA-ANO * 100) + RA-MES.
                MOVE "ARQRPA.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG W-SPLPER W-SPLARQ.
       IMP-RECIBO-FIM.
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
