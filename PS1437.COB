       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRINTTRS.
      **************************************
      * RELATORIO DE TRANSPARENCIA         *
      * SALARIAL (LEI 14.611): COMPARA A   *
      * REMUNERACAO DE HOMENS E MULHERES   *
      * NO SEMESTRE, POR EMPRESA, CARGO E  *
      * NIVEL HIERARQUICO - QUANTIDADE,    *
      * SALARIO CONTRATUAL MEDIO E         *
      * MEDIANO (FUNC/CARG) E BRUTO MEDIO  *
      * DA FOLHA (FOLHA.DAT), COM A        *
      * DIFERENCA PERCENTUAL F/M. GRUPOS   *
      * MENORES QUE O MINIMO INFORMADO SAO *
      * MARCADOS (ANONIMATO). OS MESMOS    *
      * NUMEROS VAO PARA TRANSAL.CSV       *
      * (FORMULARIO DO GOVERNO)            *
      **************************************
      *------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOGPROC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROLPROC.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC.

           SELECT CARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERROCARG.

           SELECT FOLHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE
                    FILE STATUS  IS ST-ERROFOLHA.

           SELECT OPTIONAL EMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-ERROEMPR.

           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCSV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROCSV.
      *-----------------------------------------------------
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
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
                03 DTNASC              PIC 9(08).
                03 SEXO                PIC X(01).
                03 OPCSEX              PIC X(01).
                03 CODPTO              PIC 9(04).
                03 CODCARG             PIC 9(04).
                03 DTADM               PIC 9(08).
                03 DT-ADM REDEFINES DTADM.
                    05 DIAADM              PIC 9(02).
                    05 MESADM              PIC 9(02).
                    05 ANOADM              PIC 9(04).
                03 DTDEM               PIC 9(08).
                03 DT-DEM REDEFINES DTDEM.
                    05 DIADEM              PIC 9(02).
                    05 MESDEM              PIC 9(02).
                    05 ANODEM              PIC 9(04).
                03 STAT                PIC X(01).
                03 CPF                 PIC 9(11).
                03 PIS                 PIC 9(11).
                03 RG                  PIC X(12).
                03 SALNEGOC            PIC 9(06)V99.
                03 ESTCIVIL            PIC 9(01).
                03 TIPOCONTR           PIC X(01).
                03 CODEMPR             PIC 9(01).
       FD CARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARG.DAT".
       01 CADCARG.
                03 CODIGO1             PIC 9(04).
                03 DENOMINACAO1        PIC X(25).
                03 NIVELHIER           PIC 9(01).
                03 TIPSAL              PIC X(01).
                03 SALBAS              PIC 9(06)V99.
       FD FOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLHA.DAT".
       01 CADFOLHA.
                03 CHAVE.
                    05 CHAPAFUNC       PIC 9(06).
                    05 PERIODO.
                        07 ANO         PIC 9(04).
                        07 MES         PIC 9(02).
                03 SALBRUTO            PIC 9(06)V99.
      * DEMAIS VALORES, EVENTOS E EMPRESTIMO SAO GRAVADOS PELO
      * FPP004 - MANTIDOS AQUI SO PARA CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(96).
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
               VALUE OF FILE-ID IS "ARQTRS.TXT".
       01 REGIMP PIC X(80).
       FD ARQCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRANSAL.CSV".
       01 REGCSV PIC X(150).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
      * CONTROLE DE EXECUCAO (LOGPROC.DAT) - UM REGISTRO POR RODADA
       77 ST-ERROLPROC PIC X(02) VALUE "00".
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058): A GERACAO E
      * GUARDADA E INDEXADA AO FIM DA IMPRESSAO
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-LPDTINI    PIC 9(08) VALUE ZEROS.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(08) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROCSV   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERROFOLHA PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * PARAMETROS: ANO E SEMESTRE (1 = JAN-JUN, 2 = JUL-DEZ),
      * EMPRESA (0 = TODAS) E TAMANHO MINIMO DO GRUPO POR SEXO PARA
      * DIVULGAR SEM IDENTIFICAR A PESSOA
       77 W-ANOSEM     PIC 9(04) VALUE ZEROS.
       77 W-SEMESTRE   PIC 9(01) VALUE ZEROS.
       77 W-EMPRFIL    PIC 9(01) VALUE ZEROS.
       77 W-MINGRUPO   PIC 9(02) VALUE 03.
       77 W-MESINI     PIC 9(02) VALUE ZEROS.
       77 W-MESFIM     PIC 9(02) VALUE ZEROS.
       77 W-DTINISEM   PIC 9(08) VALUE ZEROS.
       77 W-DTFIMSEM   PIC 9(08) VALUE ZEROS.
       77 W-DTAUX      PIC 9(08) VALUE ZEROS.
       77 W-PERFIM     PIC 9(06) VALUE ZEROS.
       77 W-PERLIDO    PIC 9(06) VALUE ZEROS.
       77 W-SALCONTR   PIC 9(06)V99 VALUE ZEROS.
       77 W-BRUTOFUN   PIC 9(07)V99 VALUE ZEROS.
       77 W-MESESFUN   PIC 9(02) VALUE ZEROS.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTLIN     PIC 9(06) VALUE ZEROS.
      * TABELA DOS FUNCIONARIOS DO SEMESTRE, ORDENADA POR EMPRESA,
      * NIVEL, CARGO, SEXO E SALARIO (A MEDIANA SAI DA POSICAO DO
      * MEIO DE CADA GRUPO). NA SEGUNDA PASSADA O CARGO E ZERADO
      * (TOTAL DO NIVEL) E NA TERCEIRA TAMBEM O NIVEL (TOTAL DA
      * EMPRESA)
       77 W-MAXTAB     PIC 9(04) VALUE 2000.
       77 W-QTDTAB     PIC 9(04) VALUE ZEROS.
       77 W-I          PIC 9(04) VALUE ZEROS.
       77 W-J          PIC 9(04) VALUE ZEROS.
       77 W-K          PIC 9(04) VALUE ZEROS.
       77 W-PASSADA    PIC 9(01) VALUE ZEROS.
       01 TABFUN.
                03 TF-ITEM OCCURS 2000 TIMES.
                    05 TF-CHAVE.
                        07 TF-EMPR     PIC 9(01).
                        07 TF-NIVEL    PIC 9(01).
                        07 TF-CARGO    PIC 9(04).
                        07 TF-SEXO     PIC X(01).
                        07 TF-SAL      PIC 9(06)V99.
                    05 TF-BRUTO        PIC 9(07)V99.
                    05 TF-MESES        PIC 9(02).
       01 W-AUXITEM.
                03 AX-CHAVE            PIC X(15).
                03 AX-BRUTO            PIC 9(07)V99.
                03 AX-MESES            PIC 9(02).
      * ACUMULADORES DO GRUPO - INDICE 1 = FEMININO, 2 = MASCULINO
       77 W-GEMPR      PIC 9(01) VALUE ZEROS.
       77 W-GNIVEL     PIC 9(01) VALUE ZEROS.
       77 W-GCARGO     PIC 9(04) VALUE ZEROS.
       77 W-EMPRANT    PIC 9(02) VALUE ZEROS.
       77 W-S          PIC 9(01) VALUE ZEROS.
       77 W-METADE     PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(01) VALUE ZEROS.
       77 W-PEQUENO    PIC X(01) VALUE SPACES.
       01 TABGRUPO.
                03 GR-SEXO OCCURS 2 TIMES.
                    05 GR-QTD          PIC 9(04).
                    05 GR-PRIM         PIC 9(04).
                    05 GR-SOMASAL      PIC 9(10)V99.
                    05 GR-MEDIA        PIC 9(07)V99.
                    05 GR-MEDIANA      PIC 9(07)V99.
                    05 GR-SOMABRU      PIC 9(10)V99.
                    05 GR-MESES        PIC 9(06).
                    05 GR-BRUMED       PIC 9(07)V99.
       77 W-DIFMEDIA   PIC S9(03)V99 VALUE ZEROS.
       77 W-DIFMEDIANA PIC S9(03)V99 VALUE ZEROS.
       77 W-DIFBRUTO   PIC S9(03)V99 VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(60) VALUE
           "RELATORIO DE TRANSPARENCIA SALARIAL (LEI 14.611)".
       01 CAB2.
                03 FILLER  PIC X(10) VALUE "SEMESTRE:".
                03 IMPSEM  PIC 9(01).
                03 FILLER  PIC X(01) VALUE "/".
                03 IMPANO  PIC 9(04).
                03 FILLER  PIC X(06) VALUE SPACES.
                03 FILLER  PIC X(23) VALUE "GRUPO MINIMO POR SEXO:".
                03 IMPMIN  PIC Z9.
       01 CABPASS.
                03 FILLER  PIC X(05) VALUE "*** ".
                03 IMPPASS PIC X(40).
       01 CABEMPR.
                03 FILLER  PIC X(09) VALUE "EMPRESA:".
                03 IMPEMPR PIC 9(01).
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPRAZAO PIC X(40).
       01 CABGRUPO.
                03 FILLER  PIC X(02) VALUE SPACES.
                03 FILLER  PIC X(06) VALUE "NIVEL".
                03 IMPNIVEL PIC 9(01).
                03 FILLER  PIC X(08) VALUE "  CARGO".
                03 IMPCARGO PIC 9(04).
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPDENOM PIC X(25).
       01 CABCOL.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(40) VALUE
                       "SEXO       QTD  SAL.MEDIO    MEDIANA".
                03 FILLER  PIC X(13) VALUE "  BRUTO MEDIO".
       01 DETSEXO.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 IMPSEXO PIC X(09).
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPQTD  PIC ZZZ9.
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPMEDIA PIC ZZZZZZ9,99.
                03 FILLER  PIC X(01) VALUE SPACES.
                03 IMPMEDIANA PIC ZZZZZZ9,99.
                03 FILLER  PIC X(03) VALUE SPACES.
                03 IMPBRUMED PIC ZZZZZZ9,99.
       01 DETDIF.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(15) VALUE "DIF. F/M (%)".
                03 IMPDIFMED PIC -ZZZZ9,99.
                03 FILLER  PIC X(02) VALUE SPACES.
                03 IMPDIFMDN PIC -ZZZZ9,99.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 IMPDIFBRU PIC -ZZZZ9,99.
       01 DETAVISO.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 IMPAVISO PIC X(60).
       01 LINTRACO.
                03 FILLER PIC X(70) VALUE ALL "-".
       01 LINTOT1.
                03 FILLER  PIC X(30) VALUE
                       "FUNCIONARIOS LIDOS...........:".
                03 IMPTOTLID PIC ZZZZZ9.
       01 LINTOT2.
                03 FILLER  PIC X(30) VALUE
                       "FUNCIONARIOS NO SEMESTRE.....:".
                03 IMPTOTTAB PIC ZZZZZ9.
      * LINHAS DELIMITADAS: CAMPOS EDITADOS COM VIRGULA DECIMAL E
      * PONTO E VIRGULA COMO SEPARADOR
       01 CSVCAB.
                03 FILLER PIC X(41) VALUE
           "EMPRESA;NIVEL;CARGO;DENOMINACAO;SEXO;QTD;".
                03 FILLER PIC X(19) VALUE
           "SALMEDIO;SALMEDIANO".
                03 FILLER PIC X(53) VALUE
           ";BRUTOMEDIO;DIFMEDIA;DIFMEDIANA;DIFBRUTO;GRUPOPEQUENO".
       01 CSVDET.
                03 CSV-EMPR    PIC 9(01).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-NIVEL   PIC 9(01).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-CARGO   PIC 9(04).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-DENOM   PIC X(25).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-SEXO    PIC X(01).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-QTD     PIC 9(04).
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-MEDIA   PIC ZZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-MEDIANA PIC ZZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-BRUMED  PIC ZZZZZZ9,99.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-DIFMED  PIC -ZZZZ9,99.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-DIFMDN  PIC -ZZZZ9,99.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-DIFBRU  PIC -ZZZZ9,99.
                03 FILLER      PIC X(01) VALUE ";".
                03 CSV-PEQUENO PIC X(01).
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAPROC.
             05  BLANK SCREEN.
             05  LINE 02 COLUMN 10
                 VALUE "TRANSPARENCIA SALARIAL POR SEXO".
             05  LINE 04 COLUMN 05
                 VALUE "ANO.................................:".
             05  TANOSEM
                 LINE 04 COLUMN 44 PIC 9999
                 USING W-ANOSEM
                 HIGHLIGHT.
             05  LINE 06 COLUMN 05
                 VALUE "SEMESTRE (1=JAN-JUN 2=JUL-DEZ)......:".
             05  TSEMESTRE
                 LINE 06 COLUMN 44 PIC 9
                 USING W-SEMESTRE
                 HIGHLIGHT.
             05  LINE 08 COLUMN 05
                 VALUE "EMPRESA (0 = TODAS).................:".
             05  TEMPRFIL
                 LINE 08 COLUMN 44 PIC 9
                 USING W-EMPRFIL
                 HIGHLIGHT.
             05  LINE 10 COLUMN 05
                 VALUE "GRUPO MINIMO POR SEXO (ANONIMATO)...:".
             05  TMINGRUPO
                 LINE 10 COLUMN 44 PIC 99
                 USING W-MINGRUPO
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
      *
       INC-OP0.
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT FOLHA.
           IF ST-ERROFOLHA NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FOLHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CARG.
           OPEN INPUT EMPRESA.
           DISPLAY TELAPROC.
       INC-001.
           ACCEPT TANOSEM.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO ROT-FIMP.
           IF W-ANOSEM < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
       INC-002.
           ACCEPT TSEMESTRE.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO INC-001.
           IF W-SEMESTRE = 1
              MOVE 01 TO W-MESINI
              MOVE 06 TO W-MESFIM
           ELSE
           IF W-SEMESTRE = 2
              MOVE 07 TO W-MESINI
              MOVE 12 TO W-MESFIM
           ELSE
              MOVE "*** SEMESTRE DEVE SER 1 OU 2 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT TEMPRFIL.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO INC-002.
       INC-004.
           ACCEPT TMINGRUPO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 GO TO INC-003.
           IF W-MINGRUPO = ZEROS
              MOVE 1 TO W-MINGRUPO.
           COMPUTE W-DTINISEM = (W-ANOSEM * 10000) + (W-MESINI * 100)
                              + 1.
           COMPUTE W-DTFIMSEM = (W-ANOSEM * 10000) + (W-MESFIM * 100)
                              + 31.
           COMPUTE W-PERFIM = (W-ANOSEM * 100) + W-MESFIM.
           OPEN OUTPUT ARQIMP.
           OPEN OUTPUT ARQCSV.
           WRITE REGCSV FROM CSVCAB.
      *
      *****************************************
      * CARGA DOS FUNCIONARIOS COM VINCULO NO  *
      * SEMESTRE (ESTAGIARIO NAO ENTRA)        *
      *****************************************
           MOVE ZEROS TO CHAPA.
           START FUNC KEY IS NOT LESS THAN CHAPA
              INVALID KEY
                 GO TO ROT-ORDENA.
       LER-FUNC.
                READ FUNC NEXT RECORD
                   AT END
                      GO TO ROT-ORDENA.
                ADD 1 TO W-TOTLIDOS.
                IF TIPOCONTR = "E" OR TIPOCONTR = "e"
                   GO TO LER-FUNC.
                IF SEXO = "f" MOVE "F" TO SEXO.
                IF SEXO = "m" MOVE "M" TO SEXO.
                IF SEXO NOT = "F" AND SEXO NOT = "M"
                   GO TO LER-FUNC.
                IF CODEMPR = 0
                   MOVE 1 TO CODEMPR.
                IF W-EMPRFIL NOT = ZEROS AND CODEMPR NOT = W-EMPRFIL
                   GO TO LER-FUNC.
                COMPUTE W-DTAUX = (ANOADM * 10000) + (MESADM * 100)
                                + DIAADM.
                IF W-DTAUX > W-DTFIMSEM
                   GO TO LER-FUNC.
                IF DTDEM NOT = ZEROS
                   COMPUTE W-DTAUX = (ANODEM * 10000) + (MESDEM * 100)
                                   + DIADEM
                   IF W-DTAUX < W-DTINISEM
                      GO TO LER-FUNC.
                IF W-QTDTAB NOT < W-MAXTAB
                   MOVE "*** TABELA CHEIA - RELATORIO PARCIAL ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-ORDENA.
                MOVE CODCARG TO CODIGO1.
                READ CARG
                   INVALID KEY
                      MOVE ZEROS TO NIVELHIER SALBAS.
                IF SALNEGOC > ZEROS
                   MOVE SALNEGOC TO W-SALCONTR
                ELSE
                   MOVE SALBAS TO W-SALCONTR.
                PERFORM SOMA-FOLHA THRU SOMA-FOLHA-FIM.
                ADD 1 TO W-QTDTAB.
                MOVE CODEMPR TO TF-EMPR (W-QTDTAB).
                MOVE NIVELHIER TO TF-NIVEL (W-QTDTAB).
                MOVE CODCARG TO TF-CARGO (W-QTDTAB).
                MOVE SEXO TO TF-SEXO (W-QTDTAB).
                MOVE W-SALCONTR TO TF-SAL (W-QTDTAB).
                MOVE W-BRUTOFUN TO TF-BRUTO (W-QTDTAB).
                MOVE W-MESESFUN TO TF-MESES (W-QTDTAB).
                GO TO LER-FUNC.
      *
      * BRUTO DA FOLHA NOS MESES DO SEMESTRE
       SOMA-FOLHA.
                MOVE ZEROS TO W-BRUTOFUN W-MESESFUN.
                MOVE CHAPA TO CHAPAFUNC.
                MOVE W-ANOSEM TO ANO.
                MOVE W-MESINI TO MES.
                START FOLHA KEY IS NOT LESS THAN CHAVE
                   INVALID KEY
                      GO TO SOMA-FOLHA-FIM.
       SOMA-FOLHA-LER.
                READ FOLHA NEXT RECORD
                   AT END
                      GO TO SOMA-FOLHA-FIM.
                IF CHAPAFUNC NOT = CHAPA
                   GO TO SOMA-FOLHA-FIM.
                COMPUTE W-PERLIDO = (ANO * 100) + MES.
                IF W-PERLIDO > W-PERFIM
                   GO TO SOMA-FOLHA-FIM.
                ADD SALBRUTO TO W-BRUTOFUN.
                ADD 1 TO W-MESESFUN.
                GO TO SOMA-FOLHA-LER.
       SOMA-FOLHA-FIM.
                EXIT.
      *
      *****************************************
      * TRES PASSADAS SOBRE A TABELA: CARGO,   *
      * NIVEL HIERARQUICO E EMPRESA            *
      *****************************************
       ROT-ORDENA.
                WRITE REGIMP FROM CAB1.
                MOVE W-SEMESTRE TO IMPSEM.
                MOVE W-ANOSEM TO IMPANO.
                MOVE W-MINGRUPO TO IMPMIN.
                WRITE REGIMP FROM CAB2.
                IF W-QTDTAB = ZEROS
                   GO TO ROT-TOTAIS.
                MOVE 1 TO W-PASSADA.
       ROT-PASSADA.
                IF W-PASSADA = 2
                   MOVE 1 TO W-I
                   PERFORM ZERA-CARGO THRU ZERA-CARGO-FIM.
                IF W-PASSADA = 3
                   MOVE 1 TO W-I
                   PERFORM ZERA-NIVEL THRU ZERA-NIVEL-FIM.
                PERFORM ORDENA THRU ORDENA-FIM.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINTRACO.
                IF W-PASSADA = 1
                   MOVE "POR CARGO" TO IMPPASS.
                IF W-PASSADA = 2
                   MOVE "POR NIVEL HIERARQUICO" TO IMPPASS.
                IF W-PASSADA = 3
                   MOVE "TOTAL DA EMPRESA" TO IMPPASS.
                WRITE REGIMP FROM CABPASS.
                MOVE 99 TO W-EMPRANT.
                MOVE 1 TO W-I.
                PERFORM ROT-GRUPO THRU ROT-GRUPO-FIM.
                IF W-PASSADA < 3
                   ADD 1 TO W-PASSADA
                   GO TO ROT-PASSADA.
                GO TO ROT-TOTAIS.
      *
       ZERA-CARGO.
                MOVE ZEROS TO TF-CARGO (W-I).
                IF W-I < W-QTDTAB
                   ADD 1 TO W-I
                   GO TO ZERA-CARGO.
       ZERA-CARGO-FIM.
                EXIT.
      *
       ZERA-NIVEL.
                MOVE ZEROS TO TF-NIVEL (W-I).
                IF W-I < W-QTDTAB
                   ADD 1 TO W-I
                   GO TO ZERA-NIVEL.
       ZERA-NIVEL-FIM.
                EXIT.
      *
      *****************************************
      * ORDENACAO DA TABELA POR INSERCAO       *
      *****************************************
       ORDENA.
                MOVE 2 TO W-I.
       ORDENA-ITEM.
                IF W-I > W-QTDTAB
                   GO TO ORDENA-FIM.
                MOVE TF-ITEM (W-I) TO W-AUXITEM.
                MOVE W-I TO W-J.
       ORDENA-DESLOCA.
                IF W-J > 1
                   COMPUTE W-K = W-J - 1
                   IF TF-CHAVE (W-K) > AX-CHAVE
                      MOVE TF-ITEM (W-K) TO TF-ITEM (W-J)
                      MOVE W-K TO W-J
                      GO TO ORDENA-DESLOCA.
                MOVE W-AUXITEM TO TF-ITEM (W-J).
                ADD 1 TO W-I.
                GO TO ORDENA-ITEM.
       ORDENA-FIM.
                EXIT.
      *
      *****************************************
      * UM GRUPO (EMPRESA/NIVEL/CARGO) A      *
      * PARTIR DE W-I: SOMA POR SEXO, MEDIANA  *
      * PELA POSICAO E IMPRIME                 *
      *****************************************
       ROT-GRUPO.
                IF W-I > W-QTDTAB
                   GO TO ROT-GRUPO-FIM.
                MOVE TF-EMPR (W-I) TO W-GEMPR.
                MOVE TF-NIVEL (W-I) TO W-GNIVEL.
                MOVE TF-CARGO (W-I) TO W-GCARGO.
                MOVE ZEROS TO TABGRUPO.
       ROT-GRUPO-SOMA.
                IF TF-SEXO (W-I) = "F"
                   MOVE 1 TO W-S
                ELSE
                   MOVE 2 TO W-S.
                IF GR-QTD (W-S) = ZEROS
                   MOVE W-I TO GR-PRIM (W-S).
                ADD 1 TO GR-QTD (W-S).
                ADD TF-SAL (W-I) TO GR-SOMASAL (W-S).
                ADD TF-BRUTO (W-I) TO GR-SOMABRU (W-S).
                ADD TF-MESES (W-I) TO GR-MESES (W-S).
                ADD 1 TO W-I.
                IF W-I > W-QTDTAB
                   GO TO ROT-GRUPO-CALC.
                IF TF-EMPR (W-I) = W-GEMPR
                AND TF-NIVEL (W-I) = W-GNIVEL
                AND TF-CARGO (W-I) = W-GCARGO
                   GO TO ROT-GRUPO-SOMA.
       ROT-GRUPO-CALC.
                MOVE 1 TO W-S.
                PERFORM CALC-SEXO THRU CALC-SEXO-FIM.
                MOVE 2 TO W-S.
                PERFORM CALC-SEXO THRU CALC-SEXO-FIM.
      * DIFERENCA DA MULHER EM RELACAO AO HOMEM (NEGATIVO = MULHER
      * GANHA MENOS); SO COM OS DOIS SEXOS NO GRUPO
                MOVE ZEROS TO W-DIFMEDIA W-DIFMEDIANA W-DIFBRUTO.
                IF GR-QTD (1) > ZEROS AND GR-MEDIA (2) > ZEROS
                   COMPUTE W-DIFMEDIA ROUNDED =
                      ((GR-MEDIA (1) - GR-MEDIA (2)) * 100)
                                                    / GR-MEDIA (2).
                IF GR-QTD (1) > ZEROS AND GR-MEDIANA (2) > ZEROS
                   COMPUTE W-DIFMEDIANA ROUNDED =
                      ((GR-MEDIANA (1) - GR-MEDIANA (2)) * 100)
                                                    / GR-MEDIANA (2).
                IF GR-BRUMED (1) > ZEROS AND GR-BRUMED (2) > ZEROS
                   COMPUTE W-DIFBRUTO ROUNDED =
                      ((GR-BRUMED (1) - GR-BRUMED (2)) * 100)
                                                    / GR-BRUMED (2).
                MOVE "N" TO W-PEQUENO.
                IF GR-QTD (1) > ZEROS AND GR-QTD (1) < W-MINGRUPO
                   MOVE "S" TO W-PEQUENO.
                IF GR-QTD (2) > ZEROS AND GR-QTD (2) < W-MINGRUPO
                   MOVE "S" TO W-PEQUENO.
                PERFORM IMP-GRUPO THRU IMP-GRUPO-FIM.
                GO TO ROT-GRUPO.
       ROT-GRUPO-FIM.
                EXIT.
      *
       CALC-SEXO.
                MOVE ZEROS TO GR-MEDIA (W-S) GR-MEDIANA (W-S).
                MOVE ZEROS TO GR-BRUMED (W-S).
                IF GR-QTD (W-S) = ZEROS
                   GO TO CALC-SEXO-FIM.
                COMPUTE GR-MEDIA (W-S) ROUNDED =
                        GR-SOMASAL (W-S) / GR-QTD (W-S).
                IF GR-MESES (W-S) > ZEROS
                   COMPUTE GR-BRUMED (W-S) ROUNDED =
                           GR-SOMABRU (W-S) / GR-MESES (W-S).
                DIVIDE GR-QTD (W-S) BY 2 GIVING W-METADE
                       REMAINDER W-RESTO.
                IF W-RESTO = 1
                   COMPUTE W-K = GR-PRIM (W-S) + W-METADE
                   MOVE TF-SAL (W-K) TO GR-MEDIANA (W-S)
                ELSE
                   COMPUTE W-K = GR-PRIM (W-S) + W-METADE - 1
                   COMPUTE W-J = W-K + 1
                   COMPUTE GR-MEDIANA (W-S) ROUNDED =
                           (TF-SAL (W-K) + TF-SAL (W-J)) / 2.
       CALC-SEXO-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO E EXPORTACAO DE UM GRUPO     *
      *****************************************
       IMP-GRUPO.
                IF W-GEMPR NOT = W-EMPRANT
                   PERFORM IMP-EMPR THRU IMP-EMPR-FIM.
                MOVE SPACES TO DENOMINACAO1.
                IF W-GCARGO NOT = ZEROS
                   MOVE W-GCARGO TO CODIGO1
                   READ CARG
                      INVALID KEY
                         MOVE SPACES TO DENOMINACAO1.
                IF W-PASSADA = 2
                   MOVE "TOTAL DO NIVEL" TO DENOMINACAO1.
                IF W-PASSADA = 3
                   MOVE "TOTAL DA EMPRESA" TO DENOMINACAO1.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-GNIVEL TO IMPNIVEL.
                MOVE W-GCARGO TO IMPCARGO.
                MOVE DENOMINACAO1 TO IMPDENOM.
                WRITE REGIMP FROM CABGRUPO.
                WRITE REGIMP FROM CABCOL.
                MOVE 1 TO W-S.
                MOVE "FEMININO" TO IMPSEXO.
                PERFORM IMP-SEXO THRU IMP-SEXO-FIM.
                MOVE 2 TO W-S.
                MOVE "MASCULINO" TO IMPSEXO.
                PERFORM IMP-SEXO THRU IMP-SEXO-FIM.
                MOVE W-DIFMEDIA TO IMPDIFMED.
                MOVE W-DIFMEDIANA TO IMPDIFMDN.
                MOVE W-DIFBRUTO TO IMPDIFBRU.
                WRITE REGIMP FROM DETDIF.
                IF GR-QTD (1) = ZEROS OR GR-QTD (2) = ZEROS
                   MOVE "GRUPO SO DE UM SEXO - SEM COMPARACAO"
                                                       TO IMPAVISO
                   WRITE REGIMP FROM DETAVISO.
                IF W-PEQUENO = "S"
                   MOVE "* GRUPO ABAIXO DO MINIMO - NAO DIVULGAR"
                                                       TO IMPAVISO
                   WRITE REGIMP FROM DETAVISO.
       IMP-GRUPO-FIM.
                EXIT.
      *
       IMP-EMPR.
                MOVE W-GEMPR TO W-EMPRANT.
                MOVE W-GEMPR TO EP-CODIGO.
                READ EMPRESA
                   INVALID KEY
                      MOVE SPACES TO EP-RAZAO.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-GEMPR TO IMPEMPR.
                MOVE EP-RAZAO TO IMPRAZAO.
                WRITE REGIMP FROM CABEMPR.
       IMP-EMPR-FIM.
                EXIT.
      *
       IMP-SEXO.
                MOVE GR-QTD (W-S) TO IMPQTD.
                MOVE GR-MEDIA (W-S) TO IMPMEDIA.
                MOVE GR-MEDIANA (W-S) TO IMPMEDIANA.
                MOVE GR-BRUMED (W-S) TO IMPBRUMED.
                WRITE REGIMP FROM DETSEXO.
                IF GR-QTD (W-S) = ZEROS
                   GO TO IMP-SEXO-FIM.
                MOVE W-GEMPR TO CSV-EMPR.
                MOVE W-GNIVEL TO CSV-NIVEL.
                MOVE W-GCARGO TO CSV-CARGO.
                MOVE DENOMINACAO1 TO CSV-DENOM.
                IF W-S = 1
                   MOVE "F" TO CSV-SEXO
                ELSE
                   MOVE "M" TO CSV-SEXO.
                MOVE GR-QTD (W-S) TO CSV-QTD.
                MOVE GR-MEDIA (W-S) TO CSV-MEDIA.
                MOVE GR-MEDIANA (W-S) TO CSV-MEDIANA.
                MOVE GR-BRUMED (W-S) TO CSV-BRUMED.
                MOVE W-DIFMEDIA TO CSV-DIFMED.
                MOVE W-DIFMEDIANA TO CSV-DIFMDN.
                MOVE W-DIFBRUTO TO CSV-DIFBRU.
                MOVE W-PEQUENO TO CSV-PEQUENO.
                WRITE REGCSV FROM CSVDET.
                ADD 1 TO W-TOTLIN.
       IMP-SEXO-FIM.
                EXIT.
      *
      *****************************************
      * TOTAIS DA RODADA                       *
      *****************************************
       ROT-TOTAIS.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINTRACO.
                MOVE W-TOTLIDOS TO IMPTOTLID.
                WRITE REGIMP FROM LINTOT1.
                MOVE W-QTDTAB TO IMPTOTTAB.
                WRITE REGIMP FROM LINTOT2.
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
                MOVE "PRINTTRS" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE W-PERFIM TO LP-PERIODO.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTLIN TO LP-REGGRAV.
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
                CLOSE ARQIMP ARQCSV.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTTRS" TO W-SPLPROG.
                MOVE "ARQTRS.TXT" TO W-SPLARQ.
                CALL "SPOOLARQ" USING W-SPLPROG LP-PERIODO
                                      W-SPLARQ.
       ROT-FIMP.
                CLOSE FUNC FOLHA CARG EMPRESA.
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
                IF W-CONT < 1000000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
