                    RECORD KEY   IS MV-CHAVE
                    FILE STATUS  IS ST-ERROMOV.

           SELECT OPTIONAL RPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA-CHAVE
                    FILE STATUS  IS ST-ERRORA.

           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                        07 MV-MES      PIC 9(02).
                    05 MV-EVENTO       PIC 9(03).
                03 MV-VALOR            PIC 9(06)V99.
       FD RPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPA.DAT".
       01 REGRPA.
                03 RA-CHAVE.
                    05 RA-CODAUTON     PIC 9(05).
                    05 RA-DTPAGTO      PIC 9(08).
                    05 RA-DTPAG-R REDEFINES RA-DTPAGTO.
                        07 RA-ANO          PIC 9(04).
                        07 RA-MES          PIC 9(02).
                        07 RA-DIA          PIC 9(02).
                    05 RA-SEQ          PIC 9(02).
                03 RA-DESCSERV         PIC X(40).
                03 RA-VALBRUTO         PIC 9(06)V99.
                03 RA-INSS             PIC 9(06)V99.
      * ISS/IRRF/LIQUIDO NAO ENTRAM NA GPS - MANTIDOS AQUI SO PARA
      * CASAR O TAMANHO DO REGISTRO COM O GRAVADO EM RPA.DAT
                03 FILLER              PIC X(28).
                03 RA-CODEMPR          PIC 9(01).
                03 FILLER              PIC X(20).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGPS.TXT".
       77 ST-ERROFOLHA PIC X(02) VALUE "00".
       77 W-ARQFOLHA   PIC X(12) VALUE "FOLHA.DAT".
       77 W-USAMORTO  PIC X(01) VALUE "N".
      * TOTAIS DE CONTROLE DA FOLHA ENTRE AS ETAPAS (CTLTOT)
       77 W-CTFUNC     PIC X(01) VALUE SPACES.
       77 W-CTPROG     PIC X(08) VALUE "PRINTGPS".
       77 W-CTPER      PIC 9(06) VALUE ZEROS.
       77 W-CTRET      PIC X(02) VALUE SPACES.
       77 W-CTLIBERA   PIC X(01) VALUE SPACES.
      * GUIA POR EMPRESA/FILIAL (0 = TODAS): COM FILTRO SO ENTRAM OS
      * FUNCIONARIOS DA EMPRESA E A GUIA SAI COM O CNPJ DELA
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
      * FPP004), REEMBOLSADO PELO INSS COMO DEDUCAO DA GUIA
       77 ST-ERROMOV     PIC X(02) VALUE "00".
       77 W-TOTMATERN    PIC 9(08)V99 VALUE ZEROS.
      * CONTRIBUINTES INDIVIDUAIS PAGOS POR RPA NA COMPETENCIA
      * (RPA.DAT - CADRPA): 11% RETIDO DO AUTONOMO E A PATRONAL DE
      * 20% SOBRE A REMUNERACAO ENTRAM NA MESMA GUIA
       77 ST-ERRORA      PIC X(02) VALUE "00".
       77 W-RPABRUTO     PIC 9(08)V99 VALUE ZEROS.
       77 W-RPAINSS      PIC 9(08)V99 VALUE ZEROS.
       77 W-RPAQTD       PIC 9(06) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(20) VALUE SPACES.
       01 LINPATRONAL.
                03 FILLER  PIC X(25) VALUE "INSS PATRONAL (EMPRESA):".
                03 IMPPAT  PIC ZZZZZZZ9,99.
       01 LINRPAQTD.
                03 FILLER  PIC X(25) VALUE "RPA DE AUTONOMOS.......:".
                03 IMPRPAQTD PIC ZZZZZ9.
       01 LINRPABRUTO.
                03 FILLER  PIC X(25) VALUE "REMUNERACAO AUTONOMOS..:".
                03 IMPRPABRUTO PIC ZZZZZZZ9,99.
       01 LINRPAINSS.
                03 FILLER  PIC X(25) VALUE "INSS RETIDO AUTONOMOS..:".
                03 IMPRPAINSS PIC ZZZZZZZ9,99.
       01 LINGUIA.
                03 FILLER  PIC X(25) VALUE "VALOR TOTAL DA GUIA GPS:".
                03 IMPGUIA PIC ZZZZZZZ9,99.
           ACCEPT TMES-FILTRO.
           ACCEPT TANO-FILTRO.
           ACCEPT TEMPFILTRO.
      * NO ARQUIVO MORTO NAO HA TOTAIS DE CONTROLE A CONFERIR
           MOVE "00" TO W-CTRET.
           IF W-ARQFOLHA = "FOLHA.DAT"
              PERFORM CONF-CTL THRU CONF-CTL-FIM.
           IF W-CTRET NOT = "00"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE FOLHA
              GO TO ROT-FIMP.
           OPEN INPUT FUNC.
           OPEN INPUT MOVRUB.
           OPEN INPUT RPA.
           OPEN OUTPUT ARQIMP.
           OPEN INPUT EMPRESA.
           PERFORM BUSCA-EMPRESA THRU BUSCA-EMPRESA-FIM.
      *
       ROT-IMPRIME.
                PERFORM SOMA-MATERN THRU SOMA-MATERN-FIM.
                PERFORM SOMA-RPA THRU SOMA-RPA-FIM.
      * A PATRONAL INCIDE SOBRE A FOLHA E SOBRE OS RPA DO MES
                COMPUTE W-TOTPATRONAL =
                        ((W-TOTBRUTO + W-RPABRUTO)
                        * W-PERCPATRONAL) / 100.
      * O SALARIO MATERNIDADE ADIANTADO PELA EMPRESA E DEDUZIDO
      * DO RECOLHIMENTO (REEMBOLSO DO INSS)
                IF W-TOTMATERN >
                   (W-TOTSEGURADO + W-RPAINSS + W-TOTPATRONAL)
                   MOVE ZEROS TO W-TOTGUIA
                ELSE
                   COMPUTE W-TOTGUIA = W-TOTSEGURADO + W-RPAINSS
                                     + W-TOTPATRONAL - W-TOTMATERN.
                WRITE REGIMP FROM CAB1.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM LINBRUTO.
                MOVE W-TOTSEGURADO TO IMPSEG.
                WRITE REGIMP FROM LINSEGURADO.
                MOVE W-RPAQTD TO IMPRPAQTD.
                WRITE REGIMP FROM LINRPAQTD.
                MOVE W-RPABRUTO TO IMPRPABRUTO.
                WRITE REGIMP FROM LINRPABRUTO.
                MOVE W-RPAINSS TO IMPRPAINSS.
                WRITE REGIMP FROM LINRPAINSS.
                MOVE W-TOTPATRONAL TO IMPPAT.
                WRITE REGIMP FROM LINPATRONAL.
                MOVE W-TOTMATERN TO IMPMAT.
                WRITE REGIMP.
                MOVE W-TOTGUIA TO IMPGUIA.
                WRITE REGIMP FROM LINGUIA.
                IF W-ARQFOLHA = "FOLHA.DAT"
                   PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.
                GO TO ROT-FIM.
      *
      *****************************************
      * TOTAL DO SALARIO MATERNIDADE DO        *
                EXIT.
      *
      *****************************************
      * RPA DE AUTONOMOS PAGOS NA COMPETENCIA  *
      * (RPA.DAT - CADRPA): REMUNERACAO E INSS *
      * RETIDO, COM O FILTRO DE EMPRESA/FILIAL *
      * CONTRATANTE. NAO HA RPA NO ARQUIVO     *
      * MORTO DA FOLHA - ENTRA O RPA.DAT ATUAL *
      *****************************************
       SOMA-RPA.
                MOVE ZEROS TO W-RPABRUTO W-RPAINSS W-RPAQTD.
                IF ST-ERRORA NOT = "00" AND ST-ERRORA NOT = "05"
                   GO TO SOMA-RPA-FIM.
       SOMA-RPA-LER.
                READ RPA NEXT RECORD
                   AT END
                      GO TO SOMA-RPA-FIM.
                IF RA-ANO NOT = ANO-FILTRO OR RA-MES NOT = MES-FILTRO
                   GO TO SOMA-RPA-LER.
                IF W-EMPFILTRO > 0 AND RA-CODEMPR NOT = W-EMPFILTRO
                   GO TO SOMA-RPA-LER.
                ADD RA-VALBRUTO TO W-RPABRUTO.
                ADD RA-INSS TO W-RPAINSS.
                ADD 1 TO W-RPAQTD.
                GO TO SOMA-RPA-LER.
       SOMA-RPA-FIM.
                EXIT.
      *
      *****************************************
      * SITUACAO DO PERIODO PARA O CABECALHO   *
      * (FECHA.DAT - FPP025)                   *
      *****************************************
                EXIT.
      *
      *****************************************
      * TOTAIS DE CONTROLE (CTLTOT.DAT): A     *
      * FOLHA DO PERIODO TEM DE BATER COM OS   *
      * TOTAIS GRAVADOS PELAS OUTRAS ETAPAS;   *
      * COM DIFERENCA SO RODA COM LIBERACAO DO *
      * OPERADOR                               *
      * E A RODADA FICA MARCADA COMO LIBERADA  *
      *****************************************
       CONF-CTL.
                MOVE "N" TO W-CTLIBERA.
                MOVE "C" TO W-CTFUNC.
                COMPUTE W-CTPER = (ANO-FILTRO * 100) + MES-FILTRO.
                CALL "CTLTOT" USING W-CTFUNC W-CTPROG W-CTPER
                                    W-CTRET MENS.
                IF W-CTRET = "00"
                   GO TO CONF-CTL-FIM.
                IF W-CTRET = "30"
                   GO TO CONF-CTL-FIM.
                DISPLAY (21, 05) MENS.
       CONF-CTL-1.
                MOVE SPACES TO W-CTLIBERA.
                DISPLAY (22, 05)
                   "TOTAIS NAO CONFEREM - RODA ASSIM MESMO (S/N): ".
                ACCEPT (22, 51) W-CTLIBERA.
                IF W-CTLIBERA = "S" OR "s"
                   MOVE "S" TO W-CTLIBERA
                   MOVE "00" TO W-CTRET
                   GO TO CONF-CTL-LIMPA.
                IF W-CTLIBERA NOT = "N" AND "n"
                   GO TO CONF-CTL-1.
                MOVE "N" TO W-CTLIBERA.
       CONF-CTL-LIMPA.
                DISPLAY (21, 05) LIMPA.
                DISPLAY (22, 05) LIMPA.
       CONF-CTL-FIM.
                EXIT.
      *
       GRAVA-CTL.
                MOVE "G" TO W-CTFUNC.
                IF W-CTLIBERA = "S"
                   MOVE "L" TO W-CTFUNC.
                CALL "CTLTOT" USING W-CTFUNC W-CTPROG W-CTPER
                                    W-CTRET MENS.
       GRAVA-CTL-FIM.
                EXIT.
      *
      *****************************************
      * IDENTIFICACAO DA EMPRESA PARA O        *
      * CABECALHO (EMPRESA.DAT - FPP029)       *
      *****************************************
       ROT-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE FOLHA ARQIMP FECHA EMPRESA FUNC MOVRUB.
                CLOSE RPA.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTGPS" TO W-SPLPROG.
                MOVE "ARQGPS.TXT" TO W-SPLARQ.
