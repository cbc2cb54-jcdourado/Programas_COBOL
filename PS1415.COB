                    RECORD KEY   IS MV-CHAVE
                    FILE STATUS  IS ST-ERROMOV.

           SELECT OPTIONAL RPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA-CHAVE
                    FILE STATUS  IS ST-ERRORA.

           SELECT OPTIONAL AUTONOMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AO-CODIGO
                    FILE STATUS  IS ST-ERROAO.

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
                03 RA-PERCISS          PIC 9(02)V99.
                03 RA-ISS              PIC 9(06)V99.
                03 RA-IRRF             PIC 9(06)V99.
                03 RA-LIQUIDO          PIC 9(06)V99.
                03 RA-CODEMPR          PIC 9(01).
                03 FILLER              PIC X(20).
       FD AUTONOMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUTONOMO.DAT".
       01 REGAUTONOMO.
                03 AO-CODIGO           PIC 9(05).
                03 AO-NOME             PIC X(35).
                03 AO-CPF              PIC 9(11).
      * NIT/MUNICIPIO/ISS/BANCO SAO DO CADAUTON - MANTIDOS AQUI SO
      * PARA CASAR O TAMANHO DO REGISTRO COM O GRAVADO EM
      * AUTONOMO.DAT
                03 FILLER              PIC X(67).
                03 AO-CODEMPR          PIC 9(01).
                03 FILLER              PIC X(20).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQIRR.TXT".
                03 IMPCNPJ  PIC 9(14).
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TOTBRUTO   PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTINSS    PIC 9(08)V99 VALUE ZEROS.
      * FPP004) - DESPESA DEDUTIVEL NO AJUSTE ANUAL DO IRRF
       77 ST-ERROMOV   PIC X(02) VALUE "00".
       77 W-TOTSAUDE   PIC 9(08)V99 VALUE ZEROS.
      * INFORME DE AUTONOMO (RPA.DAT - CADRPA): RENDIMENTOS PAGOS
      * POR RPA NO ANO, SOMADOS POR MES DO PAGAMENTO
       77 ST-ERRORA    PIC X(02) VALUE "00".
       77 ST-ERROAO    PIC X(02) VALUE "00".
       77 W-INFRPA     PIC X(01) VALUE "N".
       77 W-RPAIND     PIC 9(02) VALUE ZEROS.
       01 W-RPATAB.
                03 W-RPAMESES OCCURS 12 TIMES.
                    05 W-RPABRUTO      PIC 9(07)V99.
                    05 W-RPAINSS       PIC 9(07)V99.
                    05 W-RPAIRRF       PIC 9(07)V99.
       01 ANOCHAPA-FILTRO.
                03 CHAPA-FILTRO        PIC 9(06) VALUE ZEROS.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 FILLER  PIC X(04) VALUE SPACES.
                03 FILLER  PIC X(06) VALUE "NOME:".
                03 IMPNOME PIC X(35).
       01 CABAUTON.
                03 FILLER  PIC X(10) VALUE "AUTONOMO:".
                03 IMPCODAO PIC 9(05).
                03 FILLER  PIC X(03) VALUE SPACES.
                03 FILLER  PIC X(06) VALUE "NOME:".
                03 IMPNOMEAO PIC X(35).
       01 CABCPF.
                03 FILLER  PIC X(08) VALUE "CPF:".
                03 IMPCPF  PIC 9(11).
                03 FILLER PIC X(11) VALUE "INSS".
                03 FILLER PIC X(05) VALUE SPACES.
                03 FILLER PIC X(11) VALUE "IRRF".
       01 CABDETRPA.
                03 FILLER PIC X(05) VALUE "MES".
                03 FILLER PIC X(05) VALUE SPACES.
                03 FILLER PIC X(11) VALUE "RENDIM.RPA".
                03 FILLER PIC X(05) VALUE SPACES.
                03 FILLER PIC X(11) VALUE "INSS".
                03 FILLER PIC X(05) VALUE SPACES.
                03 FILLER PIC X(11) VALUE "IRRF".
       01 LINDET.
                03 IMPMES  PIC 9(02).
                03 FILLER PIC X(08) VALUE SPACES.
           ACCEPT (02, 34) W-USAMORTO.
           IF W-USAMORTO = "S" OR W-USAMORTO = "s"
              MOVE "FOLHAARQ.DAT" TO W-ARQFOLHA.
           DISPLAY (03, 05) "INFORME DE AUTONOMO - RPA (S/N)? ".
           ACCEPT (03, 39) W-INFRPA.
           IF W-INFRPA = "s"
              MOVE "S" TO W-INFRPA.
           OPEN INPUT FOLHA.
           IF ST-ERROFOLHA NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FOLHA" TO MENS
           OPEN INPUT FUNC.
           IF ST-ERROFUNC NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TELAFILTRO.
           IF W-INFRPA = "S"
              DISPLAY (05, 10) "CODIGO DO AUTONOMO...: ".
           ACCEPT TCHAPA-FILTRO.
           ACCEPT TANO-FILTRO.
           IF W-INFRPA = "S"
              GO TO INC-RPA.
           MOVE CHAPA-FILTRO TO CHAPA.
           READ FUNC
              INVALID KEY
                GO TO LER-FOLHA.
      *
      *****************************************
      * INFORME DO AUTONOMO: RPA PAGOS NO ANO  *
      * (RPA.DAT - CADRPA) SOMADOS POR MES,    *
      * COM O INSS E O IRRF RETIDOS            *
      *****************************************
       INC-RPA.
                OPEN INPUT AUTONOMO RPA.
                MOVE CHAPA-FILTRO TO AO-CODIGO.
                READ AUTONOMO
                   INVALID KEY
                      MOVE "AUTONOMO NAO CADASTRADO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                OPEN OUTPUT ARQIMP.
                OPEN INPUT EMPRESA.
                OPEN INPUT MOVRUB.
                PERFORM BUSCA-EMPRESA THRU BUSCA-EMPRESA-FIM.
                MOVE ANO-FILTRO TO IMPANO.
                WRITE REGIMP FROM CAB1.
                WRITE REGIMP FROM LINEMPRESA.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE AO-CODIGO TO IMPCODAO.
                MOVE AO-NOME TO IMPNOMEAO.
                WRITE REGIMP FROM CABAUTON.
                MOVE AO-CPF TO IMPCPF.
                WRITE REGIMP FROM CABCPF.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                WRITE REGIMP FROM CABDETRPA.
                MOVE ZEROS TO W-RPATAB.
                IF ST-ERRORA NOT = "00" AND ST-ERRORA NOT = "05"
                   GO TO IMP-RPA.
                MOVE AO-CODIGO TO RA-CODAUTON.
                MOVE ZEROS TO RA-DTPAGTO RA-SEQ.
                MOVE ANO-FILTRO TO RA-ANO.
                START RPA KEY IS NOT LESS THAN RA-CHAVE
                   INVALID KEY
                      GO TO IMP-RPA.
       LER-RPA.
                READ RPA NEXT RECORD
                   AT END
                      GO TO IMP-RPA.
                IF RA-CODAUTON NOT = AO-CODIGO
                OR RA-ANO NOT = ANO-FILTRO
                   GO TO IMP-RPA.
                ADD RA-VALBRUTO TO W-RPABRUTO(RA-MES).
                ADD RA-INSS TO W-RPAINSS(RA-MES).
                ADD RA-IRRF TO W-RPAIRRF(RA-MES).
                GO TO LER-RPA.
       IMP-RPA.
                MOVE ZEROS TO W-RPAIND.
       IMP-RPA-MES.
                ADD 1 TO W-RPAIND.
                IF W-RPAIND > 12
                   PERFORM ROT-TOTAIS THRU ROT-TOTAIS-FIM
                   GO TO ROT-FIM.
                IF W-RPABRUTO(W-RPAIND) = ZEROS
                   GO TO IMP-RPA-MES.
                MOVE W-RPAIND TO IMPMES.
                MOVE W-RPABRUTO(W-RPAIND) TO IMPSAL.
                MOVE W-RPAINSS(W-RPAIND) TO IMPINS.
                MOVE W-RPAIRRF(W-RPAIND) TO IMPIRR.
                WRITE REGIMP FROM LINDET.
                ADD W-RPABRUTO(W-RPAIND) TO W-TOTBRUTO.
                ADD W-RPAINSS(W-RPAIND) TO W-TOTINSS.
                ADD W-RPAIRRF(W-RPAIND) TO W-TOTIRRF.
                GO TO IMP-RPA-MES.
      *
      *****************************************
      * TOTAIS DO ANO BASE                     *
      *****************************************
       ROT-TOTAIS.
                WRITE REGIMP FROM LINIRRFTOT.
                MOVE W-TOTLIQ TO IMPTOTLIQ.
                WRITE REGIMP FROM LINLIQTOT.
      * O AUTONOMO NAO TEM PLANO DE SAUDE DESCONTADO
                IF W-INFRPA = "S"
                   GO TO ROT-TOTAIS-FIM.
      * DESPESA DEDUTIVEL COM PLANO DE SAUDE NO ANO (EVENTO 909)
                PERFORM SOMA-SAUDE THRU SOMA-SAUDE-FIM.
                MOVE W-TOTSAUDE TO IMPTOTSAU.
                MOVE SPACES TO IMPRAZAO.
                MOVE ZEROS TO IMPCNPJ.
                MOVE 1 TO EP-CODIGO.
      * NO INFORME DO AUTONOMO SAI A EMPRESA CONTRATANTE
                IF W-INFRPA = "S"
                   MOVE AO-CODEMPR TO EP-CODIGO.
                READ EMPRESA
                   INVALID KEY
                      GO TO BUSCA-EMPRESA-FIM.
                PERFORM GRAVA-PROC THRU GRAVA-PROC-FIM.
                CLOSE FOLHA FUNC EMPRESA MOVRUB.
                CLOSE ARQIMP.
                IF W-INFRPA = "S"
                   CLOSE AUTONOMO RPA.
      * GUARDA A GERACAO NO SPOOL DE RELATORIOS (FPP058)
                MOVE "PRINTIRR" TO W-SPLPROG.
                MOVE "ARQIRR.TXT" TO W-SPLARQ.
