       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMBOL.
      *
      **************************************
      * REMESSA DE BOLETOS DE MENSALIDADE  *
      * (CNAB 400 - COBRANCA REGISTRADA):  *
      * UM BOLETO POR MENSALIDADE EM       *
      * ABERTO (MENSAL.DAT - GERAMENS) DA  *
      * COMPETENCIA, COM O RESPONSAVEL     *
      * FINANCEIRO (RESPONS.DAT - CADRESP) *
      * COMO PAGADOR, O BENEFICIARIO DE    *
      * EMPRESA.DAT (FPP029) E O BANCO/    *
      * CARTEIRA/VENCIMENTO DE COBPARM.DAT *
      * (CADCOB). O VENCIMENTO VAI PARA O  *
      * PROXIMO DIA UTIL (FERIADO.DAT -    *
      * FPP047). O NOSSO NUMERO DE CADA    *
      * BOLETO FICA EM BOLETO.DAT, ONDE O  *
      * FPP022 ACHA A MENSALIDADE PELO     *
      * RETORNO. MENSALIDADE SEM PAGADOR   *
      * COM CPF VAI PARA BOLPEND.TXT.      *
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
           SELECT MENSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MS-CHAVE
                    FILE STATUS  IS ST-ERROMSL.
           SELECT OPTIONAL RESPONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RP-CHAVE
                    FILE STATUS  IS ST-ERRORSP.
           SELECT OPTIONAL EMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CODIGO
                    FILE STATUS  IS ST-ERROEMPR.
           SELECT OPTIONAL COBPARM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CODIGO
                    FILE STATUS  IS ST-ERROCP.
           SELECT OPTIONAL FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FD-DATA
                    FILE STATUS  IS ST-ERROFRD.
           SELECT BOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BL-CHAVE
                    FILE STATUS  IS ST-ERROBL
                ALTERNATE RECORD KEY IS BL-NOSSONUM.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           SELECT ARQPEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROPEN.
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
       FD MENSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REGMENSAL.
                03 MS-CHAVE.
                    05 MS-RA           PIC 9(06).
                    05 MS-PERIODO.
                        07 MS-ANO      PIC 9(04).
                        07 MS-MES      PIC 9(02).
                03 MS-TURMA            PIC X(05).
                03 MS-VALOR            PIC 9(06)V99.
      * A=EM ABERTO  P=PAGA (BAIXADA PELO RETORNO - FPP022)
      * I=PAGA EM PARTE (RETORNO ABAIXO DO DEVIDO - FPP022)
      * F=A DESCONTAR EM FOLHA  D=PAGA POR DESCONTO EM FOLHA (FPP004)
      * OU NA RESCISAO (FPP003)
                03 MS-STATMS           PIC X(01).
                03 MS-DTPAG            PIC 9(08).
                03 MS-RESPNOME         PIC X(35).
      * BRUTO/DESCONTO/BOLSA SAO GRAVADOS PELO GERAMENS E DEVIDO/
      * RECEBIDO NA BAIXA (FPP022) - MANTIDOS AQUI SO PARA CASAR O
      * TAMANHO DO REGISTRO
                03 FILLER              PIC X(40).
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
      * "S" = RESPONSAVEL FINANCEIRO (PAGADOR DAS MENSALIDADES)
                03 RP-FINRESP          PIC X(01).
       FD EMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 CADEMPRESA.
                03 EP-CODIGO           PIC 9(01).
                03 EP-RAZAO            PIC X(40).
                03 EP-CNPJ             PIC 9(14).
                03 EP-ENDERECO         PIC X(40).
                03 EP-CONVENIO         PIC X(20).
      * PARAMETROS DA COBRANCA ESCOLAR (CADCOB)
       FD COBPARM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COBPARM.DAT".
       01 CADCOBPARM.
                03 CP-CODIGO           PIC 9(01).
                03 CP-BANCO            PIC 9(03).
                03 CP-NOMEBANCO        PIC X(15).
                03 CP-AGENCIA          PIC 9(05).
                03 CP-CONTA            PIC 9(07).
                03 CP-DIGCONTA         PIC X(01).
                03 CP-CARTEIRA         PIC 9(03).
                03 CP-DIAVENC          PIC 9(02).
                03 CP-ULTNOSSO         PIC 9(10).
                03 FILLER              PIC X(30).
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 CADFERIADO.
                03 FD-DATA             PIC 9(08).
                03 FD-DESCR            PIC X(30).
      * BOLETOS REMETIDOS AO BANCO: UM POR MENSALIDADE (MESMA CHAVE
      * DE MENSAL.DAT), COM O NOSSO NUMERO QUE VOLTA NO RETORNO
       FD BOLETO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLETO.DAT".
       01 REGBOLETO.
                03 BL-CHAVE.
                    05 BL-RA           PIC 9(06).
                    05 BL-PERIODO.
                        07 BL-ANO      PIC 9(04).
                        07 BL-MES      PIC 9(02).
                03 BL-NOSSONUM         PIC 9(10).
                03 BL-DTVENC           PIC 9(08).
                03 BL-VALOR            PIC 9(06)V99.
                03 BL-DTREM            PIC 9(08).
      * R=REMETIDO  L=LIQUIDADO  J=REJEITADO PELO BANCO (FPP022)
                03 BL-STATBL           PIC X(01).
                03 BL-DTRET            PIC 9(08).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMCOB.TXT".
       01 REGIMP PIC X(400).
       FD ARQPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLPEND.TXT".
       01 REGPEN PIC X(80).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
      * CONTROLE DE EXECUCAO (LOGPROC.DAT) - UM REGISTRO POR RODADA
       77 ST-ERROLPROC PIC X(02) VALUE "00".
       77 W-LPDTINI    PIC 9(08) VALUE ZEROS.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROPEN   PIC X(02) VALUE "00".
       77 ST-ERROMSL   PIC X(02) VALUE "00".
       77 ST-ERRORSP   PIC X(02) VALUE "00".
       77 ST-ERROEMPR  PIC X(02) VALUE "00".
       77 ST-ERROCP    PIC X(02) VALUE "00".
       77 ST-ERROBL    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTREM     PIC 9(06) VALUE ZEROS.
       77 W-TOTJAREM   PIC 9(06) VALUE ZEROS.
       77 W-TOTPEND    PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-SEQ        PIC 9(06) VALUE ZEROS.
      * 1 = MENSALIDADE COM BOLETO REJEITADO: VAI DE NOVO COM OUTRO
      * NOSSO NUMERO
       77 W-REENVIO    PIC 9(01) VALUE ZEROS.
       77 W-ACHOURESP  PIC 9(01) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
                03 W-HJ-ANO            PIC 9(04).
                03 W-HJ-MES            PIC 9(02).
                03 W-HJ-DIA            PIC 9(02).
       01 PERIODO-FILTRO.
                03 ANO-FILTRO          PIC 9(04) VALUE ZEROS.
                03 MES-FILTRO          PIC 9(02) VALUE ZEROS.
      * VENCIMENTO: O INFORMADO (DDMMAAAA) OU O DIA DO CADCOB NO MES
      * DA COMPETENCIA, EMPURRADO PARA O PROXIMO DIA UTIL PELO
      * CALENDARIO DE FERIADOS (FERIADO.DAT - FPP047)
       77 ST-ERROFRD   PIC X(02) VALUE "00".
       77 W-DTVENC     PIC 9(08) VALUE ZEROS.
       01 W-DTORD      PIC 9(08) VALUE ZEROS.
       01 W-DTORD-R REDEFINES W-DTORD.
                03 W-DO-ANO            PIC 9(04).
                03 W-DO-MES            PIC 9(02).
                03 W-DO-DIA            PIC 9(02).
      * DATA NO FORMATO DO BANCO (DDMMAA)
       01 W-DDMMAA.
                03 W-DMA-DIA           PIC 9(02).
                03 W-DMA-MES           PIC 9(02).
                03 W-DMA-ANO           PIC 9(02).
      * CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER):
      * 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
       77 W-ZQ         PIC 9(02) VALUE ZEROS.
       77 W-ZM         PIC 9(02) VALUE ZEROS.
       77 W-ZANO       PIC 9(04) VALUE ZEROS.
       77 W-ZK         PIC 9(02) VALUE ZEROS.
       77 W-ZJ         PIC 9(02) VALUE ZEROS.
       77 W-ZSOMA      PIC 9(06) VALUE ZEROS.
       77 W-ZQUOC      PIC 9(06) VALUE ZEROS.
       77 W-DOW        PIC 9(01) VALUE ZEROS.
       77 W-ULTDIA     PIC 9(02) VALUE ZEROS.
       77 W-RESTO4     PIC 9(04) VALUE ZEROS.
       77 W-RESTO100   PIC 9(04) VALUE ZEROS.
       77 W-RESTO400   PIC 9(04) VALUE ZEROS.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
      *
      * REGISTRO HEADER DA REMESSA (TIPO 0)
       01 REGHEAD.
                03 HD-TIPO         PIC 9(01) VALUE 0.
                03 HD-OPERACAO     PIC 9(01) VALUE 1.
                03 HD-LITREM       PIC X(07) VALUE "REMESSA".
                03 HD-SERVICO      PIC 9(02) VALUE 01.
                03 HD-LITSERV      PIC X(15) VALUE "COBRANCA".
                03 HD-CONVENIO     PIC X(20) VALUE SPACES.
                03 HD-EMPRESA      PIC X(30) VALUE SPACES.
                03 HD-BANCO        PIC 9(03) VALUE ZEROS.
                03 HD-NOMEBANCO    PIC X(15) VALUE SPACES.
                03 HD-DTGRAV       PIC 9(06) VALUE ZEROS.
                03 FILLER          PIC X(294) VALUE SPACES.
                03 HD-SEQ          PIC 9(06) VALUE ZEROS.
      * REGISTRO DETALHE (TIPO 1) - UM POR BOLETO. O CONTROLE DO
      * PARTICIPANTE (RA + COMPETENCIA) E O NOSSO NUMERO VOLTAM NO
      * RETORNO
       01 REGDETAL.
                03 DT-TIPO         PIC 9(01) VALUE 1.
      * 02 = CNPJ DO BENEFICIARIO
                03 DT-TIPOINSC     PIC 9(02) VALUE 02.
                03 DT-CNPJ         PIC 9(14) VALUE ZEROS.
                03 DT-AGENCIA      PIC 9(05) VALUE ZEROS.
                03 DT-CONTA        PIC 9(07) VALUE ZEROS.
                03 DT-DIGCONTA     PIC X(01) VALUE SPACES.
                03 DT-CARTEIRA     PIC 9(03) VALUE ZEROS.
                03 DT-CONTROLE.
                    05 DT-CTRA     PIC 9(06).
                    05 DT-CTPER    PIC 9(06).
                    05 FILLER      PIC X(13) VALUE SPACES.
                03 DT-NOSSONUM     PIC 9(10).
      * 01 = ENTRADA DE TITULO
                03 DT-OCORR        PIC 9(02) VALUE 01.
                03 DT-SEUNUM.
                    05 DT-SNRA     PIC 9(06).
                    05 DT-SNMES    PIC 9(02).
                    05 DT-SNANO    PIC 9(02).
                03 DT-VENC         PIC 9(06).
                03 DT-VALOR        PIC 9(11)V99.
                03 DT-BANCO        PIC 9(03) VALUE ZEROS.
                03 DT-AGCOBR       PIC 9(05) VALUE ZEROS.
      * 99 = OUTROS (MENSALIDADE ESCOLAR), SEM ACEITE
                03 DT-ESPECIE      PIC 9(02) VALUE 99.
                03 DT-ACEITE       PIC X(01) VALUE "N".
                03 DT-EMISSAO      PIC 9(06).
      * 01 = CPF DO PAGADOR
                03 DT-TIPOPAG      PIC 9(02) VALUE 01.
                03 DT-CPFPAG       PIC 9(14).
                03 DT-NOMEPAG      PIC X(40).
                03 DT-ENDPAG       PIC X(40).
                03 FILLER          PIC X(182) VALUE SPACES.
                03 DT-SEQ          PIC 9(06).
      * REGISTRO TRAILER (TIPO 9) - TOTAIS DE CONTROLE DA REMESSA
       01 REGTRAIL.
                03 TR-TIPO         PIC 9(01) VALUE 9.
                03 TR-TOTREG       PIC 9(06).
                03 TR-TOTVALOR     PIC 9(11)V99.
                03 FILLER          PIC X(374) VALUE SPACES.
                03 TR-SEQ          PIC 9(06).
      * LISTAGEM DAS MENSALIDADES QUE FICARAM SEM BOLETO
       01 CABPEN1.
                03 FILLER PIC X(10) VALUE SPACES.
                03 FILLER PIC X(42) VALUE
                       "MENSALIDADES SEM BOLETO - COMPETENCIA ".
                03 CP1MES PIC 9(02).
                03 FILLER PIC X(01) VALUE "/".
                03 CP1ANO PIC 9(04).
       01 CABPEN2.
                03 FILLER PIC X(08) VALUE "RA".
                03 FILLER PIC X(37) VALUE "PAGADOR".
                03 FILLER PIC X(35) VALUE "MOTIVO".
       01 DETPEN.
                03 DPRA     PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 DPNOME   PIC X(35).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 DPMOTIVO PIC X(35).
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAPROC.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "REMESSA DE BOLETOS DE MENSALIDADE (CNAB)".
             05  LINE 05 COLUMN 10
                 VALUE "COMPETENCIA - MES/ANO : ".
             05  TMES-FILTRO
                 LINE 05 COLUMN 35 PIC 99
                 USING MES-FILTRO
                 HIGHLIGHT.
             05  LINE 05 COLUMN 37 VALUE "/".
             05  TANO-FILTRO
                 LINE 05 COLUMN 38 PIC 9999
                 USING ANO-FILTRO
                 HIGHLIGHT.
             05  LINE 07 COLUMN 10
                 VALUE "VENCIMENTO DDMMAAAA (0=DIA DO CADCOB): ".
             05  TDTVENC
                 LINE 07 COLUMN 50 PIC 99999999
                 USING W-DTVENC
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       INC-OP0.
           DISPLAY TELAPROC.
           ACCEPT TMES-FILTRO.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO ROT-FIMP.
           ACCEPT TANO-FILTRO.
           IF MES-FILTRO = 0 OR MES-FILTRO > 12 OR ANO-FILTRO < 1990
              MOVE "*** PERIODO  INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           ACCEPT TDTVENC.
      *
      *****************************************
      * BANCO/CARTEIRA (CADCOB) E BENEFICIARIO *
      * (EMPRESA.DAT - FPP029) SAO OBRIGATORIOS*
      *****************************************
       ABRE-PARM.
           OPEN I-O COBPARM.
           IF ST-ERROCP NOT = "00"
              MOVE "*** SEM PARAMETROS DA COBRANCA (CADCOB) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE COBPARM
              GO TO ROT-FIMP.
           MOVE 1 TO CP-CODIGO.
           READ COBPARM
              INVALID KEY
                 MOVE "*** SEM PARAMETROS DA COBRANCA (CADCOB) ***"
                                                       TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE COBPARM
                 GO TO ROT-FIMP.
           OPEN INPUT EMPRESA.
           MOVE 1 TO EP-CODIGO.
           READ EMPRESA
              INVALID KEY
                 MOVE "*** EMPRESA NAO CADASTRADA (FPP029) ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE COBPARM EMPRESA
                 GO TO ROT-FIMP.
           CLOSE EMPRESA.
           MOVE EP-CONVENIO TO HD-CONVENIO.
           MOVE EP-RAZAO TO HD-EMPRESA.
           MOVE CP-BANCO TO HD-BANCO.
           MOVE CP-NOMEBANCO TO HD-NOMEBANCO.
           MOVE EP-CNPJ TO DT-CNPJ.
           MOVE CP-AGENCIA TO DT-AGENCIA.
           MOVE CP-CONTA TO DT-CONTA.
           MOVE CP-DIGCONTA TO DT-DIGCONTA.
           MOVE CP-CARTEIRA TO DT-CARTEIRA.
           MOVE CP-BANCO TO DT-BANCO.
           MOVE W-HJ-DIA TO W-DMA-DIA.
           MOVE W-HJ-MES TO W-DMA-MES.
           MOVE W-HJ-ANO TO W-DMA-ANO.
           MOVE W-DDMMAA TO HD-DTGRAV.
           MOVE W-DDMMAA TO DT-EMISSAO.
      * VENCIMENTO EFETIVO: DIA UTIL PELO CALENDARIO (FPP047)
           PERFORM MONTA-DTVENC THRU MONTA-DTVENC-FIM.
           DISPLAY (09, 10) "VENCIMENTO EFETIVO (AAAAMMDD): " W-DTORD.
           MOVE W-DO-DIA TO W-DMA-DIA.
           MOVE W-DO-MES TO W-DMA-MES.
           MOVE W-DO-ANO TO W-DMA-ANO.
           MOVE W-DDMMAA TO DT-VENC.
       INC-CONF.
           MOVE "S" TO W-OPCAO.
           DISPLAY (11, 10) "CONFIRMA A REMESSA (S/N): ".
           ACCEPT (11, 36) W-OPCAO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02 OR W-OPCAO = "N" OR W-OPCAO = "n"
              CLOSE COBPARM
              GO TO ROT-FIMP.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CONF.
           OPEN INPUT MENSAL.
           IF ST-ERROMSL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. MENSAL" TO MENS
              MOVE "MENSAL" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROMSL MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE COBPARM
              GO TO ROT-FIMP.
           OPEN INPUT RESPONS.
       ABRE-BOLETO.
           OPEN I-O BOLETO.
           IF ST-ERROBL = "30" OR ST-ERROBL = "35"
              OPEN OUTPUT BOLETO
              CLOSE BOLETO
              GO TO ABRE-BOLETO.
           IF ST-ERROBL NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. BOLETO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE COBPARM MENSAL RESPONS
              GO TO ROT-FIMP.
           OPEN OUTPUT ARQIMP.
           OPEN OUTPUT ARQPEN.
           MOVE MES-FILTRO TO CP1MES.
           MOVE ANO-FILTRO TO CP1ANO.
           WRITE REGPEN FROM CABPEN1.
           MOVE SPACES TO REGPEN.
           WRITE REGPEN.
           WRITE REGPEN FROM CABPEN2.
           MOVE SPACES TO REGPEN.
           WRITE REGPEN.
           ADD 1 TO W-SEQ.
           MOVE W-SEQ TO HD-SEQ.
           WRITE REGIMP FROM REGHEAD.
      *
      *****************************************
      * UM BOLETO POR MENSALIDADE EM ABERTO DA *
      * COMPETENCIA AINDA NAO REMETIDA (OU COM *
      * O BOLETO ANTERIOR REJEITADO)           *
      *****************************************
       LER-MENSAL.
                READ MENSAL NEXT RECORD
                   AT END GO TO ROT-TRAILER.
                IF MS-ANO NOT = ANO-FILTRO OR MS-MES NOT = MES-FILTRO
                   GO TO LER-MENSAL.
                IF MS-STATMS NOT = "A" OR MS-VALOR = ZEROS
                   GO TO LER-MENSAL.
                ADD 1 TO W-TOTLIDOS.
                MOVE ZEROS TO W-REENVIO.
                MOVE MS-CHAVE TO BL-CHAVE.
                READ BOLETO
                   INVALID KEY
                      GO TO LER-MENSAL-RESP.
                IF BL-STATBL NOT = "J"
                   ADD 1 TO W-TOTJAREM
                   GO TO LER-MENSAL.
                MOVE 1 TO W-REENVIO.
       LER-MENSAL-RESP.
                PERFORM BUSCA-RESP THRU BUSCA-RESP-FIM.
                IF W-ACHOURESP = 0
                   MOVE "SEM RESPONSAVEL FINANCEIRO (CADRESP)"
                                                       TO DPMOTIVO
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
                   GO TO LER-MENSAL.
                IF RP-CPF = ZEROS
                   MOVE "RESPONSAVEL FINANCEIRO SEM CPF" TO DPMOTIVO
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
                   GO TO LER-MENSAL.
                PERFORM GRAVA-BOLETO THRU GRAVA-BOLETO-FIM.
                MOVE MS-RA TO DT-CTRA DT-SNRA.
                MOVE MS-PERIODO TO DT-CTPER.
                MOVE MS-MES TO DT-SNMES.
                MOVE MS-ANO TO DT-SNANO.
                MOVE BL-NOSSONUM TO DT-NOSSONUM.
                MOVE MS-VALOR TO DT-VALOR.
                MOVE RP-CPF TO DT-CPFPAG.
                MOVE RP-NOME TO DT-NOMEPAG.
                MOVE RP-ENDER TO DT-ENDPAG.
                ADD 1 TO W-SEQ.
                MOVE W-SEQ TO DT-SEQ.
                WRITE REGIMP FROM REGDETAL.
                ADD 1 TO W-TOTREM.
                ADD MS-VALOR TO W-TOTVALOR.
                GO TO LER-MENSAL.
      *
      *****************************************
      * NOSSO NUMERO NOVO (ULTIMO DO CADCOB    *
      * MAIS UM) GRAVADO EM BOLETO.DAT; O      *
      * CADCOB E REGRAVADO A CADA BOLETO PARA  *
      * UMA RODADA INTERROMPIDA NAO REPETIR    *
      * NUMERO                                 *
      *****************************************
       GRAVA-BOLETO.
                ADD 1 TO CP-ULTNOSSO.
                MOVE MS-CHAVE TO BL-CHAVE.
                MOVE CP-ULTNOSSO TO BL-NOSSONUM.
                MOVE W-DTORD TO BL-DTVENC.
                MOVE MS-VALOR TO BL-VALOR.
                MOVE W-HOJE TO BL-DTREM.
                MOVE "R" TO BL-STATBL.
                MOVE ZEROS TO BL-DTRET.
                IF W-REENVIO = 1
                   GO TO GRAVA-BOLETO-RW.
      * NOSSO NUMERO JA USADO (CADCOB ALTERADO A MAO): PULA PARA O
      * PROXIMO
                WRITE REGBOLETO
                   INVALID KEY
                      GO TO GRAVA-BOLETO.
                GO TO GRAVA-BOLETO-PARM.
       GRAVA-BOLETO-RW.
                REWRITE REGBOLETO
                   INVALID KEY
                      GO TO GRAVA-BOLETO.
       GRAVA-BOLETO-PARM.
                REWRITE CADCOBPARM.
       GRAVA-BOLETO-FIM.
                EXIT.
      *
      *****************************************
      * RESPONSAVEL FINANCEIRO DO ALUNO        *
      * (RESPONS.DAT - CADRESP): E O PAGADOR   *
      * DO BOLETO                              *
      *****************************************
       BUSCA-RESP.
                MOVE ZEROS TO W-ACHOURESP.
                IF ST-ERRORSP NOT = "00" AND ST-ERRORSP NOT = "05"
                   GO TO BUSCA-RESP-FIM.
                MOVE MS-RA TO RP-RA.
                MOVE ZEROS TO RP-SEQRP.
                START RESPONS KEY IS NOT LESS THAN RP-CHAVE
                   INVALID KEY
                      GO TO BUSCA-RESP-FIM.
       BUSCA-RESP-LER.
                READ RESPONS NEXT RECORD
                   AT END
                      GO TO BUSCA-RESP-FIM.
                IF RP-RA NOT = MS-RA
                   GO TO BUSCA-RESP-FIM.
                IF RP-FINRESP = "S" OR RP-FINRESP = "s"
                   MOVE 1 TO W-ACHOURESP
                   GO TO BUSCA-RESP-FIM.
                GO TO BUSCA-RESP-LER.
       BUSCA-RESP-FIM.
                EXIT.
      *
       GRAVA-PEND.
                MOVE MS-RA TO DPRA.
                MOVE MS-RESPNOME TO DPNOME.
                WRITE REGPEN FROM DETPEN.
                ADD 1 TO W-TOTPEND.
       GRAVA-PEND-FIM.
                EXIT.
      *
       ROT-TRAILER.
                MOVE W-TOTREM TO TR-TOTREG.
                MOVE W-TOTVALOR TO TR-TOTVALOR.
                ADD 1 TO W-SEQ.
                MOVE W-SEQ TO TR-SEQ.
                WRITE REGIMP FROM REGTRAIL.
                DISPLAY (18, 05) "MENSALIDADES EM ABERTO: " W-TOTLIDOS.
                DISPLAY (19, 05) "BOLETOS REMETIDOS.....: " W-TOTREM.
                DISPLAY (20, 05) "JA REMETIDOS ANTES....: " W-TOTJAREM.
                DISPLAY (21, 05) "SEM PAGADOR (BOLPEND).: " W-TOTPEND.
                DISPLAY (22, 05) "REMESSA EM REMCOB.TXT".
                MOVE "*** REMESSA GERADA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO ROT-FIM.
      *
      *****************************************
      * MONTA O VENCIMENTO (AAAAMMDD EM        *
      * W-DTORD): O INFORMADO NA TELA OU O DIA *
      * DO CADCOB NO MES DA COMPETENCIA (NO    *
      * MAXIMO O ULTIMO DIA DO MES), EMPURRADO *
      * PARA O PROXIMO DIA UTIL                *
      *****************************************
       MONTA-DTVENC.
                IF W-DTVENC NOT = ZEROS
                   GO TO MONTA-DTVENC-INF.
                MOVE ANO-FILTRO TO W-DO-ANO.
                MOVE MES-FILTRO TO W-DO-MES.
                PERFORM DIAS-MES THRU DIAS-MES-FIM.
                MOVE CP-DIAVENC TO W-DO-DIA.
                IF CP-DIAVENC > W-ULTDIA
                   MOVE W-ULTDIA TO W-DO-DIA.
                GO TO MONTA-DTVENC-UTIL.
      * A TELA RECEBE DDMMAAAA; INTERNAMENTE TRABALHA-SE AAAAMMDD
       MONTA-DTVENC-INF.
                DIVIDE W-DTVENC BY 10000 GIVING W-ZSOMA
                                         REMAINDER W-DO-ANO.
                COMPUTE W-DO-DIA = W-ZSOMA / 100.
                DIVIDE W-ZSOMA BY 100 GIVING W-ZQUOC
                                      REMAINDER W-DO-MES.
       MONTA-DTVENC-UTIL.
                PERFORM PROXIMO-UTIL THRU PROXIMO-UTIL-FIM.
       MONTA-DTVENC-FIM.
                EXIT.
      *
      * EMPURRA W-DTORD PARA O PROXIMO DIA UTIL (PULA SABADO,
      * DOMINGO E AS DATAS DO CALENDARIO FERIADO.DAT)
       PROXIMO-UTIL.
                OPEN INPUT FERIADO.
       PROXIMO-UTIL-TESTA.
                PERFORM CALC-DOW THRU CALC-DOW-FIM.
                IF W-DOW = 0 OR W-DOW = 1
                   PERFORM SOMA-DIA THRU SOMA-DIA-FIM
                   GO TO PROXIMO-UTIL-TESTA.
                IF ST-ERROFRD = "00" OR ST-ERROFRD = "05"
                   MOVE W-DTORD TO FD-DATA
                   READ FERIADO
                      NOT INVALID KEY
                         PERFORM SOMA-DIA THRU SOMA-DIA-FIM
                         GO TO PROXIMO-UTIL-TESTA.
                CLOSE FERIADO.
       PROXIMO-UTIL-FIM.
                EXIT.
      *
      * DIA DA SEMANA DE W-DTORD (CONGRUENCIA DE ZELLER):
      * 0=SABADO 1=DOMINGO 2=SEGUNDA ... 6=SEXTA
       CALC-DOW.
                MOVE W-DO-DIA TO W-ZQ.
                MOVE W-DO-MES TO W-ZM.
                MOVE W-DO-ANO TO W-ZANO.
                IF W-ZM < 3
                   ADD 12 TO W-ZM
                   SUBTRACT 1 FROM W-ZANO.
                DIVIDE W-ZANO BY 100 GIVING W-ZJ
                                     REMAINDER W-ZK.
                COMPUTE W-ZSOMA = W-ZQ
                                + ((13 * (W-ZM + 1)) / 5)
                                + W-ZK + (W-ZK / 4)
                                + (W-ZJ / 4) + (5 * W-ZJ).
                DIVIDE W-ZSOMA BY 7 GIVING W-ZQUOC
                                    REMAINDER W-DOW.
       CALC-DOW-FIM.
                EXIT.
      *
      * AVANCA W-DTORD EM UM DIA (COM VIRADA DE MES/ANO)
       SOMA-DIA.
                PERFORM DIAS-MES THRU DIAS-MES-FIM.
                IF W-DO-DIA < W-ULTDIA
                   ADD 1 TO W-DO-DIA
                   GO TO SOMA-DIA-FIM.
                MOVE 01 TO W-DO-DIA.
                IF W-DO-MES = 12
                   MOVE 01 TO W-DO-MES
                   ADD 1 TO W-DO-ANO
                ELSE
                   ADD 1 TO W-DO-MES.
       SOMA-DIA-FIM.
                EXIT.
      *
      * ULTIMO DIA DO MES DE W-DTORD (COM ANO BISSEXTO)
       DIAS-MES.
                IF W-DO-MES = 4 OR W-DO-MES = 6
                OR W-DO-MES = 9 OR W-DO-MES = 11
                   MOVE 30 TO W-ULTDIA
                   GO TO DIAS-MES-FIM.
                IF W-DO-MES NOT = 2
                   MOVE 31 TO W-ULTDIA
                   GO TO DIAS-MES-FIM.
                MOVE 28 TO W-ULTDIA.
                DIVIDE W-DO-ANO BY 4 GIVING W-ZQUOC
                                     REMAINDER W-RESTO4.
                DIVIDE W-DO-ANO BY 100 GIVING W-ZQUOC
                                       REMAINDER W-RESTO100.
                DIVIDE W-DO-ANO BY 400 GIVING W-ZQUOC
                                       REMAINDER W-RESTO400.
                IF W-RESTO4 = 0
                   IF W-RESTO100 NOT = 0 OR W-RESTO400 = 0
                      MOVE 29 TO W-ULTDIA.
       DIAS-MES-FIM.
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
                MOVE "REMBOL" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                COMPUTE LP-PERIODO = (ANO-FILTRO * 100) + MES-FILTRO.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE W-TOTREM TO LP-REGGRAV.
                MOVE W-TOTVALOR TO LP-VALORTOT.
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
                CLOSE MENSAL RESPONS COBPARM BOLETO ARQIMP ARQPEN.
      * GUARDA A LISTAGEM DE PENDENCIAS NO SPOOL (FPP058)
                MOVE "REMBOL" TO W-SPLPROG.
                MOVE "BOLPEND.TXT" TO W-SPLARQ.
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
