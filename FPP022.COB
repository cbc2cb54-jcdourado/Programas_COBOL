      * RETORNO DO BANCO (RETBANC.TXT):    *
      * GRAVA A SITUACAO DE CADA PAGAMENTO *
      * EM PAGSTAT.DAT E IMPRIME AS        *
      * REJEICOES. MENSALIDADE ESCOLAR E   *
      * BAIXADA PELO NOSSO NUMERO DO       *
      * BOLETO (BOLETO.DAT - REMBOL) OU,   *
      * SEM ELE, PELO RA. PAGA EM ATRASO   *
      * TEM O VALOR DEVIDO ACRESCIDO DE    *
      * MULTA E JUROS (CALCENC); PAGA      *
      * ABAIXO DO DEVIDO FICA "I" (PAGA EM *
      * PARTE) E SAI NO RELATORIO. CADA    *
      * RECEBIMENTO VAI PARA RECMENS.DAT   *
      * (EXPORTACAO CONTABIL - GERACMEN)   *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MS-CHAVE
                    FILE STATUS  IS ST-ERROMSL.
           SELECT OPTIONAL BOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BL-CHAVE
                    FILE STATUS  IS ST-ERROBL
                ALTERNATE RECORD KEY IS BL-NOSSONUM.
           SELECT OPTIONAL RECMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-CHAVE
                    FILE STATUS  IS ST-ERRORM.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 RT-VALOR            PIC 9(10)V99.
                03 RT-STATUS           PIC X(01).
                03 RT-MOTIVO           PIC X(02).
      * NOSSO NUMERO DO BOLETO (REMBOL) NO RETORNO TIPO "2"; EM
      * BRANCO NOS RETORNOS ANTIGOS
                03 RT-NOSSONUM         PIC X(10).
                03 RT-NOSSONUM-N REDEFINES RT-NOSSONUM PIC 9(10).
      * DATA DO PAGAMENTO (AAAAMMDD) NO RETORNO TIPO "2"; EM BRANCO
      * NOS RETORNOS ANTIGOS (VALE A DATA DO PROCESSAMENTO)
                03 RT-DTPAG            PIC 9(08).
       FD PAGSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGSTAT.DAT".
      * CASAR O TAMANHO DO REGISTRO COM O GRAVADO EM FUNC.DAT
                03 FILLER              PIC X(45).
      * MENSALIDADES ESCOLARES (MENSAL.DAT - GERAMENS): BAIXADAS
      * PELOS REGISTROS TIPO "2" DO RETORNO (PELO NOSSO NUMERO OU,
      * SEM ELE, RT-CHAPA = RA)
       FD MENSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAL.DAT".
                03 MS-STATMS           PIC X(01).
                03 MS-DTPAG            PIC 9(08).
                03 MS-RESPNOME         PIC X(35).
      * BRUTO/DESCONTO/BOLSA SAO GRAVADOS PELO GERAMENS - MANTIDOS
      * AQUI SO PARA CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(24).
      * VALOR DEVIDO (COM MULTA/JUROS DE ATRASO - CALCENC) E VALOR
      * RECEBIDO NA BAIXA DA PARCELA
                03 MS-VALDEVIDO        PIC 9(06)V99.
                03 MS-VALRECEB         PIC 9(06)V99.
      * BOLETOS REMETIDOS AO BANCO (REMBOL)
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
      * R=REMETIDO  L=LIQUIDADO  J=REJEITADO PELO BANCO
                03 BL-STATBL           PIC X(01).
                03 BL-DTRET            PIC 9(08).
      * RECEBIMENTOS DAS MENSALIDADES (GERACMEN): UM REGISTRO POR
      * BAIXA, NA DATA EM QUE O DINHEIRO ENTROU
       FD RECMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECMENS.DAT".
       01 REGRECMEN.
                03 RM-CHAVE.
                    05 RM-RA           PIC 9(06).
                    05 RM-PERIODO      PIC 9(06).
                    05 RM-DTREC        PIC 9(08).
                    05 RM-SEQ          PIC 9(02).
      * B=RETORNO DO BANCO (FPP022)  R=DESCONTO NA RESCISAO (FPP003)
                03 RM-ORIGEM           PIC X(01).
                03 RM-TURMA            PIC X(05).
      * PARTE DO VALOR COBRADO E PARTE DE MULTA/JUROS DE ATRASO
                03 RM-VALPRINC         PIC 9(06)V99.
                03 RM-VALENC           PIC 9(06)V99.
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREJ.TXT".
      * BAIXA DE MENSALIDADES (RETORNO DA COBRANCA ESCOLAR)
       77 ST-ERROMSL   PIC X(02) VALUE "00".
       77 W-TOTMENS    PIC 9(06) VALUE ZEROS.
       77 ST-ERROBL    PIC X(02) VALUE "00".
       77 ST-ERRORM    PIC X(02) VALUE "00".
      * MENSAL/BOLETO/RECMENS ABERTOS (O STATUS MUDA A CADA LEITURA)
       77 W-MSABERTO   PIC 9(01) VALUE ZEROS.
       77 W-BLABERTO   PIC 9(01) VALUE ZEROS.
       77 W-RMABERTO   PIC 9(01) VALUE ZEROS.
      * RECEBIDO DA PARCELA ANTES DESTA BAIXA E O DESTA BAIXA
       77 W-RECANT     PIC 9(06)V99 VALUE ZEROS.
       77 W-VALREC     PIC 9(06)V99 VALUE ZEROS.
       77 W-TOTPARC    PIC 9(06) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
      * ENCARGOS DE ATRASO DA MENSALIDADE (CALCENC)
       01 W-COMPET     PIC 9(06) VALUE ZEROS.
       01 W-VALBASE    PIC 9(06)V99 VALUE ZEROS.
       01 W-DTVENC     PIC 9(08) VALUE ZEROS.
       01 W-DTPAGTO    PIC 9(08) VALUE ZEROS.
       01 W-VALMULTA   PIC 9(06)V99 VALUE ZEROS.
       01 W-VALJUROS   PIC 9(06)V99 VALUE ZEROS.
       01 W-VALDEV     PIC 9(06)V99 VALUE ZEROS.
       01 W-DIASATR    PIC 9(05) VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(15) VALUE SPACES.
                03 IMPANO   PIC 9(04).
                03 FILLER   PIC X(04) VALUE SPACES.
                03 IMPMOT   PIC X(02).
      * MENSALIDADE PAGA ABAIXO DO DEVIDO
       01 DETPARC.
                03 IMPPRA   PIC 9(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPPNOME PIC X(30).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPPMES  PIC 9(02).
                03 FILLER   PIC X(01) VALUE "/".
                03 IMPPANO  PIC 9(04).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPPDEV  PIC ZZZ.ZZ9,99.
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPPREC  PIC ZZZ.ZZ9,99.
                03 FILLER   PIC X(08) VALUE " PARCIAL".
       01 LINTOTLID.
                03 FILLER  PIC X(25) VALUE "RETORNOS LIDOS.........:".
                03 IMPTOTLID PIC ZZZZZ9.
       01 LINTOTREJ.
                03 FILLER  PIC X(25) VALUE "REJEITADOS.............:".
                03 IMPTOTREJ PIC ZZZZZ9.
       01 LINTOTPARC.
                03 FILLER  PIC X(25) VALUE "PAGAS EM PARTE.........:".
                03 IMPTOTPARC PIC ZZZZZ9.
      * EXECUCAO SEM OPERADOR (LOTEPARM): PERIODO E OPCOES DE
      * PARMLOTE.DAT; W-RCLOT E O CODIGO DE RETORNO DA RODADA
       77 W-FUNLOT     PIC X(01) VALUE SPACES.
       77 W-PROGLOT    PIC X(08) VALUE "FPP022".
       77 W-RCLOT      PIC X(02) VALUE SPACES.
       77 W-MODOLOTE   PIC 9(01) VALUE ZEROS.
       01 W-PERLOT.
                03 W-ANOLOT            PIC 9(04).
                03 W-MESLOT            PIC 9(02).
       01 W-OPCLOT     PIC X(40) VALUE SPACES.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                PERFORM INI-LOTE THRU INI-LOTE-FIM.
                IF W-RCLOT = "16"
                   GO TO ROT-FIMP.
      *
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN I-O PAGSTAT.
       ABRE-RESTO.
           OPEN INPUT FUNC.
           MOVE ZEROS TO W-MSABERTO W-BLABERTO W-RMABERTO.
           OPEN I-O MENSAL.
           IF ST-ERROMSL = "00" OR ST-ERROMSL = "05"
              MOVE 1 TO W-MSABERTO.
           OPEN I-O BOLETO.
           IF ST-ERROBL = "00" OR ST-ERROBL = "05"
              MOVE 1 TO W-BLABERTO.
           OPEN I-O RECMENS.
           IF ST-ERRORM = "00" OR ST-ERRORM = "05"
              MOVE 1 TO W-RMABERTO.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE SPACES TO REGIMP.
                EXIT.
      *
       ROT-TOTAIS.
                MOVE "00" TO W-RCLOT.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-TOTLIDOS TO IMPTOTLID.
                WRITE REGIMP FROM LINTOTLIQ.
                MOVE W-TOTREJ TO IMPTOTREJ.
                WRITE REGIMP FROM LINTOTREJ.
                MOVE W-TOTPARC TO IMPTOTPARC.
                WRITE REGIMP FROM LINTOTPARC.
                DISPLAY (21, 08) "LIDOS: " W-TOTLIDOS
                        "  LIQUIDADOS: " W-TOTLIQ
                        "  REJEITADOS: " W-TOTREJ.
                DISPLAY (22, 08) "MENSALIDADES BAIXADAS: " W-TOTMENS
                        "  PAGAS EM PARTE: " W-TOTPARC.
      *
      *****************************************
      * REGISTRO DE CONTROLE DE EXECUCAO       *
                CLOSE PAGSTAT.
                CLOSE FUNC.
                CLOSE MENSAL.
                CLOSE BOLETO.
                CLOSE RECMENS.
                CLOSE ARQIMP.
       ROT-FIMP.
                CLOSE RETBANC.
                PERFORM FIM-LOTE THRU FIM-LOTE-FIM.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *****************************************
      * EXECUCAO SEM OPERADOR (LOTEPARM): NO   *
      * MODO LOTE O PERIODO E AS OPCOES VEM DE *
      * PARMLOTE.DAT E O RESULTADO VAI PARA    *
      * LOGPROC.DAT                            *
      *****************************************
       INI-LOTE.
                MOVE ZEROS TO W-MODOLOTE.
                MOVE "P" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                      W-OPCLOT W-RCLOT MENS.
                IF W-RCLOT = "IN"
                   GO TO INI-LOTE-FIM.
                MOVE 1 TO W-MODOLOTE.
                IF W-RCLOT NOT = "LT"
                   MOVE "16" TO W-RCLOT
                   GO TO INI-LOTE-FIM.
                IF W-MESLOT = 0 OR W-MESLOT > 12 OR W-ANOLOT < 1990
                   MOVE "*** PERIODO INVALIDO EM PARMLOTE ***" TO MENS
                   MOVE "16" TO W-RCLOT
                   GO TO INI-LOTE-FIM.
      * ATE O FIM NORMAL A RODADA CONSTA COMO NAO CONCLUIDA
                MOVE "12" TO W-RCLOT.
                MOVE SPACES TO MENS.
                PERFORM OPC-LOTE THRU OPC-LOTE-FIM.
       INI-LOTE-FIM.
                EXIT.
      *
      * SEM OPCOES: O PERIODO VEM DO PROPRIO ARQUIVO DE RETORNO
       OPC-LOTE.
                EXIT.
       OPC-LOTE-FIM.
                EXIT.
      *
       FIM-LOTE.
                IF W-MODOLOTE = 0
                   GO TO FIM-LOTE-FIM.
                MOVE ZEROS TO W-MODOLOTE.
                IF W-RCLOT = "00"
                   MOVE "PROCESSAMENTO CONCLUIDO" TO MENS.
                IF W-RCLOT NOT = "00" AND MENS = SPACES
                   MOVE "PROCESSAMENTO NAO CONCLUIDO" TO MENS.
                MOVE "F" TO W-FUNLOT.
                CALL "LOTEPARM" USING W-FUNLOT W-PROGLOT W-PERLOT
                                      W-OPCLOT W-RCLOT MENS.
       FIM-LOTE-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
      *****************************************
      * BAIXA DA MENSALIDADE ESCOLAR PELO      *
      * RETORNO: PELO NOSSO NUMERO DO BOLETO   *
      * (BOLETO.DAT) OU, NO RETORNO SEM ELE,   *
      * PELO RA QUE VEM EM RT-CHAPA. LIQUIDADA *
      * VIRA "P" COM A DATA DO PAGAMENTO, OU   *
      * "I" SE O RECEBIDO NAO COBRE O DEVIDO   *
      * (VALOR MAIS MULTA E JUROS); BOLETO     *
      * REJEITADO FICA "J" PARA NOVA REMESSA   *
      *****************************************
       BAIXA-MENSAL.
                ADD 1 TO W-TOTLIDOS.
                IF W-MSABERTO = 0
                   GO TO BAIXA-MENSAL-FIM.
                MOVE RT-CHAPA TO MS-RA.
                MOVE RT-ANO TO MS-ANO.
                MOVE RT-MES TO MS-MES.
                MOVE ZEROS TO W-DTVENC.
                PERFORM BUSCA-BOLETO THRU BUSCA-BOLETO-FIM.
                IF RT-STATUS = "R" OR RT-STATUS = "r"
                   ADD 1 TO W-TOTREJ
                   GO TO BAIXA-MENSAL-FIM.
                READ MENSAL
                   INVALID KEY
                      GO TO BAIXA-MENSAL-FIM.
      * JA QUITADA (RETORNO REPETIDO OU DESCONTO EM FOLHA) FICA
                IF MS-STATMS = "P" OR MS-STATMS = "D"
                OR MS-STATMS = "R"
                   GO TO BAIXA-MENSAL-FIM.
                MOVE W-HOJE TO W-DTPAGTO.
                IF RT-DTPAG NUMERIC AND RT-DTPAG NOT = ZEROS
                   MOVE RT-DTPAG TO W-DTPAGTO.
      * SEM BOLETO O VENCIMENTO E O DO CADCOB NA COMPETENCIA
                MOVE MS-PERIODO TO W-COMPET.
                MOVE MS-VALOR TO W-VALBASE.
                CALL "CALCENC" USING W-COMPET W-VALBASE W-DTVENC
                                     W-DTPAGTO W-VALMULTA W-VALJUROS
                                     W-VALDEV W-DIASATR.
                IF MS-VALRECEB NOT NUMERIC
                   MOVE ZEROS TO MS-VALRECEB.
                MOVE MS-VALRECEB TO W-RECANT.
                MOVE W-VALDEV TO MS-VALDEVIDO.
      * RETORNO SEM VALOR (LAYOUT ANTIGO) QUITA O DEVIDO
                IF RT-VALOR = ZEROS
                   MOVE MS-VALDEVIDO TO MS-VALRECEB
                ELSE
                   ADD RT-VALOR TO MS-VALRECEB.
                MOVE W-DTPAGTO TO MS-DTPAG.
                MOVE "P" TO MS-STATMS.
                IF MS-VALRECEB < MS-VALDEVIDO
                   MOVE "I" TO MS-STATMS
                   ADD 1 TO W-TOTPARC
                   PERFORM IMP-PARC THRU IMP-PARC-FIM.
                REWRITE REGMENSAL.
                PERFORM GRAVA-RECMEN THRU GRAVA-RECMEN-FIM.
                ADD 1 TO W-TOTMENS.
       BAIXA-MENSAL-FIM.
                EXIT.
      *
      * RECEBIMENTO DESTA BAIXA EM RECMENS.DAT (GERACMEN), TAMBEM O
      * DA PAGA EM PARTE: O QUE COMPLETA O VALOR COBRADO E
      * PRINCIPAL, O QUE PASSA DELE E MULTA/JUROS DE ATRASO
       GRAVA-RECMEN.
                IF W-RMABERTO = 0
                   GO TO GRAVA-RECMEN-FIM.
                IF MS-VALRECEB NOT > W-RECANT
                   GO TO GRAVA-RECMEN-FIM.
                COMPUTE W-VALREC = MS-VALRECEB - W-RECANT.
                MOVE MS-RA TO RM-RA.
                MOVE MS-PERIODO TO RM-PERIODO.
                MOVE MS-DTPAG TO RM-DTREC.
                MOVE ZEROS TO RM-SEQ.
                MOVE "B" TO RM-ORIGEM.
                MOVE MS-TURMA TO RM-TURMA.
                MOVE ZEROS TO RM-VALPRINC.
                IF MS-VALOR > W-RECANT
                   COMPUTE RM-VALPRINC = MS-VALOR - W-RECANT.
                IF RM-VALPRINC > W-VALREC
                   MOVE W-VALREC TO RM-VALPRINC.
                COMPUTE RM-VALENC = W-VALREC - RM-VALPRINC.
      * OUTRO RECEBIMENTO DA PARCELA NO MESMO DIA: PROXIMA SEQUENCIA
       GRAVA-RECMEN-GRV.
                WRITE REGRECMEN
                   INVALID KEY
                      IF RM-SEQ < 99
                         ADD 1 TO RM-SEQ
                         GO TO GRAVA-RECMEN-GRV.
       GRAVA-RECMEN-FIM.
                EXIT.
      *
      * BOLETO DO NOSSO NUMERO: A MENSALIDADE E A DA CHAVE DO
      * BOLETO E A SITUACAO DO RETORNO FICA NO PROPRIO BOLETO
       BUSCA-BOLETO.
                IF W-BLABERTO = 0
                   GO TO BUSCA-BOLETO-FIM.
                IF RT-NOSSONUM NOT NUMERIC OR RT-NOSSONUM-N = ZEROS
                   GO TO BUSCA-BOLETO-FIM.
                MOVE RT-NOSSONUM-N TO BL-NOSSONUM.
                READ BOLETO KEY IS BL-NOSSONUM
                   INVALID KEY
                      GO TO BUSCA-BOLETO-FIM.
                MOVE BL-CHAVE TO MS-CHAVE.
                MOVE BL-DTVENC TO W-DTVENC.
                MOVE "L" TO BL-STATBL.
                IF RT-STATUS = "R" OR RT-STATUS = "r"
                   MOVE "J" TO BL-STATBL.
                MOVE W-HOJE TO BL-DTRET.
                REWRITE REGBOLETO.
       BUSCA-BOLETO-FIM.
                EXIT.
      *
       IMP-PARC.
                MOVE MS-RA TO IMPPRA.
                MOVE MS-RESPNOME TO IMPPNOME.
                MOVE MS-MES TO IMPPMES.
                MOVE MS-ANO TO IMPPANO.
                MOVE MS-VALDEVIDO TO IMPPDEV.
                MOVE MS-VALRECEB TO IMPPREC.
                WRITE REGIMP FROM DETPARC.
       IMP-PARC-FIM.
                EXIT.
       FIM-ROT-TEMPO.
