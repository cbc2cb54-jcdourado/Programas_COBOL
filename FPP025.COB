       77 ST-ERROUSU   PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
      * CONFERENCIA DA SENHA PELO RESUMO (SENHAUSU)
       77 W-FUNSEN     PIC X(01) VALUE "C".
       77 W-PROGSEN    PIC X(08) VALUE "FPP025".
       77 W-RESSEN     PIC X(02) VALUE SPACES.
       77 W-NOVOREG    PIC 9(01) VALUE ZEROS.
      * CONFERENCIA DA FOLHA (CONFER.DAT - FPP046): PERIODO SO PODE
      * SER FECHADO DEPOIS DE MARCADO COMO CONFERIDO
       77 ST-ERROCNF   PIC X(02) VALUE "00".
       77 W-CONFOK     PIC 9(01) VALUE ZEROS.
      * TOTAIS DE CONTROLE DA FOLHA ENTRE AS ETAPAS (CTLTOT)
       77 W-CTFUNC     PIC X(01) VALUE SPACES.
       77 W-CTPROG     PIC X(08) VALUE "FPP025".
       77 W-CTPER      PIC 9(06) VALUE ZEROS.
       77 W-CTRET      PIC X(02) VALUE SPACES.
       77 W-CTLIBERA   PIC X(01) VALUE SPACES.
      *
       SCREEN SECTION.
       01  TELAAUTOR.
           OPEN INPUT USUARIO.
           IF ST-ERROUSU NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO USUARIO" TO MENS
              MOVE "USUARIO" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROUSU MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE SPACES TO W-LOGIN W-SENHA.
                 MOVE "*** USUARIO NAO AUTORIZADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      * SENHA ERRADA CONTA PARA O BLOQUEIO DO LOGIN (SENHAUSU)
           MOVE "C" TO W-FUNSEN.
           CALL "SENHAUSU" USING W-FUNSEN W-LOGIN W-SENHA US-SENHA
                                 W-PROGSEN W-RESSEN.
           IF W-RESSEN = "BL"
              CLOSE USUARIO
              MOVE "*** LOGIN BLOQUEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-RESSEN = "SI" OR W-RESSEN = "ER"
              CLOSE USUARIO
              MOVE "*** SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
      * E COM A FOLHA BATENDO COM OS TOTAIS DE CONTROLE (CTLTOT)
                IF FC-STATUS = "F" OR FC-STATUS = "f"
                   PERFORM CONF-CTL THRU CONF-CTL-FIM
                   IF W-CTRET NOT = "00"
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                ACCEPT FC-DTALT FROM DATE YYYYMMDD.
                MOVE W-LOGIN TO FC-USUARIO.
                IF W-NOVOREG = 1
                   WRITE CADFECHA
                ELSE
                   REWRITE CADFECHA.
                IF ST-ERRO = "00" OR "02"
                   IF FC-STATUS = "F" OR FC-STATUS = "f"
                      PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** SITUACAO DO PERIODO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
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
                COMPUTE W-CTPER = (FC-ANO * 100) + FC-MES.
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
      * PERIODO FOI MARCADO COMO CONFERIDO?    *
      * (CONFER.DAT - FPP046)                  *
      *****************************************
