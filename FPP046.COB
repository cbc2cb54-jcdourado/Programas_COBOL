       77 ST-ERROCNF   PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-LOGIN      PIC X(08) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
      * CONFERENCIA DA SENHA PELO RESUMO (SENHAUSU)
       77 W-FUNSEN     PIC X(01) VALUE "C".
       77 W-PROGSEN    PIC X(08) VALUE "FPP046".
       77 W-RESSEN     PIC X(02) VALUE SPACES.
      * LIMITE DE VARIACAO DO LIQUIDO (PERCENTUAL) PARA APONTAMENTO
       77 W-LIMVAR     PIC 9(03)V99 VALUE 010,00.
       77 W-LIQATU     PIC S9(07)V99 VALUE ZEROS.
       77 W-DIFLIQ     PIC S9(07)V99 VALUE ZEROS.
       77 W-PERCVAR    PIC 9(05)V99 VALUE ZEROS.
       77 W-TEMATU     PIC 9(01) VALUE ZEROS.
      * TOTAIS DE CONTROLE DA FOLHA ENTRE AS ETAPAS (CTLTOT)
       77 W-CTFUNC     PIC X(01) VALUE SPACES.
       77 W-CTPROG     PIC X(08) VALUE "FPP046".
       77 W-CTPER      PIC 9(06) VALUE ZEROS.
       77 W-CTRET      PIC X(02) VALUE SPACES.
       77 W-CTLIBERA   PIC X(01) VALUE SPACES.
       77 W-TEMANT     PIC 9(01) VALUE ZEROS.
       77 W-TOTAPON    PIC 9(06) VALUE ZEROS.
       77 W-TOTFUNC    PIC 9(06) VALUE ZEROS.
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
                OPEN INPUT FUNC.
                IF ST-ERROFUNC NOT = "00"
                   MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
                   MOVE "FUNC" TO W-VSARQ
                   CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CONFER FOLHA
                   GO TO ROT-FIM.
                PERFORM CONF-CTL THRU CONF-CTL-FIM.
                IF W-CTRET NOT = "00"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CONFER FOLHA FUNC
                   GO TO ROT-FIM.
                OPEN OUTPUT ARQIMP.
                MOVE ZEROS TO W-TOTAPON W-TOTFUNC W-QTDDPT.
                MOVE ZEROS TO W-TABDPT.
                WRITE CADCONFER
                   INVALID KEY
                      REWRITE CADCONFER.
                PERFORM GRAVA-CTL THRU GRAVA-CTL-FIM.
                MOVE "*** PERIODO MARCADO COMO CONFERIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FECHA.
                GO TO ROT-FIM.
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
                COMPUTE W-CTPER = (ANO-CONF * 100) + MES-CONF.
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
      * REGISTRO DE CONTROLE DE EXECUCAO       *
      * (LOGPROC.DAT)                          *
      *****************************************
