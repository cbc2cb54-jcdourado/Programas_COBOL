      * ABSENTEISMO DO DEPARTAMENTO E      *
      * TENDENCIA DOS 3 MESES ANTERIORES,  *
      * COM RESUMO DA EMPRESA (ARQABS.TXT) *
      * E AS EXTRAS DO MES SEPARADAS EM    *
      * AUTORIZADAS E NAO AUTORIZADAS PELO *
      * RESPONSAVEL (EXTDIA.DAT - FPP014)  *
      **************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERROCARG.
           SELECT OPTIONAL EXTDIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ED-CHAVE
                    FILE STATUS  IS ST-ERROED.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 NIVELHIER           PIC 9(01).
                03 TIPSAL              PIC X(01).
                03 SALBAS              PIC 9(06)V99.
      * EXTRAS DE CADA DIA SEPARADAS PELO FPP014 EM AUTORIZADAS
      * (AUTEXT.DAT) E NAO AUTORIZADAS
       FD EXTDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTDIA.DAT".
       01 REGEXTDIA.
                03 ED-CHAVE.
                    05 ED-CHAPAFUNC    PIC 9(06).
                    05 ED-DATA         PIC 9(08).
                03 ED-HORASEXT         PIC 9(02)V99.
                03 ED-HORASAUT         PIC 9(02)V99.
                03 ED-HORASNAUT        PIC 9(02)V99.
      * B=BANCO DE HORAS  P=PENDENTE DE AUTORIZACAO
                03 ED-DESTINO          PIC X(01).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQABS.TXT".
       77 ST-ERROHORAS PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERROED    PIC X(02) VALUE "00".
       77 W-EDPER      PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
                        07 W-DPTEXTRA  PIC 9(06)V99.
                        07 W-DPTQTD    PIC 9(04).
                    05 W-DPTCUSTO      PIC 9(08)V99.
      * EXTRAS DO MES FILTRADO: AUTORIZADAS, NAO AUTORIZADAS E,
      * DESTAS, AS AINDA PENDENTES
                    05 W-DPTAUT        PIC 9(06)V99.
                    05 W-DPTNAUT       PIC 9(06)V99.
                    05 W-DPTPEND       PIC 9(06)V99.
      * DETALHE DO MES FILTRADO (PARA O RANKING POR FUNCIONARIO)
       77 W-QTDDET     PIC 9(03) VALUE ZEROS.
       77 W-IDXDET     PIC 9(03) VALUE ZEROS.
       77 W-TOTFALTA   PIC 9(06) VALUE ZEROS.
       77 W-TOTEXTRA   PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTCUSTO   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTAUT     PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTNAUT    PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTPEND    PIC 9(08)V99 VALUE ZEROS.
      *
       01 CAB1.
                03 FILLER PIC X(08) VALUE SPACES.
                03 IMPABS  PIC ZZ9,99.
                03 FILLER  PIC X(18) VALUE "  CUSTO EXTRAS: ".
                03 IMPCUSDEP PIC ZZZZZZZ9,99.
       01 LINAUT.
                03 FILLER  PIC X(20) VALUE "EXTRAS AUTORIZADAS: ".
                03 IMPAUT  PIC ZZZZZ9,99.
                03 FILLER  PIC X(18) VALUE "  NAO AUTORIZADAS:".
                03 IMPNAUT PIC ZZZZZ9,99.
                03 FILLER  PIC X(14) VALUE "  PENDENTES: ".
                03 IMPPEND PIC ZZZZZ9,99.
       01 LINTEND.
                03 FILLER  PIC X(10) VALUE "TENDENCIA ".
                03 IMPTPER PIC 9(06).
       01 LINGER3.
                03 FILLER  PIC X(28) VALUE "EMPRESA - CUSTO EXTRAS..:".
                03 IMPGCUS PIC ZZZZZZZZZ9,99.
       01 LINGER4.
                03 FILLER  PIC X(28) VALUE "EMPRESA - EXTRAS AUTORIZ.:".
                03 IMPGAUT PIC ZZZZZZZ9,99.
       01 LINGER5.
                03 FILLER  PIC X(28) VALUE "EMPRESA - EXTRAS N/AUTOR.:".
                03 IMPGNAUT PIC ZZZZZZZ9,99.
                03 FILLER  PIC X(14) VALUE "  PENDENTES: ".
                03 IMPGPEND PIC ZZZZZZZ9,99.
       01 LINTRACO.
                03 FILLER PIC X(85) VALUE ALL "-".
      *
      *****************************************
       LER-HORAS.
                READ HORAS NEXT RECORD
                   AT END GO TO LER-EXTDIA.
                MOVE ZEROS TO W-PCASA.
                MOVE 1 TO W-PIDX.
       LER-HORAS-PER.
                MOVE ZEROS TO W-DETUSADO(W-QTDDET).
                GO TO LER-HORAS.
      *
      *****************************************
      * EXTRAS DO MES FILTRADO AUTORIZADAS X   *
      * NAO AUTORIZADAS (EXTDIA.DAT), POR      *
      * DEPARTAMENTO DO FUNCIONARIO            *
      *****************************************
       LER-EXTDIA.
                OPEN INPUT EXTDIA.
                IF ST-ERROED NOT = "00"
                   GO TO IMPRIME.
       LER-EXTDIA-PROX.
                READ EXTDIA NEXT RECORD
                   AT END
                      CLOSE EXTDIA
                      GO TO IMPRIME.
                COMPUTE W-EDPER = ED-DATA / 100.
                IF W-EDPER NOT = (ANO-FILTRO * 100) + MES-FILTRO
                   GO TO LER-EXTDIA-PROX.
                MOVE ED-CHAPAFUNC TO CHAPA.
                READ FUNC
                   INVALID KEY GO TO LER-EXTDIA-PROX.
                PERFORM ACHA-DEPTO THRU ACHA-DEPTO-FIM.
                IF W-ACHDPT = ZEROS
                   GO TO LER-EXTDIA-PROX.
                ADD ED-HORASAUT TO W-DPTAUT(W-ACHDPT).
                ADD ED-HORASNAUT TO W-DPTNAUT(W-ACHDPT).
                IF ED-DESTINO = "P"
                   ADD ED-HORASNAUT TO W-DPTPEND(W-ACHDPT).
                GO TO LER-EXTDIA-PROX.
      *
      * LOCALIZA/CRIA A LINHA DO DEPARTAMENTO NA TABELA
       ACHA-DEPTO.
                MOVE ZEROS TO W-ACHDPT W-IDXDPT.
                MOVE W-PERCABS TO IMPABS.
                MOVE W-DPTCUSTO(W-IDXDPT) TO IMPCUSDEP.
                WRITE REGIMP FROM LINABS.
                MOVE W-DPTAUT(W-IDXDPT) TO IMPAUT.
                MOVE W-DPTNAUT(W-IDXDPT) TO IMPNAUT.
                MOVE W-DPTPEND(W-IDXDPT) TO IMPPEND.
                WRITE REGIMP FROM LINAUT.
      * TENDENCIA: OS 3 MESES ANTERIORES
                MOVE 2 TO W-PIDX.
       IMPRIME-TEND.
                ADD W-DPTFALTA(W-IDXDPT, 1) TO W-TOTFALTA.
                ADD W-DPTEXTRA(W-IDXDPT, 1) TO W-TOTEXTRA.
                ADD W-DPTCUSTO(W-IDXDPT) TO W-TOTCUSTO.
                ADD W-DPTAUT(W-IDXDPT) TO W-TOTAUT.
                ADD W-DPTNAUT(W-IDXDPT) TO W-TOTNAUT.
                ADD W-DPTPEND(W-IDXDPT) TO W-TOTPEND.
                GO TO IMPRIME-DEPTO.
      *
      * RANKING DO DEPARTAMENTO CORRENTE (W-IDXDPT): SELECIONA
                WRITE REGIMP FROM LINGER2.
                MOVE W-TOTCUSTO TO IMPGCUS.
                WRITE REGIMP FROM LINGER3.
                MOVE W-TOTAUT TO IMPGAUT.
                WRITE REGIMP FROM LINGER4.
                MOVE W-TOTNAUT TO IMPGNAUT.
                MOVE W-TOTPEND TO IMPGPEND.
                WRITE REGIMP FROM LINGER5.
                DISPLAY (21, 05) "RELATORIO EM ARQABS.TXT".
                GO TO ROT-FIM.
      *
