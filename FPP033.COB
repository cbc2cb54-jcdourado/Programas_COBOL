                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SR-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL JORNADA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS JN-CODIGO
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL ESCALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ES-CHAPAFUNC
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL BATIDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BT-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL APURA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AU-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL AUTEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AX-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL EXTDIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ED-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL ATESTADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AT-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL ASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL RISCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RI-CODCARG
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL CAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL EPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PI-CODIGO
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL EPIENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EE-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL CURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CU-CODIGO
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL CGCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RQ-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL QUALIF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QL-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL CRITAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL AVALIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL REQUIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RE-NUMREQ
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL CANDID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CD-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL MEDDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DS-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL SINDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SI-CODIGO
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL SINDCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SN-CODCARG
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL SINDFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SF-CHAPAFUNC
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL ANUENIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AN-DTVIGOR
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL AUTONOMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AO-CODIGO
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL RPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RA-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL DEPALU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DA-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL SUBSTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SU-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL HABILIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HB-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL LIMPROF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LM-CHAPA
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL LIVREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LR-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL APRENDIZ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AZ-CHAPAFUNC
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL PCD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PD-CHAPAFUNC
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL FORMAPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FP-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL PAGCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL RETENC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RT-ARQUIVO
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL SENHAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SH-LOGIN
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL POLSENHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PO-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL LOGACES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LA-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL CONFSOD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SG-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL PARMLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLT-PROGRAMA
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL CTLTOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CL-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL COBPARM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CODIGO
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL BOLETO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BL-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL BOLSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BS-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL HISTESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HE-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL ALUCENSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CN-RA
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL OCORR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL CARTAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT OPTIONAL RECMENS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-CHAVE
                    FILE STATUS  IS ST-ARQ.
           SELECT BACKUP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-BKP.
               VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REG-MENSAL.
                03 MS-CHAVE             PIC X(12).
                03 FILLER              PIC X(97).
       FD PRECOMEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECOMEN.DAT".
       01 REG-SPOOLRET.
                03 SR-CHAVE             PIC X(08).
                03 FILLER              PIC X(03).
       FD JORNADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNADA.DAT".
       01 REG-JORNADA.
                03 JN-CODIGO            PIC X(03).
                03 FILLER              PIC X(59).
       FD ESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESCALA.DAT".
       01 REG-ESCALA.
                03 ES-CHAPAFUNC         PIC X(06).
                03 FILLER              PIC X(11).
       FD BATIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BATIDA.DAT".
       01 REG-BATIDA.
                03 BT-CHAVE             PIC X(18).
                03 FILLER              PIC X(12).
       FD APURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APURA.DAT".
       01 REG-APURA.
                03 AU-CHAVE             PIC X(14).
                03 FILLER              PIC X(26).
       FD AUTEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUTEXT.DAT".
       01 REG-AUTEXT.
                03 AX-CHAVE             PIC X(14).
                03 FILLER              PIC X(56).
       FD EXTDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTDIA.DAT".
       01 REG-EXTDIA.
                03 ED-CHAVE             PIC X(14).
                03 FILLER              PIC X(13).
       FD ATESTADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATESTADO.DAT".
       01 REG-ATESTADO.
                03 AT-CHAVE             PIC X(14).
                03 FILLER              PIC X(43).
       FD ASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ASO.DAT".
       01 REG-ASO.
                03 EX-CHAVE             PIC X(15).
                03 FILLER              PIC X(53).
       FD RISCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RISCO.DAT".
       01 REG-RISCO.
                03 RI-CODCARG           PIC X(04).
                03 FILLER              PIC X(43).
       FD CAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAT.DAT".
       01 REG-CAT.
                03 CA-CHAVE             PIC X(14).
                03 FILLER              PIC X(173).
       FD EPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EPI.DAT".
       01 REG-EPI.
                03 PI-CODIGO            PIC X(04).
                03 FILLER              PIC X(60).
       FD EPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EPIENT.DAT".
       01 REG-EPIENT.
                03 EE-CHAVE             PIC X(18).
                03 FILLER              PIC X(29).
       FD CURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CURSO.DAT".
       01 REG-CURSO.
                03 CU-CODIGO            PIC X(04).
                03 FILLER              PIC X(48).
       FD CGCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CGCURSO.DAT".
       01 REG-CGCURSO.
                03 RQ-CHAVE             PIC X(08).
                03 FILLER              PIC X(40).
       FD QUALIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "QUALIF.DAT".
       01 REG-QUALIF.
                03 QL-CHAVE             PIC X(18).
                03 FILLER              PIC X(62).
       FD CRITAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRITAV.DAT".
       01 REG-CRITAV.
                03 CV-CHAVE             PIC X(03).
                03 FILLER              PIC X(42).
       FD AVALIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVALIA.DAT".
       01 REG-AVALIA.
                03 AV-CHAVE             PIC X(10).
                03 FILLER              PIC X(78).
       FD REQUIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REQUIS.DAT".
       01 REG-REQUIS.
                03 RE-NUMREQ            PIC X(05).
                03 FILLER              PIC X(100).
       FD CANDID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CANDID.DAT".
       01 REG-CANDID.
                03 CD-CHAVE             PIC X(16).
                03 FILLER              PIC X(137).
       FD MEDDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MEDDISC.DAT".
       01 REG-MEDDISC.
                03 DS-CHAVE             PIC X(14).
                03 FILLER              PIC X(121).
       FD SINDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDIC.DAT".
       01 REG-SINDIC.
                03 SI-CODIGO            PIC X(02).
                03 FILLER              PIC X(98).
       FD SINDCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDCARG.DAT".
       01 REG-SINDCARG.
                03 SN-CODCARG           PIC X(04).
                03 FILLER              PIC X(02).
       FD SINDFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SINDFUNC.DAT".
       01 REG-SINDFUNC.
                03 SF-CHAPAFUNC         PIC X(06).
                03 FILLER              PIC X(12).
       FD ANUENIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ANUENIO.DAT".
       01 REG-ANUENIO.
                03 AN-DTVIGOR           PIC X(08).
                03 FILLER              PIC X(35).
       FD AUTONOMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUTONOMO.DAT".
       01 REG-AUTONOMO.
                03 AO-CODIGO            PIC X(05).
                03 FILLER              PIC X(134).
       FD RPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPA.DAT".
       01 REG-RPA.
                03 RA-CHAVE             PIC X(15).
                03 FILLER              PIC X(105).
       FD DEPALU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPALU.DAT".
       01 REG-DEPALU.
                03 DA-CHAVE             PIC X(08).
                03 FILLER              PIC X(07).
       FD SUBSTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SUBSTIT.DAT".
       01 REG-SUBSTIT.
                03 SU-CHAVE             PIC X(14).
                03 FILLER              PIC X(45).
       FD HABILIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HABILIT.DAT".
       01 REG-HABILIT.
                03 HB-CHAVE             PIC X(09).
       FD LIMPROF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIMPROF.DAT".
       01 REG-LIMPROF.
                03 LM-CHAPA             PIC X(06).
                03 FILLER              PIC X(08).
       FD LIVREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIVREG.DAT".
       01 REG-LIVREG.
                03 LR-CHAVE             PIC X(07).
                03 FILLER              PIC X(48).
       FD APRENDIZ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APRENDIZ.DAT".
       01 REG-APRENDIZ.
                03 AZ-CHAPAFUNC         PIC X(06).
                03 FILLER              PIC X(46).
       FD PCD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PCD.DAT".
       01 REG-PCD.
                03 PD-CHAPAFUNC         PIC X(06).
                03 FILLER              PIC X(24).
       FD FORMAPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORMAPAG.DAT".
       01 REG-FORMAPAG.
                03 FP-CHAVE             PIC X(07).
                03 FILLER              PIC X(87).
       FD PAGCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAGCHQ.DAT".
       01 REG-PAGCHQ.
                03 PQ-CHAVE             PIC X(14).
                03 FILLER              PIC X(65).
       FD RETENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETENC.DAT".
       01 REG-RETENC.
                03 RT-ARQUIVO           PIC X(08).
                03 FILLER              PIC X(42).
       FD SENHAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SENHAS.DAT".
       01 REG-SENHAS.
                03 SH-LOGIN             PIC X(08).
                03 FILLER              PIC X(116).
       FD POLSENHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "POLSENHA.DAT".
       01 REG-POLSENHA.
                03 PO-CHAVE             PIC X(01).
                03 FILLER              PIC X(08).
       FD LOGACES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGACES.DAT".
       01 REG-LOGACES.
                03 LA-CHAVE             PIC X(24).
                03 FILLER              PIC X(19).
       FD CONFSOD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONFSOD.DAT".
       01 REG-CONFSOD.
                03 SG-CHAVE             PIC X(04).
                03 FILLER              PIC X(41).
       FD PARMLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARMLOTE.DAT".
       01 REG-PARMLOTE.
                03 PLT-PROGRAMA         PIC X(08).
                03 FILLER              PIC X(48).
       FD CTLTOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLTOT.DAT".
       01 REG-CTLTOT.
                03 CL-CHAVE             PIC X(14).
                03 FILLER              PIC X(69).
       FD COBPARM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COBPARM.DAT".
       01 REG-COBPARM.
                03 CP-CODIGO            PIC X(01).
                03 FILLER              PIC X(76).
       FD BOLETO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLETO.DAT".
       01 REG-BOLETO.
                03 BL-CHAVE             PIC X(12).
                03 FILLER              PIC X(43).
       FD BOLSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLSA.DAT".
       01 REG-BOLSA.
                03 BS-CHAVE             PIC X(08).
                03 FILLER              PIC X(43).
       FD HISTESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTESC.DAT".
       01 REG-HISTESC.
                03 HE-CHAVE             PIC X(18).
                03 FILLER              PIC X(89).
       FD ALUCENSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALUCENSO.DAT".
       01 REG-ALUCENSO.
                03 CN-RA                PIC X(06).
                03 FILLER              PIC X(96).
       FD OCORR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORR.DAT".
       01 REG-OCORR.
                03 OC-CHAVE             PIC X(15).
                03 FILLER              PIC X(145).
       FD CARTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTAS.DAT".
       01 REG-CARTAS.
                03 CR-CHAVE             PIC X(09).
                03 FILLER              PIC X(71).
       FD RECMENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECMENS.DAT".
       01 REG-RECMENS.
                03 RM-CHAVE             PIC X(22).
                03 FILLER              PIC X(22).
       FD BACKUP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEBKP.
                MOVE 3 TO W-LINDISP.
                MOVE 1 TO W-NUMARQ.
       EXPORTA-LOOP.
                IF W-NUMARQ > 93
                   DISPLAY (22, 05) "EXPORTACAO CONCLUIDA"
                   GO TO ROT-FIM.
                PERFORM EXPORTA-ARQ THRU EXPORTA-ARQ-FIM.
                  "36=PRECOMEN 37=GRADE 38=CALES 39=JUSTIF".
                DISPLAY (18, 05)
                  "40=RESPONS 41=MOVTUR 42=ALOCA 43=SPOOLRET".
                DISPLAY (19, 05) "NUMERO DO ARQUIVO (00=DEMAIS): ".
                ACCEPT (19, 37) W-NUMARQ.
                IF W-NUMARQ = 0
                   PERFORM RESTAURA-PAG2 THRU RESTAURA-PAG2-FIM.
                IF W-NUMARQ = 0 OR W-NUMARQ > 93
                   DISPLAY (22, 05) "NUMERO INVALIDO"
                   GO TO ROT-FIM.
                PERFORM MONTA-NOME THRU MONTA-NOME-FIM.
                   DISPLAY (22, 05) "ATENCAO: CONTAGENS NAO CONFEREM".
                GO TO ROT-FIM.
      *
      * SEGUNDA TELA DA LISTA DE ARQUIVOS RESTAURAVEIS
       RESTAURA-PAG2.
                DISPLAY (01, 01) ERASE.
                DISPLAY (02, 10) "COPIA DE SEGURANCA DOS ARQUIVOS".
                DISPLAY (07, 05) "DEMAIS ARQUIVOS DA COPIA:".
                DISPLAY (09, 05)
                  "44=JORNADA 45=ESCALA 46=BATIDA 47=APURA 48=AUTEXT".
                DISPLAY (10, 05)
                  "49=EXTDIA 50=ATESTADO 51=ASO 52=RISCO 53=CAT".
                DISPLAY (11, 05)
                  "54=EPI 55=EPIENT 56=CURSO 57=CGCURSO 58=QUALIF".
                DISPLAY (12, 05)
                  "59=CRITAV 60=AVALIA 61=REQUIS 62=CANDID 63=MEDDISC".
                DISPLAY (13, 05)
                  "64=SINDIC 65=SINDCARG 66=SINDFUNC 67=ANUENIO".
                DISPLAY (14, 05)
                  "68=AUTONOMO 69=RPA 70=DEPALU 71=SUBSTIT".
                DISPLAY (15, 05)
                  "72=HABILIT 73=LIMPROF 74=LIVREG 75=APRENDIZ".
                DISPLAY (16, 05)
                  "76=PCD 77=FORMAPAG 78=PAGCHQ 79=RETENC 80=SENHAS".
                DISPLAY (17, 05)
                  "81=POLSENHA 82=LOGACES 83=CONFSOD 84=PARMLOTE".
                DISPLAY (18, 05)
                  "85=CTLTOT 86=COBPARM 87=BOLETO 88=BOLSA 89=HISTESC".
                DISPLAY (18, 56) "90=ALUCENSO".
                DISPLAY (19, 05) "91=OCORR 92=CARTAS 93=RECMENS".
                DISPLAY (20, 05) "NUMERO DO ARQUIVO: ".
                ACCEPT (20, 37) W-NUMARQ.
       RESTAURA-PAG2-FIM.
                EXIT.
      *
      *****************************************
      * NOME DA COPIA DE CADA ARQUIVO          *
      *****************************************
                IF W-NUMARQ = 41 MOVE "BKMOVTUR.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 42 MOVE "BKALOCA.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 43 MOVE "BKSPLRET.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 44 MOVE "BKJORN.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 45 MOVE "BKESCALA.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 46 MOVE "BKBATIDA.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 47 MOVE "BKAPURA.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 48 MOVE "AUTEXT.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 49 MOVE "EXTDIA.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 50 MOVE "ATESTADO.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 51 MOVE "BKASO.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 52 MOVE "BKRISCO.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 53 MOVE "BKCAT.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 54 MOVE "BKEPI.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 55 MOVE "BKEPIENT.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 56 MOVE "BKCURSO.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 57 MOVE "BKCGCURS.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 58 MOVE "BKQUALIF.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 59 MOVE "BKCRITAV.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 60 MOVE "BKAVALIA.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 61 MOVE "BKREQUIS.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 62 MOVE "BKCANDID.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 63 MOVE "MEDDISC.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 64 MOVE "SINDIC.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 65 MOVE "SINDCARG.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 66 MOVE "SINDFUNC.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 67 MOVE "ANUENIO.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 68 MOVE "BK068.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 69 MOVE "BK069.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 70 MOVE "BK070.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 71 MOVE "BK071.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 72 MOVE "BK072.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 73 MOVE "BK073.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 74 MOVE "BK074.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 75 MOVE "BK075.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 76 MOVE "BK076.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 77 MOVE "BK077.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 78 MOVE "BK078.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 79 MOVE "BK079.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 80 MOVE "BK080.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 81 MOVE "BK081.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 82 MOVE "BK082.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 83 MOVE "BK083.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 84 MOVE "BK084.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 85 MOVE "BK085.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 86 MOVE "BK086.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 87 MOVE "BK087.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 88 MOVE "BK088.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 89 MOVE "BK089.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 90 MOVE "BK090.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 91 MOVE "BK091.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 92 MOVE "BK092.SEQ" TO W-NOMEBKP.
                IF W-NUMARQ = 93 MOVE "BK093.SEQ" TO W-NOMEBKP.
       MONTA-NOME-FIM.
                EXIT.
      *
                IF W-NUMARQ = 41 OPEN INPUT MOVTUR.
                IF W-NUMARQ = 42 OPEN INPUT ALOCA.
                IF W-NUMARQ = 43 OPEN INPUT SPOOLRET.
                IF W-NUMARQ = 44 OPEN INPUT JORNADA.
                IF W-NUMARQ = 45 OPEN INPUT ESCALA.
                IF W-NUMARQ = 46 OPEN INPUT BATIDA.
                IF W-NUMARQ = 47 OPEN INPUT APURA.
                IF W-NUMARQ = 48 OPEN INPUT AUTEXT.
                IF W-NUMARQ = 49 OPEN INPUT EXTDIA.
                IF W-NUMARQ = 50 OPEN INPUT ATESTADO.
                IF W-NUMARQ = 51 OPEN INPUT ASO.
                IF W-NUMARQ = 52 OPEN INPUT RISCO.
                IF W-NUMARQ = 53 OPEN INPUT CAT.
                IF W-NUMARQ = 54 OPEN INPUT EPI.
                IF W-NUMARQ = 55 OPEN INPUT EPIENT.
                IF W-NUMARQ = 56 OPEN INPUT CURSO.
                IF W-NUMARQ = 57 OPEN INPUT CGCURSO.
                IF W-NUMARQ = 58 OPEN INPUT QUALIF.
                IF W-NUMARQ = 59 OPEN INPUT CRITAV.
                IF W-NUMARQ = 60 OPEN INPUT AVALIA.
                IF W-NUMARQ = 61 OPEN INPUT REQUIS.
                IF W-NUMARQ = 62 OPEN INPUT CANDID.
                IF W-NUMARQ = 63 OPEN INPUT MEDDISC.
                IF W-NUMARQ = 64 OPEN INPUT SINDIC.
                IF W-NUMARQ = 65 OPEN INPUT SINDCARG.
                IF W-NUMARQ = 66 OPEN INPUT SINDFUNC.
                IF W-NUMARQ = 67 OPEN INPUT ANUENIO.
                IF W-NUMARQ = 68 OPEN INPUT AUTONOMO.
                IF W-NUMARQ = 69 OPEN INPUT RPA.
                IF W-NUMARQ = 70 OPEN INPUT DEPALU.
                IF W-NUMARQ = 71 OPEN INPUT SUBSTIT.
                IF W-NUMARQ = 72 OPEN INPUT HABILIT.
                IF W-NUMARQ = 73 OPEN INPUT LIMPROF.
                IF W-NUMARQ = 74 OPEN INPUT LIVREG.
                IF W-NUMARQ = 75 OPEN INPUT APRENDIZ.
                IF W-NUMARQ = 76 OPEN INPUT PCD.
                IF W-NUMARQ = 77 OPEN INPUT FORMAPAG.
                IF W-NUMARQ = 78 OPEN INPUT PAGCHQ.
                IF W-NUMARQ = 79 OPEN INPUT RETENC.
                IF W-NUMARQ = 80 OPEN INPUT SENHAS.
                IF W-NUMARQ = 81 OPEN INPUT POLSENHA.
                IF W-NUMARQ = 82 OPEN INPUT LOGACES.
                IF W-NUMARQ = 83 OPEN INPUT CONFSOD.
                IF W-NUMARQ = 84 OPEN INPUT PARMLOTE.
                IF W-NUMARQ = 85 OPEN INPUT CTLTOT.
                IF W-NUMARQ = 86 OPEN INPUT COBPARM.
                IF W-NUMARQ = 87 OPEN INPUT BOLETO.
                IF W-NUMARQ = 88 OPEN INPUT BOLSA.
                IF W-NUMARQ = 89 OPEN INPUT HISTESC.
                IF W-NUMARQ = 90 OPEN INPUT ALUCENSO.
                IF W-NUMARQ = 91 OPEN INPUT OCORR.
                IF W-NUMARQ = 92 OPEN INPUT CARTAS.
                IF W-NUMARQ = 93 OPEN INPUT RECMENS.
       ABRE-ENTRADA-FIM.
                EXIT.
       FECHA-ENTRADA.
                IF W-NUMARQ = 41 CLOSE MOVTUR.
                IF W-NUMARQ = 42 CLOSE ALOCA.
                IF W-NUMARQ = 43 CLOSE SPOOLRET.
                IF W-NUMARQ = 44 CLOSE JORNADA.
                IF W-NUMARQ = 45 CLOSE ESCALA.
                IF W-NUMARQ = 46 CLOSE BATIDA.
                IF W-NUMARQ = 47 CLOSE APURA.
                IF W-NUMARQ = 48 CLOSE AUTEXT.
                IF W-NUMARQ = 49 CLOSE EXTDIA.
                IF W-NUMARQ = 50 CLOSE ATESTADO.
                IF W-NUMARQ = 51 CLOSE ASO.
                IF W-NUMARQ = 52 CLOSE RISCO.
                IF W-NUMARQ = 53 CLOSE CAT.
                IF W-NUMARQ = 54 CLOSE EPI.
                IF W-NUMARQ = 55 CLOSE EPIENT.
                IF W-NUMARQ = 56 CLOSE CURSO.
                IF W-NUMARQ = 57 CLOSE CGCURSO.
                IF W-NUMARQ = 58 CLOSE QUALIF.
                IF W-NUMARQ = 59 CLOSE CRITAV.
                IF W-NUMARQ = 60 CLOSE AVALIA.
                IF W-NUMARQ = 61 CLOSE REQUIS.
                IF W-NUMARQ = 62 CLOSE CANDID.
                IF W-NUMARQ = 63 CLOSE MEDDISC.
                IF W-NUMARQ = 64 CLOSE SINDIC.
                IF W-NUMARQ = 65 CLOSE SINDCARG.
                IF W-NUMARQ = 66 CLOSE SINDFUNC.
                IF W-NUMARQ = 67 CLOSE ANUENIO.
                IF W-NUMARQ = 68 CLOSE AUTONOMO.
                IF W-NUMARQ = 69 CLOSE RPA.
                IF W-NUMARQ = 70 CLOSE DEPALU.
                IF W-NUMARQ = 71 CLOSE SUBSTIT.
                IF W-NUMARQ = 72 CLOSE HABILIT.
                IF W-NUMARQ = 73 CLOSE LIMPROF.
                IF W-NUMARQ = 74 CLOSE LIVREG.
                IF W-NUMARQ = 75 CLOSE APRENDIZ.
                IF W-NUMARQ = 76 CLOSE PCD.
                IF W-NUMARQ = 77 CLOSE FORMAPAG.
                IF W-NUMARQ = 78 CLOSE PAGCHQ.
                IF W-NUMARQ = 79 CLOSE RETENC.
                IF W-NUMARQ = 80 CLOSE SENHAS.
                IF W-NUMARQ = 81 CLOSE POLSENHA.
                IF W-NUMARQ = 82 CLOSE LOGACES.
                IF W-NUMARQ = 83 CLOSE CONFSOD.
                IF W-NUMARQ = 84 CLOSE PARMLOTE.
                IF W-NUMARQ = 85 CLOSE CTLTOT.
                IF W-NUMARQ = 86 CLOSE COBPARM.
                IF W-NUMARQ = 87 CLOSE BOLETO.
                IF W-NUMARQ = 88 CLOSE BOLSA.
                IF W-NUMARQ = 89 CLOSE HISTESC.
                IF W-NUMARQ = 90 CLOSE ALUCENSO.
                IF W-NUMARQ = 91 CLOSE OCORR.
                IF W-NUMARQ = 92 CLOSE CARTAS.
                IF W-NUMARQ = 93 CLOSE RECMENS.
       FECHA-ENTRADA-FIM.
                EXIT.
       LE-PROXIMO.
                   TO ST-ARQ.
                IF W-NUMARQ = 43 READ SPOOLRET NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 44 READ JORNADA NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 45 READ ESCALA NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 46 READ BATIDA NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 47 READ APURA NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 48 READ AUTEXT NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 49 READ EXTDIA NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 50 READ ATESTADO NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 51 READ ASO NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 52 READ RISCO NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 53 READ CAT NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 54 READ EPI NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 55 READ EPIENT NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 56 READ CURSO NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 57 READ CGCURSO NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 58 READ QUALIF NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 59 READ CRITAV NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 60 READ AVALIA NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 61 READ REQUIS NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 62 READ CANDID NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 63 READ MEDDISC NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 64 READ SINDIC NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 65 READ SINDCARG NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 66 READ SINDFUNC NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 67 READ ANUENIO NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 68 READ AUTONOMO NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 69 READ RPA NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 70 READ DEPALU NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 71 READ SUBSTIT NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 72 READ HABILIT NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 73 READ LIMPROF NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 74 READ LIVREG NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 75 READ APRENDIZ NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 76 READ PCD NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 77 READ FORMAPAG NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 78 READ PAGCHQ NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 79 READ RETENC NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 80 READ SENHAS NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 81 READ POLSENHA NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 82 READ LOGACES NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 83 READ CONFSOD NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 84 READ PARMLOTE NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 85 READ CTLTOT NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 86 READ COBPARM NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 87 READ BOLETO NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 88 READ BOLSA NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 89 READ HISTESC NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 90 READ ALUCENSO NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 91 READ OCORR NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 92 READ CARTAS NEXT AT END MOVE "10"
                   TO ST-ARQ.
                IF W-NUMARQ = 93 READ RECMENS NEXT AT END MOVE "10"
                   TO ST-ARQ.
       LE-PROXIMO-FIM.
                EXIT.
       MOVE-PARA-BKP.
                IF W-NUMARQ = 41 MOVE REG-MOVTUR TO REG-BACKUP.
                IF W-NUMARQ = 42 MOVE REG-ALOCA TO REG-BACKUP.
                IF W-NUMARQ = 43 MOVE REG-SPOOLRET TO REG-BACKUP.
                IF W-NUMARQ = 44 MOVE REG-JORNADA TO REG-BACKUP.
                IF W-NUMARQ = 45 MOVE REG-ESCALA TO REG-BACKUP.
                IF W-NUMARQ = 46 MOVE REG-BATIDA TO REG-BACKUP.
                IF W-NUMARQ = 47 MOVE REG-APURA TO REG-BACKUP.
                IF W-NUMARQ = 48 MOVE REG-AUTEXT TO REG-BACKUP.
                IF W-NUMARQ = 49 MOVE REG-EXTDIA TO REG-BACKUP.
                IF W-NUMARQ = 50 MOVE REG-ATESTADO TO REG-BACKUP.
                IF W-NUMARQ = 51 MOVE REG-ASO TO REG-BACKUP.
                IF W-NUMARQ = 52 MOVE REG-RISCO TO REG-BACKUP.
                IF W-NUMARQ = 53 MOVE REG-CAT TO REG-BACKUP.
                IF W-NUMARQ = 54 MOVE REG-EPI TO REG-BACKUP.
                IF W-NUMARQ = 55 MOVE REG-EPIENT TO REG-BACKUP.
                IF W-NUMARQ = 56 MOVE REG-CURSO TO REG-BACKUP.
                IF W-NUMARQ = 57 MOVE REG-CGCURSO TO REG-BACKUP.
                IF W-NUMARQ = 58 MOVE REG-QUALIF TO REG-BACKUP.
                IF W-NUMARQ = 59 MOVE REG-CRITAV TO REG-BACKUP.
                IF W-NUMARQ = 60 MOVE REG-AVALIA TO REG-BACKUP.
                IF W-NUMARQ = 61 MOVE REG-REQUIS TO REG-BACKUP.
                IF W-NUMARQ = 62 MOVE REG-CANDID TO REG-BACKUP.
                IF W-NUMARQ = 63 MOVE REG-MEDDISC TO REG-BACKUP.
                IF W-NUMARQ = 64 MOVE REG-SINDIC TO REG-BACKUP.
                IF W-NUMARQ = 65 MOVE REG-SINDCARG TO REG-BACKUP.
                IF W-NUMARQ = 66 MOVE REG-SINDFUNC TO REG-BACKUP.
                IF W-NUMARQ = 67 MOVE REG-ANUENIO TO REG-BACKUP.
                IF W-NUMARQ = 68 MOVE REG-AUTONOMO TO REG-BACKUP.
                IF W-NUMARQ = 69 MOVE REG-RPA TO REG-BACKUP.
                IF W-NUMARQ = 70 MOVE REG-DEPALU TO REG-BACKUP.
                IF W-NUMARQ = 71 MOVE REG-SUBSTIT TO REG-BACKUP.
                IF W-NUMARQ = 72 MOVE REG-HABILIT TO REG-BACKUP.
                IF W-NUMARQ = 73 MOVE REG-LIMPROF TO REG-BACKUP.
                IF W-NUMARQ = 74 MOVE REG-LIVREG TO REG-BACKUP.
                IF W-NUMARQ = 75 MOVE REG-APRENDIZ TO REG-BACKUP.
                IF W-NUMARQ = 76 MOVE REG-PCD TO REG-BACKUP.
                IF W-NUMARQ = 77 MOVE REG-FORMAPAG TO REG-BACKUP.
                IF W-NUMARQ = 78 MOVE REG-PAGCHQ TO REG-BACKUP.
                IF W-NUMARQ = 79 MOVE REG-RETENC TO REG-BACKUP.
                IF W-NUMARQ = 80 MOVE REG-SENHAS TO REG-BACKUP.
                IF W-NUMARQ = 81 MOVE REG-POLSENHA TO REG-BACKUP.
                IF W-NUMARQ = 82 MOVE REG-LOGACES TO REG-BACKUP.
                IF W-NUMARQ = 83 MOVE REG-CONFSOD TO REG-BACKUP.
                IF W-NUMARQ = 84 MOVE REG-PARMLOTE TO REG-BACKUP.
                IF W-NUMARQ = 85 MOVE REG-CTLTOT TO REG-BACKUP.
                IF W-NUMARQ = 86 MOVE REG-COBPARM TO REG-BACKUP.
                IF W-NUMARQ = 87 MOVE REG-BOLETO TO REG-BACKUP.
                IF W-NUMARQ = 88 MOVE REG-BOLSA TO REG-BACKUP.
                IF W-NUMARQ = 89 MOVE REG-HISTESC TO REG-BACKUP.
                IF W-NUMARQ = 90 MOVE REG-ALUCENSO TO REG-BACKUP.
                IF W-NUMARQ = 91 MOVE REG-OCORR TO REG-BACKUP.
                IF W-NUMARQ = 92 MOVE REG-CARTAS TO REG-BACKUP.
                IF W-NUMARQ = 93 MOVE REG-RECMENS TO REG-BACKUP.
       MOVE-PARA-BKP-FIM.
                EXIT.
       MOVE-DO-BKP.
                IF W-NUMARQ = 41 MOVE REG-BACKUP TO REG-MOVTUR.
                IF W-NUMARQ = 42 MOVE REG-BACKUP TO REG-ALOCA.
                IF W-NUMARQ = 43 MOVE REG-BACKUP TO REG-SPOOLRET.
                IF W-NUMARQ = 44 MOVE REG-BACKUP TO REG-JORNADA.
                IF W-NUMARQ = 45 MOVE REG-BACKUP TO REG-ESCALA.
                IF W-NUMARQ = 46 MOVE REG-BACKUP TO REG-BATIDA.
                IF W-NUMARQ = 47 MOVE REG-BACKUP TO REG-APURA.
                IF W-NUMARQ = 48 MOVE REG-BACKUP TO REG-AUTEXT.
                IF W-NUMARQ = 49 MOVE REG-BACKUP TO REG-EXTDIA.
                IF W-NUMARQ = 50 MOVE REG-BACKUP TO REG-ATESTADO.
                IF W-NUMARQ = 51 MOVE REG-BACKUP TO REG-ASO.
                IF W-NUMARQ = 52 MOVE REG-BACKUP TO REG-RISCO.
                IF W-NUMARQ = 53 MOVE REG-BACKUP TO REG-CAT.
                IF W-NUMARQ = 54 MOVE REG-BACKUP TO REG-EPI.
                IF W-NUMARQ = 55 MOVE REG-BACKUP TO REG-EPIENT.
                IF W-NUMARQ = 56 MOVE REG-BACKUP TO REG-CURSO.
                IF W-NUMARQ = 57 MOVE REG-BACKUP TO REG-CGCURSO.
                IF W-NUMARQ = 58 MOVE REG-BACKUP TO REG-QUALIF.
                IF W-NUMARQ = 59 MOVE REG-BACKUP TO REG-CRITAV.
                IF W-NUMARQ = 60 MOVE REG-BACKUP TO REG-AVALIA.
                IF W-NUMARQ = 61 MOVE REG-BACKUP TO REG-REQUIS.
                IF W-NUMARQ = 62 MOVE REG-BACKUP TO REG-CANDID.
                IF W-NUMARQ = 63 MOVE REG-BACKUP TO REG-MEDDISC.
                IF W-NUMARQ = 64 MOVE REG-BACKUP TO REG-SINDIC.
                IF W-NUMARQ = 65 MOVE REG-BACKUP TO REG-SINDCARG.
                IF W-NUMARQ = 66 MOVE REG-BACKUP TO REG-SINDFUNC.
                IF W-NUMARQ = 67 MOVE REG-BACKUP TO REG-ANUENIO.
                IF W-NUMARQ = 68 MOVE REG-BACKUP TO REG-AUTONOMO.
                IF W-NUMARQ = 69 MOVE REG-BACKUP TO REG-RPA.
                IF W-NUMARQ = 70 MOVE REG-BACKUP TO REG-DEPALU.
                IF W-NUMARQ = 71 MOVE REG-BACKUP TO REG-SUBSTIT.
                IF W-NUMARQ = 72 MOVE REG-BACKUP TO REG-HABILIT.
                IF W-NUMARQ = 73 MOVE REG-BACKUP TO REG-LIMPROF.
                IF W-NUMARQ = 74 MOVE REG-BACKUP TO REG-LIVREG.
                IF W-NUMARQ = 75 MOVE REG-BACKUP TO REG-APRENDIZ.
                IF W-NUMARQ = 76 MOVE REG-BACKUP TO REG-PCD.
                IF W-NUMARQ = 77 MOVE REG-BACKUP TO REG-FORMAPAG.
                IF W-NUMARQ = 78 MOVE REG-BACKUP TO REG-PAGCHQ.
                IF W-NUMARQ = 79 MOVE REG-BACKUP TO REG-RETENC.
                IF W-NUMARQ = 80 MOVE REG-BACKUP TO REG-SENHAS.
                IF W-NUMARQ = 81 MOVE REG-BACKUP TO REG-POLSENHA.
                IF W-NUMARQ = 82 MOVE REG-BACKUP TO REG-LOGACES.
                IF W-NUMARQ = 83 MOVE REG-BACKUP TO REG-CONFSOD.
                IF W-NUMARQ = 84 MOVE REG-BACKUP TO REG-PARMLOTE.
                IF W-NUMARQ = 85 MOVE REG-BACKUP TO REG-CTLTOT.
                IF W-NUMARQ = 86 MOVE REG-BACKUP TO REG-COBPARM.
                IF W-NUMARQ = 87 MOVE REG-BACKUP TO REG-BOLETO.
                IF W-NUMARQ = 88 MOVE REG-BACKUP TO REG-BOLSA.
                IF W-NUMARQ = 89 MOVE REG-BACKUP TO REG-HISTESC.
                IF W-NUMARQ = 90 MOVE REG-BACKUP TO REG-ALUCENSO.
                IF W-NUMARQ = 91 MOVE REG-BACKUP TO REG-OCORR.
                IF W-NUMARQ = 92 MOVE REG-BACKUP TO REG-CARTAS.
                IF W-NUMARQ = 93 MOVE REG-BACKUP TO REG-RECMENS.
       MOVE-DO-BKP-FIM.
                EXIT.
       ABRE-SAIDA.
                IF W-NUMARQ = 41 OPEN OUTPUT MOVTUR.
                IF W-NUMARQ = 42 OPEN OUTPUT ALOCA.
                IF W-NUMARQ = 43 OPEN OUTPUT SPOOLRET.
                IF W-NUMARQ = 44 OPEN OUTPUT JORNADA.
                IF W-NUMARQ = 45 OPEN OUTPUT ESCALA.
                IF W-NUMARQ = 46 OPEN OUTPUT BATIDA.
                IF W-NUMARQ = 47 OPEN OUTPUT APURA.
                IF W-NUMARQ = 48 OPEN OUTPUT AUTEXT.
                IF W-NUMARQ = 49 OPEN OUTPUT EXTDIA.
                IF W-NUMARQ = 50 OPEN OUTPUT ATESTADO.
                IF W-NUMARQ = 51 OPEN OUTPUT ASO.
                IF W-NUMARQ = 52 OPEN OUTPUT RISCO.
                IF W-NUMARQ = 53 OPEN OUTPUT CAT.
                IF W-NUMARQ = 54 OPEN OUTPUT EPI.
                IF W-NUMARQ = 55 OPEN OUTPUT EPIENT.
                IF W-NUMARQ = 56 OPEN OUTPUT CURSO.
                IF W-NUMARQ = 57 OPEN OUTPUT CGCURSO.
                IF W-NUMARQ = 58 OPEN OUTPUT QUALIF.
                IF W-NUMARQ = 59 OPEN OUTPUT CRITAV.
                IF W-NUMARQ = 60 OPEN OUTPUT AVALIA.
                IF W-NUMARQ = 61 OPEN OUTPUT REQUIS.
                IF W-NUMARQ = 62 OPEN OUTPUT CANDID.
                IF W-NUMARQ = 63 OPEN OUTPUT MEDDISC.
                IF W-NUMARQ = 64 OPEN OUTPUT SINDIC.
                IF W-NUMARQ = 65 OPEN OUTPUT SINDCARG.
                IF W-NUMARQ = 66 OPEN OUTPUT SINDFUNC.
                IF W-NUMARQ = 67 OPEN OUTPUT ANUENIO.
                IF W-NUMARQ = 68 OPEN OUTPUT AUTONOMO.
                IF W-NUMARQ = 69 OPEN OUTPUT RPA.
                IF W-NUMARQ = 70 OPEN OUTPUT DEPALU.
                IF W-NUMARQ = 71 OPEN OUTPUT SUBSTIT.
                IF W-NUMARQ = 72 OPEN OUTPUT HABILIT.
                IF W-NUMARQ = 73 OPEN OUTPUT LIMPROF.
                IF W-NUMARQ = 74 OPEN OUTPUT LIVREG.
                IF W-NUMARQ = 75 OPEN OUTPUT APRENDIZ.
                IF W-NUMARQ = 76 OPEN OUTPUT PCD.
                IF W-NUMARQ = 77 OPEN OUTPUT FORMAPAG.
                IF W-NUMARQ = 78 OPEN OUTPUT PAGCHQ.
                IF W-NUMARQ = 79 OPEN OUTPUT RETENC.
                IF W-NUMARQ = 80 OPEN OUTPUT SENHAS.
                IF W-NUMARQ = 81 OPEN OUTPUT POLSENHA.
                IF W-NUMARQ = 82 OPEN OUTPUT LOGACES.
                IF W-NUMARQ = 83 OPEN OUTPUT CONFSOD.
                IF W-NUMARQ = 84 OPEN OUTPUT PARMLOTE.
                IF W-NUMARQ = 85 OPEN OUTPUT CTLTOT.
                IF W-NUMARQ = 86 OPEN OUTPUT COBPARM.
                IF W-NUMARQ = 87 OPEN OUTPUT BOLETO.
                IF W-NUMARQ = 88 OPEN OUTPUT BOLSA.
                IF W-NUMARQ = 89 OPEN OUTPUT HISTESC.
                IF W-NUMARQ = 90 OPEN OUTPUT ALUCENSO.
                IF W-NUMARQ = 91 OPEN OUTPUT OCORR.
                IF W-NUMARQ = 92 OPEN OUTPUT CARTAS.
                IF W-NUMARQ = 93 OPEN OUTPUT RECMENS.
       ABRE-SAIDA-FIM.
                EXIT.
       GRAVA-SAIDA.
                IF W-NUMARQ = 41 WRITE REG-MOVTUR.
                IF W-NUMARQ = 42 WRITE REG-ALOCA.
                IF W-NUMARQ = 43 WRITE REG-SPOOLRET.
                IF W-NUMARQ = 44 WRITE REG-JORNADA.
                IF W-NUMARQ = 45 WRITE REG-ESCALA.
                IF W-NUMARQ = 46 WRITE REG-BATIDA.
                IF W-NUMARQ = 47 WRITE REG-APURA.
                IF W-NUMARQ = 48 WRITE REG-AUTEXT.
                IF W-NUMARQ = 49 WRITE REG-EXTDIA.
                IF W-NUMARQ = 50 WRITE REG-ATESTADO.
                IF W-NUMARQ = 51 WRITE REG-ASO.
                IF W-NUMARQ = 52 WRITE REG-RISCO.
                IF W-NUMARQ = 53 WRITE REG-CAT.
                IF W-NUMARQ = 54 WRITE REG-EPI.
                IF W-NUMARQ = 55 WRITE REG-EPIENT.
                IF W-NUMARQ = 56 WRITE REG-CURSO.
                IF W-NUMARQ = 57 WRITE REG-CGCURSO.
                IF W-NUMARQ = 58 WRITE REG-QUALIF.
                IF W-NUMARQ = 59 WRITE REG-CRITAV.
                IF W-NUMARQ = 60 WRITE REG-AVALIA.
                IF W-NUMARQ = 61 WRITE REG-REQUIS.
                IF W-NUMARQ = 62 WRITE REG-CANDID.
                IF W-NUMARQ = 63 WRITE REG-MEDDISC.
                IF W-NUMARQ = 64 WRITE REG-SINDIC.
                IF W-NUMARQ = 65 WRITE REG-SINDCARG.
                IF W-NUMARQ = 66 WRITE REG-SINDFUNC.
                IF W-NUMARQ = 67 WRITE REG-ANUENIO.
                IF W-NUMARQ = 68 WRITE REG-AUTONOMO.
                IF W-NUMARQ = 69 WRITE REG-RPA.
                IF W-NUMARQ = 70 WRITE REG-DEPALU.
                IF W-NUMARQ = 71 WRITE REG-SUBSTIT.
                IF W-NUMARQ = 72 WRITE REG-HABILIT.
                IF W-NUMARQ = 73 WRITE REG-LIMPROF.
                IF W-NUMARQ = 74 WRITE REG-LIVREG.
                IF W-NUMARQ = 75 WRITE REG-APRENDIZ.
                IF W-NUMARQ = 76 WRITE REG-PCD.
                IF W-NUMARQ = 77 WRITE REG-FORMAPAG.
                IF W-NUMARQ = 78 WRITE REG-PAGCHQ.
                IF W-NUMARQ = 79 WRITE REG-RETENC.
                IF W-NUMARQ = 80 WRITE REG-SENHAS.
                IF W-NUMARQ = 81 WRITE REG-POLSENHA.
                IF W-NUMARQ = 82 WRITE REG-LOGACES.
                IF W-NUMARQ = 83 WRITE REG-CONFSOD.
                IF W-NUMARQ = 84 WRITE REG-PARMLOTE.
                IF W-NUMARQ = 85 WRITE REG-CTLTOT.
                IF W-NUMARQ = 86 WRITE REG-COBPARM.
                IF W-NUMARQ = 87 WRITE REG-BOLETO.
                IF W-NUMARQ = 88 WRITE REG-BOLSA.
                IF W-NUMARQ = 89 WRITE REG-HISTESC.
                IF W-NUMARQ = 90 WRITE REG-ALUCENSO.
                IF W-NUMARQ = 91 WRITE REG-OCORR.
                IF W-NUMARQ = 92 WRITE REG-CARTAS.
                IF W-NUMARQ = 93 WRITE REG-RECMENS.
       GRAVA-SAIDA-FIM.
                EXIT.
       FECHA-SAIDA.
