       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPADM.
      *
      **************************************
      * ADMISSAO EM LOTE (ADMISSAO.CSV):   *
      * CARGA DOS CONTRATADOS DE UMA VEZ,  *
      * COM AS MESMAS CRITICAS DA ADMISSAO *
      * GUIADA (FPP045) E DO FPP003: CPF,  *
      * DEPTO/CARGO, QUADRO DE VAGAS,      *
      * FAIXA SALARIAL DO CARGO, BANCO EM  *
      * BANCOREG, ENDERECO, CONTA,         *
      * DEPENDENTES, BENEFICIOS E EXAME    *
      * ADMISSIONAL APTO. CADA FUNCIONARIO *
      * E GRAVADO POR INTEIRO (FUNC,       *
      * ENDER, BANCO, ASO, DEPEND, BENEF E *
      * LOGALT) OU REJEITADO POR INTEIRO,  *
      * COM O MOTIVO EM ADMERR.TXT.        *
      * NO MODO SO CONFERE NADA E GRAVADO: *
      * SERVE PARA ACERTAR A PLANILHA      *
      * ANTES DA CARGA.                    *
      * LAYOUT: CAMPOS SEPARADOS POR ";",  *
      * DATAS DDMMAAAA, VALORES COM        *
      * VIRGULA DECIMAL (VIDE ATUALIZA.TXT)*
      * LINHA F = FUNCIONARIO, SEGUIDA DAS *
      * LINHAS D = DEPENDENTES DELE. UMA   *
      * PRIMEIRA LINHA COMECANDO POR TIPO  *
      * E CABECALHO E E IGNORADA.          *
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
           SELECT ARQCSV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROCSV.
           SELECT FUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERROFUNC
                    ALTERNATE RECORD KEY IS CHAVE2FUNC = NOME CHAPA
                                                      WITH DUPLICATES.
           SELECT DPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRODPTO
                    ALTERNATE RECORD KEY IS CHAVE2 = DENOMINACAO CODIGO
                                                      WITH DUPLICATES.
           SELECT CARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO1
                    FILE STATUS  IS ST-ERROCARG
                ALTERNATE RECORD KEY IS CHAVE2 = DENOMINACAO1 CODIGO1
                                                      WITH DUPLICATES.
           SELECT ENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EN-CHAPAFUNC
                    FILE STATUS  IS ST-ERROEND.
           SELECT BANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPAFUNC
                    FILE STATUS  IS ST-ERROBCO.
           SELECT OPTIONAL BANCOREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BR-CODBANCO
                    FILE STATUS  IS ST-ERROBRG.
           SELECT DEPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEDEP
                    FILE STATUS  IS ST-ERRODEP.
           SELECT BENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BN-CHAPAFUNC
                    FILE STATUS  IS ST-ERROBEN.
           SELECT OPTIONAL LOGALT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERROLOG.
           SELECT OPTIONAL VAGAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VG-CHAVE
                    FILE STATUS  IS ST-ERROVAG.
           SELECT OPTIONAL FAIXAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FX-CHAVE
                    FILE STATUS  IS ST-ERROFX.
           SELECT ASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERROEX.
           SELECT OPTIONAL RISCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RI-CODCARG
                    FILE STATUS  IS ST-ERRORI.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
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
      * PLANILHA DE ADMISSOES (CAMPOS SEPARADOS POR PONTO E VIRGULA)
       FD ARQCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADMISSAO.CSV".
       01 REGCSV                       PIC X(500).
       FD FUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FUNC.DAT".
       01 CADFUN.
                03 CHAPA               PIC 9(06).
                03 NOME                PIC X(35).
                03 DTNASC              PIC 9(08).
                03 DT-NASC REDEFINES DTNASC.
                    05 DIA                 PIC 9(02).
                    05 MES                 PIC 9(02).
                    05 ANO                 PIC 9(04).
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
                03 STAT              PIC X(01).
                03 CPF                 PIC 9(11).
                03 CPFDIG REDEFINES CPF.
                    05 CPFD                PIC 9(01) OCCURS 11 TIMES.
                03 PIS                 PIC 9(11).
                03 RG                   PIC X(12).
                03 SALNEGOC             PIC 9(06)V99.
                03 ESTCIVIL             PIC 9(01).
      * TIPO DE CONTRATO: 4=EXPERIENCIA 45 DIAS  9=EXPERIENCIA 90
      * DIAS  I=PRAZO INDETERMINADO (VIDE FPP027)
                03 TIPOCONTR            PIC X(01).
      * EMPRESA/FILIAL DO FUNCIONARIO (EMPRESA.DAT - FPP029)
                03 CODEMPR              PIC 9(01).
       FD DPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DPTO.DAT".
       01 CADPTO.
                03 CODIGO              PIC 9(04).
                03 DENOMINACAO         PIC X(25).
                03 SUBORDINACAO        PIC 9(01).
      * CHAPA DO RESPONSAVEL E MANTIDA PELO FPP001 - AQUI SO PARA
      * CASAR O TAMANHO DO REGISTRO
                03 FILLER              PIC X(06).
       FD CARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARG.DAT".
       01 CADCARG.
                03 CODIGO1             PIC 9(04).
                03 DENOMINACAO1        PIC X(25).
                03 NIVELHIER           PIC 9(01).
                03 TIPSAL              PIC X(01).
                03 SALBAS              PIC 9(06)V99.
       FD ENDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENDER.DAT".
       01 CADENDER.
                03 EN-CHAPAFUNC        PIC 9(06).
                03 EN-LOGRADOURO       PIC X(35).
                03 EN-NUMERO           PIC X(06).
                03 EN-BAIRRO           PIC X(20).
                03 EN-MUNICIPIO        PIC X(20).
                03 EN-UF               PIC X(02).
                03 EN-CEP              PIC 9(08).
                03 EN-TELEFONE         PIC X(15).
                03 EN-EMAIL            PIC X(40).
       FD BANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BANCO.DAT".
       01 CADBANCO.
                03 CHAPAFUNC           PIC 9(06).
                03 CODBANCO            PIC 9(03).
                03 AGENCIA             PIC 9(05).
                03 DIGAGENCIA          PIC X(01).
                03 CONTA               PIC 9(12).
                03 DIGCONTA            PIC X(01).
       FD BANCOREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BANCOREG.DAT".
       01 REGBANCOREG.
                03 BR-CODBANCO         PIC 9(03).
                03 BR-NOMEBANCO        PIC X(30).
       FD DEPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPEND.DAT".
       01 CADDEPEND.
                03 CHAVEDEP.
                    05 DP-CHAPAFUNC    PIC 9(06).
                    05 DP-SEQDEP       PIC 9(02).
                03 DP-NOMEDEP          PIC X(35).
                03 DP-DTNASCDEP        PIC 9(08).
                03 DP-PARENTESCO       PIC X(01).
                03 DP-DEDIRRF          PIC X(01).
       FD BENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BENEF.DAT".
       01 CADBENEF.
                03 BN-CHAPAFUNC        PIC 9(06).
                03 BN-OPTVT            PIC X(01).
                03 BN-VALORVT          PIC 9(06)V99.
                03 BN-OPTVR            PIC X(01).
                03 BN-VALORVR          PIC 9(06)V99.
       FD LOGALT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGALT.DAT".
       01 REGLOG.
                03 DATALOG             PIC 9(08).
                03 HORALOG             PIC 9(06).
                03 PROGLOG             PIC X(08).
                03 OPERLOG             PIC X(01).
                03 CHAVEREG            PIC X(15).
                03 VALORANT.
                    05 VA-NOME             PIC X(35).
                    05 VA-CODPTO           PIC 9(04).
                    05 VA-CODCARG          PIC 9(04).
                    05 VA-STAT             PIC X(01).
                    05 FILLER              PIC X(06).
                03 VALORNOV.
                    05 VN-NOME             PIC X(35).
                    05 VN-CODPTO           PIC 9(04).
                    05 VN-CODCARG          PIC 9(04).
                    05 VN-STAT             PIC X(01).
                    05 FILLER              PIC X(06).
       FD VAGAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VAGAS.DAT".
       01 CADVAGAS.
                03 VG-CHAVE.
                    05 VG-CODPTO       PIC 9(04).
                    05 VG-CODCARG      PIC 9(04).
                03 VG-AUTORIZ          PIC 9(03).
       FD FAIXAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FAIXAS.DAT".
       01 CADFAIXAS.
                03 FX-CHAVE.
                    05 FX-CODCARG      PIC 9(04).
                    05 FX-FAIXA        PIC X(01).
                03 FX-VALMIN           PIC 9(06)V99.
                03 FX-VALMAX           PIC 9(06)V99.
      * EXAMES OCUPACIONAIS (MESMO LAYOUT DO CADASO)
       FD ASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ASO.DAT".
       01 REGASO.
                03 EX-CHAVE.
                    05 EX-CHAPAFUNC    PIC 9(06).
                    05 EX-DTEXAME      PIC 9(08).
                    05 EX-TIPO         PIC X(01).
                03 EX-MEDICO           PIC X(30).
                03 EX-CRM              PIC X(12).
                03 EX-RESULT           PIC X(01).
                03 EX-DTPROX           PIC 9(08).
                03 EX-MESES            PIC 9(02).
       FD RISCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RISCO.DAT".
       01 REGRISCO.
                03 RI-CODCARG          PIC 9(04).
                03 RI-GRAU             PIC 9(01).
                03 RI-AGENTE           PIC X(40).
                03 RI-PERIODO          PIC 9(02).
       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADMERR.TXT".
       01 REGIMP PIC X(100).
      *
      *------------------------------------------------------
       WORKING-STORAGE SECTION.
      * CONTROLE DE EXECUCAO (LOGPROC.DAT) - UM REGISTRO POR RODADA
       77 ST-ERROLPROC PIC X(02) VALUE "00".
       77 W-LPDTINI    PIC 9(08) VALUE ZEROS.
       77 W-LPHRINI    PIC 9(06) VALUE ZEROS.
       77 W-LPGRAVOU   PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERROCSV   PIC X(02) VALUE "00".
       77 ST-ERROFUNC  PIC X(02) VALUE "00".
       77 ST-ERRODPTO  PIC X(02) VALUE "00".
       77 ST-ERROCARG  PIC X(02) VALUE "00".
       77 ST-ERROEND   PIC X(02) VALUE "00".
       77 ST-ERROBCO   PIC X(02) VALUE "00".
       77 ST-ERROBRG   PIC X(02) VALUE "00".
      * BANCOREG ABERTO (O STATUS MUDA A CADA LEITURA)
       77 W-BRABERTO   PIC 9(01) VALUE ZEROS.
       77 ST-ERRODEP   PIC X(02) VALUE "00".
       77 ST-ERROBEN   PIC X(02) VALUE "00".
       77 ST-ERROLOG   PIC X(02) VALUE "00".
       77 ST-ERROVAG   PIC X(02) VALUE "00".
       77 ST-ERROFX    PIC X(02) VALUE "00".
       77 ST-ERROEX    PIC X(02) VALUE "00".
       77 ST-ERRORI    PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
       77 W-VSARQ      PIC X(08) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      * SPOOL DE RELATORIOS (SPOOLARQ/FPP058)
       77 W-SPLPROG    PIC X(08) VALUE SPACES.
       77 W-SPLARQ     PIC X(12) VALUE SPACES.
       77 W-SPLPER     PIC 9(06) VALUE ZEROS.
      * S = SO CONFERE A PLANILHA, NAO GRAVA NADA
       77 W-SOCONF     PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-RIABERTO   PIC 9(01) VALUE ZEROS.
       77 W-TOTLIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTGRAV    PIC 9(06) VALUE ZEROS.
       77 W-TOTREJ     PIC 9(06) VALUE ZEROS.
       77 W-TOTDEP     PIC 9(06) VALUE ZEROS.
       77 W-TOTSAL     PIC 9(10)V99 VALUE ZEROS.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
      * LEITURA DA PLANILHA: LINHA ATUAL E LINHA DO FUNCIONARIO
       77 W-FIMARQ     PIC 9(01) VALUE ZEROS.
       77 W-NUMLINHA   PIC 9(06) VALUE ZEROS.
       77 W-LINFUNC    PIC 9(06) VALUE ZEROS.
       77 W-QTDCPO     PIC 9(03) VALUE ZEROS.
       77 W-PRIMCPO    PIC X(10) VALUE SPACES.
      * CAMPOS DA LINHA F (FUNCIONARIO), NA ORDEM DO LAYOUT
       01 W-CSVFUNC.
                03 CS-TIPO             PIC X(02).
                03 CS-CHAPA            PIC X(20).
                03 CS-NOME             PIC X(35).
                03 CS-DTNASC           PIC X(20).
                03 CS-SEXO             PIC X(01).
                03 CS-OPCSEX           PIC X(01).
                03 CS-CODPTO           PIC X(20).
                03 CS-CODCARG          PIC X(20).
                03 CS-DTADM            PIC X(20).
                03 CS-CPF              PIC X(20).
                03 CS-PIS              PIC X(20).
                03 CS-RG               PIC X(12).
                03 CS-SALNEGOC         PIC X(20).
                03 CS-ESTCIVIL         PIC X(20).
                03 CS-TIPOCONTR        PIC X(01).
                03 CS-CODEMPR          PIC X(20).
                03 CS-LOGRAD           PIC X(35).
                03 CS-NUMERO           PIC X(06).
                03 CS-BAIRRO           PIC X(20).
                03 CS-MUNIC            PIC X(20).
                03 CS-UF               PIC X(02).
                03 CS-CEP              PIC X(20).
                03 CS-TELEF            PIC X(15).
                03 CS-EMAIL            PIC X(40).
                03 CS-CODBANCO         PIC X(20).
                03 CS-AGENCIA          PIC X(20).
                03 CS-DIGAG            PIC X(01).
                03 CS-CONTA            PIC X(20).
                03 CS-DIGCT            PIC X(01).
                03 CS-OPTVT            PIC X(01).
                03 CS-VALORVT          PIC X(20).
                03 CS-OPTVR            PIC X(01).
                03 CS-VALORVR          PIC X(20).
                03 CS-DTEXAME          PIC X(20).
                03 CS-MEDICO           PIC X(30).
                03 CS-CRM              PIC X(12).
                03 CS-RESULT           PIC X(01).
      * CAMPOS DA LINHA D (DEPENDENTE DO FUNCIONARIO ACIMA)
       01 W-CSVDEP.
                03 CD-TIPO             PIC X(02).
                03 CD-CHAPA            PIC X(20).
                03 CD-NOME             PIC X(35).
                03 CD-DTNASC           PIC X(20).
                03 CD-PARENTESCO       PIC X(01).
                03 CD-DEDIRRF          PIC X(01).
      * CONVERSAO DE UM CAMPO NUMERICO DA PLANILHA (SO DIGITOS E UMA
      * VIRGULA COM ATE 2 DECIMAIS; BRANCOS NA FRENTE E NO FIM SAO
      * IGNORADOS; CAMPO VAZIO = ZERO)
       01 W-NUMX                       PIC X(20).
       01 W-NUMX-R REDEFINES W-NUMX.
                03 W-NUMCAR            PIC X(01) OCCURS 20 TIMES.
       01 W-DIGX                       PIC X(01).
       01 W-DIG REDEFINES W-DIGX       PIC 9(01).
       77 W-NUMVAL     PIC 9(12)V99 VALUE ZEROS.
       77 W-NUMERRO    PIC 9(01) VALUE ZEROS.
       77 W-NUMVIRG    PIC 9(01) VALUE ZEROS.
       77 W-NUMDECS    PIC 9(01) VALUE ZEROS.
       77 W-NUMQTD     PIC 9(02) VALUE ZEROS.
       77 W-NUMFIM     PIC 9(01) VALUE ZEROS.
       77 W-NUMIDX     PIC 9(02) VALUE ZEROS.
       01 W-DATACSV                    PIC 9(08).
       01 W-DATACSV-R REDEFINES W-DATACSV.
                03 W-DC-DIA            PIC 9(02).
                03 W-DC-MES            PIC 9(02).
                03 W-DC-ANO            PIC 9(04).
      * VALIDACAO DO DIGITO VERIFICADOR DO CPF (MESMA DO FPP003)
       77 W-CPF-SOMA     PIC 9(04) VALUE ZEROS.
       77 W-CPF-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-CPF-REST     PIC 9(02) VALUE ZEROS.
       77 W-CPF-DV1      PIC 9(01) VALUE ZEROS.
       77 W-CPF-DV2      PIC 9(01) VALUE ZEROS.
       77 W-CPF-IND      PIC 9(02) VALUE ZEROS.
       77 W-CPF-PESO     PIC 9(02) VALUE ZEROS.
       77 W-CPF-IGUAL    PIC 9(01) VALUE ZEROS.
       77 W-CPF-ERRO     PIC 9(01) VALUE ZEROS.
      * DEPENDENTES DO FUNCIONARIO, GRAVADOS JUNTO COM O CONJUNTO
       77 W-QTDDEP       PIC 9(02) VALUE ZEROS.
       77 W-IDXDEP       PIC 9(02) VALUE ZEROS.
       01 W-TABDEP.
                03 W-DEPITEM OCCURS 10 TIMES.
                    05 W-DEPNOME       PIC X(35).
                    05 W-DEPNASC       PIC 9(08).
                    05 W-DEPPAR        PIC X(01).
                    05 W-DEPIRRF       PIC X(01).
      * CONTROLE DO DESFAZIMENTO QUANDO UMA GRAVACAO FALHA NO MEIO
      * DO CONJUNTO (TUDO OU NADA)
       77 W-GRVFUNC      PIC 9(01) VALUE ZEROS.
       77 W-GRVEND       PIC 9(01) VALUE ZEROS.
       77 W-GRVBCO       PIC 9(01) VALUE ZEROS.
       77 W-GRVASO       PIC 9(01) VALUE ZEROS.
       77 W-GRVDEP       PIC 9(02) VALUE ZEROS.
      * QUADRO DE VAGAS (VAGAS.DAT - FPP048) E FAIXAS SALARIAIS
      * (FAIXAS.DAT - FPP021). NA CARGA A FAIXA REJEITA, POIS NAO HA
      * OPERADOR PARA LER O AVISO DO FPP003
       77 W-VAGACHEIA    PIC 9(01) VALUE ZEROS.
       77 W-VAGOCU       PIC 9(03) VALUE ZEROS.
       77 W-FXVALMIN     PIC 9(06)V99 VALUE ZEROS.
       77 W-FXVALMAX     PIC 9(06)V99 VALUE ZEROS.
       77 W-FXACHOU      PIC 9(01) VALUE ZEROS.
      * FUNCIONARIOS ACEITOS NESTA RODADA: NO MODO SO CONFERE NADA
      * VAI PARA O FUNC.DAT, ENTAO A CHAPA REPETIDA NA PLANILHA E A
      * OCUPACAO DO QUADRO DE VAGAS SAO CONFERIDAS POR ESTA TABELA
       77 W-QTDACE       PIC 9(03) VALUE ZEROS.
       77 W-IDXACE       PIC 9(03) VALUE ZEROS.
       01 W-TABACE.
                03 W-ACEITEM OCCURS 500 TIMES.
                    05 W-ACECHAPA      PIC 9(06).
                    05 W-ACEPTO        PIC 9(04).
                    05 W-ACECARG       PIC 9(04).
      * EXAME ADMISSIONAL: PROXIMO PERIODICO PELA REGRA DO CADASO
       77 W-DTADMORD     PIC 9(08) VALUE ZEROS.
       77 W-MESESASO     PIC 9(02) VALUE ZEROS.
       77 W-IDADE        PIC 9(03) VALUE ZEROS.
       77 W-TOTMESES     PIC 9(06) VALUE ZEROS.
       01 W-DATA-R.
                03 W-DT-ANO  PIC 9(04).
                03 W-DT-MES  PIC 9(02).
                03 W-DT-DIA  PIC 9(02).
       01 W-PROX.
                03 W-PX-ANO  PIC 9(04).
                03 W-PX-MES  PIC 9(02).
                03 W-PX-DIA  PIC 9(02).
       01 W-REGSAVE      PIC X(121) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-AAMMDD REDEFINES W-HOJE.
                03 W-HJ-ANO  PIC 9(04).
                03 W-HJ-MES  PIC 9(02).
                03 W-HJ-DIA  PIC 9(02).
      *
       01 CAB1.
                03 FILLER PIC X(15) VALUE SPACES.
                03 FILLER PIC X(45) VALUE
                       "ADMISSOES REJEITADAS NA CARGA (ADMISSAO.CSV)".
       01 CAB2.
                03 FILLER PIC X(06) VALUE "MODO: ".
                03 IMPMODO PIC X(40).
       01 CABEC.
                03 FILLER PIC X(08) VALUE "LINHA".
                03 FILLER PIC X(08) VALUE "CHAPA".
                03 FILLER PIC X(31) VALUE "NOME".
                03 FILLER PIC X(06) VALUE "MOTIVO".
       01 DETAL.
                03 IMPLINHA PIC ZZZZZ9.
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPCHAPA PIC X(06).
                03 FILLER   PIC X(02) VALUE SPACES.
                03 IMPNOME  PIC X(30).
                03 FILLER   PIC X(01) VALUE SPACES.
                03 IMPMOT   PIC X(40).
       01 LINTOTLID.
                03 FILLER  PIC X(25) VALUE "FUNCIONARIOS LIDOS.....:".
                03 IMPTOTLID PIC ZZZZZ9.
       01 LINTOTGRV.
                03 FILLER  PIC X(25) VALUE "ACEITOS................:".
                03 IMPTOTGRV PIC ZZZZZ9.
       01 LINTOTREJ.
                03 FILLER  PIC X(25) VALUE "REJEITADOS.............:".
                03 IMPTOTREJ PIC ZZZZZ9.
       01 LINTOTDEP.
                03 FILLER  PIC X(25) VALUE "DEPENDENTES ACEITOS....:".
                03 IMPTOTDEP PIC ZZZZZ9.
      *-------------------------------------------------------
       SCREEN SECTION.
             01  TELAPROC.
             05  BLANK SCREEN.
             05  LINE 03 COLUMN 10
                 VALUE "ADMISSAO EM LOTE (ADMISSAO.CSV)".
             05  LINE 05 COLUMN 10
                 VALUE "SO CONFERE, SEM GRAVAR NADA (S/N) : ".
             05  TSOCONF
                 LINE 05 COLUMN 46 PIC X(01)
                 USING W-SOCONF
                 HIGHLIGHT.
      *-------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-LPDTINI FROM DATE YYYYMMDD.
                ACCEPT W-LPHRINI FROM TIME.
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
                COMPUTE W-SPLPER = (W-HJ-ANO * 100) + W-HJ-MES.
      *
       INC-OP0.
           MOVE "S" TO W-SOCONF.
           DISPLAY TELAPROC.
           ACCEPT TSOCONF.
           ACCEPT W-ACT FROM ESCAPE KEY.
           IF W-ACT = 02
              GO TO ROT-FIMP.
           IF W-SOCONF = "s"
              MOVE "S" TO W-SOCONF.
           IF W-SOCONF = "n"
              MOVE "N" TO W-SOCONF.
           IF W-SOCONF NOT = "S" AND W-SOCONF NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OP0.
           IF W-SOCONF = "N"
              MOVE "N" TO W-OPCAO
              DISPLAY (07, 10) "GRAVA AS ADMISSOES ACEITAS (S/N) : "
              ACCEPT (07, 46) W-OPCAO
              IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                 GO TO INC-OP0.
           OPEN INPUT ARQCSV.
           IF ST-ERROCSV NOT = "00"
              MOVE "ERRO ABERTURA DO ARQ. ADMISSAO.CSV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           IF W-SOCONF = "S"
              OPEN INPUT FUNC
           ELSE
              OPEN I-O FUNC.
           IF ST-ERROFUNC NOT = "00"
              CLOSE ARQCSV
              MOVE "ERRO ABERTURA DO ARQ. FUNC" TO MENS
              MOVE "FUNC" TO W-VSARQ
              CALL "VERSARQ" USING W-VSARQ ST-ERROFUNC MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT DPTO.
           IF ST-ERRODPTO NOT = "00"
              CLOSE ARQCSV FUNC
              MOVE "ERRO ABERTURA DO ARQ. DPTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           OPEN INPUT CARG.
           IF ST-ERROCARG NOT = "00"
              CLOSE ARQCSV FUNC DPTO
              MOVE "ERRO ABERTURA DO ARQ. CARG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMP.
           MOVE ZEROS TO W-BRABERTO.
           OPEN INPUT BANCOREG.
           IF ST-ERROBRG = "00"
              MOVE 1 TO W-BRABERTO.
           MOVE ZEROS TO W-RIABERTO.
           OPEN INPUT RISCO.
           IF ST-ERRORI = "00" OR ST-ERRORI = "05"
              MOVE 1 TO W-RIABERTO.
           IF W-SOCONF = "N"
              PERFORM ABRE-ENDER THRU ABRE-ENDER-FIM
              PERFORM ABRE-BANCO THRU ABRE-BANCO-FIM
              PERFORM ABRE-DEPEND THRU ABRE-DEPEND-FIM
              PERFORM ABRE-BENEF THRU ABRE-BENEF-FIM
              PERFORM ABRE-ASO THRU ABRE-ASO-FIM.
           OPEN OUTPUT ARQIMP.
           WRITE REGIMP FROM CAB1.
           MOVE "GRAVACAO DAS ADMISSOES ACEITAS" TO IMPMODO.
           IF W-SOCONF = "S"
              MOVE "SO CONFERENCIA - NADA FOI GRAVADO" TO IMPMODO.
           WRITE REGIMP FROM CAB2.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           WRITE REGIMP FROM CABEC.
           MOVE SPACES TO REGIMP.
           WRITE REGIMP.
           DISPLAY (09, 10) "LENDO ADMISSAO.CSV ...".
      * PRIMEIRA LINHA: CABECALHO DA PLANILHA, SE HOUVER
           PERFORM LE-LINHA THRU LE-LINHA-FIM.
           IF W-FIMARQ = 1
              GO TO ROT-TOTAIS.
           MOVE SPACES TO W-PRIMCPO.
           UNSTRING REGCSV DELIMITED BY ";" INTO W-PRIMCPO.
           IF W-PRIMCPO = "TIPO" OR W-PRIMCPO = "tipo"
              PERFORM LE-LINHA THRU LE-LINHA-FIM.
      *
      *****************************************
      * UM FUNCIONARIO POR VEZ: A LINHA F E AS *
      * LINHAS D QUE VEM LOGO DEPOIS DELA. A   *
      * LINHA QUE ENCERRA O GRUPO JA FICA LIDA *
      * PARA O PROXIMO                         *
      *****************************************
       LER-GRUPO.
                IF W-FIMARQ = 1
                   GO TO ROT-TOTAIS.
                IF REGCSV = SPACES
                   PERFORM LE-LINHA THRU LE-LINHA-FIM
                   GO TO LER-GRUPO.
                MOVE SPACES TO W-CSVFUNC.
                MOVE ZEROS TO W-QTDCPO.
                UNSTRING REGCSV DELIMITED BY ";"
                   INTO CS-TIPO CS-CHAPA CS-NOME CS-DTNASC CS-SEXO
                        CS-OPCSEX CS-CODPTO CS-CODCARG CS-DTADM CS-CPF
                        CS-PIS CS-RG CS-SALNEGOC CS-ESTCIVIL
                        CS-TIPOCONTR CS-CODEMPR CS-LOGRAD CS-NUMERO
                        CS-BAIRRO CS-MUNIC CS-UF CS-CEP CS-TELEF
                        CS-EMAIL CS-CODBANCO CS-AGENCIA CS-DIGAG
                        CS-CONTA CS-DIGCT CS-OPTVT CS-VALORVT CS-OPTVR
                        CS-VALORVR CS-DTEXAME CS-MEDICO CS-CRM
                        CS-RESULT
                   TALLYING IN W-QTDCPO.
                MOVE W-NUMLINHA TO W-LINFUNC.
                MOVE ZEROS TO W-QTDDEP.
                MOVE SPACES TO W-TABDEP.
      * LINHA D SEM A LINHA F DO FUNCIONARIO, OU TIPO DESCONHECIDO
                IF CS-TIPO = "F" OR CS-TIPO = "f"
                   GO TO LER-FUNC.
                MOVE "TIPO DE LINHA INVALIDO (F/D)" TO W-MOTIVO.
                IF CS-TIPO = "D" OR CS-TIPO = "d"
                   MOVE "LINHA SEM FUNCIONARIO (TIPO F) ANTES"
                                                       TO W-MOTIVO.
                ADD 1 TO W-TOTREJ.
                PERFORM IMP-REJ THRU IMP-REJ-FIM.
                PERFORM LE-LINHA THRU LE-LINHA-FIM.
                GO TO LER-GRUPO.
       LER-FUNC.
                ADD 1 TO W-TOTLIDOS.
                PERFORM VALIDA-FUNC THRU VALIDA-FUNC-FIM.
       LER-DEP.
                PERFORM LE-LINHA THRU LE-LINHA-FIM.
                IF W-FIMARQ = 1
                   GO TO FIM-GRUPO.
                MOVE SPACES TO W-CSVDEP.
                UNSTRING REGCSV DELIMITED BY ";"
                   INTO CD-TIPO CD-CHAPA CD-NOME CD-DTNASC
                        CD-PARENTESCO CD-DEDIRRF.
                IF CD-TIPO NOT = "D" AND CD-TIPO NOT = "d"
                   GO TO FIM-GRUPO.
                IF W-MOTIVO = SPACES
                   PERFORM VALIDA-DEP THRU VALIDA-DEP-FIM.
                GO TO LER-DEP.
       FIM-GRUPO.
                IF W-MOTIVO = SPACES
                   PERFORM VERIFICA-VAGA THRU VERIFICA-VAGA-FIM
                   IF W-VAGACHEIA = 1
                      MOVE "QUADRO DE VAGAS CHEIO (FPP048)" TO W-MOTIVO.
                IF W-MOTIVO = SPACES AND W-SOCONF = "N"
                   PERFORM GRAVA-ADM THRU GRAVA-ADM-FIM.
                IF W-MOTIVO NOT = SPACES
                   ADD 1 TO W-TOTREJ
                   PERFORM IMP-REJ THRU IMP-REJ-FIM
                   GO TO LER-GRUPO.
                ADD 1 TO W-TOTGRAV.
                ADD W-QTDDEP TO W-TOTDEP.
                ADD SALNEGOC TO W-TOTSAL.
                IF W-QTDACE < 500
                   ADD 1 TO W-QTDACE
                   MOVE CHAPA TO W-ACECHAPA(W-QTDACE)
                   MOVE CODPTO TO W-ACEPTO(W-QTDACE)
                   MOVE CODCARG TO W-ACECARG(W-QTDACE).
                GO TO LER-GRUPO.
      *
       LE-LINHA.
                MOVE SPACES TO REGCSV.
                READ ARQCSV
                   AT END
                      MOVE 1 TO W-FIMARQ
                      GO TO LE-LINHA-FIM.
                ADD 1 TO W-NUMLINHA.
       LE-LINHA-FIM.
                EXIT.
      *
      *****************************************
      * CRITICA DA LINHA F, NA ORDEM DA        *
      * ADMISSAO GUIADA (FPP045). W-MOTIVO     *
      * FICA EM BRANCO QUANDO ESTA TUDO CERTO  *
      *****************************************
       VALIDA-FUNC.
                MOVE SPACES TO W-MOTIVO.
                MOVE ZEROS TO DTNASC DTADM DTDEM CHAPA CODPTO CODCARG.
                MOVE ZEROS TO CPF PIS SALNEGOC ESTCIVIL.
                MOVE SPACES TO NOME SEXO OPCSEX STAT RG TIPOCONTR.
                MOVE 1 TO CODEMPR.
                MOVE CS-NOME TO NOME.
                IF W-QTDCPO < 37
                   MOVE "LINHA F COM MENOS DE 37 CAMPOS" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE CS-CHAPA TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1 OR W-NUMVAL = 0
                OR W-NUMVAL > 999999
                   MOVE "CHAPA INVALIDA" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO CHAPA.
                READ FUNC
                IF ST-ERROFUNC = "00"
                   MOVE "CHAPA JA EXISTE - ADMITIR PELO FPP003"
                                                       TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO CHAPA.
                MOVE CS-NOME TO NOME.
                MOVE ZEROS TO W-IDXACE.
       VALIDA-FUNC-REP.
                ADD 1 TO W-IDXACE.
                IF W-IDXACE > W-QTDACE
                   GO TO VALIDA-FUNC-NOME.
                IF W-ACECHAPA(W-IDXACE) = CHAPA
                   MOVE "CHAPA REPETIDA NA PLANILHA" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                GO TO VALIDA-FUNC-REP.
       VALIDA-FUNC-NOME.
                IF NOME = SPACES
                   MOVE "NOME INVALIDO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE CS-DTNASC TO W-NUMX.
                PERFORM CONV-DATA THRU CONV-DATA-FIM.
                IF W-NUMERRO = 1
                   MOVE "DATA NASC INVALIDA (DDMMAAAA)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-DATACSV TO DTNASC.
                MOVE CS-SEXO TO SEXO.
                IF SEXO NOT = "F" AND SEXO NOT = "f"
                AND SEXO NOT = "M" AND SEXO NOT = "m"
                   MOVE "SEXO INVALIDO (F/M)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE CS-OPCSEX TO OPCSEX.
                IF OPCSEX NOT = "F" AND OPCSEX NOT = "f"
                AND OPCSEX NOT = "M" AND OPCSEX NOT = "m"
                   MOVE "OPCAO SEXUAL INVALIDA (F/M)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE CS-CODPTO TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1 OR W-NUMVAL > 9999
                   MOVE "NAO EXISTE TAL DEPARTAMENTO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO CODPTO CODIGO.
                READ DPTO
                   INVALID KEY
                      MOVE "NAO EXISTE TAL DEPARTAMENTO" TO W-MOTIVO
                      GO TO VALIDA-FUNC-FIM.
                MOVE CS-CODCARG TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1 OR W-NUMVAL > 9999
                   MOVE "NAO EXISTE TAL CARGO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO CODCARG CODIGO1.
                READ CARG
                   INVALID KEY
                      MOVE "NAO EXISTE TAL CARGO" TO W-MOTIVO
                      GO TO VALIDA-FUNC-FIM.
                MOVE CS-DTADM TO W-NUMX.
                PERFORM CONV-DATA THRU CONV-DATA-FIM.
                IF W-NUMERRO = 1
                   MOVE "DATA ADMISSAO INVALIDA (DDMMAAAA)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-DATACSV TO DTADM.
                MOVE CS-CPF TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1
                OR W-NUMVAL > 99999999999
                   MOVE "CPF INVALIDO (SO DIGITOS)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO CPF.
                PERFORM VER-CPF THRU VER-CPF-FIM.
                IF W-CPF-ERRO = 1
                   MOVE "CPF INVALIDO (DIGITO VERIFICADOR)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE CS-PIS TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1
                OR W-NUMVAL > 99999999999
                   MOVE "PIS INVALIDO (SO DIGITOS)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO PIS.
                MOVE CS-RG TO RG.
                MOVE CS-SALNEGOC TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVAL > 999999,99
                   MOVE "SALARIO INVALIDO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO SALNEGOC.
                PERFORM VER-FAIXA THRU VER-FAIXA-FIM.
                IF W-MOTIVO NOT = SPACES
                   GO TO VALIDA-FUNC-FIM.
                MOVE CS-ESTCIVIL TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1 OR W-NUMVAL < 1
                OR W-NUMVAL > 6
                   MOVE "ESTADO CIVIL INVALIDO (1-6)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO ESTCIVIL.
      * SEM INFORMACAO O CONTRATO E DE PRAZO INDETERMINADO
                MOVE CS-TIPOCONTR TO TIPOCONTR.
                IF TIPOCONTR = SPACES
                   MOVE "I" TO TIPOCONTR.
                IF TIPOCONTR = "i"
                   MOVE "I" TO TIPOCONTR.
                IF TIPOCONTR = "E" OR TIPOCONTR = "e"
                   MOVE "ESTAGIARIO: ADMITIR PELO FPP003 (TERMO)"
                                                       TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF TIPOCONTR NOT = "4" AND TIPOCONTR NOT = "9"
                AND TIPOCONTR NOT = "I"
                   MOVE "TIPO DE CONTRATO INVALIDO (4/9/I)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
      * SEM INFORMACAO O FUNCIONARIO E DA MATRIZ (EMPRESA 1)
                MOVE CS-CODEMPR TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1 OR W-NUMVAL > 9
                   MOVE "EMPRESA/FILIAL INVALIDA" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO CODEMPR.
                IF CODEMPR = 0
                   MOVE 1 TO CODEMPR.
                MOVE "A" TO STAT.
                MOVE ZEROS TO DTDEM.
      *
      * ENDERECO (OBRIGATORIO)
                MOVE ZEROS TO EN-CHAPAFUNC EN-CEP.
                MOVE CS-LOGRAD TO EN-LOGRADOURO.
                MOVE CS-NUMERO TO EN-NUMERO.
                MOVE CS-BAIRRO TO EN-BAIRRO.
                MOVE CS-MUNIC TO EN-MUNICIPIO.
                MOVE CS-UF TO EN-UF.
                MOVE CS-TELEF TO EN-TELEFONE.
                MOVE CS-EMAIL TO EN-EMAIL.
                IF EN-LOGRADOURO = SPACES
                   MOVE "LOGRADOURO OBRIGATORIO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF EN-MUNICIPIO = SPACES
                   MOVE "MUNICIPIO OBRIGATORIO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF EN-UF = SPACES
                   MOVE "UF OBRIGATORIA" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE CS-CEP TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1 OR W-NUMVAL = 0
                OR W-NUMVAL > 99999999
                   MOVE "CEP OBRIGATORIO (SO DIGITOS)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO EN-CEP.
      *
      * DADOS BANCARIOS (OBRIGATORIO). SO CRITICA CONTRA
      * BANCOREG.DAT QUANDO O CADASTRO DE BANCOS (FPP023) EXISTE
                MOVE ZEROS TO CHAPAFUNC CODBANCO AGENCIA CONTA.
                MOVE CS-DIGAG TO DIGAGENCIA.
                MOVE CS-DIGCT TO DIGCONTA.
                MOVE CS-CODBANCO TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1 OR W-NUMVAL = 0
                OR W-NUMVAL > 999
                   MOVE "BANCO OBRIGATORIO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO CODBANCO.
                IF W-BRABERTO = 1
                   MOVE CODBANCO TO BR-CODBANCO
                   READ BANCOREG
                      INVALID KEY
                         MOVE "BANCO NAO CADASTRADO (FPP023)"
                                                       TO W-MOTIVO
                         GO TO VALIDA-FUNC-FIM.
                MOVE CS-AGENCIA TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1 OR W-NUMVAL = 0
                OR W-NUMVAL > 99999
                   MOVE "AGENCIA OBRIGATORIA" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO AGENCIA.
                MOVE CS-CONTA TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1 OR W-NUMVAL = 0
                OR W-NUMVAL > 999999999999
                   MOVE "CONTA OBRIGATORIA" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-NUMVAL TO CONTA.
      *
      * BENEFICIOS (VT/VR): SEM OPCAO = NAO OPTANTE
                MOVE ZEROS TO BN-CHAPAFUNC BN-VALORVT BN-VALORVR.
                MOVE CS-OPTVT TO BN-OPTVT.
                MOVE CS-OPTVR TO BN-OPTVR.
                IF BN-OPTVT = SPACES
                   MOVE "N" TO BN-OPTVT.
                IF BN-OPTVR = SPACES
                   MOVE "N" TO BN-OPTVR.
                IF BN-OPTVT NOT = "S" AND BN-OPTVT NOT = "s"
                AND BN-OPTVT NOT = "N" AND BN-OPTVT NOT = "n"
                   MOVE "OPCAO DE VALE TRANSPORTE INVALIDA (S/N)"
                                                       TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF BN-OPTVR NOT = "S" AND BN-OPTVR NOT = "s"
                AND BN-OPTVR NOT = "N" AND BN-OPTVR NOT = "n"
                   MOVE "OPCAO DE VALE REFEICAO INVALIDA (S/N)"
                                                       TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE CS-VALORVT TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVAL > 999999,99
                   MOVE "VALOR DO VALE TRANSPORTE INVALIDO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF BN-OPTVT = "S" OR BN-OPTVT = "s"
                   MOVE W-NUMVAL TO BN-VALORVT.
                MOVE CS-VALORVR TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVAL > 999999,99
                   MOVE "VALOR DO VALE REFEICAO INVALIDO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF BN-OPTVR = "S" OR BN-OPTVR = "s"
                   MOVE W-NUMVAL TO BN-VALORVR.
      *
      * EXAME ADMISSIONAL (OBRIGATORIO E COM RESULTADO APTO)
                MOVE ZEROS TO EX-CHAPAFUNC EX-DTEXAME EX-DTPROX.
                MOVE ZEROS TO EX-MESES.
                MOVE "A" TO EX-TIPO.
                MOVE CS-MEDICO TO EX-MEDICO.
                MOVE CS-CRM TO EX-CRM.
                MOVE CS-RESULT TO EX-RESULT.
                MOVE CS-DTEXAME TO W-NUMX.
                PERFORM CONV-DATA THRU CONV-DATA-FIM.
                IF W-NUMERRO = 1 OR W-DC-ANO < 1990
                   MOVE "DATA DO EXAME INVALIDA (DDMMAAAA)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                MOVE W-DC-ANO TO W-DT-ANO.
                MOVE W-DC-MES TO W-DT-MES.
                MOVE W-DC-DIA TO W-DT-DIA.
                MOVE W-DATA-R TO EX-DTEXAME.
                COMPUTE W-DTADMORD = (ANOADM * 10000) + (MESADM * 100)
                                   + DIAADM.
                IF EX-DTEXAME > W-HOJE
                   MOVE "DATA DO EXAME NAO PODE SER FUTURA" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF EX-DTEXAME > W-DTADMORD
                   MOVE "EXAME DEPOIS DA DATA DE ADMISSAO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF EX-MEDICO = SPACES
                   MOVE "NOME DO MEDICO OBRIGATORIO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF EX-CRM = SPACES
                   MOVE "CRM DO MEDICO OBRIGATORIO" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF EX-RESULT = "a"
                   MOVE "A" TO EX-RESULT.
                IF EX-RESULT = "i"
                   MOVE "I" TO EX-RESULT.
                IF EX-RESULT NOT = "A" AND EX-RESULT NOT = "I"
                   MOVE "RESULTADO DO EXAME INVALIDO (A/I)" TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                IF EX-RESULT = "I"
                   MOVE "CANDIDATO INAPTO - ADMISSAO BLOQUEADA"
                                                       TO W-MOTIVO
                   GO TO VALIDA-FUNC-FIM.
                PERFORM CALC-PROXASO THRU CALC-PROXASO-FIM.
       VALIDA-FUNC-FIM.
                EXIT.
      *
      *****************************************
      * CRITICA DA LINHA D (DEPENDENTE) E      *
      * GUARDA NA TABELA DO FUNCIONARIO        *
      *****************************************
       VALIDA-DEP.
                MOVE CD-CHAPA TO W-NUMX.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1 OR W-NUMVIRG = 1
                OR W-NUMVAL NOT = CHAPA
                   MOVE "DEPENDENTE COM CHAPA DIFERENTE DA LINHA F"
                                                       TO W-MOTIVO
                   GO TO VALIDA-DEP-FIM.
                IF W-QTDDEP NOT < 10
                   MOVE "LIMITE DE 10 DEPENDENTES" TO W-MOTIVO
                   GO TO VALIDA-DEP-FIM.
                MOVE CD-NOME TO DP-NOMEDEP.
                MOVE CD-PARENTESCO TO DP-PARENTESCO.
                MOVE CD-DEDIRRF TO DP-DEDIRRF.
                IF DP-NOMEDEP = SPACES
                   MOVE "NOME DO DEPENDENTE INVALIDO" TO W-MOTIVO
                   GO TO VALIDA-DEP-FIM.
                MOVE CD-DTNASC TO W-NUMX.
                PERFORM CONV-DATA THRU CONV-DATA-FIM.
                IF W-NUMERRO = 1
                   MOVE "DATA NASC DO DEPENDENTE INVALIDA" TO W-MOTIVO
                   GO TO VALIDA-DEP-FIM.
                MOVE W-DATACSV TO DP-DTNASCDEP.
                IF DP-PARENTESCO NOT = "F" AND DP-PARENTESCO NOT = "f"
                AND DP-PARENTESCO NOT = "C" AND DP-PARENTESCO NOT = "c"
                AND DP-PARENTESCO NOT = "O" AND DP-PARENTESCO NOT = "o"
                   MOVE "PARENTESCO INVALIDO (F/C/O)" TO W-MOTIVO
                   GO TO VALIDA-DEP-FIM.
                IF DP-DEDIRRF = SPACES
                   MOVE "N" TO DP-DEDIRRF.
                IF DP-DEDIRRF NOT = "S" AND DP-DEDIRRF NOT = "s"
                AND DP-DEDIRRF NOT = "N" AND DP-DEDIRRF NOT = "n"
                   MOVE "DEDUZ IRRF DO DEPENDENTE: S OU N" TO W-MOTIVO
                   GO TO VALIDA-DEP-FIM.
                ADD 1 TO W-QTDDEP.
                MOVE DP-NOMEDEP TO W-DEPNOME(W-QTDDEP).
                MOVE DP-DTNASCDEP TO W-DEPNASC(W-QTDDEP).
                MOVE DP-PARENTESCO TO W-DEPPAR(W-QTDDEP).
                MOVE DP-DEDIRRF TO W-DEPIRRF(W-QTDDEP).
       VALIDA-DEP-FIM.
                EXIT.
      *
      *****************************************
      * CONVERSAO DE CAMPO NUMERICO DA         *
      * PLANILHA (W-NUMX) PARA W-NUMVAL.       *
      * W-NUMERRO = 1 QUANDO HA CARACTER QUE   *
      * NAO E DIGITO, MAIS DE UMA VIRGULA OU   *
      * MAIS DE 2 DECIMAIS. W-NUMVIRG = 1      *
      * QUANDO O CAMPO TEM VIRGULA             *
      *****************************************
       CONV-NUM.
                MOVE ZEROS TO W-NUMVAL W-NUMERRO W-NUMVIRG W-NUMDECS.
                MOVE ZEROS TO W-NUMQTD W-NUMFIM W-NUMIDX.
       CONV-NUM-LOOP.
                ADD 1 TO W-NUMIDX.
                IF W-NUMIDX > 20
                   GO TO CONV-NUM-FIM.
                MOVE W-NUMCAR(W-NUMIDX) TO W-DIGX.
                IF W-DIGX = SPACE
                   IF W-NUMQTD > 0 OR W-NUMVIRG = 1
                      MOVE 1 TO W-NUMFIM
                      GO TO CONV-NUM-LOOP
                   ELSE
                      GO TO CONV-NUM-LOOP.
      * DEPOIS DO PRIMEIRO BRANCO QUE SEGUE O NUMERO SO PODE HAVER
      * BRANCO
                IF W-NUMFIM = 1
                   MOVE 1 TO W-NUMERRO
                   GO TO CONV-NUM-FIM.
                IF W-DIGX = ","
                   IF W-NUMVIRG = 1
                      MOVE 1 TO W-NUMERRO
                      GO TO CONV-NUM-FIM
                   ELSE
                      MOVE 1 TO W-NUMVIRG
                      GO TO CONV-NUM-LOOP.
                IF W-DIGX NOT NUMERIC
                   MOVE 1 TO W-NUMERRO
                   GO TO CONV-NUM-FIM.
                IF W-NUMVIRG = 0
                   IF W-NUMQTD NOT < 12
                      MOVE 1 TO W-NUMERRO
                      GO TO CONV-NUM-FIM
                   ELSE
                      ADD 1 TO W-NUMQTD
                      COMPUTE W-NUMVAL = (W-NUMVAL * 10) + W-DIG
                      GO TO CONV-NUM-LOOP.
                ADD 1 TO W-NUMDECS.
                IF W-NUMDECS > 2
                   MOVE 1 TO W-NUMERRO
                   GO TO CONV-NUM-FIM.
                IF W-NUMDECS = 1
                   COMPUTE W-NUMVAL = W-NUMVAL + (W-DIG / 10)
                ELSE
                   COMPUTE W-NUMVAL = W-NUMVAL + (W-DIG / 100).
                GO TO CONV-NUM-LOOP.
       CONV-NUM-FIM.
                EXIT.
      *
      * DATA DDMMAAAA DA PLANILHA EM W-DATACSV (VAZIA = INVALIDA)
       CONV-DATA.
                MOVE ZEROS TO W-DATACSV.
                PERFORM CONV-NUM THRU CONV-NUM-FIM.
                IF W-NUMERRO = 1
                   GO TO CONV-DATA-FIM.
                IF W-NUMVIRG = 1 OR W-NUMVAL > 99999999
                   MOVE 1 TO W-NUMERRO
                   GO TO CONV-DATA-FIM.
                MOVE W-NUMVAL TO W-DATACSV.
                IF W-DC-DIA = 0 OR W-DC-DIA > 31
                OR W-DC-MES = 0 OR W-DC-MES > 12
                OR W-DC-ANO < 1900
                   MOVE 1 TO W-NUMERRO.
       CONV-DATA-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DO CONJUNTO (TUDO OU NADA:    *
      * QUALQUER FALHA DESFAZ O QUE JA TIVER   *
      * SIDO GRAVADO), NA ORDEM DO FPP045      *
      *****************************************
       GRAVA-ADM.
                MOVE ZEROS TO W-GRVFUNC W-GRVEND W-GRVBCO W-GRVDEP.
                MOVE ZEROS TO W-GRVASO.
                WRITE CADFUN
                IF ST-ERROFUNC NOT = "00" AND ST-ERROFUNC NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO FUNCIONARIO" TO W-MOTIVO
                   GO TO GRAVA-ADM-FIM.
                MOVE 1 TO W-GRVFUNC.
                MOVE CHAPA TO EN-CHAPAFUNC.
                WRITE CADENDER
                IF ST-ERROEND NOT = "00" AND ST-ERROEND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ENDERECO" TO W-MOTIVO
                   PERFORM DESFAZ THRU DESFAZ-FIM
                   GO TO GRAVA-ADM-FIM.
                MOVE 1 TO W-GRVEND.
                MOVE CHAPA TO CHAPAFUNC.
                WRITE CADBANCO
                IF ST-ERROBCO NOT = "00" AND ST-ERROBCO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DOS DADOS BANCARIOS"
                                                       TO W-MOTIVO
                   PERFORM DESFAZ THRU DESFAZ-FIM
                   GO TO GRAVA-ADM-FIM.
                MOVE 1 TO W-GRVBCO.
                MOVE CHAPA TO EX-CHAPAFUNC.
                WRITE REGASO
                IF ST-ERROEX NOT = "00" AND ST-ERROEX NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO EXAME ADMISSIONAL"
                                                       TO W-MOTIVO
                   PERFORM DESFAZ THRU DESFAZ-FIM
                   GO TO GRAVA-ADM-FIM.
                MOVE 1 TO W-GRVASO.
                MOVE ZEROS TO W-IDXDEP.
       GRAVA-ADM-DEP.
                ADD 1 TO W-IDXDEP.
                IF W-IDXDEP > W-QTDDEP
                   GO TO GRAVA-ADM-BEN.
                MOVE CHAPA TO DP-CHAPAFUNC.
                MOVE W-IDXDEP TO DP-SEQDEP.
                MOVE W-DEPNOME(W-IDXDEP) TO DP-NOMEDEP.
                MOVE W-DEPNASC(W-IDXDEP) TO DP-DTNASCDEP.
                MOVE W-DEPPAR(W-IDXDEP) TO DP-PARENTESCO.
                MOVE W-DEPIRRF(W-IDXDEP) TO DP-DEDIRRF.
                WRITE CADDEPEND
                IF ST-ERRODEP NOT = "00" AND ST-ERRODEP NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO DEPENDENTE" TO W-MOTIVO
                   PERFORM DESFAZ THRU DESFAZ-FIM
                   GO TO GRAVA-ADM-FIM.
                MOVE W-IDXDEP TO W-GRVDEP.
                GO TO GRAVA-ADM-DEP.
       GRAVA-ADM-BEN.
                MOVE CHAPA TO BN-CHAPAFUNC.
                WRITE CADBENEF
                IF ST-ERROBEN NOT = "00" AND ST-ERROBEN NOT = "02"
                   MOVE "ERRO NA GRAVACAO DOS BENEFICIOS" TO W-MOTIVO
                   PERFORM DESFAZ THRU DESFAZ-FIM
                   GO TO GRAVA-ADM-FIM.
      * REGISTRO DE INCLUSAO NO LOG DE ALTERACOES, COMO NO FPP003
                MOVE SPACES TO VALORANT
                MOVE ZEROS TO VA-CODPTO VA-CODCARG
                MOVE NOME TO VN-NOME
                MOVE CODPTO TO VN-CODPTO
                MOVE CODCARG TO VN-CODCARG
                MOVE STAT TO VN-STAT
                MOVE "I" TO OPERLOG
                MOVE CHAPA TO CHAVEREG
                PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       GRAVA-ADM-FIM.
                EXIT.
      *
      *****************************************
      * DESFAZIMENTO: REMOVE O QUE JA FOI      *
      * GRAVADO QUANDO UM PASSO FALHA          *
      *****************************************
       DESFAZ.
                IF W-GRVDEP = ZEROS
                   GO TO DESFAZ-ASO.
                MOVE ZEROS TO W-IDXDEP.
       DESFAZ-DEP.
                ADD 1 TO W-IDXDEP.
                IF W-IDXDEP > W-GRVDEP
                   GO TO DESFAZ-ASO.
                MOVE CHAPA TO DP-CHAPAFUNC.
                MOVE W-IDXDEP TO DP-SEQDEP.
                DELETE DEPEND RECORD
                   INVALID KEY
                      NEXT SENTENCE.
                GO TO DESFAZ-DEP.
       DESFAZ-ASO.
                IF W-GRVASO = 1
                   MOVE CHAPA TO EX-CHAPAFUNC
                   DELETE ASO RECORD
                      INVALID KEY
                         NEXT SENTENCE.
       DESFAZ-BCO.
                IF W-GRVBCO = 1
                   MOVE CHAPA TO CHAPAFUNC
                   DELETE BANCO RECORD
                      INVALID KEY
                         NEXT SENTENCE.
       DESFAZ-END.
                IF W-GRVEND = 1
                   MOVE CHAPA TO EN-CHAPAFUNC
                   DELETE ENDER RECORD
                      INVALID KEY
                         NEXT SENTENCE.
       DESFAZ-FUNC.
                IF W-GRVFUNC = 1
                   DELETE FUNC RECORD
                      INVALID KEY
                         NEXT SENTENCE.
                MOVE ZEROS TO W-GRVFUNC W-GRVEND W-GRVBCO W-GRVDEP.
                MOVE ZEROS TO W-GRVASO.
       DESFAZ-FIM.
                EXIT.
      *
      *****************************************
      * VALIDACAO DO DIGITO VERIFICADOR DO CPF *
      * (MESMA REGRA DO FPP003)                *
      *****************************************
       VER-CPF.
                MOVE ZEROS TO W-CPF-ERRO.
                IF CPF = ZEROS
                   GO TO VER-CPF-FIM.
                PERFORM VER-CPF-REP THRU VER-CPF-REP-FIM.
                MOVE ZEROS TO W-CPF-SOMA
                MOVE 1 TO W-CPF-IND
                MOVE 10 TO W-CPF-PESO.
       VER-CPF-SOMA1.
                IF W-CPF-IND > 9
                   GO TO VER-CPF-SOMA1-FIM.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                                      (CPFD(W-CPF-IND) * W-CPF-PESO)
                ADD 1 TO W-CPF-IND
                SUBTRACT 1 FROM W-CPF-PESO
                GO TO VER-CPF-SOMA1.
       VER-CPF-SOMA1-FIM.
                DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                        REMAINDER W-CPF-REST.
                IF W-CPF-REST < 2
                   MOVE 0 TO W-CPF-DV1
                ELSE
                   COMPUTE W-CPF-DV1 = 11 - W-CPF-REST.
                MOVE ZEROS TO W-CPF-SOMA
                MOVE 1 TO W-CPF-IND
                MOVE 11 TO W-CPF-PESO.
       VER-CPF-SOMA2.
                IF W-CPF-IND > 9
                   GO TO VER-CPF-SOMA2-FIM.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA +
                                      (CPFD(W-CPF-IND) * W-CPF-PESO)
                ADD 1 TO W-CPF-IND
                SUBTRACT 1 FROM W-CPF-PESO
                GO TO VER-CPF-SOMA2.
       VER-CPF-SOMA2-FIM.
                COMPUTE W-CPF-SOMA = W-CPF-SOMA + (W-CPF-DV1 * 2)
                DIVIDE W-CPF-SOMA BY 11 GIVING W-CPF-QUOC
                                        REMAINDER W-CPF-REST.
                IF W-CPF-REST < 2
                   MOVE 0 TO W-CPF-DV2
                ELSE
                   COMPUTE W-CPF-DV2 = 11 - W-CPF-REST.
                IF W-CPF-IGUAL = 1 OR CPFD(10) NOT = W-CPF-DV1
                                   OR CPFD(11) NOT = W-CPF-DV2
                   MOVE 1 TO W-CPF-ERRO.
       VER-CPF-FIM.
                EXIT.
      *
       VER-CPF-REP.
                MOVE 1 TO W-CPF-IGUAL
                MOVE 2 TO W-CPF-IND.
       VER-CPF-REP-LOOP.
                IF W-CPF-IND > 11
                   GO TO VER-CPF-REP-FIM.
                IF CPFD(W-CPF-IND) NOT = CPFD(1)
                   MOVE 0 TO W-CPF-IGUAL
                   GO TO VER-CPF-REP-FIM.
                ADD 1 TO W-CPF-IND
                GO TO VER-CPF-REP-LOOP.
       VER-CPF-REP-FIM.
                EXIT.
      *
      *****************************************
      * SALARIO NEGOCIADO DENTRO DA ESTRUTURA  *
      * DE FAIXAS DO CARGO (FAIXAS.DAT -       *
      * FPP021), MESMA VARREDURA DO FPP003.    *
      * CARGO SEM FAIXA OU SALARIO ZERADO NAO  *
      * TEM CONTROLE                           *
      *****************************************
       VER-FAIXA.
                IF SALNEGOC = ZEROS
                   GO TO VER-FAIXA-FIM.
                MOVE ZEROS TO W-FXACHOU W-FXVALMIN W-FXVALMAX.
                MOVE CODCARG TO FX-CODCARG.
                MOVE SPACES TO FX-FAIXA.
                OPEN INPUT FAIXAS.
                START FAIXAS KEY IS NOT LESS THAN FX-CHAVE
                   INVALID KEY
                      GO TO VER-FAIXA-FEC.
       VER-FAIXA-LER.
                READ FAIXAS NEXT RECORD
                   AT END
                      GO TO VER-FAIXA-FEC.
                IF FX-CODCARG NOT = CODCARG
                   GO TO VER-FAIXA-FEC.
                IF W-FXACHOU = 0
                   MOVE FX-VALMIN TO W-FXVALMIN
                   MOVE FX-VALMAX TO W-FXVALMAX
                   MOVE 1 TO W-FXACHOU
                   GO TO VER-FAIXA-LER.
                IF FX-VALMIN < W-FXVALMIN
                   MOVE FX-VALMIN TO W-FXVALMIN.
                IF FX-VALMAX > W-FXVALMAX
                   MOVE FX-VALMAX TO W-FXVALMAX.
                GO TO VER-FAIXA-LER.
       VER-FAIXA-FEC.
                CLOSE FAIXAS.
                IF W-FXACHOU = 0
                   GO TO VER-FAIXA-FIM.
                IF SALNEGOC < W-FXVALMIN OR SALNEGOC > W-FXVALMAX
                   MOVE "SALARIO FORA DA FAIXA DO CARGO (FPP021)"
                                                       TO W-MOTIVO.
       VER-FAIXA-FIM.
                EXIT.
      *
      *****************************************
      * QUADRO DE VAGAS (VAGAS.DAT - FPP048):  *
      * CONTA OS ATIVOS DO DEPARTAMENTO/CARGO  *
      * E SINALIZA QUANDO NAO HA POSICAO       *
      * LIVRE. NO MODO SO CONFERE SOMA OS JA   *
      * ACEITOS DA PLANILHA, QUE NAO ESTAO NO  *
      * FUNC.DAT. PRESERVA O REGISTRO DA       *
      * ADMISSAO DURANTE A VARREDURA.          *
      *****************************************
       VERIFICA-VAGA.
                MOVE ZEROS TO W-VAGACHEIA.
                OPEN INPUT VAGAS.
                IF ST-ERROVAG NOT = "00" AND ST-ERROVAG NOT = "05"
                   GO TO VERIFICA-VAGA-FIM.
                MOVE CODPTO TO VG-CODPTO.
                MOVE CODCARG TO VG-CODCARG.
                READ VAGAS
                   INVALID KEY
                      CLOSE VAGAS
                      GO TO VERIFICA-VAGA-FIM.
                CLOSE VAGAS.
                MOVE CADFUN TO W-REGSAVE.
                MOVE ZEROS TO W-VAGOCU.
                MOVE ZEROS TO CHAPA.
                START FUNC KEY IS NOT LESS THAN CHAPA
                   INVALID KEY
                      GO TO VERIFICA-VAGA-VOLTA.
       VERIFICA-VAGA-LER.
                READ FUNC NEXT RECORD
                   AT END
                      GO TO VERIFICA-VAGA-VOLTA.
                IF DTDEM NOT = ZEROS
                   GO TO VERIFICA-VAGA-LER.
                IF CODPTO = VG-CODPTO AND CODCARG = VG-CODCARG
                   ADD 1 TO W-VAGOCU.
                GO TO VERIFICA-VAGA-LER.
       VERIFICA-VAGA-VOLTA.
                MOVE W-REGSAVE TO CADFUN.
                IF W-SOCONF NOT = "S"
                   GO TO VERIFICA-VAGA-TESTA.
                MOVE ZEROS TO W-IDXACE.
       VERIFICA-VAGA-ACE.
                ADD 1 TO W-IDXACE.
                IF W-IDXACE > W-QTDACE
                   GO TO VERIFICA-VAGA-TESTA.
                IF W-ACEPTO(W-IDXACE) = VG-CODPTO
                AND W-ACECARG(W-IDXACE) = VG-CODCARG
                   ADD 1 TO W-VAGOCU.
                GO TO VERIFICA-VAGA-ACE.
       VERIFICA-VAGA-TESTA.
                IF W-VAGOCU NOT < VG-AUTORIZ
                   MOVE 1 TO W-VAGACHEIA.
       VERIFICA-VAGA-FIM.
                EXIT.
      *
      *****************************************
      * ABERTURA/CRIACAO DOS ARQUIVOS          *
      * SATELITES DA ADMISSAO                  *
      *****************************************
       ABRE-ENDER.
                OPEN I-O ENDER.
                IF ST-ERROEND = "30"
                   OPEN OUTPUT ENDER
                   CLOSE ENDER
                   OPEN I-O ENDER.
       ABRE-ENDER-FIM.
                EXIT.
      *
       ABRE-BANCO.
                OPEN I-O BANCO.
                IF ST-ERROBCO = "30"
                   OPEN OUTPUT BANCO
                   CLOSE BANCO
                   OPEN I-O BANCO.
       ABRE-BANCO-FIM.
                EXIT.
      *
       ABRE-DEPEND.
                OPEN I-O DEPEND.
                IF ST-ERRODEP = "30"
                   OPEN OUTPUT DEPEND
                   CLOSE DEPEND
                   OPEN I-O DEPEND.
       ABRE-DEPEND-FIM.
                EXIT.
      *
       ABRE-BENEF.
                OPEN I-O BENEF.
                IF ST-ERROBEN = "30"
                   OPEN OUTPUT BENEF
                   CLOSE BENEF
                   OPEN I-O BENEF.
       ABRE-BENEF-FIM.
                EXIT.
      *
       ABRE-ASO.
                OPEN I-O ASO.
                IF ST-ERROEX = "30"
                   OPEN OUTPUT ASO
                   CLOSE ASO
                   OPEN I-O ASO.
       ABRE-ASO-FIM.
                EXIT.
      *
      *****************************************
      * DATA DO PROXIMO EXAME PERIODICO (MESMA *
      * REGRA DO CADASO E DO FPP045)           *
      *****************************************
       CALC-PROXASO.
                MOVE 24 TO W-MESESASO.
                MOVE EX-DTEXAME TO W-DATA-R.
                COMPUTE W-IDADE = W-DT-ANO - ANO.
                IF W-DT-MES < MES
                OR (W-DT-MES = MES AND W-DT-DIA < DIA)
                   SUBTRACT 1 FROM W-IDADE.
                IF W-IDADE < 18 OR W-IDADE > 45
                   MOVE 12 TO W-MESESASO.
                IF W-RIABERTO NOT = 1
                   GO TO CALC-PROXASO-DATA.
                MOVE CODCARG TO RI-CODCARG.
                READ RISCO
                   INVALID KEY
                      GO TO CALC-PROXASO-DATA.
                IF RI-GRAU > 2
                   MOVE 12 TO W-MESESASO.
                IF RI-PERIODO > ZEROS AND RI-PERIODO < W-MESESASO
                   MOVE RI-PERIODO TO W-MESESASO.
       CALC-PROXASO-DATA.
                MOVE W-MESESASO TO EX-MESES.
                COMPUTE W-TOTMESES = (W-DT-ANO * 12) + W-DT-MES - 1
                                   + W-MESESASO.
                DIVIDE W-TOTMESES BY 12 GIVING W-PX-ANO
                                     REMAINDER W-PX-MES.
                ADD 1 TO W-PX-MES.
                MOVE W-DT-DIA TO W-PX-DIA.
                IF W-PX-MES = 2 AND W-PX-DIA > 28
                   MOVE 28 TO W-PX-DIA.
                IF (W-PX-MES = 4 OR W-PX-MES = 6 OR W-PX-MES = 9
                                 OR W-PX-MES = 11)
                AND W-PX-DIA > 30
                   MOVE 30 TO W-PX-DIA.
                MOVE W-PROX TO EX-DTPROX.
       CALC-PROXASO-FIM.
                EXIT.
      *
      *****************************************
      * GRAVACAO DO LOG DE ALTERACOES (LOGALT) *
      *****************************************
      *
       GRAVA-LOG.
                MOVE "IMPADM" TO PROGLOG
                ACCEPT DATALOG FROM DATE YYYYMMDD
                ACCEPT HORALOG FROM TIME
                OPEN EXTEND LOGALT.
                WRITE REGLOG.
                CLOSE LOGALT.
       GRAVA-LOG-FIM.
                EXIT.
      *
       IMP-REJ.
                MOVE W-NUMLINHA TO IMPLINHA.
                IF CS-TIPO = "F" OR CS-TIPO = "f"
                   MOVE W-LINFUNC TO IMPLINHA.
                MOVE CS-CHAPA TO IMPCHAPA.
                MOVE CS-NOME TO IMPNOME.
                MOVE W-MOTIVO TO IMPMOT.
                WRITE REGIMP FROM DETAL.
       IMP-REJ-FIM.
                EXIT.
      *
       ROT-TOTAIS.
                MOVE SPACES TO REGIMP.
                WRITE REGIMP.
                MOVE W-TOTLIDOS TO IMPTOTLID.
                WRITE REGIMP FROM LINTOTLID.
                MOVE W-TOTGRAV TO IMPTOTGRV.
                WRITE REGIMP FROM LINTOTGRV.
                MOVE W-TOTREJ TO IMPTOTREJ.
                WRITE REGIMP FROM LINTOTREJ.
                MOVE W-TOTDEP TO IMPTOTDEP.
                WRITE REGIMP FROM LINTOTDEP.
                IF W-SOCONF = "S"
                   MOVE SPACES TO REGIMP
                   WRITE REGIMP
                   MOVE "*** SO CONFERENCIA - NADA FOI GRAVADO ***"
                                                       TO REGIMP
                   WRITE REGIMP.
                DISPLAY (20, 05) "FUNCIONARIOS LIDOS...: " W-TOTLIDOS.
                IF W-SOCONF = "S"
                   DISPLAY (21, 05) "ACEITOS (NAO GRAVOU).: " W-TOTGRAV
                ELSE
                   DISPLAY (21, 05) "ADMITIDOS............: " W-TOTGRAV.
                DISPLAY (22, 05) "REJEITADOS (ADMERR)..: " W-TOTREJ.
                GO TO ROT-FIM.
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
                MOVE "IMPADM" TO LP-PROGRAMA.
                MOVE W-LPDTINI TO LP-DTINI.
                MOVE W-LPHRINI TO LP-HRINI.
                ACCEPT LP-DTFIM FROM DATE YYYYMMDD.
                ACCEPT LP-HRFIM FROM TIME.
                MOVE W-SPLPER TO LP-PERIODO.
                MOVE W-TOTLIDOS TO LP-REGLIDOS.
                MOVE ZEROS TO LP-REGGRAV.
                IF W-SOCONF = "N"
                   MOVE W-TOTGRAV TO LP-REGGRAV.
                MOVE W-TOTSAL TO LP-VALORTOT.
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
                CLOSE ARQCSV FUNC DPTO CARG BANCOREG ARQIMP.
                IF W-RIABERTO = 1
                   CLOSE RISCO.
                IF W-SOCONF = "N"
                   CLOSE ENDER BANCO DEPEND BENEF ASO.
      * GUARDA A LISTAGEM DE REJEICOES NO SPOOL (FPP058)
                MOVE "IMPADM" TO W-SPLPROG.
                MOVE "ADMERR.TXT" TO W-SPLARQ.
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
