       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP193.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   EXPORTACAO MENSAL DOS LANCAMENTOS CONTABEIS        *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * GERA PARA A CONTABILIDADE, NO LEIAUTE DE IMPORTACAO
      * (CONTABIL.TXT), OS LANCAMENTOS DE UMA COMPETENCIA, COM A
      * CONTA DEBITO/CREDITO E O HISTORICO DO MAPEAMENTO
      * CONTABIL (CADCTBMP, SMP192). EVENTOS:
      *   RC/ER - RECIBO PARTICULAR POR FORMA DE PAGAMENTO E O
      *           ESTORNO (CADRECIB, PELA DATA DO PAGAMENTO; O
      *           RECIBO NAO GUARDA A DATA DO ESTORNO)
      *   FC    - FATURA DE CONVENIO (CADFATCTL, DATA DA FATURA)
      *   PC/GL - PAGAMENTO E GLOSA DE CONVENIO (CADREMES, DATA
      *           DO LANCAMENTO DA REMESSA)
      *   RB/RI/RS - REPASSE MEDICO BRUTO, IRRF E ISS RETIDOS
      *           (CADREPHIS DA COMPETENCIA, NO ULTIMO DIA DO MES)
      *   CS/CF - SOBRA/FALTA DE CAIXA (CX-DIFER DAS SESSOES
      *           FECHADAS NO MES)
      * UNIDADE DO LANCAMENTO: A DA SESSAO DE CAIXA (RECIBO SEM
      * SESSAO E REPASSE VAO PELA UNIDADE DO MEDICO); FATURA,
      * PAGAMENTO E GLOSA DE CONVENIO SAO DA UNIDADE 00 (GERAL),
      * POIS A FATURA E POR CONVENIO E NAO POR UNIDADE.
      * SO RODA COM A COMPETENCIA FECHADA NO CADFECHA (SMPFEC) -
      * NA LINHA GERAL OU EM TODAS AS UNIDADES ATIVAS.
      * EVENTO SEM MAPEAMENTO ATIVO FICA FORA DO ARQUIVO E SAI NO
      * RELATORIO DE CONTROLE (CTBCTRL.DOC), QUE TRAZ TAMBEM, POR
      * UNIDADE, OS TOTAIS POR EVENTO E A CONFERENCIA DEBITOS =
      * CREDITOS. PODE SER REPROCESSADO (O ARQUIVO E REFEITO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCTBMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CM-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-NUMERO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CX-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADFATCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADREMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADREPHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RH-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CONTABIL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT CTBCTRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCTBMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTBMP.DAT".
       COPY REGCTBMP.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       COPY REGRECIB.
      *
       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
       COPY REGCAIXA.
      *
       FD CADFATCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATCTL.DAT".
       COPY REGFATCTL.
      *
       FD CADREMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMES.DAT".
       COPY REGREMES.
      *
       FD CADREPHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPHIS.DAT".
       COPY REGREPHIS.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CONTABIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABIL.TXT".
       01 REGCONTABIL   PIC X(150).
      *
       FD CTBCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBCTRL.DOC".
       01 REGCTBCTRL    PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-TEM-RECIB            PIC X(01) VALUE "N".
       01 W-TEM-CAIXA            PIC X(01) VALUE "N".
       01 W-TEM-FATCTL           PIC X(01) VALUE "N".
       01 W-TEM-REMES            PIC X(01) VALUE "N".
       01 W-TEM-REPHIS           PIC X(01) VALUE "N".
       01 W-TEM-MED              PIC X(01) VALUE "N".
       01 W-MES                  PIC 9(02) VALUE ZEROS.
       01 W-ANO                  PIC 9(04) VALUE ZEROS.
       01 W-COMPET               PIC 9(06) VALUE ZEROS.
       01 W-ULT-DIA              PIC 9(02) VALUE ZEROS.
       01 W-QUOC                 PIC 9(04) VALUE ZEROS.
       01 W-RESTO                PIC 9(02) VALUE ZEROS.
       01 W-UNID-ABERTA          PIC 9(02) VALUE ZEROS.
       01 W-UNID-ATIVAS          PIC 9(03) VALUE ZEROS.
       01 W-MAPA-OK              PIC X(01) VALUE "N".
       01 W-UX                   PIC 9(03) VALUE ZEROS.
       01 W-EX                   PIC 9(02) VALUE ZEROS.
       01 W-SEQ                  PIC 9(06) VALUE ZEROS.
       01 W-TOT-LANC             PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR            PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-PEND             PIC 9(06) VALUE ZEROS.
       01 W-DIF-CAIXA            PIC S9(08)V99 VALUE ZEROS.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-HOJE.
           03 W-HJ-ANO           PIC 9(04).
           03 W-HJ-MES           PIC 9(02).
           03 W-HJ-DIA           PIC 9(02).
       01 W-HORA-SIS.
           03 W-HS-HHMMSS        PIC 9(06).
           03 FILLER             PIC 9(02).
      *----- DATA DO EVENTO - SO ENTRA O QUE CAI NA COMPETENCIA
       01 W-DATA-EV              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-EV.
           03 W-EV-COMPET        PIC 9(06).
           03 W-EV-DIA           PIC 9(02).
       01 W-DATA-INI             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-INI.
           03 W-DI-COMPET        PIC 9(06).
           03 W-DI-DIA           PIC 9(02).
       01 W-DATA-FIM             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-FIM.
           03 W-DF-COMPET        PIC 9(06).
           03 W-DF-DIA           PIC 9(02).
       01 W-FEC-PARM.
           03 FEC-UNIDADE        PIC 9(02) VALUE ZEROS.
           03 FEC-DATA           PIC 9(08) VALUE ZEROS.
           03 FEC-FECHADO        PIC X(01) VALUE "N".
       01 W-MSG-ABERTA.
           03 FILLER             PIC X(37) VALUE
              "* COMPETENCIA NAO FECHADA NA UNIDADE ".
           03 WMA-UNIDADE        PIC 9(02).
           03 FILLER             PIC X(11) VALUE " (SMP108) *".
      *----- LANCAMENTO A GERAR (MONTADO POR CADA ORIGEM)
       01 W-LANC.
           03 WL-UNIDADE         PIC 9(02).
           03 WL-EVENTO          PIC X(02).
           03 WL-FORMA           PIC X(01).
           03 WL-DATA            PIC 9(08).
           03 WL-VALOR           PIC 9(11)V99.
           03 WL-DOC             PIC X(20).
      *----- DOCUMENTO DE ORIGEM QUE VAI NO LANCAMENTO
       01 W-DOC-RECIBO.
           03 FILLER             PIC X(07) VALUE "RECIBO ".
           03 WDR-NUMERO         PIC 9(06).
           03 FILLER             PIC X(07) VALUE SPACES.
       01 W-DOC-FATURA.
           03 FILLER             PIC X(05) VALUE "FAT. ".
           03 WDF-CONVENIO       PIC 9(04).
           03 FILLER             PIC X(01) VALUE "/".
           03 WDF-COMPET         PIC 9(06).
           03 FILLER             PIC X(04) VALUE SPACES.
       01 W-DOC-GUIA.
           03 FILLER             PIC X(05) VALUE "GUIA ".
           03 WDG-PCODIGO        PIC 9(06).
           03 FILLER             PIC X(01) VALUE "/".
           03 WDG-DATA           PIC 9(08).
       01 W-DOC-REPASSE.
           03 FILLER             PIC X(04) VALUE "CRM ".
           03 WDP-CRM            PIC 9(06).
           03 FILLER             PIC X(01) VALUE "-".
           03 WDP-UF             PIC X(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WDP-COMPET         PIC 9(06).
       01 W-DOC-CAIXA.
           03 FILLER             PIC X(06) VALUE "CAIXA ".
           03 WDC-OPERADOR       PIC X(08).
           03 FILLER             PIC X(01) VALUE "/".
           03 WDC-SEQ            PIC 9(02).
           03 FILLER             PIC X(03) VALUE SPACES.
      *----- EVENTOS CONTABILIZADOS (MESMA ORDEM DO SMP192)
       01 TAB-EVENTOS-DISP.
           03 FILLER PIC X(30) VALUE "RCRECEBIMENTO PARTICULAR".
           03 FILLER PIC X(30) VALUE "ERESTORNO DE RECIBO".
           03 FILLER PIC X(30) VALUE "FCFATURA DE CONVENIO".
           03 FILLER PIC X(30) VALUE "PCPAGAMENTO DE CONVENIO".
           03 FILLER PIC X(30) VALUE "GLGLOSA DE CONVENIO".
           03 FILLER PIC X(30) VALUE "RBREPASSE MEDICO (BRUTO)".
           03 FILLER PIC X(30) VALUE "RIIRRF RETIDO NO REPASSE".
           03 FILLER PIC X(30) VALUE "RSISS RETIDO NO REPASSE".
           03 FILLER PIC X(30) VALUE "CSSOBRA DE CAIXA".
           03 FILLER PIC X(30) VALUE "CFFALTA DE CAIXA".
       01 TAB-EVENTOS REDEFINES TAB-EVENTOS-DISP.
           03 TAB-EV OCCURS 10 TIMES.
               05 TAB-EV-COD     PIC X(02).
               05 TAB-EV-DESC    PIC X(28).
      *----- DIAS DE CADA MES (FEVEREIRO CORRIGIDO NO ANO BISSEXTO)
       01 TAB-DIAS-DISP          PIC X(24) VALUE
                                 "312831303130313130313031".
       01 TAB-DIAS REDEFINES TAB-DIAS-DISP.
           03 TAB-DIAS-MES       PIC 9(02) OCCURS 12 TIMES.
      *----- TOTAIS POR UNIDADE (INDICE = UNIDADE + 1)
       01 TAB-UNID.
           03 TU-ITEM OCCURS 100 TIMES.
               05 TU-LIDO        PIC X(01).
               05 TU-NOME        PIC X(30).
               05 TU-CNPJ        PIC 9(14).
               05 TU-DEB         PIC 9(11)V99.
               05 TU-CRED        PIC 9(11)V99.
               05 TU-PEND        PIC 9(05).
               05 TU-VAL-PEND    PIC 9(11)V99.
               05 TU-EV OCCURS 10 TIMES.
                   07 TU-EV-QTD  PIC 9(05).
                   07 TU-EV-VAL  PIC 9(11)V99.
      *
      *-----------------[ LEIAUTE DE IMPORTACAO - CONTABIL.TXT ]--------
      * 0 = CABECALHO  1 = LANCAMENTO  9 = RODAPE. VALORES SEM
      * PONTO DECIMAL (2 CASAS), DATAS AAAAMMDD.
       01  LC-CABEC.
           05  FILLER                 PIC X(01) VALUE "0".
           05  LH-COMPET              PIC 9(06).
           05  LH-DTGER               PIC 9(08).
           05  LH-HRGER               PIC 9(06).
           05  FILLER                 PIC X(30) VALUE
               "LANCAMENTOS CONTABEIS".
           05  FILLER                 PIC X(99) VALUE SPACES.
       01  LC-DETALHE.
           05  FILLER                 PIC X(01) VALUE "1".
           05  LD-SEQ                 PIC 9(06).
           05  LD-DATA                PIC 9(08).
           05  LD-UNIDADE             PIC 9(02).
           05  LD-CNPJ                PIC 9(14).
           05  LD-CTA-DEB             PIC X(15).
           05  LD-CTA-CRED            PIC X(15).
           05  LD-VALOR               PIC 9(13)V99.
           05  LD-EVENTO              PIC X(02).
           05  LD-HISTORICO           PIC X(30).
           05  LD-DOC                 PIC X(20).
           05  FILLER                 PIC X(22) VALUE SPACES.
       01  LC-RODAPE.
           05  FILLER                 PIC X(01) VALUE "9".
           05  LT-QTD                 PIC 9(06).
           05  LT-TOTAL               PIC 9(15)V99.
           05  FILLER                 PIC X(126) VALUE SPACES.
      *
      *-----------------[ RELATORIO DE CONTROLE - CTBCTRL.DOC ]--------
       01  CAB0-CTB.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-CTB.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     CONTROLE DOS LANCAMENTOS".
           05  FILLER                 PIC X(043) VALUE
           " CONTABEIS                                -".
       01  CAB2-CTB.
           05  FILLER                 PIC X(016) VALUE
           "- COMPETENCIA : ".
           05  CAB2-MES               PIC 9(02).
           05  FILLER                 PIC X(01) VALUE "/".
           05  CAB2-ANO               PIC 9(04).
           05  FILLER                 PIC X(026) VALUE
           "      ARQUIVO GERADO EM : ".
           05  CAB2-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(040) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TIT-PEND.
           05  FILLER                 PIC X(057) VALUE
           "- EVENTOS SEM MAPEAMENTO CONTABIL ATIVO - FORA DO ARQUIVO".
           05  FILLER                 PIC X(043) VALUE
           " (CADASTRAR NO SMP192 E REPROCESSAR)      -".
       01  DET-PEND.
           05  FILLER                 PIC X(008) VALUE "-   UN. ".
           05  DP-UNIDADE             PIC 9(02).
           05  FILLER                 PIC X(010) VALUE "  EVENTO ".
           05  DP-EVENTO              PIC X(02).
           05  FILLER                 PIC X(008) VALUE "  FORMA ".
           05  DP-FORMA               PIC X(01).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DP-DOC                 PIC X(20).
           05  FILLER                 PIC X(010) VALUE "  DATA ".
           05  DP-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DP-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(010) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-UNID.
           05  FILLER                 PIC X(012) VALUE
           "- UNIDADE : ".
           05  LU-UNIDADE             PIC 9(02).
           05  FILLER                 PIC X(003) VALUE " - ".
           05  LU-NOME                PIC X(30).
           05  FILLER                 PIC X(009) VALUE "  CNPJ : ".
           05  LU-CNPJ                PIC 9(14).
           05  FILLER                 PIC X(029) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-EV.
           05  FILLER                 PIC X(004) VALUE "-   ".
           05  DE-EVENTO              PIC X(02).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DE-DESC                PIC X(28).
           05  FILLER                 PIC X(013) VALUE
           "  LANCAM.   ".
           05  DE-QTD                 PIC ZZZZ9.
           05  FILLER                 PIC X(010) VALUE
           "   VALOR ".
           05  DE-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(019) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TOT-UNID.
           05  FILLER                 PIC X(014) VALUE
           "-   DEBITOS : ".
           05  TU-R-DEB               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(014) VALUE
           "   CREDITOS : ".
           05  TU-R-CRED              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  TU-R-CONF              PIC X(15).
           05  FILLER                 PIC X(019) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TOT-UNID-PEND.
           05  FILLER                 PIC X(034) VALUE
           "-   SEM MAPEAMENTO (FORA) : QTD. ".
           05  TP-QTD                 PIC ZZZZ9.
           05  FILLER                 PIC X(010) VALUE
           "   VALOR ".
           05  TP-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(033) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-BRANCO.
           05  FILLER                 PIC X(099) VALUE "-".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TOT-CTB.
           05  FILLER                 PIC X(028) VALUE
           "- TOTAL DO ARQUIVO : LANC. ".
           05  TC-QTD                 PIC ZZZZZ9.
           05  FILLER                 PIC X(010) VALUE
           "   VALOR ".
           05  TC-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(016) VALUE
           "   PENDENCIAS : ".
           05  TC-PEND                PIC ZZZZZ9.
           05  FILLER                 PIC X(016) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT193.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** EXPORTACAO DOS LANCAMENTOS CONT".
           05  LINE 02  COLUMN 41
               VALUE  "ABEIS DO MES ***".

           05  LINE 05  COLUMN 01
               VALUE  "     COMPETENCIA (MM/AAAA)  :".
           05  LINE 05  COLUMN 33
               VALUE  "/".
           05  LINE 09  COLUMN 01
               VALUE  "     LANCAMENTOS GERADOS    :".
           05  LINE 10  COLUMN 01
               VALUE  "     VALOR TOTAL            :".
           05  LINE 11  COLUMN 01
               VALUE  "     SEM MAPEAMENTO         :".
           05  LINE 11  COLUMN 40
               VALUE  "(VER CTBCTRL.DOC)".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".

           05  TWMES
               LINE 05  COLUMN 31  PIC 9(02)
               USING  W-MES
               HIGHLIGHT.

           05  TWANO
               LINE 05  COLUMN 34  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.

           05  TWTOTLANC
               LINE 09  COLUMN 31  PIC ZZZZZ9
               USING  W-TOT-LANC
               HIGHLIGHT.

           05  TWTOTVALOR
               LINE 10  COLUMN 31  PIC ZZ.ZZZ.ZZZ.ZZ9,99
               USING  W-TOT-VALOR
               HIGHLIGHT.

           05  TWTOTPEND
               LINE 11  COLUMN 31  PIC ZZZZZ9
               USING  W-TOT-PEND
               HIGHLIGHT.

           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADCTBMP.
           OPEN INPUT CADCTBMP
           IF ST-ERRO NOT = "00"
              MOVE "* MAPEAMENTO CONTABIL NAO CADASTRADO (SMP192) *"
                                                         TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRIR-CADUNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADUNID NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCTBMP
              GO TO ROT-FIM.
      *----- ORIGEM AUSENTE = NENHUM EVENTO DAQUELE TIPO
       ABRIR-ORIGENS.
           MOVE "S" TO W-TEM-RECIB W-TEM-CAIXA W-TEM-FATCTL
                       W-TEM-REMES W-TEM-REPHIS W-TEM-MED.
           OPEN INPUT CADRECIB
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RECIB.
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CAIXA.
           OPEN INPUT CADFATCTL
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-FATCTL.
           OPEN INPUT CADREMES
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-REMES.
           OPEN INPUT CADREPHIS
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-REPHIS.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MED.
      *--------------------[ COMPETENCIA ]-----------------------------
       ROT-INIC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *----- SUGERE O MES ANTERIOR
           MOVE W-HJ-MES TO W-MES.
           MOVE W-HJ-ANO TO W-ANO.
           IF W-MES = 01
               MOVE 12 TO W-MES
               SUBTRACT 1 FROM W-ANO
           ELSE
               SUBTRACT 1 FROM W-MES.
           MOVE ZEROS TO W-TOT-LANC W-TOT-VALOR W-TOT-PEND.
           MOVE SPACES TO W-OPCAO.
           DISPLAY SMT193.
       INC-MES.
           ACCEPT TWMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FECHA.
           IF W-MES < 1 OR W-MES > 12
               MOVE "*** MES DA COMPETENCIA INVALIDO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-MES.
       INC-ANO.
           ACCEPT TWANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-MES.
           IF W-ANO < 2000
               MOVE "*** ANO DA COMPETENCIA INVALIDO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-ANO.
           COMPUTE W-COMPET = (W-ANO * 100) + W-MES.
           PERFORM CHECA-FECHAMENTO THRU CHECA-FECHAMENTO-FIM.
           IF W-UNID-ABERTA NOT = 99
               GO TO INC-ANO.
       INC-OPC.
           ACCEPT T-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO INC-ANO.
           IF W-OPCAO = "N" OR "n"
               MOVE "*** ARQUIVO NAO GERADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *--------------------[ GERACAO ]---------------------------------
       GERA-ARQUIVO.
           OPEN OUTPUT CONTABIL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CONTABIL.TXT" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           OPEN OUTPUT CTBCTRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CTBCTRL.DOC" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CONTABIL
               GO TO ROT-INIC.
           MOVE ZEROS TO TAB-UNID W-SEQ W-TOT-LANC W-TOT-VALOR
                         W-TOT-PEND.
      *----- PRIMEIRO E ULTIMO DIA DA COMPETENCIA
           MOVE TAB-DIAS-MES (W-MES) TO W-ULT-DIA.
           DIVIDE W-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO.
           IF W-MES = 02 AND W-RESTO = ZEROS
               MOVE 29 TO W-ULT-DIA.
           MOVE W-COMPET  TO W-DI-COMPET W-DF-COMPET.
           MOVE 01        TO W-DI-DIA.
           MOVE W-ULT-DIA TO W-DF-DIA.
           MOVE W-COMPET  TO LH-COMPET.
           MOVE W-HOJE    TO LH-DTGER.
           ACCEPT W-HORA-SIS FROM TIME.
           MOVE W-HS-HHMMSS TO LH-HRGER.
           WRITE REGCONTABIL FROM LC-CABEC.
           MOVE W-MES  TO CAB2-MES.
           MOVE W-ANO  TO CAB2-ANO.
           MOVE W-HOJE TO CAB2-DATA.
           WRITE REGCTBCTRL FROM CAB0-CTB.
           WRITE REGCTBCTRL FROM CAB1-CTB.
           WRITE REGCTBCTRL FROM CAB2-CTB.
           WRITE REGCTBCTRL FROM CAB0-CTB.
           WRITE REGCTBCTRL FROM LIN-TIT-PEND.
           PERFORM PROC-RECIBOS  THRU PROC-RECIBOS-FIM.
           PERFORM PROC-FATURAS  THRU PROC-FATURAS-FIM.
           PERFORM PROC-REMESSAS THRU PROC-REMESSAS-FIM.
           PERFORM PROC-REPASSES THRU PROC-REPASSES-FIM.
           PERFORM PROC-CAIXAS   THRU PROC-CAIXAS-FIM.
           MOVE W-TOT-LANC  TO LT-QTD.
           MOVE W-TOT-VALOR TO LT-TOTAL.
           WRITE REGCONTABIL FROM LC-RODAPE.
           CLOSE CONTABIL.
           PERFORM LISTA-UNIDADES THRU LISTA-UNIDADES-FIM.
           MOVE W-TOT-LANC  TO TC-QTD.
           MOVE W-TOT-VALOR TO TC-VALOR.
           MOVE W-TOT-PEND  TO TC-PEND.
           WRITE REGCTBCTRL FROM TOT-CTB.
           WRITE REGCTBCTRL FROM CAB0-CTB.
           CLOSE CTBCTRL.
           DISPLAY TWTOTLANC TWTOTVALOR TWTOTPEND.
           IF W-TOT-PEND > ZEROS
               MOVE "* GERADO COM PENDENCIAS - VER CTBCTRL.DOC *"
                                                         TO W-MSG
           ELSE
               MOVE "** CONTABIL.TXT GERADO - CONTROLE CTBCTRL.DOC **"
                                                         TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-INIC.
      *--------------[ COMPETENCIA FECHADA NO CADFECHA ]---------------
      * FECHADA NA LINHA GERAL OU EM TODAS AS UNIDADES ATIVAS.
      * SAI COM W-UNID-ABERTA = 99 QUANDO PODE GERAR.
       CHECA-FECHAMENTO.
           MOVE 99 TO W-UNID-ABERTA.
           MOVE ZEROS TO W-UNID-ATIVAS.
           MOVE ZEROS TO FEC-UNIDADE.
           COMPUTE FEC-DATA = (W-COMPET * 100) + 1.
           CALL "SMPFEC" USING W-FEC-PARM.
           IF FEC-FECHADO = "S"
               GO TO CHECA-FECHAMENTO-FIM.
           MOVE ZEROS TO UN-CODIGO.
           START CADUNID KEY IS NOT LESS UN-CODIGO
               INVALID KEY
                   GO TO CHECA-FECHAMENTO-SEM.
       CHECA-FECHAMENTO-LER.
           READ CADUNID NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHECA-FECHAMENTO-SEM.
           IF UN-STATUS = "I"
               GO TO CHECA-FECHAMENTO-LER.
           ADD 1 TO W-UNID-ATIVAS.
           MOVE UN-CODIGO TO FEC-UNIDADE.
           CALL "SMPFEC" USING W-FEC-PARM.
           IF FEC-FECHADO = "S"
               GO TO CHECA-FECHAMENTO-LER.
           MOVE UN-CODIGO TO W-UNID-ABERTA.
           MOVE UN-CODIGO TO WMA-UNIDADE.
           MOVE W-MSG-ABERTA TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO CHECA-FECHAMENTO-FIM.
       CHECA-FECHAMENTO-SEM.
           IF W-UNID-ATIVAS > ZEROS
               GO TO CHECA-FECHAMENTO-FIM.
           MOVE ZEROS TO W-UNID-ABERTA.
           MOVE "*** COMPETENCIA NAO FECHADA (SMP108) ***" TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CHECA-FECHAMENTO-FIM.
           EXIT.
      *--------------[ RECIBOS PARTICULARES E ESTORNOS ]----------------
       PROC-RECIBOS.
           IF W-TEM-RECIB = "N"
               GO TO PROC-RECIBOS-FIM.
           MOVE ZEROS TO RC-NUMERO.
           START CADRECIB KEY IS NOT LESS RC-NUMERO
               INVALID KEY
                   GO TO PROC-RECIBOS-FIM.
       PROC-RECIBOS-LER.
           READ CADRECIB NEXT
           IF ST-ERRO NOT = "00"
               GO TO PROC-RECIBOS-FIM.
           MOVE RC-DTPAGTO TO W-DATA-EV.
           IF W-EV-COMPET NOT = W-COMPET
               GO TO PROC-RECIBOS-LER.
           PERFORM UNID-RECIBO THRU UNID-RECIBO-FIM.
           MOVE "RC"        TO WL-EVENTO.
           MOVE RC-FORMA    TO WL-FORMA.
           MOVE RC-DTPAGTO  TO WL-DATA.
           MOVE RC-VALOR    TO WL-VALOR.
           MOVE RC-NUMERO   TO WDR-NUMERO.
           MOVE W-DOC-RECIBO TO WL-DOC.
           PERFORM GERA-LANC THRU GERA-LANC-FIM.
           IF RC-STATUS NOT = "E"
               GO TO PROC-RECIBOS-LER.
           MOVE "ER"        TO WL-EVENTO.
           PERFORM GERA-LANC THRU GERA-LANC-FIM.
           GO TO PROC-RECIBOS-LER.
       PROC-RECIBOS-FIM.
           EXIT.
      *
      *----- UNIDADE DA SESSAO DE CAIXA; SEM SESSAO (BOLETO OU
      *----- RECIBO ANTIGO) VALE A UNIDADE DO MEDICO
       UNID-RECIBO.
           MOVE ZEROS TO WL-UNIDADE.
           IF RC-SESSAO = SPACES OR W-TEM-CAIXA = "N"
               GO TO UNID-RECIBO-MED.
           MOVE RC-SESSAO TO CX-CHAVE.
           READ CADCAIXA
           IF ST-ERRO = "00"
               MOVE CX-UNIDADE TO WL-UNIDADE
               GO TO UNID-RECIBO-FIM.
       UNID-RECIBO-MED.
           IF W-TEM-MED = "N"
               GO TO UNID-RECIBO-FIM.
           MOVE RC-CRM    TO CRM.
           MOVE RC-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO = "00"
               MOVE UNIDADE TO WL-UNIDADE.
       UNID-RECIBO-FIM.
           EXIT.
      *--------------[ FATURAS DE CONVENIO ]---------------------------
       PROC-FATURAS.
           IF W-TEM-FATCTL = "N"
               GO TO PROC-FATURAS-FIM.
           MOVE ZEROS TO FC-CHAVE.
           START CADFATCTL KEY IS NOT LESS FC-CHAVE
               INVALID KEY
                   GO TO PROC-FATURAS-FIM.
       PROC-FATURAS-LER.
           READ CADFATCTL NEXT
           IF ST-ERRO NOT = "00"
               GO TO PROC-FATURAS-FIM.
           MOVE FC-DTFAT TO W-DATA-EV.
           IF W-EV-COMPET NOT = W-COMPET
               GO TO PROC-FATURAS-LER.
           MOVE ZEROS        TO WL-UNIDADE.
           MOVE "FC"         TO WL-EVENTO.
           MOVE SPACES       TO WL-FORMA.
           MOVE FC-DTFAT     TO WL-DATA.
           MOVE FC-VALOR     TO WL-VALOR.
           MOVE FC-CONVENIO  TO WDF-CONVENIO.
           MOVE FC-COMPET    TO WDF-COMPET.
           MOVE W-DOC-FATURA TO WL-DOC.
           PERFORM GERA-LANC THRU GERA-LANC-FIM.
           GO TO PROC-FATURAS-LER.
       PROC-FATURAS-FIM.
           EXIT.
      *--------------[ PAGAMENTOS E GLOSAS DE CONVENIO ]---------------
       PROC-REMESSAS.
           IF W-TEM-REMES = "N"
               GO TO PROC-REMESSAS-FIM.
           MOVE ZEROS  TO RM-DATA RM-CRM RM-PCODIGO RM-HORA.
           MOVE SPACES TO RM-CRM-UF.
           START CADREMES KEY IS NOT LESS RM-CHAVE
               INVALID KEY
                   GO TO PROC-REMESSAS-FIM.
       PROC-REMESSAS-LER.
           READ CADREMES NEXT
           IF ST-ERRO NOT = "00"
               GO TO PROC-REMESSAS-FIM.
           MOVE RM-DTLANC TO W-DATA-EV.
           IF W-EV-COMPET NOT = W-COMPET
               GO TO PROC-REMESSAS-LER.
           MOVE ZEROS       TO WL-UNIDADE.
           MOVE SPACES      TO WL-FORMA.
           MOVE RM-DTLANC   TO WL-DATA.
           MOVE RM-PCODIGO  TO WDG-PCODIGO.
           MOVE RM-DATA     TO WDG-DATA.
           MOVE W-DOC-GUIA  TO WL-DOC.
           MOVE "PC"          TO WL-EVENTO.
           MOVE RM-VALOR-PAGO TO WL-VALOR.
           PERFORM GERA-LANC THRU GERA-LANC-FIM.
           IF RM-SITUACAO NOT = "G" AND "M"
               GO TO PROC-REMESSAS-LER.
           IF RM-VALOR-FAT NOT > RM-VALOR-PAGO
               GO TO PROC-REMESSAS-LER.
           MOVE "GL" TO WL-EVENTO.
           COMPUTE WL-VALOR = RM-VALOR-FAT - RM-VALOR-PAGO.
           PERFORM GERA-LANC THRU GERA-LANC-FIM.
           GO TO PROC-REMESSAS-LER.
       PROC-REMESSAS-FIM.
           EXIT.
      *--------------[ REPASSE MEDICO E RETENCOES ]--------------------
       PROC-REPASSES.
           IF W-TEM-REPHIS = "N"
               GO TO PROC-REPASSES-FIM.
           MOVE ZEROS  TO RH-CRM RH-COMPET.
           MOVE SPACES TO RH-CRM-UF.
           START CADREPHIS KEY IS NOT LESS RH-CHAVE
               INVALID KEY
                   GO TO PROC-REPASSES-FIM.
       PROC-REPASSES-LER.
           READ CADREPHIS NEXT
           IF ST-ERRO NOT = "00"
               GO TO PROC-REPASSES-FIM.
           IF RH-COMPET NOT = W-COMPET
               GO TO PROC-REPASSES-LER.
           MOVE ZEROS TO WL-UNIDADE.
           IF W-TEM-MED = "S"
               MOVE RH-CRM    TO CRM
               MOVE RH-CRM-UF TO CRM-UF
               READ CADMED
               IF ST-ERRO = "00"
                   MOVE UNIDADE TO WL-UNIDADE.
           MOVE SPACES      TO WL-FORMA.
           MOVE W-DATA-FIM  TO WL-DATA.
           MOVE RH-CRM      TO WDP-CRM.
           MOVE RH-CRM-UF   TO WDP-UF.
           MOVE RH-COMPET   TO WDP-COMPET.
           MOVE W-DOC-REPASSE TO WL-DOC.
           MOVE "RB"     TO WL-EVENTO.
           MOVE RH-BRUTO TO WL-VALOR.
           PERFORM GERA-LANC THRU GERA-LANC-FIM.
           MOVE "RI"     TO WL-EVENTO.
           MOVE RH-IRRF  TO WL-VALOR.
           PERFORM GERA-LANC THRU GERA-LANC-FIM.
           MOVE "RS"     TO WL-EVENTO.
           MOVE RH-ISS   TO WL-VALOR.
           PERFORM GERA-LANC THRU GERA-LANC-FIM.
           GO TO PROC-REPASSES-LER.
       PROC-REPASSES-FIM.
           EXIT.
      *--------------[ DIFERENCAS DE CAIXA ]---------------------------
       PROC-CAIXAS.
           IF W-TEM-CAIXA = "N"
               GO TO PROC-CAIXAS-FIM.
           MOVE W-DATA-INI TO CX-DATA.
           MOVE SPACES     TO CX-OPERADOR.
           MOVE ZEROS      TO CX-SEQ.
           START CADCAIXA KEY IS NOT LESS CX-CHAVE
               INVALID KEY
                   GO TO PROC-CAIXAS-FIM.
       PROC-CAIXAS-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00"
               GO TO PROC-CAIXAS-FIM.
           IF CX-DATA > W-DATA-FIM
               GO TO PROC-CAIXAS-FIM.
           IF CX-STATUS NOT = "F" OR CX-DIFER = ZEROS
               GO TO PROC-CAIXAS-LER.
           MOVE CX-UNIDADE  TO WL-UNIDADE.
           MOVE SPACES      TO WL-FORMA.
           MOVE CX-DATA     TO WL-DATA.
           MOVE CX-OPERADOR TO WDC-OPERADOR.
           MOVE CX-SEQ      TO WDC-SEQ.
           MOVE W-DOC-CAIXA TO WL-DOC.
           MOVE CX-DIFER    TO W-DIF-CAIXA.
           IF W-DIF-CAIXA > ZEROS
               MOVE "CS" TO WL-EVENTO
           ELSE
               MOVE "CF" TO WL-EVENTO
               COMPUTE W-DIF-CAIXA = ZEROS - W-DIF-CAIXA.
           MOVE W-DIF-CAIXA TO WL-VALOR.
           PERFORM GERA-LANC THRU GERA-LANC-FIM.
           GO TO PROC-CAIXAS-LER.
       PROC-CAIXAS-FIM.
           EXIT.
      *--------------[ GRAVA UM LANCAMENTO ]---------------------------
      * VALOR ZERADO NAO GERA LANCAMENTO. SEM MAPEAMENTO ATIVO O
      * EVENTO SAI NO RELATORIO COMO PENDENCIA E FICA FORA.
       GERA-LANC.
           IF WL-VALOR = ZEROS
               GO TO GERA-LANC-FIM.
           COMPUTE W-UX = WL-UNIDADE + 1.
           MOVE 1 TO W-EX.
       GERA-LANC-EV.
           IF TAB-EV-COD (W-EX) NOT = WL-EVENTO AND W-EX < 10
               ADD 1 TO W-EX
               GO TO GERA-LANC-EV.
           IF TU-LIDO (W-UX) NOT = "S"
               PERFORM LE-UNIDADE THRU LE-UNIDADE-FIM.
           PERFORM BUSCA-MAPA THRU BUSCA-MAPA-FIM.
           IF W-MAPA-OK = "N"
               ADD 1        TO TU-PEND (W-UX) W-TOT-PEND
               ADD WL-VALOR TO TU-VAL-PEND (W-UX)
               MOVE WL-UNIDADE TO DP-UNIDADE
               MOVE WL-EVENTO  TO DP-EVENTO
               MOVE WL-FORMA   TO DP-FORMA
               MOVE WL-DOC     TO DP-DOC
               MOVE WL-DATA    TO DP-DATA
               MOVE WL-VALOR   TO DP-VALOR
               WRITE REGCTBCTRL FROM DET-PEND
               GO TO GERA-LANC-FIM.
           ADD 1 TO W-SEQ.
           MOVE W-SEQ          TO LD-SEQ.
           MOVE WL-DATA        TO LD-DATA.
           MOVE WL-UNIDADE     TO LD-UNIDADE.
           MOVE TU-CNPJ (W-UX) TO LD-CNPJ.
           MOVE CM-CTA-DEB     TO LD-CTA-DEB.
           MOVE CM-CTA-CRED    TO LD-CTA-CRED.
           MOVE WL-VALOR       TO LD-VALOR.
           MOVE WL-EVENTO      TO LD-EVENTO.
           MOVE CM-HISTORICO   TO LD-HISTORICO.
           MOVE WL-DOC         TO LD-DOC.
           WRITE REGCONTABIL FROM LC-DETALHE.
           ADD 1        TO W-TOT-LANC TU-EV-QTD (W-UX W-EX).
           ADD WL-VALOR TO W-TOT-VALOR TU-EV-VAL (W-UX W-EX).
      *----- CONFERENCIA: CADA LADO SO SOMA COM A CONTA PREENCHIDA
           IF LD-CTA-DEB NOT = SPACES
               ADD LD-VALOR TO TU-DEB (W-UX).
           IF LD-CTA-CRED NOT = SPACES
               ADD LD-VALOR TO TU-CRED (W-UX).
       GERA-LANC-FIM.
           EXIT.
      *
      *----- NOME E CNPJ DA UNIDADE, LIDOS UMA VEZ
       LE-UNIDADE.
           MOVE "S"    TO TU-LIDO (W-UX).
           MOVE SPACES TO TU-NOME (W-UX).
           MOVE ZEROS  TO TU-CNPJ (W-UX).
           IF WL-UNIDADE = ZEROS
               MOVE "GERAL (CONVENIOS)" TO TU-NOME (W-UX).
           MOVE WL-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
               GO TO LE-UNIDADE-FIM.
           MOVE UN-NOME TO TU-NOME (W-UX).
           MOVE UN-CNPJ TO TU-CNPJ (W-UX).
       LE-UNIDADE-FIM.
           EXIT.
      *
      *----- UNIDADE+FORMA, UNIDADE SEM FORMA, GERAL+FORMA E GERAL
      *----- SEM FORMA, NESSA ORDEM; INATIVO NAO VALE
       BUSCA-MAPA.
           MOVE "S" TO W-MAPA-OK.
           MOVE WL-UNIDADE TO CM-UNIDADE.
           MOVE WL-EVENTO  TO CM-EVENTO.
           MOVE WL-FORMA   TO CM-FORMA.
           PERFORM TENTA-MAPA THRU TENTA-MAPA-FIM.
           IF W-MAPA-OK = "S"
               GO TO BUSCA-MAPA-FIM.
           MOVE "S" TO W-MAPA-OK.
           MOVE WL-UNIDADE TO CM-UNIDADE.
           MOVE SPACES     TO CM-FORMA.
           PERFORM TENTA-MAPA THRU TENTA-MAPA-FIM.
           IF W-MAPA-OK = "S"
               GO TO BUSCA-MAPA-FIM.
           MOVE "S" TO W-MAPA-OK.
           MOVE ZEROS      TO CM-UNIDADE.
           MOVE WL-FORMA   TO CM-FORMA.
           PERFORM TENTA-MAPA THRU TENTA-MAPA-FIM.
           IF W-MAPA-OK = "S"
               GO TO BUSCA-MAPA-FIM.
           MOVE "S" TO W-MAPA-OK.
           MOVE ZEROS      TO CM-UNIDADE.
           MOVE SPACES     TO CM-FORMA.
           PERFORM TENTA-MAPA THRU TENTA-MAPA-FIM.
       BUSCA-MAPA-FIM.
           EXIT.
      *
       TENTA-MAPA.
           MOVE WL-EVENTO TO CM-EVENTO.
           READ CADCTBMP
           IF ST-ERRO NOT = "00" OR CM-STATUS = "I"
               MOVE "N" TO W-MAPA-OK.
       TENTA-MAPA-FIM.
           EXIT.
      *--------------[ RESUMO POR UNIDADE NO RELATORIO ]---------------
       LISTA-UNIDADES.
           MOVE ZEROS TO W-UX.
       LISTA-UNIDADES-PROX.
           ADD 1 TO W-UX.
           IF W-UX > 100
               GO TO LISTA-UNIDADES-FIM.
           IF TU-LIDO (W-UX) NOT = "S"
               GO TO LISTA-UNIDADES-PROX.
           WRITE REGCTBCTRL FROM LIN-BRANCO.
           COMPUTE LU-UNIDADE = W-UX - 1.
           MOVE TU-NOME (W-UX) TO LU-NOME.
           MOVE TU-CNPJ (W-UX) TO LU-CNPJ.
           WRITE REGCTBCTRL FROM LIN-UNID.
           MOVE ZEROS TO W-EX.
       LISTA-UNIDADES-EV.
           ADD 1 TO W-EX.
           IF W-EX > 10
               GO TO LISTA-UNIDADES-TOT.
           IF TU-EV-QTD (W-UX W-EX) = ZEROS
               GO TO LISTA-UNIDADES-EV.
           MOVE TAB-EV-COD (W-EX)       TO DE-EVENTO.
           MOVE TAB-EV-DESC (W-EX)      TO DE-DESC.
           MOVE TU-EV-QTD (W-UX W-EX)   TO DE-QTD.
           MOVE TU-EV-VAL (W-UX W-EX)   TO DE-VALOR.
           WRITE REGCTBCTRL FROM DET-EV.
           GO TO LISTA-UNIDADES-EV.
       LISTA-UNIDADES-TOT.
           MOVE TU-DEB (W-UX)  TO TU-R-DEB.
           MOVE TU-CRED (W-UX) TO TU-R-CRED.
           IF TU-DEB (W-UX) = TU-CRED (W-UX)
               MOVE "CONFERE" TO TU-R-CONF
           ELSE
               MOVE "*** DIVERGE ***" TO TU-R-CONF.
           WRITE REGCTBCTRL FROM TOT-UNID.
           IF TU-PEND (W-UX) = ZEROS
               GO TO LISTA-UNIDADES-PROX.
           MOVE TU-PEND (W-UX)     TO TP-QTD.
           MOVE TU-VAL-PEND (W-UX) TO TP-VALOR.
           WRITE REGCTBCTRL FROM TOT-UNID-PEND.
           GO TO LISTA-UNIDADES-PROX.
       LISTA-UNIDADES-FIM.
           WRITE REGCTBCTRL FROM LIN-BRANCO.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
           MOVE ZEROS TO COUNTER.
       ROT-MENS1.
           DISPLAY (23, 12) W-MSG.
       ROT-MENS2.
           ADD 1 TO COUNTER
           IF COUNTER < 1500
              GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO W-MSG
              DISPLAY (23, 12) W-MSG.
       ROT-MENS-FIM.
           EXIT.

       ROT-FECHA.
           CLOSE CADCTBMP CADUNID.
           IF W-TEM-RECIB = "S"
               CLOSE CADRECIB.
           IF W-TEM-CAIXA = "S"
               CLOSE CADCAIXA.
           IF W-TEM-FATCTL = "S"
               CLOSE CADFATCTL.
           IF W-TEM-REMES = "S"
               CLOSE CADREMES.
           IF W-TEM-REPHIS = "S"
               CLOSE CADREPHIS.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
