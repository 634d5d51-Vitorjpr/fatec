       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP150.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   REPASSE MEDICO - REMESSA E RETORNO BANCARIO        *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * E = GERA A REMESSA DE PAGAMENTO DO REPASSE DE UMA
      *     COMPETENCIA NO LEIAUTE CNAB 240 FEBRABAN
      *     (REPASSE.REM), COM O LIQUIDO DO CADREPHIS E OS
      *     DADOS BANCARIOS DO CADMEDBCO (SMP149). UM LOTE POR
      *     FORMA DE LANCAMENTO: 01 CREDITO EM CONTA CORRENTE E
      *     05 POUPANCA NO PROPRIO BANCO, 41 TED PARA OUTRO
      *     BANCO E 45 PIX (CHAVE NO SEGMENTO B).
      *     ANTES DE GERAR, LISTA EM REPASPEN.DOC OS MEDICOS SEM
      *     DADOS BANCARIOS ATIVOS OU COM LIQUIDO ZERADO, QUE
      *     FICAM FORA DA REMESSA.
      *     ENTRAM OS REPASSES AINDA NAO REMETIDOS E OS
      *     REJEITADOS EM RETORNO ANTERIOR; FICAM REMETIDOS (R)
      *     COM O NSA DO ARQUIVO. O NSA E O MAIOR JA USADO + 1.
      * I = IMPORTA O RETORNO DO BANCO (REPASSE.RET). PELO SEU
      *     NUMERO DO SEGMENTO A (CRM+UF+COMPETENCIA) ACHA O
      *     REPASSE: OCORRENCIA 00 = PAGO, GRAVA RH-DTPAGTO;
      *     BD = AGENDADO, CONTINUA REMETIDO; AS DEMAIS
      *     REJEITAM O PAGAMENTO (J) E SAEM EM REPASREJ.DOC.
      * CONTA DA CLINICA NO CADPARAM (SMPPAR): CNABBANCO,
      * CNABAGENC, CNABCONTA E CNABCONV. O CNPJ E O NOME DO
      * PAGADOR VEM DA UNIDADE (CADUNID).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADREPHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RH-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMEDBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT REMESSA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT RETORNO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT REPASPEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT REPASREJ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREPHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPHIS.DAT".
       COPY REGREPHIS.
      *
       FD CADMEDBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDBCO.DAT".
       COPY REGMEDBCO.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD REMESSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPASSE.REM".
       01 REGREMESSA    PIC X(240).
      *
      *----- SO INTERESSA O SEGMENTO A DO RETORNO
       FD RETORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPASSE.RET".
       01 REGRETORNO.
           03 RT-BANCO          PIC X(03).
           03 RT-LOTE           PIC X(04).
           03 RT-TIPO           PIC X(01).
           03 RT-NUMREG         PIC X(05).
           03 RT-SEGMENTO       PIC X(01).
           03 FILLER            PIC X(59).
           03 RT-SEUNUM.
               05 RT-SN-CRM     PIC 9(06).
               05 RT-SN-UF      PIC X(02).
               05 RT-SN-COMPET  PIC 9(06).
               05 FILLER        PIC X(06).
           03 FILLER            PIC X(61).
           03 RT-DTREAL.
               05 RT-DR-DIA     PIC 9(02).
               05 RT-DR-MES     PIC 9(02).
               05 RT-DR-ANO     PIC 9(04).
           03 FILLER            PIC X(68).
           03 RT-OCORRENCIA.
               05 RT-OCOR-1     PIC X(02).
               05 FILLER        PIC X(08).
      *
       FD REPASPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPASPEN.DOC".
       01 REGREPASPEN   PIC X(100).
      *
       FD REPASREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPASREJ.DOC".
       01 REGREPASREJ   PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-UNIDADE              PIC 9(02) VALUE ZEROS.
       01 W-MES                  PIC 9(02) VALUE ZEROS.
       01 W-ANO                  PIC 9(04) VALUE ZEROS.
       01 W-COMPET               PIC 9(06) VALUE ZEROS.
       01 W-PAG-DIA              PIC 9(02) VALUE ZEROS.
       01 W-PAG-MES              PIC 9(02) VALUE ZEROS.
       01 W-PAG-ANO              PIC 9(04) VALUE ZEROS.
       01 W-APTO                 PIC X(01) VALUE "N".
       01 W-MOTIVO               PIC X(30) VALUE SPACES.
       01 W-LOTE-ABERTO          PIC X(01) VALUE "N".
       01 W-IX                   PIC 9(01) VALUE ZEROS.
       01 W-FORMA                PIC 9(02) VALUE ZEROS.
       01 W-FORMA-REG            PIC 9(02) VALUE ZEROS.
       01 W-CAMARA               PIC 9(03) VALUE ZEROS.
       01 W-LOTE                 PIC 9(04) VALUE ZEROS.
       01 W-NUMREG               PIC 9(05) VALUE ZEROS.
       01 W-QTD-LOTE             PIC 9(06) VALUE ZEROS.
       01 W-SOMA-LOTE            PIC 9(16)V99 VALUE ZEROS.
       01 W-TOT-REG              PIC 9(06) VALUE ZEROS.
       01 W-NSA                  PIC 9(06) VALUE ZEROS.
       01 W-TOT-APTOS            PIC 9(06) VALUE ZEROS.
       01 W-VAL-APTOS            PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-PEND             PIC 9(06) VALUE ZEROS.
       01 W-TOT-REM              PIC 9(06) VALUE ZEROS.
       01 W-TOT-PAGO             PIC 9(06) VALUE ZEROS.
       01 W-TOT-AGEND            PIC 9(06) VALUE ZEROS.
       01 W-TOT-REJ              PIC 9(06) VALUE ZEROS.
       01 W-VAL-REJ              PIC 9(10)V99 VALUE ZEROS.
      *----- CONTA DA CLINICA (CADPARAM)
       01 W-BANCO                PIC 9(03) VALUE ZEROS.
       01 W-AGENCIA              PIC 9(05) VALUE ZEROS.
       01 W-AGENCIA-DV           PIC X(01) VALUE SPACES.
       01 W-CONTA                PIC 9(12) VALUE ZEROS.
       01 W-CONTA-DV             PIC X(01) VALUE SPACES.
       01 W-CONVENIO             PIC X(20) VALUE SPACES.
       01 W-PAR-PARM.
           03 PAR-CODIGO         PIC X(10) VALUE SPACES.
           03 PAR-VALOR          PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX       PIC X(20) VALUE SPACES.
           03 PAR-ACHOU          PIC X(01) VALUE "N".
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-HOJE.
           03 W-HJ-ANO           PIC 9(04).
           03 W-HJ-MES           PIC 9(02).
           03 W-HJ-DIA           PIC 9(02).
       01 W-DATA-INV             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-INV.
           03 W-DI-ANO           PIC 9(04).
           03 W-DI-MES           PIC 9(02).
           03 W-DI-DIA           PIC 9(02).
      *----- DATAS DO CNAB SAO DDMMAAAA
       01 W-DATA-CNAB            PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-CNAB.
           03 W-DC-DIA           PIC 9(02).
           03 W-DC-MES           PIC 9(02).
           03 W-DC-ANO           PIC 9(04).
       01 W-HORA-SIS.
           03 W-HS-HHMMSS        PIC 9(06).
           03 FILLER             PIC 9(02).
      *----- FORMA DE LANCAMENTO E CAMARA CENTRALIZADORA POR LOTE
       01 TAB-FORMA-DISP.
           03 FILLER PIC X(05) VALUE "01000".
           03 FILLER PIC X(05) VALUE "05000".
           03 FILLER PIC X(05) VALUE "41018".
           03 FILLER PIC X(05) VALUE "45009".
       01 TAB-FORMA-TAB REDEFINES TAB-FORMA-DISP.
           03 TB-FM-ITEM OCCURS 4 TIMES.
               05 TB-FM-FORMA        PIC 9(02).
               05 TB-FM-CAMARA       PIC 9(03).
      *
      *-----------------[ CNAB 240 - HEADER DE ARQUIVO ]----------------
       01  CNAB-HDARQ.
           05  HA-BANCO               PIC 9(03).
           05  FILLER                 PIC X(04) VALUE "0000".
           05  FILLER                 PIC X(01) VALUE "0".
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE "2".
           05  HA-CNPJ                PIC 9(14).
           05  HA-CONVENIO            PIC X(20).
           05  HA-AGENCIA             PIC 9(05).
           05  HA-AGENCIA-DV          PIC X(01).
           05  HA-CONTA               PIC 9(12).
           05  HA-CONTA-DV            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HA-EMPRESA             PIC X(30).
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE "1".
           05  HA-DATA                PIC 9(08).
           05  HA-HORA                PIC 9(06).
           05  HA-NSA                 PIC 9(06).
           05  FILLER                 PIC X(03) VALUE "089".
           05  FILLER                 PIC X(05) VALUE "00000".
           05  FILLER                 PIC X(69) VALUE SPACES.
      *-----------------[ CNAB 240 - HEADER DE LOTE ]-------------------
      *----- SERVICO 20 = PAGAMENTO A FORNECEDORES
       01  CNAB-HDLOTE.
           05  HL-BANCO               PIC 9(03).
           05  HL-LOTE                PIC 9(04).
           05  FILLER                 PIC X(01) VALUE "1".
           05  FILLER                 PIC X(01) VALUE "C".
           05  FILLER                 PIC X(02) VALUE "20".
           05  HL-FORMA               PIC 9(02).
           05  FILLER                 PIC X(03) VALUE "045".
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE "2".
           05  HL-CNPJ                PIC 9(14).
           05  HL-CONVENIO            PIC X(20).
           05  HL-AGENCIA             PIC 9(05).
           05  HL-AGENCIA-DV          PIC X(01).
           05  HL-CONTA               PIC 9(12).
           05  HL-CONTA-DV            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HL-EMPRESA             PIC X(30).
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  HL-ENDERECO            PIC X(30).
           05  FILLER                 PIC 9(05) VALUE ZEROS.
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE SPACES.
      *-----------------[ CNAB 240 - SEGMENTO A ]-----------------------
      *----- SEU NUMERO = CRM + UF + COMPETENCIA, VOLTA NO RETORNO
       01  CNAB-SEGA.
           05  SA-BANCO               PIC 9(03).
           05  SA-LOTE                PIC 9(04).
           05  FILLER                 PIC X(01) VALUE "3".
           05  SA-NUMREG              PIC 9(05).
           05  FILLER                 PIC X(01) VALUE "A".
           05  FILLER                 PIC X(01) VALUE "0".
           05  FILLER                 PIC X(02) VALUE "00".
           05  SA-CAMARA              PIC 9(03).
           05  SA-BCOFAV              PIC 9(03).
           05  SA-AGFAV               PIC 9(05).
           05  SA-AGFAV-DV            PIC X(01).
           05  SA-CTFAV               PIC 9(12).
           05  SA-CTFAV-DV            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SA-NOMEFAV             PIC X(30).
           05  SA-SEUNUM.
               07  SA-SN-CRM          PIC 9(06).
               07  SA-SN-UF           PIC X(02).
               07  SA-SN-COMPET       PIC 9(06).
               07  FILLER             PIC X(06) VALUE SPACES.
           05  SA-DTPAGTO             PIC 9(08).
           05  FILLER                 PIC X(03) VALUE "BRL".
           05  FILLER                 PIC 9(15) VALUE ZEROS.
           05  SA-VALOR               PIC 9(13)V99.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC 9(15) VALUE ZEROS.
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  SA-FINTED              PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE "0".
           05  FILLER                 PIC X(10) VALUE SPACES.
      *-----------------[ CNAB 240 - SEGMENTO B ]-----------------------
       01  CNAB-SEGB.
           05  SB-BANCO               PIC 9(03).
           05  SB-LOTE                PIC 9(04).
           05  FILLER                 PIC X(01) VALUE "3".
           05  SB-NUMREG              PIC 9(05).
           05  FILLER                 PIC X(01) VALUE "B".
           05  SB-PIXTIPO             PIC X(03).
           05  SB-TIPOINSC            PIC 9(01).
           05  SB-INSCRICAO           PIC 9(14).
           05  FILLER                 PIC X(35) VALUE SPACES.
           05  FILLER                 PIC X(60) VALUE SPACES.
           05  SB-PIXCHAVE            PIC X(99).
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE SPACES.
      *-----------------[ CNAB 240 - TRAILER DE LOTE ]------------------
       01  CNAB-TRLOTE.
           05  TL-BANCO               PIC 9(03).
           05  TL-LOTE                PIC 9(04).
           05  FILLER                 PIC X(01) VALUE "5".
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  TL-QTDREG              PIC 9(06).
           05  TL-SOMA                PIC 9(16)V99.
           05  FILLER                 PIC 9(18) VALUE ZEROS.
           05  FILLER                 PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(165) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE SPACES.
      *-----------------[ CNAB 240 - TRAILER DE ARQUIVO ]---------------
       01  CNAB-TRARQ.
           05  TA-BANCO               PIC 9(03).
           05  FILLER                 PIC X(04) VALUE "9999".
           05  FILLER                 PIC X(01) VALUE "9".
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  TA-QTDLOTES            PIC 9(06).
           05  TA-QTDREG              PIC 9(06).
           05  FILLER                 PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(205) VALUE SPACES.
      *
      *-----------------[ LISTAGENS DE CONFERENCIA ]--------------------
       01  CAB0-REP.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-PEN.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     REPASSE MEDICO - PENDENC".
           05  FILLER                 PIC X(043) VALUE
           "IAS DA REMESSA BANCARIA                   -".
       01  CAB1-REJ.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     REPASSE MEDICO - PAGAMEN".
           05  FILLER                 PIC X(043) VALUE
           "TOS REJEITADOS PELO BANCO                 -".
       01  CAB2-REP.
           05  FILLER                 PIC X(023) VALUE
           "- COMPETENCIA        : ".
           05  CAB2-MES               PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-ANO               PIC 9(004).
           05  FILLER                 PIC X(069) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-REP.
           05  FILLER                 PIC X(057) VALUE
           "- CRM     UF NOME DO MEDICO                 COMPET.      ".
           05  FILLER                 PIC X(043) VALUE
           " LIQUIDO PENDENCIA / OCORRENCIA           -".
       01  DET-REP.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DR-CRM    VALUE ZEROS  PIC Z99.999.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-UF     VALUE SPACES PIC X(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-NOME   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-MES    VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DR-ANO    VALUE ZEROS  PIC 9(004).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-LIQUIDO VALUE ZEROS PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-MOTIVO VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOT-REP.
           05  LT-ROTULO              PIC X(023).
           05  LT-QTDE   VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(022) VALUE
           "    VALOR LIQUIDO   : ".
           05  LT-VALOR  VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(033) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT150.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** REPASSE MEDICO - REMESSA E RETO".
           05  LINE 02  COLUMN 41
               VALUE  "RNO BANCARIO (CNAB 240) ***".

           05  LINE 05  COLUMN 01
               VALUE  "     COMPETENCIA (MM/AAAA)  :".
           05  LINE 05  COLUMN 33
               VALUE  "/".
           05  LINE 07  COLUMN 01
               VALUE  "     UNIDADE PAGADORA       :".
           05  LINE 09  COLUMN 01
               VALUE  "     DATA DO PAGAMENTO      :".
           05  LINE 09  COLUMN 33
               VALUE  "/".
           05  LINE 09  COLUMN 36
               VALUE  "/".
           05  LINE 12  COLUMN 01
               VALUE  "     REPASSES APTOS         :".
           05  LINE 13  COLUMN 01
               VALUE  "     VALOR LIQUIDO          :".
           05  LINE 14  COLUMN 01
               VALUE  "     PENDENCIAS             :".
           05  LINE 14  COLUMN 40
               VALUE  "(VER REPASPEN.DOC)".
           05  LINE 16  COLUMN 01
               VALUE  "     NSA DO ARQUIVO         :".

           05  TWMES
               LINE 05  COLUMN 31  PIC 9(02)
               USING  W-MES
               HIGHLIGHT.

           05  TWANO
               LINE 05  COLUMN 34  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.

           05  TWUNIDADE
               LINE 07  COLUMN 31  PIC 9(02)
               USING  W-UNIDADE
               HIGHLIGHT.

           05  TUNNOME
               LINE 07  COLUMN 35  PIC X(30)
               USING  UN-NOME
               HIGHLIGHT.

           05  TWPAGDIA
               LINE 09  COLUMN 31  PIC 9(02)
               USING  W-PAG-DIA
               HIGHLIGHT.

           05  TWPAGMES
               LINE 09  COLUMN 34  PIC 9(02)
               USING  W-PAG-MES
               HIGHLIGHT.

           05  TWPAGANO
               LINE 09  COLUMN 37  PIC 9(04)
               USING  W-PAG-ANO
               HIGHLIGHT.

           05  TWTOTAPTOS
               LINE 12  COLUMN 31  PIC ZZZ.ZZ9
               USING  W-TOT-APTOS
               HIGHLIGHT.

           05  TWVALAPTOS
               LINE 13  COLUMN 31  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-VAL-APTOS
               HIGHLIGHT.

           05  TWTOTPEND
               LINE 14  COLUMN 31  PIC ZZZ.ZZ9
               USING  W-TOT-PEND
               HIGHLIGHT.

           05  TWNSA
               LINE 16  COLUMN 31  PIC ZZZZZ9
               USING  W-NSA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADREPHIS.
           OPEN I-O CADREPHIS
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADREPHIS NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRIR-CADMEDBCO.
           OPEN INPUT CADMEDBCO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMEDBCO NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREPHIS
              GO TO ROT-FIM.

       ABRIR-CADMED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREPHIS CADMEDBCO
              GO TO ROT-FIM.

       ABRIR-CADUNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADUNID NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREPHIS CADMEDBCO CADMED
              GO TO ROT-FIM.
      *--------------------[ OPCAO DE TRABALHO ]-----------------------
       ROT-INIC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HJ-MES TO W-MES.
           MOVE W-HJ-ANO TO W-ANO.
           MOVE W-HJ-DIA TO W-PAG-DIA.
           MOVE W-HJ-MES TO W-PAG-MES.
           MOVE W-HJ-ANO TO W-PAG-ANO.
           MOVE ZEROS TO W-UNIDADE W-TOT-APTOS W-VAL-APTOS
                         W-TOT-PEND W-NSA.
           MOVE SPACES TO UN-NOME.
           DISPLAY SMT150.
       ACE-001.
           DISPLAY (23, 13)
                "E=GERAR REMESSA   I=IMPORTAR RETORNO   F=FIM"
           ACCEPT (23, 60) W-OPCAO
           IF W-OPCAO = "E" OR "e"
               GO TO EXPORTA-REMESSA.
           IF W-OPCAO = "I" OR "i"
               PERFORM IMPORTA-RETORNO THRU IMPORTA-RETORNO-FIM
               GO TO ACE-001.
           IF W-OPCAO = "F" OR "f"
               CLOSE CADREPHIS CADMEDBCO CADMED CADUNID
               GO TO ROT-FIM.
           GO TO ACE-001.
      *--------------------[ GERACAO DA REMESSA ]----------------------
       EXPORTA-REMESSA.
           ACCEPT TWMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
           IF W-MES < 1 OR W-MES > 12
               MOVE "*** MES DA COMPETENCIA INVALIDO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXPORTA-REMESSA.
       EXPORTA-ANO.
           ACCEPT TWANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXPORTA-REMESSA.
           IF W-ANO < 2000
               MOVE "*** ANO DA COMPETENCIA INVALIDO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXPORTA-ANO.
           COMPUTE W-COMPET = (W-ANO * 100) + W-MES.
       EXPORTA-UNID.
           ACCEPT TWUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXPORTA-ANO.
           MOVE W-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXPORTA-UNID.
           DISPLAY TUNNOME.
           IF UN-CNPJ = ZEROS
               MOVE "*** UNIDADE SEM CNPJ - COMPLETE NO SMP057 ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXPORTA-UNID.
       EXPORTA-DTPAG.
           ACCEPT TWPAGDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXPORTA-UNID.
           ACCEPT TWPAGMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXPORTA-DTPAG.
           ACCEPT TWPAGANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EXPORTA-DTPAG.
           MOVE W-PAG-ANO TO W-DI-ANO.
           MOVE W-PAG-MES TO W-DI-MES.
           MOVE W-PAG-DIA TO W-DI-DIA.
           IF W-PAG-DIA < 1 OR W-PAG-DIA > 31
              OR W-PAG-MES < 1 OR W-PAG-MES > 12
              OR W-DATA-INV < W-HOJE
               MOVE "*** DATA DE PAGAMENTO INVALIDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EXPORTA-DTPAG.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM.
           IF W-BANCO = ZEROS OR W-AGENCIA = ZEROS
                              OR W-CONTA = ZEROS
               MOVE "*** CONTA DA CLINICA NAO PARAMETRIZADA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
      *----- PRIMEIRA PASSADA: PENDENCIAS E TOTAL A REMETER
           PERFORM PRE-LISTA THRU PRE-LISTA-FIM.
           DISPLAY TWTOTAPTOS TWVALAPTOS TWTOTPEND TWNSA.
           IF W-TOT-APTOS = ZEROS
               MOVE "*** NENHUM REPASSE A REMETER NA COMPETENCIA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
       EXPORTA-CONFIRMA.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           DISPLAY (23, 13) "CONFIRMA GERACAO DA REMESSA (S/N) : "
           ACCEPT (23, 50) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REMESSA NAO GERADA ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXPORTA-CONFIRMA.
           OPEN OUTPUT REMESSA
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO REPASSE.REM" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE W-BANCO      TO HA-BANCO HL-BANCO SA-BANCO SB-BANCO
                                TL-BANCO TA-BANCO.
           MOVE UN-CNPJ      TO HA-CNPJ HL-CNPJ.
           MOVE W-CONVENIO   TO HA-CONVENIO HL-CONVENIO.
           MOVE W-AGENCIA    TO HA-AGENCIA HL-AGENCIA.
           MOVE W-AGENCIA-DV TO HA-AGENCIA-DV HL-AGENCIA-DV.
           MOVE W-CONTA      TO HA-CONTA HL-CONTA.
           MOVE W-CONTA-DV   TO HA-CONTA-DV HL-CONTA-DV.
           MOVE UN-NOME      TO HA-EMPRESA HL-EMPRESA.
           MOVE UN-ENDERECO  TO HL-ENDERECO.
           MOVE W-HJ-DIA TO W-DC-DIA.
           MOVE W-HJ-MES TO W-DC-MES.
           MOVE W-HJ-ANO TO W-DC-ANO.
           MOVE W-DATA-CNAB TO HA-DATA.
           ACCEPT W-HORA-SIS FROM TIME.
           MOVE W-HS-HHMMSS TO HA-HORA.
           MOVE W-NSA TO HA-NSA.
           WRITE REGREMESSA FROM CNAB-HDARQ.
           MOVE W-PAG-DIA TO W-DC-DIA.
           MOVE W-PAG-MES TO W-DC-MES.
           MOVE W-PAG-ANO TO W-DC-ANO.
           MOVE W-DATA-CNAB TO SA-DTPAGTO.
           MOVE 1 TO W-TOT-REG.
           MOVE ZEROS TO W-LOTE W-TOT-REM W-IX.
       EXPORTA-LOTES.
           ADD 1 TO W-IX.
           IF W-IX > 4
               GO TO EXPORTA-FECHA.
           PERFORM GERA-LOTE THRU GERA-LOTE-FIM.
           GO TO EXPORTA-LOTES.
       EXPORTA-FECHA.
           ADD 1 TO W-TOT-REG.
           MOVE W-LOTE    TO TA-QTDLOTES.
           MOVE W-TOT-REG TO TA-QTDREG.
           WRITE REGREMESSA FROM CNAB-TRARQ.
           CLOSE REMESSA.
           DISPLAY TWNSA.
           MOVE "** REMESSA REPASSE.REM GERADA **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *--------------[ PARAMETROS DA CONTA PAGADORA ]-------------------
      * O DIGITO DA AGENCIA E DA CONTA VAI NO PRIMEIRO CARACTER
      * DO TEXTO DO PARAMETRO.
       LER-PARAMETROS.
           MOVE ZEROS  TO W-BANCO W-AGENCIA W-CONTA.
           MOVE SPACES TO W-AGENCIA-DV W-CONTA-DV W-CONVENIO.
           MOVE "CNABBANCO" TO PAR-CODIGO.
           MOVE ZEROS TO PAR-VALOR.
           MOVE SPACES TO PAR-VALOR-TX.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR < 1000
               MOVE PAR-VALOR TO W-BANCO.
           MOVE "CNABAGENC" TO PAR-CODIGO.
           MOVE ZEROS TO PAR-VALOR.
           MOVE SPACES TO PAR-VALOR-TX.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR < 100000
               MOVE PAR-VALOR    TO W-AGENCIA
               MOVE PAR-VALOR-TX TO W-AGENCIA-DV.
           MOVE "CNABCONTA" TO PAR-CODIGO.
           MOVE ZEROS TO PAR-VALOR.
           MOVE SPACES TO PAR-VALOR-TX.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S"
               MOVE PAR-VALOR    TO W-CONTA
               MOVE PAR-VALOR-TX TO W-CONTA-DV.
           MOVE "CNABCONV" TO PAR-CODIGO.
           MOVE ZEROS TO PAR-VALOR.
           MOVE SPACES TO PAR-VALOR-TX.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S"
               MOVE PAR-VALOR-TX TO W-CONVENIO.
       LER-PARAMETROS-FIM.
           EXIT.
      *--------------[ PENDENCIAS ANTES DA REMESSA ]--------------------
      * LISTA QUEM FICA FORA DA REMESSA, SOMA O QUE VAI SER
      * REMETIDO E ACHA O PROXIMO NSA (MAIOR JA USADO + 1).
       PRE-LISTA.
           MOVE ZEROS TO W-TOT-APTOS W-VAL-APTOS W-TOT-PEND W-NSA.
           OPEN OUTPUT REPASPEN.
           MOVE W-MES TO CAB2-MES.
           MOVE W-ANO TO CAB2-ANO.
           WRITE REGREPASPEN FROM CAB0-REP.
           WRITE REGREPASPEN FROM CAB1-PEN.
           WRITE REGREPASPEN FROM CAB2-REP.
           WRITE REGREPASPEN FROM CAB0-REP.
           WRITE REGREPASPEN FROM CAB3-REP.
           WRITE REGREPASPEN FROM CAB0-REP.
           MOVE ZEROS  TO RH-CRM RH-COMPET.
           MOVE SPACES TO RH-CRM-UF.
           START CADREPHIS KEY IS NOT LESS RH-CHAVE
               INVALID KEY
                   GO TO PRE-LISTA-TOT.
       PRE-LISTA-LER.
           READ CADREPHIS NEXT
           IF ST-ERRO NOT = "00"
               GO TO PRE-LISTA-TOT.
           IF RH-NSA > W-NSA
               MOVE RH-NSA TO W-NSA.
           PERFORM VERIFICA-APTO THRU VERIFICA-APTO-FIM.
           IF W-APTO = "S"
               ADD 1 TO W-TOT-APTOS
               ADD RH-LIQUIDO TO W-VAL-APTOS
               GO TO PRE-LISTA-LER.
           IF W-MOTIVO = SPACES
               GO TO PRE-LISTA-LER.
           ADD 1 TO W-TOT-PEND.
           PERFORM MONTA-DET THRU MONTA-DET-FIM.
           WRITE REGREPASPEN FROM DET-REP.
           GO TO PRE-LISTA-LER.
       PRE-LISTA-TOT.
           ADD 1 TO W-NSA.
           WRITE REGREPASPEN FROM CAB0-REP.
           MOVE "- PENDENTES          : " TO LT-ROTULO.
           MOVE W-TOT-PEND TO LT-QTDE.
           MOVE ZEROS TO LT-VALOR.
           WRITE REGREPASPEN FROM LIN-TOT-REP.
           MOVE "- A REMETER          : " TO LT-ROTULO.
           MOVE W-TOT-APTOS TO LT-QTDE.
           MOVE W-VAL-APTOS TO LT-VALOR.
           WRITE REGREPASPEN FROM LIN-TOT-REP.
           WRITE REGREPASPEN FROM CAB0-REP.
           CLOSE REPASPEN.
       PRE-LISTA-FIM.
           EXIT.
      *--------------[ REPASSE PODE IR PARA A REMESSA? ]----------------
      * W-APTO = "S" QUANDO ENTRA NA REMESSA. FORA DELA, W-MOTIVO
      * DIZ A PENDENCIA (EM BRANCO = OUTRA COMPETENCIA OU JA
      * REMETIDO/PAGO, NAO LISTA).
       VERIFICA-APTO.
           MOVE "N" TO W-APTO.
           MOVE SPACES TO W-MOTIVO.
           IF RH-COMPET NOT = W-COMPET
               GO TO VERIFICA-APTO-FIM.
           IF RH-SITPAGTO NOT = SPACES AND NOT = "J"
               GO TO VERIFICA-APTO-FIM.
           IF RH-LIQUIDO = ZEROS
               MOVE "LIQUIDO ZERADO" TO W-MOTIVO
               GO TO VERIFICA-APTO-FIM.
           MOVE RH-CRM    TO BC-CRM.
           MOVE RH-CRM-UF TO BC-CRM-UF.
           READ CADMEDBCO
           IF ST-ERRO NOT = "00"
               MOVE "SEM DADOS BANCARIOS (SMP149)" TO W-MOTIVO
               GO TO VERIFICA-APTO-FIM.
           IF BC-STATUS = "I"
               MOVE "DADOS BANCARIOS INATIVOS" TO W-MOTIVO
               GO TO VERIFICA-APTO-FIM.
           MOVE "S" TO W-APTO.
      *----- FORMA DE LANCAMENTO DO FAVORECIDO
           IF BC-FORMA = "P"
               MOVE 45 TO W-FORMA-REG
               GO TO VERIFICA-APTO-FIM.
           IF BC-BANCO NOT = W-BANCO
               MOVE 41 TO W-FORMA-REG
               GO TO VERIFICA-APTO-FIM.
           IF BC-TIPO-CONTA = "P"
               MOVE 05 TO W-FORMA-REG
           ELSE
               MOVE 01 TO W-FORMA-REG.
       VERIFICA-APTO-FIM.
           EXIT.
      *--------------[ LINHA DAS LISTAGENS ]----------------------------
       MONTA-DET.
           MOVE RH-CRM    TO DR-CRM CRM.
           MOVE RH-CRM-UF TO DR-UF CRM-UF.
           READ CADMED
           IF ST-ERRO = "00"
               MOVE NOME TO DR-NOME
           ELSE
               MOVE SPACES TO DR-NOME.
           DIVIDE RH-COMPET BY 100 GIVING DR-ANO REMAINDER DR-MES.
           MOVE RH-LIQUIDO TO DR-LIQUIDO.
           MOVE W-MOTIVO   TO DR-MOTIVO.
       MONTA-DET-FIM.
           EXIT.
      *--------------[ UM LOTE POR FORMA DE LANCAMENTO ]----------------
      * O LOTE SO E ABERTO SE HOUVER PAGAMENTO NAQUELA FORMA.
       GERA-LOTE.
           MOVE TB-FM-FORMA (W-IX)  TO W-FORMA.
           MOVE TB-FM-CAMARA (W-IX) TO W-CAMARA.
           MOVE "N" TO W-LOTE-ABERTO.
           MOVE ZEROS TO W-QTD-LOTE W-SOMA-LOTE W-NUMREG.
           MOVE ZEROS  TO RH-CRM RH-COMPET.
           MOVE SPACES TO RH-CRM-UF.
           START CADREPHIS KEY IS NOT LESS RH-CHAVE
               INVALID KEY
                   GO TO GERA-LOTE-FIM.
       GERA-LOTE-LER.
           READ CADREPHIS NEXT
           IF ST-ERRO NOT = "00"
               GO TO GERA-LOTE-TRAILER.
           PERFORM VERIFICA-APTO THRU VERIFICA-APTO-FIM.
           IF W-APTO NOT = "S"
               GO TO GERA-LOTE-LER.
           IF W-FORMA-REG NOT = W-FORMA
               GO TO GERA-LOTE-LER.
           IF W-LOTE-ABERTO = "N"
               ADD 1 TO W-LOTE
               MOVE W-LOTE  TO HL-LOTE
               MOVE W-FORMA TO HL-FORMA
               WRITE REGREMESSA FROM CNAB-HDLOTE
               MOVE 1 TO W-QTD-LOTE
               MOVE "S" TO W-LOTE-ABERTO.
           PERFORM GERA-SEGMENTOS THRU GERA-SEGMENTOS-FIM.
           MOVE "R"    TO RH-SITPAGTO.
           MOVE W-NSA  TO RH-NSA.
           MOVE SPACES TO RH-OCORRENCIA.
           REWRITE REGREPHIS.
           ADD 1 TO W-TOT-REM.
           GO TO GERA-LOTE-LER.
       GERA-LOTE-TRAILER.
           IF W-LOTE-ABERTO = "N"
               GO TO GERA-LOTE-FIM.
           ADD 1 TO W-QTD-LOTE.
           MOVE W-LOTE      TO TL-LOTE.
           MOVE W-QTD-LOTE  TO TL-QTDREG.
           MOVE W-SOMA-LOTE TO TL-SOMA.
           WRITE REGREMESSA FROM CNAB-TRLOTE.
           ADD W-QTD-LOTE TO W-TOT-REG.
       GERA-LOTE-FIM.
           EXIT.
      *--------------[ SEGMENTOS A E B DO PAGAMENTO ]-------------------
      * NO PIX O CREDITO VAI PELA CHAVE; BANCO, AGENCIA E CONTA
      * SEGUEM ZERADOS NO SEGMENTO A.
       GERA-SEGMENTOS.
           MOVE W-LOTE   TO SA-LOTE SB-LOTE.
           MOVE W-CAMARA TO SA-CAMARA.
           IF W-FORMA = 45
               MOVE ZEROS  TO SA-BCOFAV SA-AGFAV SA-CTFAV
               MOVE SPACES TO SA-AGFAV-DV SA-CTFAV-DV
               MOVE BC-PIX-TIPO  TO SB-PIXTIPO
               MOVE BC-PIX-CHAVE TO SB-PIXCHAVE
           ELSE
               MOVE BC-BANCO      TO SA-BCOFAV
               MOVE BC-AGENCIA    TO SA-AGFAV
               MOVE BC-AGENCIA-DV TO SA-AGFAV-DV
               MOVE BC-CONTA      TO SA-CTFAV
               MOVE BC-CONTA-DV   TO SA-CTFAV-DV
               MOVE SPACES TO SB-PIXTIPO SB-PIXCHAVE.
      *----- FINALIDADE DA TED 00005 = PAGAMENTO A FORNECEDORES
           IF W-FORMA = 41
               MOVE "00005" TO SA-FINTED
           ELSE
               MOVE SPACES TO SA-FINTED.
           MOVE BC-FAVORECIDO TO SA-NOMEFAV.
           MOVE RH-CRM        TO SA-SN-CRM.
           MOVE RH-CRM-UF     TO SA-SN-UF.
           MOVE RH-COMPET     TO SA-SN-COMPET.
           MOVE RH-LIQUIDO    TO SA-VALOR.
           ADD 1 TO W-NUMREG.
           MOVE W-NUMREG TO SA-NUMREG.
           WRITE REGREMESSA FROM CNAB-SEGA.
           MOVE BC-TIPO-INSC  TO SB-TIPOINSC.
           MOVE BC-INSCRICAO  TO SB-INSCRICAO.
           ADD 1 TO W-NUMREG.
           MOVE W-NUMREG TO SB-NUMREG.
           WRITE REGREMESSA FROM CNAB-SEGB.
           ADD 2 TO W-QTD-LOTE.
           ADD RH-LIQUIDO TO W-SOMA-LOTE.
       GERA-SEGMENTOS-FIM.
           EXIT.
      *--------------------[ RETORNO DO BANCO ]------------------------
       IMPORTA-RETORNO.
           OPEN INPUT RETORNO
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO REPASSE.RET NAO DISPONIVEL ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO IMPORTA-RETORNO-FIM.
           OPEN OUTPUT REPASREJ.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HJ-MES TO CAB2-MES.
           MOVE W-HJ-ANO TO CAB2-ANO.
           WRITE REGREPASREJ FROM CAB0-REP.
           WRITE REGREPASREJ FROM CAB1-REJ.
           WRITE REGREPASREJ FROM CAB0-REP.
           WRITE REGREPASREJ FROM CAB3-REP.
           WRITE REGREPASREJ FROM CAB0-REP.
           MOVE ZEROS TO W-TOT-PAGO W-TOT-AGEND W-TOT-REJ W-VAL-REJ.
       IMPORTA-LER.
           READ RETORNO
           IF ST-ERRO NOT = "00"
               GO TO IMPORTA-FECHA.
           IF RT-TIPO NOT = "3" OR RT-SEGMENTO NOT = "A"
               GO TO IMPORTA-LER.
           IF RT-SN-CRM NOT NUMERIC OR RT-SN-COMPET NOT NUMERIC
               GO TO IMPORTA-LER.
           MOVE RT-SN-CRM    TO RH-CRM.
           MOVE RT-SN-UF     TO RH-CRM-UF.
           MOVE RT-SN-COMPET TO RH-COMPET.
           READ CADREPHIS
           IF ST-ERRO NOT = "00"
               GO TO IMPORTA-LER.
           IF RH-SITPAGTO = "P"
               GO TO IMPORTA-LER.
           IF RT-OCOR-1 = "BD"
               ADD 1 TO W-TOT-AGEND
               GO TO IMPORTA-LER.
           MOVE RT-OCORRENCIA TO RH-OCORRENCIA.
           IF RT-OCOR-1 = "00"
               GO TO IMPORTA-PAGO.
           MOVE "J" TO RH-SITPAGTO.
           REWRITE REGREPHIS.
           ADD 1 TO W-TOT-REJ.
           ADD RH-LIQUIDO TO W-VAL-REJ.
           MOVE SPACES TO W-MOTIVO.
           STRING "OCORRENCIA " RT-OCORRENCIA
                  DELIMITED BY SIZE INTO W-MOTIVO.
           PERFORM MONTA-DET THRU MONTA-DET-FIM.
           WRITE REGREPASREJ FROM DET-REP.
           GO TO IMPORTA-LER.
      *----- SEM DATA EFETIVA NO RETORNO, VALE A DATA DO PROCESSAMENTO
       IMPORTA-PAGO.
           MOVE W-HOJE TO RH-DTPAGTO.
           IF RT-DTREAL NUMERIC AND RT-DR-ANO NOT = ZEROS
               MOVE RT-DR-ANO TO W-DI-ANO
               MOVE RT-DR-MES TO W-DI-MES
               MOVE RT-DR-DIA TO W-DI-DIA
               MOVE W-DATA-INV TO RH-DTPAGTO.
           MOVE "P" TO RH-SITPAGTO.
           REWRITE REGREPHIS.
           ADD 1 TO W-TOT-PAGO.
           GO TO IMPORTA-LER.
       IMPORTA-FECHA.
           WRITE REGREPASREJ FROM CAB0-REP.
           MOVE "- REJEITADOS         : " TO LT-ROTULO.
           MOVE W-TOT-REJ TO LT-QTDE.
           MOVE W-VAL-REJ TO LT-VALOR.
           WRITE REGREPASREJ FROM LIN-TOT-REP.
           WRITE REGREPASREJ FROM CAB0-REP.
           CLOSE RETORNO REPASREJ.
           DISPLAY (20, 06) "PAGOS: " W-TOT-PAGO
                   "   AGENDADOS: " W-TOT-AGEND
                   "   REJEITADOS: " W-TOT-REJ.
           IF W-TOT-REJ = ZEROS
               MOVE "** RETORNO DO BANCO PROCESSADO **" TO W-MSG
           ELSE
               MOVE "** RETORNO PROCESSADO - VER REPASREJ.DOC **"
                                                         TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPORTA-RETORNO-FIM.
           EXIT.
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

       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
