       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP151.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   BOLETOS DAS PARCELAS PARTICULARES                  *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * E = EMITE BOLETO DAS PARCELAS EM ABERTO DO CADPARC
      *     (SMP092) COM VENCIMENTO ENTRE HOJE E A DATA
      *     INFORMADA: REMESSA DE COBRANCA CNAB 240 FEBRABAN
      *     (BOLETO.REM - SEGMENTOS P, Q E R) E OS BOLETOS
      *     PARA IMPRESSAO (BOLETOS.DOC) COM LINHA DIGITAVEL E
      *     CODIGO DE BARRAS. MULTA E JUROS DE MORA VEM DO
      *     CADPARAM (BOLMULTA/BOLJUROS) E VAO NA REMESSA E NAS
      *     INSTRUCOES DO BOLETO. PACIENTE SEM CPF FICA FORA.
      *     PARCELA JA VENCIDA CONTINUA NA COBRANCA DO BALCAO.
      * I = IMPORTA O RETORNO DO BANCO (BOLETO.RET, SEGMENTOS
      *     T E U). LIQUIDACAO (06/17) BAIXA A PARCELA COMO A
      *     OPCAO B DO SMP092: EMITE O RECIBO CADRECIB (FORMA
      *     B) COM O VALOR PAGO, JA COM MULTA E JUROS.
      *     ENTRADA REJEITADA (03) E BAIXA NO BANCO (09) LIBERAM
      *     A PARCELA PARA NOVO BOLETO. OCORRENCIAS EM
      *     BOLRET.DOC.
      * CONTA DA CLINICA NO CADPARAM (SMPPAR): CNABBANCO,
      * CNABAGENC, CNABCONTA, BOLCONV E BOLCART.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-NUMERO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS P-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
                                                      WITH DUPLICATES.

                    SELECT REMESSA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT BOLETOS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT RETORNO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT BOLRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       COPY REGPARC.
      *
       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       COPY REGRECIB.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADCEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADCEP.DAT".
       COPY REGCEP.
      *
       FD REMESSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLETO.REM".
       01 REGREMESSA    PIC X(240).
      *
       FD BOLETOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLETOS.DOC".
       01 REGBOLETOS    PIC X(100).
      *
      *----- SEGMENTO T: MOVIMENTO, NOSSO NUMERO E CHAVE DA PARCELA
      *----- (USO DA EMPRESA); SEGMENTO U: VALORES E DATAS
      *----- O USO DA EMPRESA TEM 25 POSICOES E NAO COMPORTA A HORA
      *----- DO AGENDAMENTO: LEVA PACIENTE, DATA, CRM E NUMERO DA
      *----- PARCELA, E O NOSSO NUMERO DESEMPATA NO RETORNO.
       FD RETORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLETO.RET".
       01 REGRETORNO.
           03 RT-BANCO          PIC X(03).
           03 RT-LOTE           PIC X(04).
           03 RT-TIPO           PIC X(01).
           03 RT-NUMREG         PIC X(05).
           03 RT-SEGMENTO       PIC X(01).
           03 FILLER            PIC X(01).
           03 RT-MOVTO          PIC X(02).
           03 FILLER            PIC X(20).
           03 RT-NOSSONUM       PIC X(20).
           03 FILLER            PIC X(48).
           03 RT-USOEMP.
               05 RT-UE-CHAVE   PIC X(24).
               05 FILLER        PIC X(01).
           03 FILLER            PIC X(83).
           03 RT-MOTIVO         PIC X(10).
           03 FILLER            PIC X(17).
       01 REGRETORNO-U.
           03 FILLER            PIC X(17).
           03 RU-ENCARGOS       PIC 9(13)V99.
           03 FILLER            PIC X(45).
           03 RU-VALPAGO        PIC 9(13)V99.
           03 FILLER            PIC X(45).
           03 RU-DTOCOR.
               05 RU-DO-DIA     PIC 9(02).
               05 RU-DO-MES     PIC 9(02).
               05 RU-DO-ANO     PIC 9(04).
           03 RU-DTCRED         PIC X(08).
           03 FILLER            PIC X(87).
      *
       FD BOLRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BOLRET.DOC".
       01 REGBOLRET     PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TEM-CEP              PIC X(01) VALUE "N".
       01 W-UNIDADE              PIC 9(02) VALUE ZEROS.
       01 W-PCODIGO              PIC 9(06) VALUE ZEROS.
       01 W-ATE-DIA              PIC 9(02) VALUE ZEROS.
       01 W-ATE-MES              PIC 9(02) VALUE ZEROS.
       01 W-ATE-ANO              PIC 9(04) VALUE ZEROS.
       01 W-DT-ATE               PIC 9(08) VALUE ZEROS.
       01 W-APTO                 PIC X(01) VALUE "N".
       01 W-TOT-BOL              PIC 9(06) VALUE ZEROS.
       01 W-VAL-BOL              PIC 9(10)V99 VALUE ZEROS.
       01 W-SEM-CPF              PIC 9(06) VALUE ZEROS.
       01 W-NSA                  PIC 9(06) VALUE ZEROS.
       01 W-NOSSONUM             PIC 9(10) VALUE ZEROS.
       01 W-NUMREG               PIC 9(05) VALUE ZEROS.
       01 W-QTD-LOTE             PIC 9(06) VALUE ZEROS.
       01 W-MAXNUM               PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIQ              PIC 9(06) VALUE ZEROS.
       01 W-TOT-ENT              PIC 9(06) VALUE ZEROS.
       01 W-TOT-REJ              PIC 9(06) VALUE ZEROS.
       01 W-TOT-OUTROS           PIC 9(06) VALUE ZEROS.
       01 W-VAL-LIQ              PIC 9(10)V99 VALUE ZEROS.
       01 W-MOTIVO               PIC X(30) VALUE SPACES.
      *----- SEGMENTO T GUARDADO ATE CHEGAR O SEGMENTO U
       01 W-RT-MOVTO             PIC X(02) VALUE SPACES.
       01 W-RT-CHAVE             PIC X(24) VALUE SPACES.
       01 W-RT-CHAVE-R REDEFINES W-RT-CHAVE.
           03 W-RT-PCODIGO       PIC 9(06).
           03 W-RT-AG-DATA       PIC 9(08).
           03 W-RT-CRM           PIC 9(06).
           03 W-RT-CRM-UF        PIC X(02).
           03 W-RT-NUM           PIC 9(02).
       01 W-RT-NOSSONUM          PIC X(10) VALUE SPACES.
       01 W-RT-ACHOU             PIC X(01) VALUE "N".
       01 W-RT-MOTIVO            PIC X(10) VALUE SPACES.
      *----- CONTA DA CLINICA E ENCARGOS (CADPARAM)
       01 W-BANCO                PIC 9(03) VALUE ZEROS.
       01 W-AGENCIA              PIC 9(05) VALUE ZEROS.
       01 W-AGENCIA-DV           PIC X(01) VALUE SPACES.
       01 W-CONTA                PIC 9(12) VALUE ZEROS.
       01 W-CONTA-DV             PIC X(01) VALUE SPACES.
       01 W-CONVENIO             PIC X(20) VALUE SPACES.
       01 W-CARTEIRA             PIC 9(02) VALUE 1.
       01 W-MULTA                PIC 9(04) VALUE 200.
       01 W-JUROS                PIC 9(04) VALUE 100.
       01 W-MULTA-PC             PIC 9(03)V99 VALUE ZEROS.
       01 W-JUROS-DIA            PIC 9(06)V99 VALUE ZEROS.
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
       01 W-CEP                  PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-CEP.
           03 W-CEP-5            PIC 9(05).
           03 W-CEP-3            PIC 9(03).
      *----- CONTAGEM DE DIAS PARA O FATOR DE VENCIMENTO
       01 W-CS-SERIAL            PIC 9(08) VALUE ZEROS.
       01 W-CS-BASE              PIC 9(08) VALUE ZEROS.
       01 W-CS-QUOC              PIC 9(04) VALUE ZEROS.
       01 W-CS-ANO-AUX           PIC 9(04) VALUE ZEROS.
       01 W-CS-DATA.
           03 W-CS-ANO           PIC 9(04).
           03 W-CS-MES           PIC 9(02).
           03 W-CS-DIA           PIC 9(02).
       01 W-FATOR                PIC 9(05) VALUE ZEROS.
      *----- CODIGO DE BARRAS (44 POSICOES) - O CAMPO LIVRE SEGUE
      *----- O CONVENIO: NOSSO NUMERO, AGENCIA, CONTA E CARTEIRA
       01 W-CODBAR.
           03 CB-BANCO           PIC 9(03).
           03 CB-MOEDA           PIC 9(01) VALUE 9.
           03 CB-DV              PIC 9(01).
           03 CB-FATOR           PIC 9(04).
           03 CB-VALOR           PIC 9(08)V99.
           03 CB-LV-NOSSONUM     PIC 9(10).
           03 CB-LV-AGENCIA      PIC 9(04).
           03 CB-LV-CONTA        PIC 9(08).
           03 CB-LV-CARTEIRA     PIC 9(02).
           03 CB-LV-FIXO         PIC 9(01) VALUE ZERO.
       01 FILLER REDEFINES W-CODBAR.
           03 CB-DIG             PIC 9(01) OCCURS 44 TIMES.
       01 FILLER REDEFINES W-CODBAR.
           03 CB-BCO-MOEDA       PIC 9(04).
           03 FILLER             PIC 9(01).
           03 CB-FATVAL          PIC 9(14).
           03 CB-LV-N1           PIC 9(05).
           03 CB-LV-N2           PIC 9(10).
           03 CB-LV-N3           PIC 9(10).
      *----- LINHA DIGITAVEL: 47 DIGITOS E A FORMA IMPRESSA
       01 W-C1.
           03 C1-BCO-MOEDA       PIC 9(04).
           03 C1-LIVRE           PIC 9(05).
       01 W-C1-NUM REDEFINES W-C1 PIC 9(09).
       01 W-LD-NUM.
           03 LN-C1              PIC 9(09).
           03 LN-DV1             PIC 9(01).
           03 LN-C2              PIC 9(10).
           03 LN-DV2             PIC 9(01).
           03 LN-C3              PIC 9(10).
           03 LN-DV3             PIC 9(01).
           03 LN-DV4             PIC 9(01).
           03 LN-C5              PIC 9(14).
       01 FILLER REDEFINES W-LD-NUM.
           03 LN-P1              PIC X(05).
           03 LN-P2              PIC X(05).
           03 LN-P3              PIC X(05).
           03 LN-P4              PIC X(06).
           03 LN-P5              PIC X(05).
           03 LN-P6              PIC X(06).
           03 LN-P7              PIC X(01).
           03 LN-P8              PIC X(14).
      *----- DIGITOS VERIFICADORES (MODULO 10 E MODULO 11)
       01 W-M10-NUM              PIC 9(10) VALUE ZEROS.
       01 FILLER REDEFINES W-M10-NUM.
           03 W-M10-D            PIC 9(01) OCCURS 10 TIMES.
       01 W-M10-DV               PIC 9(01) VALUE ZEROS.
       01 W-M11-DV               PIC 9(01) VALUE ZEROS.
       01 W-DV-IX                PIC 9(02) VALUE ZEROS.
       01 W-DV-PESO              PIC 9(02) VALUE ZEROS.
       01 W-DV-PROD              PIC 9(02) VALUE ZEROS.
       01 W-DV-SOMA              PIC 9(05) VALUE ZEROS.
       01 W-DV-QUOC              PIC 9(05) VALUE ZEROS.
       01 W-DV-RESTO             PIC 9(02) VALUE ZEROS.
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
      *-----------------[ CNAB 240 - HEADER DO LOTE DE COBRANCA ]-------
       01  CNAB-HDLOTE.
           05  HL-BANCO               PIC 9(03).
           05  FILLER                 PIC X(04) VALUE "0001".
           05  FILLER                 PIC X(01) VALUE "1".
           05  FILLER                 PIC X(01) VALUE "R".
           05  FILLER                 PIC X(02) VALUE "01".
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE "040".
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE "2".
           05  HL-CNPJ                PIC 9(15).
           05  HL-CONVENIO            PIC X(20).
           05  HL-AGENCIA             PIC 9(05).
           05  HL-AGENCIA-DV          PIC X(01).
           05  HL-CONTA               PIC 9(12).
           05  HL-CONTA-DV            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HL-EMPRESA             PIC X(30).
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  HL-NSA                 PIC 9(08).
           05  HL-DATA                PIC 9(08).
           05  FILLER                 PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(33) VALUE SPACES.
      *-----------------[ CNAB 240 - SEGMENTO P (TITULO) ]--------------
      *----- JUROS CODIGO 1 = VALOR POR DIA; SEM PROTESTO; BAIXA
      *----- AUTOMATICA 60 DIAS APOS O VENCIMENTO
       01  CNAB-SEGP.
           05  SP-BANCO               PIC 9(03).
           05  FILLER                 PIC X(04) VALUE "0001".
           05  FILLER                 PIC X(01) VALUE "3".
           05  SP-NUMREG              PIC 9(05).
           05  FILLER                 PIC X(01) VALUE "P".
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(02) VALUE "01".
           05  SP-AGENCIA             PIC 9(05).
           05  SP-AGENCIA-DV          PIC X(01).
           05  SP-CONTA               PIC 9(12).
           05  SP-CONTA-DV            PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  SP-NOSSONUM            PIC X(20).
           05  SP-CARTEIRA            PIC 9(01).
           05  FILLER                 PIC X(01) VALUE "1".
           05  FILLER                 PIC X(01) VALUE "1".
           05  FILLER                 PIC X(01) VALUE "2".
           05  FILLER                 PIC X(01) VALUE "2".
           05  SP-DOCUMENTO           PIC X(15).
           05  SP-VENCIMENTO          PIC 9(08).
           05  SP-VALOR               PIC 9(13)V99.
           05  FILLER                 PIC 9(05) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(02) VALUE "04".
           05  FILLER                 PIC X(01) VALUE "N".
           05  SP-EMISSAO             PIC 9(08).
           05  FILLER                 PIC X(01) VALUE "1".
           05  SP-DTJUROS             PIC 9(08).
           05  SP-JUROS               PIC 9(13)V99.
           05  FILLER                 PIC X(01) VALUE "0".
           05  FILLER                 PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC 9(15) VALUE ZEROS.
           05  FILLER                 PIC 9(15) VALUE ZEROS.
           05  FILLER                 PIC 9(15) VALUE ZEROS.
           05  SP-USOEMP              PIC X(25).
           05  FILLER                 PIC X(01) VALUE "3".
           05  FILLER                 PIC X(02) VALUE "00".
           05  FILLER                 PIC X(01) VALUE "1".
           05  FILLER                 PIC X(03) VALUE "060".
           05  FILLER                 PIC X(02) VALUE "09".
           05  FILLER                 PIC 9(10) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE SPACES.
      *-----------------[ CNAB 240 - SEGMENTO Q (PAGADOR) ]-------------
       01  CNAB-SEGQ.
           05  SQ-BANCO               PIC 9(03).
           05  FILLER                 PIC X(04) VALUE "0001".
           05  FILLER                 PIC X(01) VALUE "3".
           05  SQ-NUMREG              PIC 9(05).
           05  FILLER                 PIC X(01) VALUE "Q".
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(02) VALUE "01".
           05  FILLER                 PIC X(01) VALUE "1".
           05  SQ-CPF                 PIC 9(15).
           05  SQ-NOME                PIC X(40).
           05  SQ-ENDERECO            PIC X(40).
           05  SQ-BAIRRO              PIC X(15).
           05  SQ-CEP                 PIC 9(05).
           05  SQ-CEP-SUF             PIC 9(03).
           05  SQ-CIDADE              PIC X(15).
           05  SQ-UF                  PIC X(02).
           05  FILLER                 PIC X(01) VALUE "0".
           05  FILLER                 PIC 9(15) VALUE ZEROS.
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  FILLER                 PIC 9(03) VALUE ZEROS.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE SPACES.
      *-----------------[ CNAB 240 - SEGMENTO R (MULTA) ]---------------
      *----- MULTA CODIGO 2 = PERCENTUAL
       01  CNAB-SEGR.
           05  SR-BANCO               PIC 9(03).
           05  FILLER                 PIC X(04) VALUE "0001".
           05  FILLER                 PIC X(01) VALUE "3".
           05  SR-NUMREG              PIC 9(05).
           05  FILLER                 PIC X(01) VALUE "R".
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(02) VALUE "01".
           05  FILLER                 PIC X(01) VALUE "0".
           05  FILLER                 PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC 9(15) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE "0".
           05  FILLER                 PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC 9(15) VALUE ZEROS.
           05  SR-CODMULTA            PIC X(01).
           05  SR-DTMULTA             PIC 9(08).
           05  SR-MULTA               PIC 9(13)V99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC 9(03) VALUE ZEROS.
           05  FILLER                 PIC 9(05) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC 9(12) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC 9(01) VALUE ZEROS.
           05  FILLER                 PIC X(09) VALUE SPACES.
      *-----------------[ CNAB 240 - TRAILER DO LOTE DE COBRANCA ]------
       01  CNAB-TRLOTE.
           05  TL-BANCO               PIC 9(03).
           05  FILLER                 PIC X(04) VALUE "0001".
           05  FILLER                 PIC X(01) VALUE "5".
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  TL-QTDREG              PIC 9(06).
           05  TL-QTDTIT              PIC 9(06).
           05  TL-VALTIT              PIC 9(15)V99.
           05  FILLER                 PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC 9(17) VALUE ZEROS.
           05  FILLER                 PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC 9(17) VALUE ZEROS.
           05  FILLER                 PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC 9(17) VALUE ZEROS.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  FILLER                 PIC X(117) VALUE SPACES.
      *-----------------[ CNAB 240 - TRAILER DE ARQUIVO ]---------------
       01  CNAB-TRARQ.
           05  TA-BANCO               PIC 9(03).
           05  FILLER                 PIC X(04) VALUE "9999".
           05  FILLER                 PIC X(01) VALUE "9".
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC 9(06) VALUE 1.
           05  TA-QTDREG              PIC 9(06).
           05  FILLER                 PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(205) VALUE SPACES.
      *
      *-----------------[ BOLETO PARA IMPRESSAO ]-----------------------
       01  CAB0-BOL.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  LB-BANCO.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  LB-BCO                 PIC 9(003).
           05  FILLER                 PIC X(003) VALUE "-9 ".
           05  LB-LINHA               PIC X(054).
           05  FILLER                 PIC X(037) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LB-BENEF.
           05  FILLER                 PIC X(016) VALUE
           "- BENEFICIARIO: ".
           05  LB-EMPRESA             PIC X(030).
           05  FILLER                 PIC X(008) VALUE "  CNPJ: ".
           05  LB-CNPJ                PIC 9(014).
           05  FILLER                 PIC X(011) VALUE
           "  AG/CONTA:".
           05  LB-AGENCIA             PIC 9(005).
           05  FILLER                 PIC X(001) VALUE "/".
           05  LB-CONTA               PIC 9(012).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LB-PAGADOR.
           05  FILLER                 PIC X(016) VALUE
           "- PAGADOR     : ".
           05  LB-NOME                PIC X(030).
           05  FILLER                 PIC X(008) VALUE "  CPF : ".
           05  LB-CPF                 PIC 9(011).
           05  FILLER                 PIC X(013) VALUE
           "  PACIENTE : ".
           05  LB-PCODIGO             PIC 9(006).
           05  FILLER                 PIC X(015) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LB-TITULO.
           05  FILLER                 PIC X(016) VALUE
           "- VENCIMENTO  : ".
           05  LB-VC-DIA              PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  LB-VC-MES              PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  LB-VC-ANO              PIC 9(004).
           05  FILLER                 PIC X(023) VALUE
           "   VALOR DO DOCUMENTO: ".
           05  LB-VALOR               PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(018) VALUE
           "   NOSSO NUMERO : ".
           05  LB-NOSSONUM            PIC 9(010).
           05  FILLER                 PIC X(012) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LB-PARCELA.
           05  FILLER                 PIC X(016) VALUE
           "- PARCELA     : ".
           05  LB-NUM                 PIC 99.
           05  FILLER                 PIC X(016) VALUE
           " DO ATENDIMENTO ".
           05  LB-AG-DATA             PIC 9999.99.99.
           05  FILLER                 PIC X(008) VALUE " - CRM: ".
           05  LB-CRM                 PIC Z99.999.
           05  FILLER                 PIC X(001) VALUE "/".
           05  LB-CRM-UF              PIC X(002).
           05  FILLER                 PIC X(037) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LB-INSTRUCAO.
           05  FILLER                 PIC X(043) VALUE
           "- INSTRUCOES  : APOS O VENCIMENTO, MULTA DE".
           05  LB-MULTA               PIC ZZ9,99.
           05  FILLER                 PIC X(016) VALUE
           " % E JUROS DE R$".
           05  LB-JUROS               PIC ZZ.ZZ9,99.
           05  FILLER                 PIC X(007) VALUE " AO DIA".
           05  FILLER                 PIC X(018) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LB-BARRAS.
           05  FILLER                 PIC X(019) VALUE
           "- CODIGO DE BARRAS:".
           05  LB-CODBAR              PIC X(044).
           05  FILLER                 PIC X(036) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  W-LINHA-DIG.
           05  LD-P1                  PIC X(05).
           05  FILLER                 PIC X(01) VALUE ".".
           05  LD-P2                  PIC X(05).
           05  FILLER                 PIC X(01) VALUE " ".
           05  LD-P3                  PIC X(05).
           05  FILLER                 PIC X(01) VALUE ".".
           05  LD-P4                  PIC X(06).
           05  FILLER                 PIC X(01) VALUE " ".
           05  LD-P5                  PIC X(05).
           05  FILLER                 PIC X(01) VALUE ".".
           05  LD-P6                  PIC X(06).
           05  FILLER                 PIC X(01) VALUE " ".
           05  LD-P7                  PIC X(01).
           05  FILLER                 PIC X(01) VALUE " ".
           05  LD-P8                  PIC X(14).
      *
      *-----------------[ OCORRENCIAS DO RETORNO ]----------------------
       01  CAB1-RET.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     BOLETOS - OCORRENCIAS DO".
           05  FILLER                 PIC X(043) VALUE
           " RETORNO DO BANCO                         -".
       01  CAB3-RET.
           05  FILLER                 PIC X(057) VALUE
           "- PACIENTE NOME DO PACIENTE                PC VENCIMENTO ".
           05  FILLER                 PIC X(043) VALUE
           "      VALOR OCORRENCIA                    -".
       01  DET-RET.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DT-PCODIGO VALUE ZEROS PIC 9(006).
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DT-NOME   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DT-NUM    VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DT-VENC   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DT-VALOR  VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DT-MOTIVO VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOT-RET.
           05  FILLER                 PIC X(014) VALUE
           "- LIQUIDADOS: ".
           05  LR-LIQ    VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(008) VALUE " VALOR: ".
           05  LR-VALLIQ VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(014) VALUE
           "  CONFIRMADOS:".
           05  LR-ENT    VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(014) VALUE
           "  REJ./BAIXAS:".
           05  LR-REJ    VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(014) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT151.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "     *** BOLETOS DAS PARCELAS PARTICULAR".
           05  LINE 02  COLUMN 41
               VALUE  "ES - REMESSA E RETORNO ***".

           05  LINE 05  COLUMN 01
               VALUE  "     UNIDADE BENEFICIARIA   :".
           05  LINE 07  COLUMN 01
               VALUE  "     PACIENTE (0=TODOS)     :".
           05  LINE 09  COLUMN 01
               VALUE  "     VENCIMENTOS ATE        :".
           05  LINE 09  COLUMN 33
               VALUE  "/".
           05  LINE 09  COLUMN 36
               VALUE  "/".
           05  LINE 12  COLUMN 01
               VALUE  "     BOLETOS A EMITIR       :".
           05  LINE 13  COLUMN 01
               VALUE  "     VALOR TOTAL            :".
           05  LINE 14  COLUMN 01
               VALUE  "     PACIENTE SEM CPF       :".
           05  LINE 14  COLUMN 40
               VALUE  "(FICAM FORA - COMPLETAR O CPF)".
           05  LINE 16  COLUMN 01
               VALUE  "     NSA DO ARQUIVO         :".

           05  TWUNIDADE
               LINE 05  COLUMN 31  PIC 9(02)
               USING  W-UNIDADE
               HIGHLIGHT.

           05  TUNNOME
               LINE 05  COLUMN 35  PIC X(30)
               USING  UN-NOME
               HIGHLIGHT.

           05  TWPCODIGO
               LINE 07  COLUMN 31  PIC 9(06)
               USING  W-PCODIGO
               HIGHLIGHT.

           05  TPNOME
               LINE 07  COLUMN 39  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TWATEDIA
               LINE 09  COLUMN 31  PIC 9(02)
               USING  W-ATE-DIA
               HIGHLIGHT.

           05  TWATEMES
               LINE 09  COLUMN 34  PIC 9(02)
               USING  W-ATE-MES
               HIGHLIGHT.

           05  TWATEANO
               LINE 09  COLUMN 37  PIC 9(04)
               USING  W-ATE-ANO
               HIGHLIGHT.

           05  TWTOTBOL
               LINE 12  COLUMN 31  PIC ZZZ.ZZ9
               USING  W-TOT-BOL
               HIGHLIGHT.

           05  TWVALBOL
               LINE 13  COLUMN 31  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-VAL-BOL
               HIGHLIGHT.

           05  TWSEMCPF
               LINE 14  COLUMN 31  PIC ZZZ.ZZ9
               USING  W-SEM-CPF
               HIGHLIGHT.

           05  TWNSA
               LINE 16  COLUMN 31  PIC ZZZZZ9
               USING  W-NSA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADPARC.
           OPEN I-O CADPARC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPARC NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRIR-CADRECIB.
           OPEN I-O CADRECIB
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADRECIB
                   CLOSE CADRECIB
                   GO TO ABRIR-CADRECIB
               ELSE
                   MOVE "*** ARQUIVO CADRECIB NAO DISPONIVEL ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPARC
                   GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPARC CADRECIB
              GO TO ROT-FIM.

       ABRIR-CADUNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADUNID NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPARC CADRECIB CADPACI
              GO TO ROT-FIM.

       ABRIR-CADCEP.
           MOVE "S" TO W-TEM-CEP.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CEP.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *----- DIA BASE DO FATOR DE VENCIMENTO (07/10/1997)
           MOVE 19971007 TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-CS-BASE.
      *--------------------[ OPCAO DE TRABALHO ]-----------------------
       ROT-INIC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-DATA-INV.
           ADD 1 TO W-DI-MES.
           IF W-DI-MES > 12
               MOVE 01 TO W-DI-MES
               ADD 1 TO W-DI-ANO.
           IF W-DI-DIA > 28
               MOVE 28 TO W-DI-DIA.
           MOVE W-DI-DIA TO W-ATE-DIA.
           MOVE W-DI-MES TO W-ATE-MES.
           MOVE W-DI-ANO TO W-ATE-ANO.
           MOVE ZEROS TO W-UNIDADE W-PCODIGO W-TOT-BOL W-VAL-BOL
                         W-SEM-CPF W-NSA.
           MOVE SPACES TO UN-NOME P-NOME.
           DISPLAY SMT151.
       ACE-001.
           DISPLAY (23, 13)
                "E=EMITIR BOLETOS   I=IMPORTAR RETORNO   F=FIM"
           ACCEPT (23, 60) W-OPCAO
           IF W-OPCAO = "E" OR "e"
               GO TO EMITE-BOLETOS.
           IF W-OPCAO = "I" OR "i"
               PERFORM IMPORTA-RETORNO THRU IMPORTA-RETORNO-FIM
               GO TO ACE-001.
           IF W-OPCAO = "F" OR "f"
               GO TO ROT-FECHA.
           GO TO ACE-001.
      *--------------------[ EMISSAO DOS BOLETOS ]---------------------
       EMITE-BOLETOS.
           ACCEPT TWUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
           MOVE W-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EMITE-BOLETOS.
           DISPLAY TUNNOME.
           IF UN-CNPJ = ZEROS
               MOVE "*** UNIDADE SEM CNPJ - COMPLETE NO SMP057 ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EMITE-BOLETOS.
       EMITE-PACIENTE.
           ACCEPT TWPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMITE-BOLETOS.
           MOVE SPACES TO P-NOME.
           IF W-PCODIGO = ZEROS
               DISPLAY TPNOME
               GO TO EMITE-DTATE.
           MOVE W-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EMITE-PACIENTE.
           DISPLAY TPNOME.
       EMITE-DTATE.
           ACCEPT TWATEDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMITE-PACIENTE.
           ACCEPT TWATEMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMITE-DTATE.
           ACCEPT TWATEANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EMITE-DTATE.
           MOVE W-ATE-ANO TO W-DI-ANO.
           MOVE W-ATE-MES TO W-DI-MES.
           MOVE W-ATE-DIA TO W-DI-DIA.
           MOVE W-DATA-INV TO W-DT-ATE.
           IF W-ATE-DIA < 1 OR W-ATE-DIA > 31
              OR W-ATE-MES < 1 OR W-ATE-MES > 12
              OR W-DT-ATE < W-HOJE
               MOVE "*** DATA LIMITE DE VENCIMENTO INVALIDA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO EMITE-DTATE.
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM.
           IF W-BANCO = ZEROS OR W-AGENCIA = ZEROS
                              OR W-CONTA = ZEROS
               MOVE "*** CONTA DA CLINICA NAO PARAMETRIZADA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
      *----- PRIMEIRA PASSADA: QUANTOS BOLETOS, NOSSO NUMERO E NSA
           PERFORM CONTA-BOLETOS THRU CONTA-BOLETOS-FIM.
           DISPLAY TWTOTBOL TWVALBOL TWSEMCPF TWNSA.
           IF W-TOT-BOL = ZEROS
               MOVE "*** NENHUMA PARCELA PARA EMITIR BOLETO ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
       EMITE-CONFIRMA.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           DISPLAY (23, 13) "CONFIRMA EMISSAO DOS BOLETOS (S/N) : "
           ACCEPT (23, 51) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** BOLETOS NAO EMITIDOS ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-CONFIRMA.
           OPEN OUTPUT REMESSA
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO BOLETO.REM" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           OPEN OUTPUT BOLETOS.
           MOVE W-BANCO      TO HA-BANCO HL-BANCO SP-BANCO SQ-BANCO
                                SR-BANCO TL-BANCO TA-BANCO CB-BANCO
                                LB-BCO.
           MOVE UN-CNPJ      TO HA-CNPJ HL-CNPJ LB-CNPJ.
           MOVE W-CONVENIO   TO HA-CONVENIO HL-CONVENIO.
           MOVE W-AGENCIA    TO HA-AGENCIA HL-AGENCIA SP-AGENCIA
                                CB-LV-AGENCIA LB-AGENCIA.
           MOVE W-AGENCIA-DV TO HA-AGENCIA-DV HL-AGENCIA-DV
                                SP-AGENCIA-DV.
           MOVE W-CONTA      TO HA-CONTA HL-CONTA SP-CONTA
                                CB-LV-CONTA LB-CONTA.
           MOVE W-CONTA-DV   TO HA-CONTA-DV HL-CONTA-DV SP-CONTA-DV.
           MOVE W-CARTEIRA   TO SP-CARTEIRA CB-LV-CARTEIRA.
           MOVE UN-NOME      TO HA-EMPRESA HL-EMPRESA LB-EMPRESA.
           MOVE W-HJ-DIA TO W-DC-DIA.
           MOVE W-HJ-MES TO W-DC-MES.
           MOVE W-HJ-ANO TO W-DC-ANO.
           MOVE W-DATA-CNAB TO HA-DATA HL-DATA SP-EMISSAO.
           ACCEPT W-HORA-SIS FROM TIME.
           MOVE W-HS-HHMMSS TO HA-HORA.
           MOVE W-NSA TO HA-NSA HL-NSA.
           WRITE REGREMESSA FROM CNAB-HDARQ.
           WRITE REGREMESSA FROM CNAB-HDLOTE.
           COMPUTE W-MULTA-PC = W-MULTA / 100.
           MOVE W-MULTA-PC TO LB-MULTA.
           IF W-MULTA = ZEROS
               MOVE "0" TO SR-CODMULTA
           ELSE
               MOVE "2" TO SR-CODMULTA.
           MOVE W-MULTA-PC TO SR-MULTA.
           MOVE ZEROS TO W-NUMREG W-TOT-BOL W-VAL-BOL.
           MOVE 1 TO W-QTD-LOTE.
           PERFORM POSICIONA-PARC THRU POSICIONA-PARC-FIM.
           IF ST-ERRO NOT = "00"
               GO TO EMITE-FECHA.
       EMITE-LER.
           READ CADPARC NEXT
           IF ST-ERRO NOT = "00"
               GO TO EMITE-FECHA.
           IF W-PCODIGO NOT = ZEROS AND PC-PCODIGO NOT = W-PCODIGO
               GO TO EMITE-FECHA.
           PERFORM VERIFICA-PARC THRU VERIFICA-PARC-FIM.
           IF W-APTO NOT = "S"
               GO TO EMITE-LER.
           ADD 1 TO W-NOSSONUM.
           PERFORM MONTA-CODBAR THRU MONTA-CODBAR-FIM.
           PERFORM GRAVA-TITULO THRU GRAVA-TITULO-FIM.
           PERFORM IMPRIME-BOLETO THRU IMPRIME-BOLETO-FIM.
           MOVE "E"        TO PC-SITBOL.
           MOVE W-NOSSONUM TO PC-NOSSONUM.
           MOVE W-NSA      TO PC-NSA.
           REWRITE REGPARC.
           ADD 1 TO W-TOT-BOL.
           ADD PC-VALOR TO W-VAL-BOL.
           GO TO EMITE-LER.
       EMITE-FECHA.
           ADD 1 TO W-QTD-LOTE.
           MOVE W-QTD-LOTE TO TL-QTDREG.
           MOVE W-TOT-BOL  TO TL-QTDTIT.
           MOVE W-VAL-BOL  TO TL-VALTIT.
           WRITE REGREMESSA FROM CNAB-TRLOTE.
           COMPUTE TA-QTDREG = W-QTD-LOTE + 2.
           WRITE REGREMESSA FROM CNAB-TRARQ.
           CLOSE REMESSA BOLETOS.
           DISPLAY TWTOTBOL TWVALBOL.
           MOVE "** BOLETO.REM E BOLETOS.DOC GERADOS **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *--------------[ PARAMETROS DA CONTA E DOS ENCARGOS ]-------------
      * O DIGITO DA AGENCIA E DA CONTA VAI NO PRIMEIRO CARACTER
      * DO TEXTO DO PARAMETRO (O MESMO DA REMESSA DO SMP150).
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
           MOVE "BOLCONV" TO PAR-CODIGO.
           MOVE ZEROS TO PAR-VALOR.
           MOVE SPACES TO PAR-VALOR-TX.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S"
               MOVE PAR-VALOR-TX TO W-CONVENIO.
           MOVE "BOLCART" TO PAR-CODIGO.
           MOVE W-CARTEIRA TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
              AND PAR-VALOR < 10
               MOVE PAR-VALOR TO W-CARTEIRA.
           MOVE "BOLMULTA" TO PAR-CODIGO.
           MOVE W-MULTA TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR < 10000
               MOVE PAR-VALOR TO W-MULTA.
           MOVE "BOLJUROS" TO PAR-CODIGO.
           MOVE W-JUROS TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR < 10000
               MOVE PAR-VALOR TO W-JUROS.
       LER-PARAMETROS-FIM.
           EXIT.
      *--------------[ PRIMEIRA PASSADA PELAS PARCELAS ]----------------
      * CONTA OS BOLETOS A EMITIR E ACHA O ULTIMO NOSSO NUMERO E
      * O ULTIMO NSA JA USADOS (EM TODO O ARQUIVO).
       CONTA-BOLETOS.
           MOVE ZEROS TO W-TOT-BOL W-VAL-BOL W-SEM-CPF W-NSA
                         W-NOSSONUM.
           MOVE ZEROS  TO PC-PCODIGO PC-AG-DATA PC-CRM PC-AG-HORA
                          PC-NUM.
           MOVE SPACES TO PC-CRM-UF.
           START CADPARC KEY IS NOT LESS PC-CHAVE
               INVALID KEY
                   GO TO CONTA-BOLETOS-NSA.
       CONTA-BOLETOS-LER.
           READ CADPARC NEXT
           IF ST-ERRO NOT = "00"
               GO TO CONTA-BOLETOS-NSA.
           IF PC-NOSSONUM > W-NOSSONUM
               MOVE PC-NOSSONUM TO W-NOSSONUM.
           IF PC-NSA > W-NSA
               MOVE PC-NSA TO W-NSA.
           IF W-PCODIGO NOT = ZEROS AND PC-PCODIGO NOT = W-PCODIGO
               GO TO CONTA-BOLETOS-LER.
           PERFORM VERIFICA-PARC THRU VERIFICA-PARC-FIM.
           IF W-APTO = "S"
               ADD 1 TO W-TOT-BOL
               ADD PC-VALOR TO W-VAL-BOL.
           GO TO CONTA-BOLETOS-LER.
       CONTA-BOLETOS-NSA.
           ADD 1 TO W-NSA.
       CONTA-BOLETOS-FIM.
           EXIT.
      *--------------[ PARCELA ENTRA NO BOLETO? ]-----------------------
      * EM ABERTO, SEM BOLETO (OU COM BOLETO REJEITADO), A VENCER
      * ATE A DATA LIMITE E PACIENTE COM CPF. DEIXA O CADPACI LIDO.
       VERIFICA-PARC.
           MOVE "N" TO W-APTO.
           IF PC-DTPAGTO NOT = ZEROS
               GO TO VERIFICA-PARC-FIM.
           IF PC-SITBOL NOT = SPACES AND NOT = "R"
               GO TO VERIFICA-PARC-FIM.
           IF PC-DTVENC < W-HOJE OR PC-DTVENC > W-DT-ATE
               GO TO VERIFICA-PARC-FIM.
           MOVE PC-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-SEM-CPF
               GO TO VERIFICA-PARC-FIM.
           IF P-CPF = ZEROS
               ADD 1 TO W-SEM-CPF
               GO TO VERIFICA-PARC-FIM.
           MOVE "S" TO W-APTO.
       VERIFICA-PARC-FIM.
           EXIT.
      *--------------[ POSICIONA NO PACIENTE OU NO INICIO ]-------------
       POSICIONA-PARC.
           MOVE W-PCODIGO TO PC-PCODIGO.
           MOVE ZEROS  TO PC-AG-DATA PC-CRM PC-AG-HORA PC-NUM.
           MOVE SPACES TO PC-CRM-UF.
           START CADPARC KEY IS NOT LESS PC-CHAVE
               INVALID KEY
                   MOVE "23" TO ST-ERRO.
       POSICIONA-PARC-FIM.
           EXIT.
      *--------------[ CODIGO DE BARRAS E LINHA DIGITAVEL ]-------------
      * FATOR DE VENCIMENTO = DIAS DESDE 07/10/1997; PASSANDO DE
      * 9999 RECOMECA EM 1000 (22/02/2025).
       MONTA-CODBAR.
           MOVE PC-DTVENC TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-FATOR = W-CS-SERIAL - W-CS-BASE.
           IF W-FATOR > 9999
               SUBTRACT 9000 FROM W-FATOR.
           MOVE W-FATOR    TO CB-FATOR.
           MOVE PC-VALOR   TO CB-VALOR.
           MOVE W-NOSSONUM TO CB-LV-NOSSONUM.
           MOVE ZERO TO CB-DV.
           PERFORM CALC-MOD11 THRU CALC-MOD11-FIM.
           MOVE W-M11-DV TO CB-DV.
           MOVE CB-BCO-MOEDA TO C1-BCO-MOEDA.
           MOVE CB-LV-N1     TO C1-LIVRE.
           MOVE W-C1-NUM     TO LN-C1 W-M10-NUM.
           PERFORM CALC-MOD10 THRU CALC-MOD10-FIM.
           MOVE W-M10-DV TO LN-DV1.
           MOVE CB-LV-N2 TO LN-C2 W-M10-NUM.
           PERFORM CALC-MOD10 THRU CALC-MOD10-FIM.
           MOVE W-M10-DV TO LN-DV2.
           MOVE CB-LV-N3 TO LN-C3 W-M10-NUM.
           PERFORM CALC-MOD10 THRU CALC-MOD10-FIM.
           MOVE W-M10-DV TO LN-DV3.
           MOVE CB-DV     TO LN-DV4.
           MOVE CB-FATVAL TO LN-C5.
           MOVE LN-P1 TO LD-P1.
           MOVE LN-P2 TO LD-P2.
           MOVE LN-P3 TO LD-P3.
           MOVE LN-P4 TO LD-P4.
           MOVE LN-P5 TO LD-P5.
           MOVE LN-P6 TO LD-P6.
           MOVE LN-P7 TO LD-P7.
           MOVE LN-P8 TO LD-P8.
       MONTA-CODBAR-FIM.
           EXIT.
      *----- MODULO 10: PESOS 2,1,2,1... DA DIREITA PARA A ESQUERDA,
      *----- PRODUTO MAIOR QUE 9 SOMA OS DOIS DIGITOS
       CALC-MOD10.
           MOVE ZEROS TO W-DV-SOMA.
           MOVE 10 TO W-DV-IX.
           MOVE 2 TO W-DV-PESO.
       CALC-MOD10-LOOP.
           IF W-DV-IX = ZEROS
               GO TO CALC-MOD10-DV.
           COMPUTE W-DV-PROD = W-M10-D (W-DV-IX) * W-DV-PESO.
           IF W-DV-PROD > 9
               SUBTRACT 9 FROM W-DV-PROD.
           ADD W-DV-PROD TO W-DV-SOMA.
           IF W-DV-PESO = 2
               MOVE 1 TO W-DV-PESO
           ELSE
               MOVE 2 TO W-DV-PESO.
           SUBTRACT 1 FROM W-DV-IX.
           GO TO CALC-MOD10-LOOP.
       CALC-MOD10-DV.
           DIVIDE W-DV-SOMA BY 10 GIVING W-DV-QUOC
                                  REMAINDER W-DV-RESTO.
           IF W-DV-RESTO = ZEROS
               MOVE ZERO TO W-M10-DV
           ELSE
               COMPUTE W-M10-DV = 10 - W-DV-RESTO.
       CALC-MOD10-FIM.
           EXIT.
      *----- MODULO 11 DO CODIGO DE BARRAS: PESOS 2 A 9 DA DIREITA
      *----- PARA A ESQUERDA SEM A POSICAO 5; RESULTADO 0, 10 OU 11
      *----- VIRA 1
       CALC-MOD11.
           MOVE ZEROS TO W-DV-SOMA.
           MOVE 44 TO W-DV-IX.
           MOVE 2 TO W-DV-PESO.
       CALC-MOD11-LOOP.
           IF W-DV-IX = ZEROS
               GO TO CALC-MOD11-DV.
           IF W-DV-IX = 5
               SUBTRACT 1 FROM W-DV-IX
               GO TO CALC-MOD11-LOOP.
           COMPUTE W-DV-SOMA = W-DV-SOMA +
                               (CB-DIG (W-DV-IX) * W-DV-PESO).
           ADD 1 TO W-DV-PESO.
           IF W-DV-PESO > 9
               MOVE 2 TO W-DV-PESO.
           SUBTRACT 1 FROM W-DV-IX.
           GO TO CALC-MOD11-LOOP.
       CALC-MOD11-DV.
           DIVIDE W-DV-SOMA BY 11 GIVING W-DV-QUOC
                                  REMAINDER W-DV-RESTO.
           IF W-DV-RESTO < 2
               MOVE 1 TO W-M11-DV
           ELSE
               COMPUTE W-M11-DV = 11 - W-DV-RESTO.
       CALC-MOD11-FIM.
           EXIT.
      *--------------[ SEGMENTOS P, Q E R DO TITULO ]-------------------
      * USO DA EMPRESA LEVA A CHAVE DA PARCELA, DEVOLVIDA NO RETORNO.
       GRAVA-TITULO.
           MOVE W-NOSSONUM TO SP-NOSSONUM.
           MOVE SPACES     TO SP-DOCUMENTO.
           STRING PC-PCODIGO "-" PC-NUM DELIMITED BY SIZE
                  INTO SP-DOCUMENTO.
           MOVE PC-DTVENC TO W-DATA-INV.
           MOVE W-DI-DIA TO W-DC-DIA.
           MOVE W-DI-MES TO W-DC-MES.
           MOVE W-DI-ANO TO W-DC-ANO.
           MOVE W-DATA-CNAB TO SP-VENCIMENTO SP-DTJUROS SR-DTMULTA.
           MOVE PC-VALOR TO SP-VALOR.
           COMPUTE W-JUROS-DIA ROUNDED =
               PC-VALOR * W-JUROS / 10000 / 30.
           MOVE W-JUROS-DIA TO SP-JUROS LB-JUROS.
           MOVE PC-PCODIGO TO W-RT-PCODIGO.
           MOVE PC-AG-DATA TO W-RT-AG-DATA.
           MOVE PC-CRM     TO W-RT-CRM.
           MOVE PC-CRM-UF  TO W-RT-CRM-UF.
           MOVE PC-NUM     TO W-RT-NUM.
           MOVE W-RT-CHAVE TO SP-USOEMP.
           MOVE SPACES     TO W-RT-CHAVE.
           ADD 1 TO W-NUMREG.
           MOVE W-NUMREG TO SP-NUMREG.
           WRITE REGREMESSA FROM CNAB-SEGP.
           MOVE P-CPF  TO SQ-CPF.
           MOVE P-NOME TO SQ-NOME.
           MOVE SPACES TO SQ-ENDERECO SQ-BAIRRO SQ-CIDADE SQ-UF.
           MOVE P-CEP TO W-CEP.
           MOVE W-CEP-5 TO SQ-CEP.
           MOVE W-CEP-3 TO SQ-CEP-SUF.
           IF W-TEM-CEP = "S"
               MOVE P-CEP TO CODIGO
               READ CADCEP
               IF ST-ERRO = "00"
                   STRING ENDERECO DELIMITED BY "  "
                          ", " P-NUM-END " " P-COMPLEM
                          DELIMITED BY SIZE INTO SQ-ENDERECO
                   MOVE BAIRRO TO SQ-BAIRRO
                   MOVE CIDADE TO SQ-CIDADE
                   MOVE ESTADO TO SQ-UF.
           ADD 1 TO W-NUMREG.
           MOVE W-NUMREG TO SQ-NUMREG.
           WRITE REGREMESSA FROM CNAB-SEGQ.
           ADD 1 TO W-NUMREG.
           MOVE W-NUMREG TO SR-NUMREG.
           WRITE REGREMESSA FROM CNAB-SEGR.
           ADD 3 TO W-QTD-LOTE.
       GRAVA-TITULO-FIM.
           EXIT.
      *--------------[ BOLETO PARA IMPRESSAO ]--------------------------
       IMPRIME-BOLETO.
           MOVE W-LINHA-DIG TO LB-LINHA.
           MOVE P-NOME      TO LB-NOME.
           MOVE P-CPF       TO LB-CPF.
           MOVE PC-PCODIGO  TO LB-PCODIGO.
           MOVE W-DI-DIA    TO LB-VC-DIA.
           MOVE W-DI-MES    TO LB-VC-MES.
           MOVE W-DI-ANO    TO LB-VC-ANO.
           MOVE PC-VALOR    TO LB-VALOR.
           MOVE W-NOSSONUM  TO LB-NOSSONUM.
           MOVE PC-NUM      TO LB-NUM.
           MOVE PC-AG-DATA  TO LB-AG-DATA.
           MOVE PC-CRM      TO LB-CRM.
           MOVE PC-CRM-UF   TO LB-CRM-UF.
           MOVE W-CODBAR    TO LB-CODBAR.
           WRITE REGBOLETOS FROM CAB0-BOL.
           WRITE REGBOLETOS FROM LB-BANCO.
           WRITE REGBOLETOS FROM CAB0-BOL.
           WRITE REGBOLETOS FROM LB-BENEF.
           WRITE REGBOLETOS FROM LB-PAGADOR.
           WRITE REGBOLETOS FROM LB-TITULO.
           WRITE REGBOLETOS FROM LB-PARCELA.
           WRITE REGBOLETOS FROM LB-INSTRUCAO.
           WRITE REGBOLETOS FROM LB-BARRAS.
           WRITE REGBOLETOS FROM CAB0-BOL.
           MOVE SPACES TO REGBOLETOS.
           WRITE REGBOLETOS.
       IMPRIME-BOLETO-FIM.
           EXIT.
      *--------------[ DIAS DESDE O ANO ZERO ]--------------------------
      * JANEIRO E FEVEREIRO AINDA NAO CONTAM O BISSEXTO DO ANO.
       CALC-SERIAL.
           COMPUTE W-CS-SERIAL = (W-CS-ANO * 365) + W-CS-DIA.
           MOVE W-CS-ANO TO W-CS-ANO-AUX.
           IF W-CS-MES < 03
               SUBTRACT 1 FROM W-CS-ANO-AUX.
           DIVIDE W-CS-ANO-AUX BY 4 GIVING W-CS-QUOC.
           ADD W-CS-QUOC TO W-CS-SERIAL.
           IF W-CS-MES = 02 ADD 031 TO W-CS-SERIAL.
           IF W-CS-MES = 03 ADD 059 TO W-CS-SERIAL.
           IF W-CS-MES = 04 ADD 090 TO W-CS-SERIAL.
           IF W-CS-MES = 05 ADD 120 TO W-CS-SERIAL.
           IF W-CS-MES = 06 ADD 151 TO W-CS-SERIAL.
           IF W-CS-MES = 07 ADD 181 TO W-CS-SERIAL.
           IF W-CS-MES = 08 ADD 212 TO W-CS-SERIAL.
           IF W-CS-MES = 09 ADD 243 TO W-CS-SERIAL.
           IF W-CS-MES = 10 ADD 273 TO W-CS-SERIAL.
           IF W-CS-MES = 11 ADD 304 TO W-CS-SERIAL.
           IF W-CS-MES = 12 ADD 334 TO W-CS-SERIAL.
       CALC-SERIAL-FIM.
           EXIT.
      *--------------------[ RETORNO DO BANCO ]------------------------
       IMPORTA-RETORNO.
           OPEN INPUT RETORNO
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO BOLETO.RET NAO DISPONIVEL ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO IMPORTA-RETORNO-FIM.
           OPEN OUTPUT BOLRET.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           WRITE REGBOLRET FROM CAB0-BOL.
           WRITE REGBOLRET FROM CAB1-RET.
           WRITE REGBOLRET FROM CAB0-BOL.
           WRITE REGBOLRET FROM CAB3-RET.
           WRITE REGBOLRET FROM CAB0-BOL.
           MOVE ZEROS TO W-TOT-LIQ W-TOT-ENT W-TOT-REJ W-TOT-OUTROS
                         W-VAL-LIQ.
           MOVE SPACES TO W-RT-MOVTO W-RT-CHAVE W-RT-MOTIVO.
       IMPORTA-LER.
           READ RETORNO
           IF ST-ERRO NOT = "00"
               GO TO IMPORTA-FECHA.
           IF RT-TIPO NOT = "3"
               GO TO IMPORTA-LER.
           IF RT-SEGMENTO = "T"
               MOVE RT-MOVTO    TO W-RT-MOVTO
               MOVE RT-UE-CHAVE TO W-RT-CHAVE
               MOVE RT-NOSSONUM (1:10) TO W-RT-NOSSONUM
               MOVE RT-MOTIVO   TO W-RT-MOTIVO
               GO TO IMPORTA-LER.
           IF RT-SEGMENTO NOT = "U" OR W-RT-CHAVE = SPACES
               GO TO IMPORTA-LER.
           PERFORM ACHA-PARCELA THRU ACHA-PARCELA-FIM.
           MOVE SPACES TO W-RT-CHAVE.
           IF W-RT-ACHOU NOT = "S"
               ADD 1 TO W-TOT-OUTROS
               GO TO IMPORTA-LER.
           IF W-RT-MOVTO = "02"
               ADD 1 TO W-TOT-ENT
               GO TO IMPORTA-LER.
           IF W-RT-MOVTO = "06" OR "17"
               GO TO IMPORTA-LIQUIDA.
           IF W-RT-MOVTO = "03"
               MOVE SPACES TO W-MOTIVO
               STRING "ENTRADA REJEITADA " W-RT-MOTIVO
                      DELIMITED BY SIZE INTO W-MOTIVO
               GO TO IMPORTA-LIBERA.
           IF W-RT-MOVTO = "09"
               MOVE "BOLETO BAIXADO NO BANCO" TO W-MOTIVO
               GO TO IMPORTA-LIBERA.
           ADD 1 TO W-TOT-OUTROS.
           GO TO IMPORTA-LER.
      *----- BOLETO SEM EFEITO: PARCELA EM ABERTO PODE TER OUTRO
       IMPORTA-LIBERA.
           IF PC-SITBOL = "L"
               GO TO IMPORTA-LER.
           IF PC-DTPAGTO = ZEROS
               MOVE "R" TO PC-SITBOL
               REWRITE REGPARC.
           ADD 1 TO W-TOT-REJ.
           PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM.
           GO TO IMPORTA-LER.
      *----- LIQUIDACAO: RECIBO IGUAL AO DA BAIXA NO BALCAO (SMP092),
      *----- COM O VALOR PAGO (PARCELA + MULTA E JUROS)
       IMPORTA-LIQUIDA.
           IF PC-SITBOL = "L"
               GO TO IMPORTA-LER.
           IF PC-DTPAGTO NOT = ZEROS
               MOVE "L" TO PC-SITBOL
               MOVE RU-ENCARGOS TO PC-ENCARGOS
               REWRITE REGPARC
               ADD 1 TO W-TOT-REJ
               MOVE "PAGO TAMBEM NO BALCAO-DEVOLVER" TO W-MOTIVO
               PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM
               GO TO IMPORTA-LER.
           PERFORM ACHAR-NUMERO THRU ACHAR-NUMERO-FIM.
           ADD 1 TO W-MAXNUM GIVING RC-NUMERO.
           MOVE PC-PCODIGO TO RC-PCODIGO.
           MOVE PC-AG-DATA TO RC-AG-DATA.
           MOVE PC-CRM     TO RC-CRM.
           MOVE PC-CRM-UF  TO RC-CRM-UF.
           MOVE PC-AG-HORA TO RC-AG-HORA.
           MOVE RU-VALPAGO TO RC-VALOR.
           IF RU-VALPAGO = ZEROS
               COMPUTE RC-VALOR = PC-VALOR + RU-ENCARGOS.
           MOVE W-HOJE TO RC-DTPAGTO.
           IF RU-DTOCOR NUMERIC AND RU-DO-ANO NOT = ZEROS
               MOVE RU-DO-ANO TO W-DI-ANO
               MOVE RU-DO-MES TO W-DI-MES
               MOVE RU-DO-DIA TO W-DI-DIA
               MOVE W-DATA-INV TO RC-DTPAGTO.
           ACCEPT RC-HRPAGTO FROM TIME.
           MOVE W-OPERADOR TO RC-OPERADOR.
           MOVE "B" TO RC-FORMA.
           MOVE SPACES TO RC-SESSAO RC-STATUS RC-EST-MOTIVO
                          RC-EST-OPER RC-CONCIL.
           MOVE ZEROS TO RC-NFSE.
           WRITE REGRECIB
           IF ST-ERRO NOT = "00" AND "02"
               ADD 1 TO W-TOT-OUTROS
               MOVE "ERRO NA GRAVACAO DO RECIBO" TO W-MOTIVO
               PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM
               GO TO IMPORTA-LER.
           MOVE RC-DTPAGTO  TO PC-DTPAGTO.
           MOVE RC-NUMERO   TO PC-RECIBO.
           MOVE RU-ENCARGOS TO PC-ENCARGOS.
           MOVE "L" TO PC-SITBOL.
           REWRITE REGPARC.
           ADD 1 TO W-TOT-LIQ.
           ADD RC-VALOR TO W-VAL-LIQ.
           GO TO IMPORTA-LER.
       IMPORTA-FECHA.
           WRITE REGBOLRET FROM CAB0-BOL.
           MOVE W-TOT-LIQ TO LR-LIQ.
           MOVE W-VAL-LIQ TO LR-VALLIQ.
           MOVE W-TOT-ENT TO LR-ENT.
           MOVE W-TOT-REJ TO LR-REJ.
           WRITE REGBOLRET FROM LIN-TOT-RET.
           WRITE REGBOLRET FROM CAB0-BOL.
           CLOSE RETORNO BOLRET.
           DISPLAY (20, 06) "LIQUIDADOS: " W-TOT-LIQ
                   "   CONFIRMADOS: " W-TOT-ENT
                   "   REJ./BAIXAS: " W-TOT-REJ.
           IF W-TOT-REJ = ZEROS
               MOVE "** RETORNO DO BANCO PROCESSADO **" TO W-MSG
           ELSE
               MOVE "** RETORNO PROCESSADO - VER BOLRET.DOC **"
                                                         TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPORTA-RETORNO-FIM.
           EXIT.
      *--------------[ PARCELA DO TITULO RETORNADO ]--------------------
      * A CHAVE DO USO DA EMPRESA NAO TEM A HORA DO AGENDAMENTO:
      * PERCORRE AS PARCELAS DO PACIENTE NA DATA COM O MEDICO E
      * FICA COM A DE MESMO NUMERO E MESMO NOSSO NUMERO.
       ACHA-PARCELA.
           MOVE "N" TO W-RT-ACHOU.
           IF W-RT-PCODIGO NOT NUMERIC OR W-RT-AG-DATA NOT NUMERIC OR
              W-RT-CRM NOT NUMERIC OR W-RT-NUM NOT NUMERIC
               GO TO ACHA-PARCELA-FIM.
           MOVE W-RT-PCODIGO TO PC-PCODIGO.
           MOVE W-RT-AG-DATA TO PC-AG-DATA.
           MOVE W-RT-CRM     TO PC-CRM.
           MOVE W-RT-CRM-UF  TO PC-CRM-UF.
           MOVE ZEROS        TO PC-AG-HORA PC-NUM.
           START CADPARC KEY IS NOT LESS PC-CHAVE
               INVALID KEY
                   GO TO ACHA-PARCELA-FIM.
       ACHA-PARCELA-LER.
           READ CADPARC NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHA-PARCELA-FIM.
           IF PC-PCODIGO NOT = W-RT-PCODIGO OR
              PC-AG-DATA NOT = W-RT-AG-DATA OR
              PC-CRM NOT = W-RT-CRM OR PC-CRM-UF NOT = W-RT-CRM-UF
               GO TO ACHA-PARCELA-FIM.
           IF PC-NUM NOT = W-RT-NUM
               GO TO ACHA-PARCELA-LER.
           IF W-RT-NOSSONUM NOT NUMERIC
               GO TO ACHA-PARCELA-ACHOU.
           IF PC-NOSSONUM NOT = W-RT-NOSSONUM
               GO TO ACHA-PARCELA-LER.
       ACHA-PARCELA-ACHOU.
           MOVE "S" TO W-RT-ACHOU.
       ACHA-PARCELA-FIM.
           EXIT.
      *--------------[ LINHA DE OCORRENCIA DO RETORNO ]-----------------
       GRAVA-OCORRENCIA.
           MOVE PC-PCODIGO TO DT-PCODIGO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME TO DT-NOME
           ELSE
               MOVE SPACES TO DT-NOME.
           MOVE PC-NUM    TO DT-NUM.
           MOVE PC-DTVENC TO DT-VENC.
           MOVE PC-VALOR  TO DT-VALOR.
           MOVE W-MOTIVO  TO DT-MOTIVO.
           WRITE REGBOLRET FROM DET-RET.
       GRAVA-OCORRENCIA-FIM.
           EXIT.
      *--------------------[ MAIOR NUMERO DE RECIBO ]------------------
       ACHAR-NUMERO.
           MOVE ZEROS TO W-MAXNUM RC-NUMERO.
           START CADRECIB KEY IS NOT LESS RC-NUMERO
               INVALID KEY
                   GO TO ACHAR-NUMERO-FIM.
       ACHAR-NUMERO-LER.
           READ CADRECIB NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHAR-NUMERO-FIM.
           IF RC-NUMERO > W-MAXNUM
               MOVE RC-NUMERO TO W-MAXNUM.
           GO TO ACHAR-NUMERO-LER.
       ACHAR-NUMERO-FIM.
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

       ROT-FECHA.
           CLOSE CADPARC CADRECIB CADPACI CADUNID.
           IF W-TEM-CEP = "S"
               CLOSE CADCEP.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
