       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP171.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   PACOTES DE SESSOES PRE-PAGOS (FISIO/PSICOLOGIA)    *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * V = VENDE UM PACOTE DE SESSOES AO PACIENTE PARTICULAR
      *     NUMA ESPECIALIDADE (NORMALMENTE 10 OU 20 SESSOES DA
      *     SERIE RECORRENTE), COBRANDO A VISTA E EMITINDO O
      *     RECIBO (CADRECIB). O PRECO SUGERIDO E A TARIFA
      *     PARTICULAR (CADTPART) VEZES A QUANTIDADE.
      *     CADA ATENDIMENTO NA ESPECIALIDADE CONSOME UMA SESSAO
      *     NO CAIXA (SMP034), NO LUGAR DA COBRANCA.
      * S = SALDO DE SESSOES DOS PACOTES DO PACIENTE.
      * D = DEVOLVE AO PACIENTE O VALOR DAS SESSOES NAO USADAS
      *     (PROPORCIONAL AO PRECO PAGO) E ENCERRA O PACOTE.
      * R = RELATORIO DE PACOTES A VENCER NOS PROXIMOS 30 DIAS
      *     (OU JA VENCIDOS) COM SESSOES NAO USADAS E DAS
      *     DEVOLUCOES DO MES (PACOTVEN.TXT).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPACOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PK-CHAVE
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

                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS P-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADTPART ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TP-ESPEC
                    FILE STATUS  IS ST-ERRO.

                    SELECT RECIBOIMP ASSIGN TO W-NOME-RECIBO
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT PACOTVEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPACOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACOT.DAT".
       COPY REGPACOT.
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
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADTPART
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPART.DAT".
       COPY REGTPART.
      *
       FD RECIBOIMP
               LABEL RECORD IS STANDARD.
       01 REGRECIMP    PIC X(80).
      *
       FD PACOTVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PACOTVEN.TXT".
       01 REGPACOTVEN   PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP171".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
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
       01 W-TEM-CAIXA            PIC X(01) VALUE "N".
       01 W-SESSAO-CHV           PIC X(18) VALUE SPACES.
       01 W-HOJE-CX              PIC 9(08) VALUE ZEROS.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-MAXNUM               PIC 9(06) VALUE ZEROS.
       01 W-MESES-VAL            PIC 9(02) VALUE ZEROS.
       01 W-SALDO                PIC 9(03) VALUE ZEROS.
       01 W-VAL-DEV              PIC 9(06)V99 VALUE ZEROS.
       01 W-PCOD-LIS             PIC 9(06) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-TOT-LIS              PIC 9(02) VALUE ZEROS.
       01 W-VC-TOT               PIC 9(06) VALUE ZEROS.
       01 W-VC-RESTO             PIC 9(02) VALUE ZEROS.
       01 W-SER-HOJE             PIC 9(08) VALUE ZEROS.
       01 W-DIAS                 PIC S9(05) VALUE ZEROS.
       01 W-CS-SERIAL            PIC 9(08) VALUE ZEROS.
       01 W-CS-QUOC              PIC 9(04) VALUE ZEROS.
       01 W-CS-DATA.
           03 W-CS-ANO           PIC 9(04).
           03 W-CS-MES           PIC 9(02).
           03 W-CS-DIA           PIC 9(02).
       01 W-QTD-VENC             PIC 9(04) VALUE ZEROS.
       01 W-QTD-DEV              PIC 9(04) VALUE ZEROS.
       01 W-TOT-DEV              PIC 9(08)V99 VALUE ZEROS.
       01 W-NOME-RECIBO.
           05 FILLER             PIC X(06) VALUE "RECIBO".
           05 W-NUM-RECIBO       PIC 9(06).
           05 FILLER             PIC X(04) VALUE ".TXT".
       01 W-CAB-SALDO.
           03 FILLER             PIC X(34) VALUE
              "ES ESPECIALIDADE        COMPRA    ".
           03 FILLER             PIC X(32) VALUE
              " QTD USA SAL VALIDADE   SITUACAO".
       01 W-LINHA-PK.
           03 WK-ESPEC           PIC 9(02).
           03 FILLER             PIC X(01) VALUE " ".
           03 WK-DESC            PIC X(20).
           03 FILLER             PIC X(01) VALUE " ".
           03 WK-COMPRA          PIC 9999.99.99.
           03 FILLER             PIC X(01) VALUE " ".
           03 WK-QTDE            PIC ZZ9.
           03 FILLER             PIC X(01) VALUE " ".
           03 WK-USADAS          PIC ZZ9.
           03 FILLER             PIC X(01) VALUE " ".
           03 WK-SALDO           PIC ZZ9.
           03 FILLER             PIC X(01) VALUE " ".
           03 WK-VALID           PIC 9999.99.99.
           03 FILLER             PIC X(01) VALUE " ".
           03 WK-SITU            PIC X(09).
      *
       01  REC-BORDA.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  REC-CLINICA.
           05  FILLER                 PIC X(030) VALUE
           "- PROGRAMACAO PARA MAINFRAME  ".
           05  FILLER                 PIC X(049) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  REC-NUMERO.
           05  FILLER                 PIC X(013) VALUE "- RECIBO No :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RN-NUMERO              PIC 9(006).
           05  FILLER                 PIC X(059) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  REC-PACIENTE.
           05  FILLER                 PIC X(016) VALUE
           "- RECEBEMOS DE :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RP-NOME                PIC X(030).
           05  FILLER                 PIC X(032) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  REC-VALOR.
           05  FILLER                 PIC X(021) VALUE
           "- A IMPORTANCIA DE R$".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RV-VALOR               PIC ZZZZZ9,99.
           05  FILLER                 PIC X(048) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  REC-REFER.
           05  FILLER                 PIC X(024) VALUE
           "- REFERENTE A PACOTE DE ".
           05  RR-QTDE                PIC ZZ9.
           05  FILLER                 PIC X(012) VALUE " SESSOES DE ".
           05  RR-ESPEC               PIC X(020).
           05  FILLER                 PIC X(020) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  REC-VALID.
           05  FILLER                 PIC X(024) VALUE
           "- VALIDO ATE           :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RL-VALID               PIC 9999.99.99.
           05  FILLER                 PIC X(044) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  REC-EMISSAO.
           05  FILLER                 PIC X(014) VALUE "- EMITIDO EM :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RE-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(013) VALUE "   OPERADOR :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RE-OPERADOR            PIC X(008).
           05  FILLER                 PIC X(032) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *
       01  CAB0-PK.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  CAB1-PK.
           05  FILLER                 PIC X(044) VALUE
           "- PACOTES A VENCER COM SALDO - POSICAO      ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(025) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB2-PK.
           05  FILLER                 PIC X(044) VALUE
           "- DEVOLUCOES DE SESSOES NAO USADAS NO MES   ".
           05  CAB2-MES               PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-ANO               PIC 9(004).
           05  FILLER                 PIC X(028) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-PK.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DK-PCOD                PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-NOME                PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-FONE                PIC 9(011).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-ESPEC               PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-QTDE                PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-VALOR               PIC ZZZZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-SITU                PIC X(003).
           05  FILLER                 PIC X(002) VALUE " -".
       01  TOT-PK.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  TK-TEXTO               PIC X(030).
           05  TK-QTDE                PIC ZZZ9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  TK-VALOR               PIC ZZZZZZZ9,99.
           05  FILLER                 PIC X(027) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT171.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** PACOTES DE SESSOES PRE-PAGOS ***".

           05  LINE 05  COLUMN 01
               VALUE  "     CODIGO PACIENTE :".
           05  LINE 05  COLUMN 35
               VALUE  "NOME: ".

           05  LINE 07  COLUMN 01
               VALUE  "     ESPECIALIDADE   :".

           05  LINE 09  COLUMN 01
               VALUE  "     DATA DA COMPRA  :".

           05  LINE 11  COLUMN 01
               VALUE  "     QTD SESSOES     :".
           05  LINE 11  COLUMN 35
               VALUE  "USADAS:".

           05  LINE 13  COLUMN 01
               VALUE  "     VALOR DO PACOTE :".

           05  LINE 15  COLUMN 01
               VALUE  "     VALIDADE (MESES):".
           05  LINE 15  COLUMN 35
               VALUE  "VENCE EM:".

           05  LINE 17  COLUMN 01
               VALUE  "     RECIBO DA VENDA :".

           05  TPKPCODIGO
               LINE 05  COLUMN 24  PIC 9(06)
               USING  PK-PCODIGO
               HIGHLIGHT.

           05  TPKNOMEPAC
               LINE 05  COLUMN 42  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TPKESPEC
               LINE 07  COLUMN 24  PIC 9(02)
               USING  PK-ESPEC
               HIGHLIGHT.

           05  TPKDESCESP
               LINE 07  COLUMN 28  PIC X(20)
               USING  TP-DESCRICAO
               HIGHLIGHT.

           05  TPKDTCOMPRA
               LINE 09  COLUMN 24  PIC 9999.99.99
               USING  PK-DTCOMPRA
               HIGHLIGHT.

           05  TPKQTDE
               LINE 11  COLUMN 24  PIC ZZ9
               USING  PK-QTDE
               HIGHLIGHT.

           05  TPKUSADAS
               LINE 11  COLUMN 43  PIC ZZ9
               USING  PK-USADAS
               HIGHLIGHT.

           05  TPKVALOR
               LINE 13  COLUMN 24  PIC ZZZZZ9,99
               USING  PK-VALOR
               HIGHLIGHT.

           05  TPKMESES
               LINE 15  COLUMN 24  PIC 9(02)
               USING  W-MESES-VAL
               HIGHLIGHT.

           05  TPKVALIDADE
               LINE 15  COLUMN 45  PIC 9999.99.99
               USING  PK-VALIDADE
               HIGHLIGHT.

           05  TPKRECIBO
               LINE 17  COLUMN 24  PIC 9(06)
               USING  PK-RECIBO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADPACOT.
           OPEN I-O CADPACOT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPACOT
                   CLOSE CADPACOT
                   GO TO ABRIR-CADPACOT
               ELSE
                   MOVE "CADPACOT" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACOT"
                                                         TO W-MSG
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
                   CLOSE CADPACOT
                   GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPACOT CADRECIB
              GO TO ROT-FIM.

       ABRIR-CADTPART.
           OPEN INPUT CADTPART
           IF ST-ERRO NOT = "00"
              MOVE "*** TARIFAS PARTICULARES NAO CADASTRADAS ***"
                                                           TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPACOT CADRECIB CADPACI
              GO TO ROT-FIM.

       ABRIR-CADCAIXA.
           MOVE "S" TO W-TEM-CAIXA.
           OPEN INPUT CADCAIXA
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CAIXA.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.
      *--------------------[ LIMPA A TELA ]----------------------------
       ROT-INIC.
           MOVE 0 TO PK-PCODIGO PK-ESPEC PK-DTCOMPRA PK-QTDE PK-USADAS
                     PK-VALOR PK-RECIBO PK-VALIDADE W-MESES-VAL
                     P-CODIGO TP-ESPEC.
           MOVE SPACES TO P-NOME TP-DESCRICAO.
           DISPLAY SMT171.
       ACE-001.
           DISPLAY (23, 11)
                "V=VENDER  S=SALDO  D=DEVOLVER  R=RELATORIO  F=FIM"
           ACCEPT (23, 62) W-OPCAO
           IF W-OPCAO = "V" OR "v"
               GO TO PASSO-1.
           IF W-OPCAO = "S" OR "s"
               GO TO LISTAR-SALDO.
           IF W-OPCAO = "D" OR "d"
               GO TO DEVOLVER.
           IF W-OPCAO = "R" OR "r"
               PERFORM REL-PACOTES THRU REL-PACOTES-FIM
               GO TO ACE-001.
           IF W-OPCAO = "F" OR "f"
               CLOSE CADPACOT CADRECIB CADPACI CADTPART
               PERFORM FECHA-CAIXA-ARQ THRU FECHA-CAIXA-ARQ-FIM
               GO TO ROT-FIM.
           GO TO ACE-001.
      *--------------------[ VENDA DO PACOTE ]-------------------------
      * A VENDA ENTRA NO CAIXA DO DIA: EXIGE A SESSAO DE CAIXA
      * ABERTA DO OPERADOR (SMP093), COMO A COBRANCA DO SMP034.
       PASSO-1.
           PERFORM ACHA-SESSAO-CX THRU ACHA-SESSAO-CX-FIM.
           IF W-SESSAO-CHV = SPACES
               MOVE "* ABRA A SESSAO DE CAIXA NO SMP093 *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           PERFORM PEDE-PACOTE THRU PEDE-PACOTE-FIM.
           IF W-ACT = 9
               GO TO ROT-INIC.
      *----- O CONSUMO E NO CAIXA PARTICULAR (SMP034), QUE NAO
      *----- ATENDE PACIENTE DE CONVENIO
           IF P-CONVENIO NOT = ZEROS
               MOVE "*** PACIENTE TEM CONVENIO - PACOTE SO PARTICULAR"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE W-HOJE TO PK-DTCOMPRA.
           READ CADPACOT
           IF ST-ERRO = "00"
               MOVE "*** PACOTE JA VENDIDO HOJE NA ESPECIALIDADE ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE W-HOJE TO PK-DTCOMPRA.
           MOVE ZEROS  TO PK-USADAS PK-RECIBO PK-VALIDADE.
           MOVE 10     TO PK-QTDE.
           MOVE 06     TO W-MESES-VAL.
           DISPLAY TPKDTCOMPRA.
           DISPLAY TPKUSADAS.
       PASSO-2.
           ACCEPT TPKQTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF PK-QTDE = ZEROS
                MOVE "QUANTIDADE DE SESSOES NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
      *----- PRECO SUGERIDO: TARIFA PARTICULAR X SESSOES (O BALCAO
      *----- PODE DAR O DESCONTO DO PACOTE)
           COMPUTE PK-VALOR = TP-VALOR * PK-QTDE.
       PASSO-3.
           ACCEPT TPKVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF PK-VALOR = ZEROS
                MOVE "VALOR DO PACOTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
       PASSO-4.
           ACCEPT TPKMESES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF W-MESES-VAL = ZEROS OR W-MESES-VAL > 24
                MOVE "VALIDADE DE 01 A 24 MESES" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           MOVE PK-DTCOMPRA TO W-CS-DATA.
           COMPUTE W-VC-TOT = (W-CS-ANO * 12) + W-CS-MES - 1
                              + W-MESES-VAL.
           DIVIDE W-VC-TOT BY 12 GIVING W-CS-ANO REMAINDER W-VC-RESTO.
           COMPUTE W-CS-MES = W-VC-RESTO + 1.
           IF W-CS-MES = 02 AND W-CS-DIA > 28
               MOVE 28 TO W-CS-DIA.
           IF (W-CS-MES = 04 OR 06 OR 09 OR 11) AND W-CS-DIA > 30
               MOVE 30 TO W-CS-DIA.
           MOVE W-CS-DATA TO PK-VALIDADE.
           DISPLAY TPKVALIDADE.
       PASSO-FORMA.
           DISPLAY (21, 05) "FORMA D=DIN C=CARTAO P=PIX : ".
           ACCEPT (21, 35) RC-FORMA.
           IF RC-FORMA = "d"
               MOVE "D" TO RC-FORMA.
           IF RC-FORMA = "c"
               MOVE "C" TO RC-FORMA.
           IF RC-FORMA = "p"
               MOVE "P" TO RC-FORMA.
           IF RC-FORMA NOT = "D" AND "C" AND "P"
               GO TO PASSO-FORMA.
       VENDA-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (22, 05) "CONFIRMA A VENDA DO PACOTE (S/N) : ".
           ACCEPT (22, 41) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO PASSO-4.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** VENDA CANCELADA PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VENDA-OPCAO.
      *----- RECIBO DA VENDA: SEM MEDICO, DATA DA COMPRA NO LUGAR
      *----- DA DATA DA CONSULTA
           PERFORM ACHAR-NUMERO THRU ACHAR-NUMERO-FIM.
           ADD 1 TO W-MAXNUM GIVING RC-NUMERO.
           MOVE PK-PCODIGO  TO RC-PCODIGO.
           MOVE PK-DTCOMPRA TO RC-AG-DATA.
           MOVE ZEROS       TO RC-CRM RC-AG-HORA RC-NFSE.
           MOVE SPACES      TO RC-CRM-UF RC-CONCIL.
           MOVE PK-VALOR    TO RC-VALOR.
           ACCEPT RC-DTPAGTO FROM DATE YYYYMMDD.
           ACCEPT RC-HRPAGTO FROM TIME.
           MOVE W-OPERADOR   TO RC-OPERADOR.
           MOVE W-SESSAO-CHV TO RC-SESSAO.
           MOVE SPACES TO RC-STATUS RC-EST-MOTIVO RC-EST-OPER.
           WRITE REGRECIB
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO RECIBO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE RC-NUMERO  TO PK-RECIBO.
           MOVE W-OPERADOR TO PK-OPERADOR.
           MOVE "A"        TO PK-STATUS.
           MOVE ZEROS      TO PK-DEV-QTDE PK-DEV-VALOR PK-DTDEV.
           MOVE SPACES     TO PK-DEV-OPER.
           WRITE REGPACOT
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPACOT" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           DISPLAY TPKRECIBO.
           PERFORM IMPRIME-RECIBO THRU IMPRIME-RECIBO-FIM.
           MOVE "** PACOTE VENDIDO - RECIBO EMITIDO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
      *--------------------[ SALDO DOS PACOTES DO PACIENTE ]-----------
       LISTAR-SALDO.
           ACCEPT TPKPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
           MOVE PK-PCODIGO TO P-CODIGO W-PCOD-LIS.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO LISTAR-SALDO.
           DISPLAY TPKNOMEPAC.
           DISPLAY (07, 01) ERASE.
           DISPLAY (07, 06) W-CAB-SALDO.
           MOVE 08 TO W-LIN.
           MOVE ZEROS TO W-TOT-LIS.
           MOVE ZEROS TO PK-ESPEC PK-DTCOMPRA.
           START CADPACOT KEY IS NOT LESS PK-CHAVE
               INVALID KEY
                   GO TO LISTAR-NADA.
       LISTAR-LER.
           READ CADPACOT NEXT
           IF ST-ERRO NOT = "00"
               GO TO LISTAR-PAUSA.
           IF PK-PCODIGO NOT = W-PCOD-LIS
               GO TO LISTAR-PAUSA.
           IF W-LIN > 20
               GO TO LISTAR-PAUSA.
           ADD 1 TO W-TOT-LIS.
           MOVE PK-ESPEC TO WK-ESPEC TP-ESPEC.
           READ CADTPART
           IF ST-ERRO = "00"
               MOVE TP-DESCRICAO TO WK-DESC
           ELSE
               MOVE SPACES TO WK-DESC.
           COMPUTE W-SALDO = PK-QTDE - PK-USADAS.
           MOVE PK-DTCOMPRA TO WK-COMPRA.
           MOVE PK-QTDE     TO WK-QTDE.
           MOVE PK-USADAS   TO WK-USADAS.
           MOVE W-SALDO     TO WK-SALDO.
           MOVE PK-VALIDADE TO WK-VALID.
           PERFORM SITUACAO-PK THRU SITUACAO-PK-FIM.
           DISPLAY (W-LIN, 06) W-LINHA-PK.
           ADD 1 TO W-LIN.
           GO TO LISTAR-LER.
       LISTAR-NADA.
           MOVE "*** PACIENTE SEM PACOTE DE SESSOES ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
       LISTAR-PAUSA.
           IF W-TOT-LIS = ZEROS
               GO TO LISTAR-NADA.
           DISPLAY (22, 10) "TECLE ALGO PARA VOLTAR : ".
           ACCEPT (22, 36) W-OPCAO.
           GO TO ROT-INIC.
      *
       SITUACAO-PK.
           IF PK-STATUS = "D"
               MOVE "DEVOLVIDO" TO WK-SITU
               GO TO SITUACAO-PK-FIM.
           IF W-SALDO = ZEROS
               MOVE "ESGOTADO" TO WK-SITU
               GO TO SITUACAO-PK-FIM.
           IF PK-VALIDADE < W-HOJE
               MOVE "VENCIDO" TO WK-SITU
               GO TO SITUACAO-PK-FIM.
           MOVE "ATIVO" TO WK-SITU.
       SITUACAO-PK-FIM.
           EXIT.
      *--------------------[ DEVOLUCAO DAS SESSOES NAO USADAS ]--------
      * O PACIENTE RECEBE DE VOLTA O VALOR PROPORCIONAL AS SESSOES
      * NAO USADAS (O BALCAO PODE AJUSTAR PARA MENOS, POR EXEMPLO
      * QUANDO O PACOTE TEVE DESCONTO). O PACOTE FICA ENCERRADO.
       DEVOLVER.
           PERFORM PEDE-PACOTE THRU PEDE-PACOTE-FIM.
           IF W-ACT = 9
               GO TO ROT-INIC.
       DEVOLVER-DATA.
           ACCEPT TPKDTCOMPRA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           READ CADPACOT
           IF ST-ERRO NOT = "00"
               MOVE "*** PACOTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO DEVOLVER-DATA.
           MOVE ZEROS TO W-MESES-VAL.
           DISPLAY SMT171.
           IF PK-STATUS = "D"
               MOVE "*** PACOTE JA DEVOLVIDO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           COMPUTE W-SALDO = PK-QTDE - PK-USADAS.
           IF W-SALDO = ZEROS
               MOVE "*** PACOTE SEM SESSOES A DEVOLVER ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           COMPUTE W-VAL-DEV ROUNDED = PK-VALOR * W-SALDO / PK-QTDE.
           DISPLAY (19, 05) "SESSOES NAO USADAS :".
           DISPLAY (19, 26) W-SALDO.
       DEVOLVER-VALOR.
           DISPLAY (20, 05) "VALOR A DEVOLVER   :".
           ACCEPT (20, 26) W-VAL-DEV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF W-VAL-DEV > PK-VALOR
               MOVE "*** DEVOLUCAO MAIOR QUE O VALOR PAGO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO DEVOLVER-VALOR.
       DEVOLVER-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (22, 05) "CONFIRMA A DEVOLUCAO (S/N) : ".
           ACCEPT (22, 35) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DEVOLUCAO CANCELADA PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVER-OPCAO.
           MOVE W-SALDO    TO PK-DEV-QTDE.
           MOVE W-VAL-DEV  TO PK-DEV-VALOR.
           MOVE W-HOJE     TO PK-DTDEV.
           MOVE W-OPERADOR TO PK-DEV-OPER.
           MOVE "D"        TO PK-STATUS.
           REWRITE REGPACOT
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADPACOT" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "** DEVOLUCAO REGISTRADA - PACOTE ENCERRADO **"
                                                         TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
      *--------------------[ RELATORIO A VENCER / DEVOLUCOES ]---------
       REL-PACOTES.
           OPEN OUTPUT PACOTVEN
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO RELATORIO PACOTVEN" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO REL-PACOTES-FIM.
           MOVE ZEROS TO W-QTD-VENC W-QTD-DEV W-TOT-DEV.
           WRITE REGPACOTVEN FROM CAB0-PK.
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGPACOTVEN FROM CAB1-PK.
           WRITE REGPACOTVEN FROM CAB0-PK.
           MOVE ZEROS TO PK-PCODIGO PK-ESPEC PK-DTCOMPRA.
           START CADPACOT KEY IS NOT LESS PK-CHAVE
               INVALID KEY
                   GO TO REL-VENC-TOTAL.
      *----- ATIVO, COM SALDO E VENCENDO EM ATE 30 DIAS (VEN =
      *----- JA VENCIDO, AINDA NAO DEVOLVIDO)
       REL-VENC-LER.
           READ CADPACOT NEXT
           IF ST-ERRO NOT = "00"
               GO TO REL-VENC-TOTAL.
           IF PK-STATUS NOT = "A"
               GO TO REL-VENC-LER.
           COMPUTE W-SALDO = PK-QTDE - PK-USADAS.
           IF W-SALDO = ZEROS
               GO TO REL-VENC-LER.
           MOVE PK-VALIDADE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-DIAS = W-CS-SERIAL - W-SER-HOJE.
           IF W-DIAS > 30
               GO TO REL-VENC-LER.
           PERFORM MONTA-DET-PK THRU MONTA-DET-PK-FIM.
           MOVE PK-VALIDADE TO DK-DATA.
           MOVE W-SALDO     TO DK-QTDE.
           COMPUTE DK-VALOR ROUNDED = PK-VALOR * W-SALDO / PK-QTDE.
           IF W-DIAS < 0
               MOVE "VEN" TO DK-SITU
           ELSE
               MOVE SPACES TO DK-SITU.
           WRITE REGPACOTVEN FROM DET-PK.
           ADD 1 TO W-QTD-VENC.
           GO TO REL-VENC-LER.
       REL-VENC-TOTAL.
           WRITE REGPACOTVEN FROM CAB0-PK.
           MOVE "PACOTES A VENCER COM SALDO  :" TO TK-TEXTO.
           MOVE W-QTD-VENC TO TK-QTDE.
           MOVE ZEROS      TO TK-VALOR.
           WRITE REGPACOTVEN FROM TOT-PK.
      *----- DEVOLUCOES FEITAS NO MES CORRENTE
           WRITE REGPACOTVEN FROM CAB0-PK.
           MOVE W-HOJE (5:2) TO CAB2-MES.
           MOVE W-HOJE (1:4) TO CAB2-ANO.
           WRITE REGPACOTVEN FROM CAB2-PK.
           WRITE REGPACOTVEN FROM CAB0-PK.
           MOVE ZEROS TO PK-PCODIGO PK-ESPEC PK-DTCOMPRA.
           START CADPACOT KEY IS NOT LESS PK-CHAVE
               INVALID KEY
                   GO TO REL-DEV-TOTAL.
       REL-DEV-LER.
           READ CADPACOT NEXT
           IF ST-ERRO NOT = "00"
               GO TO REL-DEV-TOTAL.
           IF PK-STATUS NOT = "D"
               GO TO REL-DEV-LER.
           IF PK-DTDEV (1:6) NOT = W-HOJE (1:6)
               GO TO REL-DEV-LER.
           PERFORM MONTA-DET-PK THRU MONTA-DET-PK-FIM.
           MOVE PK-DTDEV     TO DK-DATA.
           MOVE PK-DEV-QTDE  TO DK-QTDE.
           MOVE PK-DEV-VALOR TO DK-VALOR.
           MOVE SPACES       TO DK-SITU.
           WRITE REGPACOTVEN FROM DET-PK.
           ADD 1 TO W-QTD-DEV.
           ADD PK-DEV-VALOR TO W-TOT-DEV.
           GO TO REL-DEV-LER.
       REL-DEV-TOTAL.
           WRITE REGPACOTVEN FROM CAB0-PK.
           MOVE "DEVOLUCOES NO MES / VALOR   :" TO TK-TEXTO.
           MOVE W-QTD-DEV TO TK-QTDE.
           MOVE W-TOT-DEV TO TK-VALOR.
           WRITE REGPACOTVEN FROM TOT-PK.
           WRITE REGPACOTVEN FROM CAB0-PK.
           CLOSE PACOTVEN.
           MOVE "** RELATORIO PACOTVEN.TXT GERADO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REL-PACOTES-FIM.
           EXIT.
      *
       MONTA-DET-PK.
           MOVE PK-PCODIGO TO DK-PCOD P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME     TO DK-NOME
               MOVE P-TELEFONE TO DK-FONE
           ELSE
               MOVE "(PACIENTE NAO CADASTRADO)" TO DK-NOME
               MOVE ZEROS TO DK-FONE.
           MOVE PK-ESPEC TO DK-ESPEC.
       MONTA-DET-PK-FIM.
           EXIT.
      *--------------------[ PEDE PACIENTE E ESPECIALIDADE ]-----------
       PEDE-PACOTE.
           ACCEPT TPKPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   MOVE 9 TO W-ACT
                   GO TO PEDE-PACOTE-FIM.
           MOVE PK-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PEDE-PACOTE.
           DISPLAY TPKNOMEPAC.
       PEDE-PACOTE-ESPEC.
           ACCEPT TPKESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PEDE-PACOTE.
           MOVE PK-ESPEC TO TP-ESPEC.
           READ CADTPART
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM TARIFA PARA A ESPECIALIDADE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PEDE-PACOTE-ESPEC.
           DISPLAY TPKDESCESP.
           MOVE ZEROS TO W-ACT.
       PEDE-PACOTE-FIM.
           EXIT.
      *--------------------[ IMPRESSAO DO RECIBO ]---------------------
       IMPRIME-RECIBO.
           MOVE RC-NUMERO TO W-NUM-RECIBO.
           OPEN OUTPUT RECIBOIMP
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA IMPRESSAO DO RECIBO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO IMPRIME-RECIBO-FIM.
           MOVE RC-NUMERO    TO RN-NUMERO.
           MOVE P-NOME       TO RP-NOME.
           MOVE RC-VALOR     TO RV-VALOR.
           MOVE PK-QTDE      TO RR-QTDE.
           MOVE TP-DESCRICAO TO RR-ESPEC.
           MOVE PK-VALIDADE  TO RL-VALID.
           MOVE RC-DTPAGTO   TO RE-DATA.
           MOVE RC-OPERADOR  TO RE-OPERADOR.
           WRITE REGRECIMP FROM REC-BORDA.
           WRITE REGRECIMP FROM REC-CLINICA.
           WRITE REGRECIMP FROM REC-BORDA.
           WRITE REGRECIMP FROM REC-NUMERO.
           WRITE REGRECIMP FROM REC-PACIENTE.
           WRITE REGRECIMP FROM REC-VALOR.
           WRITE REGRECIMP FROM REC-REFER.
           WRITE REGRECIMP FROM REC-VALID.
           WRITE REGRECIMP FROM REC-EMISSAO.
           WRITE REGRECIMP FROM REC-BORDA.
           CLOSE RECIBOIMP.
       IMPRIME-RECIBO-FIM.
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
      *--------------------[ DIA CORRIDO PARA CONTAR OS DIAS ]---------
       CALC-SERIAL.
           COMPUTE W-CS-SERIAL = (W-CS-ANO * 365) + W-CS-DIA.
           DIVIDE W-CS-ANO BY 4 GIVING W-CS-QUOC.
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
      *--------------------[ SESSAO DE CAIXA ABERTA DO OPERADOR ]------
       ACHA-SESSAO-CX.
           MOVE SPACES TO W-SESSAO-CHV.
           IF W-TEM-CAIXA = "N"
               GO TO ACHA-SESSAO-CX-FIM.
           ACCEPT W-HOJE-CX FROM DATE YYYYMMDD.
           MOVE W-HOJE-CX  TO CX-DATA.
           MOVE W-OPERADOR TO CX-OPERADOR.
           MOVE ZEROS      TO CX-SEQ.
           START CADCAIXA KEY IS NOT LESS CX-CHAVE
               INVALID KEY
                   GO TO ACHA-SESSAO-CX-FIM.
       ACHA-SESSAO-CX-LER.
           READ CADCAIXA NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHA-SESSAO-CX-FIM.
           IF CX-DATA NOT = W-HOJE-CX OR CX-OPERADOR NOT = W-OPERADOR
               GO TO ACHA-SESSAO-CX-FIM.
           IF CX-STATUS = "A"
               MOVE CX-CHAVE TO W-SESSAO-CHV
               GO TO ACHA-SESSAO-CX-FIM.
           GO TO ACHA-SESSAO-CX-LER.
       ACHA-SESSAO-CX-FIM.
           EXIT.
      *
       FECHA-CAIXA-ARQ.
           IF W-TEM-CAIXA = "S"
               CLOSE CADCAIXA.
       FECHA-CAIXA-ARQ-FIM.
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
