       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP196.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   SOLICITACAO DE COPIA DO PRONTUARIO                 *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * REGISTRA O PEDIDO DE COPIA DO PRONTUARIO: QUEM PEDE,
      * CPF, VINCULO COM O PACIENTE, DOCUMENTOS APRESENTADOS E
      * PERIODO. O PRAZO LEGAL E A DATA DO PEDIDO + PARAMETRO
      * PRONPRAZO (PADRAO 15 DIAS). O PEDIDO ENTRA NA FILA
      * CADAPROV (TIPO C) PARA UM SUPERVISOR APROVAR NO SMP107,
      * OU O MEDICO QUE ATENDEU O PACIENTE APROVA AQUI MESMO
      * (OPCAO M), SEMPRE POR OPERADOR DIFERENTE DE QUEM
      * REGISTROU. A COPIA E GERADA PELO SMP197 E A ENTREGA SO
      * SAI PARA O PROPRIO SOLICITANTE (CPF CONFERIDO).
      * CADA PASSO FICA REGISTRADO NO CADAUDIT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADSOLPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SP-NUMERO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-NUMERO
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

                    SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RS-PCODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSOLPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSOLPR.DAT".
       COPY REGSOLPR.
      *
       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
       COPY REGAPROV.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
       COPY REGRESP.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP196".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP196".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 W-PAR-PARM.
           03 PAR-CODIGO         PIC X(10) VALUE SPACES.
           03 PAR-VALOR          PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX       PIC X(20) VALUE SPACES.
           03 PAR-ACHOU          PIC X(01) VALUE "N".
       01 W-CPF-VAL.
           03 W-CPF-NUM          PIC 9(11).
           03 W-CPF-OK           PIC X(01).
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-LIMPA                PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 TXSTATUS               PIC X(18) VALUE SPACES.
       01 TXVINC                 PIC X(20) VALUE SPACES.
       01 TXVENC                 PIC X(07) VALUE SPACES.
       01 W-TEM-RESP             PIC X(01) VALUE "N".
       01 W-TEM-MED              PIC X(01) VALUE "N".
       01 W-TEM-AGEN             PIC X(01) VALUE "N".
       01 W-ATENDEU              PIC X(01) VALUE "N".
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-AUD-CHAVE.
           03 WA-NUMERO          PIC 9(06).
           03 FILLER             PIC X(01) VALUE "/".
           03 WA-PCODIGO         PIC 9(06).
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-AP-MAX               PIC 9(06) VALUE ZEROS.
       01 W-SP-MAX               PIC 9(06) VALUE ZEROS.
       01 W-NUM-ESC              PIC 9(06) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-ABERTOS              PIC 9(03) VALUE ZEROS.
       01 W-CPF-ENTREGA          PIC 9(11) VALUE ZEROS.
       01 W-CRM-APROV.
           03 W-CA-CRM           PIC 9(06) VALUE ZEROS.
           03 W-CA-UF            PIC X(02) VALUE SPACES.
       01 W-LINHA-ABERTO.
           03 WL-NUM             PIC 9(06).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-PCODIGO         PIC 9(06).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-NOME            PIC X(25).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-STATUS          PIC X(01).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-PRAZO           PIC 9999.99.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-VENC            PIC X(07).
       01 W-PRAZO-DIAS           PIC 9(03) VALUE 15.
       01 W-DIAS                 PIC 9(03) VALUE ZEROS.
       01 W-DT-PRAZO.
           03 W-PZ-ANO           PIC 9(04).
           03 W-PZ-MES           PIC 9(02).
           03 W-PZ-DIA           PIC 9(02).
       01 W-ULT-DIA              PIC 9(02) VALUE ZEROS.
       01 W-QUOC                 PIC 9(04) VALUE ZEROS.
       01 W-RESTO4               PIC 9(04) VALUE ZEROS.
       01 W-RESTO100             PIC 9(04) VALUE ZEROS.
       01 W-RESTO400             PIC 9(04) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT196.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                 *** COPIA DO PRONTUARIO".
           05  LINE 02  COLUMN 41
               VALUE  " - SOLICITACOES ***".

           05  LINE 04  COLUMN 01
               VALUE  "     NUMERO SOLICITACAO :".
           05  LINE 04  COLUMN 34
               VALUE  "(ZERO = NOVA)".
           05  LINE 04  COLUMN 50
               VALUE  "STATUS:".

           05  LINE 06  COLUMN 01
               VALUE  "     CODIGO PACIENTE    :".
           05  LINE 06  COLUMN 34
               VALUE  "NOME: ".

           05  LINE 07  COLUMN 01
               VALUE  "     CPF DO PACIENTE    :".

           05  LINE 09  COLUMN 01
               VALUE  "     VINCULO            :".
           05  LINE 09  COLUMN 50
               VALUE  "(P/R/L/J)".
           05  LINE 10  COLUMN 01
               VALUE  "                          P=PACIENTE  R=RESPON".
           05  LINE 10  COLUMN 47
               VALUE  "SAVEL  L=REPR.LEGAL  J=JUDICIAL".

           05  LINE 11  COLUMN 01
               VALUE  "     SOLICITANTE        :".

           05  LINE 12  COLUMN 01
               VALUE  "     CPF SOLICITANTE    :".

           05  LINE 13  COLUMN 01
               VALUE  "     DOCUMENTOS         :".

           05  LINE 15  COLUMN 01
               VALUE  "     PERIODO DE         :".
           05  LINE 15  COLUMN 38
               VALUE  "ATE:".
           05  LINE 15  COLUMN 55
               VALUE  "(ZEROS = TUDO)".

           05  LINE 17  COLUMN 01
               VALUE  "     DATA SOLICITACAO   :".
           05  LINE 17  COLUMN 38
               VALUE  "OPER:".
           05  LINE 17  COLUMN 54
               VALUE  "PRAZO:".

           05  LINE 18  COLUMN 01
               VALUE  "     PEDIDO APROVACAO   :".
           05  LINE 18  COLUMN 34
               VALUE  "POR:".
           05  LINE 18  COLUMN 51
               VALUE  "EM:".

           05  LINE 19  COLUMN 01
               VALUE  "     COPIA GERADA EM    :".

           05  LINE 20  COLUMN 01
               VALUE  "     ENTREGUE EM        :".
           05  LINE 20  COLUMN 38
               VALUE  "OPER:".
           05  LINE 20  COLUMN 54
               VALUE  "CPF:".

           05  TSPNUMERO
               LINE 04  COLUMN 27  PIC 9(06)
               USING  SP-NUMERO
               HIGHLIGHT.

           05  TSPSTATUS
               LINE 04  COLUMN 58  PIC X(01)
               USING  SP-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 04  COLUMN 60  PIC X(18)
               USING  TXSTATUS
               HIGHLIGHT.

           05  TSPPCODIGO
               LINE 06  COLUMN 27  PIC 9(06)
               USING  SP-PCODIGO
               HIGHLIGHT.

           05  TNOMEPAC
               LINE 06  COLUMN 40  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TCPFPAC
               LINE 07  COLUMN 27  PIC 9(11)
               USING  P-CPF
               HIGHLIGHT.

           05  TSPVINCULO
               LINE 09  COLUMN 27  PIC X(01)
               USING  SP-VINCULO
               HIGHLIGHT.

           05  TTXVINC
               LINE 09  COLUMN 29  PIC X(20)
               USING  TXVINC
               HIGHLIGHT.

           05  TSPREQNOME
               LINE 11  COLUMN 27  PIC X(30)
               USING  SP-REQ-NOME
               HIGHLIGHT.

           05  TSPREQCPF
               LINE 12  COLUMN 27  PIC 9(11)
               USING  SP-REQ-CPF
               HIGHLIGHT.

           05  TSPDOCS
               LINE 13  COLUMN 27  PIC X(40)
               USING  SP-DOCUMENTOS
               HIGHLIGHT.

           05  TSPDTINI
               LINE 15  COLUMN 27  PIC 9999.99.99
               USING  SP-DTINI
               HIGHLIGHT.

           05  TSPDTFIM
               LINE 15  COLUMN 43  PIC 9999.99.99
               USING  SP-DTFIM
               HIGHLIGHT.

           05  TSPDTSOL
               LINE 17  COLUMN 27  PIC 9999.99.99
               USING  SP-DTSOL
               HIGHLIGHT.

           05  TSPOPER
               LINE 17  COLUMN 44  PIC X(08)
               USING  SP-OPERADOR
               HIGHLIGHT.

           05  TSPPRAZO
               LINE 17  COLUMN 61  PIC 9999.99.99
               USING  SP-PRAZO
               HIGHLIGHT.

           05  TTXVENC
               LINE 17  COLUMN 72  PIC X(07)
               USING  TXVENC
               HIGHLIGHT.

           05  TSPAPNUM
               LINE 18  COLUMN 27  PIC 9(06)
               USING  SP-APROV-NUM
               HIGHLIGHT.

           05  TSPAPTIPO
               LINE 18  COLUMN 39  PIC X(01)
               USING  SP-APROV-TIPO
               HIGHLIGHT.

           05  TSPAPROVADOR
               LINE 18  COLUMN 41  PIC X(08)
               USING  SP-APROVADOR
               HIGHLIGHT.

           05  TSPDTAPROV
               LINE 18  COLUMN 55  PIC 9999.99.99
               USING  SP-DTAPROV
               HIGHLIGHT.

           05  TSPDTGERA
               LINE 19  COLUMN 27  PIC 9999.99.99
               USING  SP-DTGERA
               HIGHLIGHT.

           05  TSPDTENTREGA
               LINE 20  COLUMN 27  PIC 9999.99.99
               USING  SP-DTENTREGA
               HIGHLIGHT.

           05  TSPOPENTREGA
               LINE 20  COLUMN 44  PIC X(08)
               USING  SP-OPENTREGA
               HIGHLIGHT.

           05  TSPRECEBCPF
               LINE 20  COLUMN 59  PIC 9(11)
               USING  SP-RECEB-CPF
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ PRAZO LEGAL PARAMETRIZADO (CADPARAM) ]-------------
           MOVE "PRONPRAZO" TO PAR-CODIGO.
           MOVE W-PRAZO-DIAS TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
              AND PAR-VALOR < 1000
               MOVE PAR-VALOR TO W-PRAZO-DIAS.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADSOLPR.
           OPEN I-O CADSOLPR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADSOLPR
                   CLOSE CADSOLPR
                   GO TO ABRIR-CADSOLPR
               ELSE
                   MOVE "CADSOLPR" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO-MSG
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADAPROV.
           OPEN I-O CADAPROV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAPROV
                   CLOSE CADAPROV
                   GO TO ABRIR-CADAPROV
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPROV" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADSOLPR
                   GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO **" TO W-MSG
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSOLPR CADAPROV
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI " TO W-MSG
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADSOLPR CADAPROV
                 GO TO ROT-FIM.
      *----- RESPONSAVEL, MEDICOS E AGENDA SO PARA AS CONFERENCIAS
       ABRIR-OPCIONAIS.
           MOVE "S" TO W-TEM-RESP.
           OPEN INPUT CADRESP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RESP.
           MOVE "S" TO W-TEM-MED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MED.
           MOVE "S" TO W-TEM-AGEN.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-AGEN.
      *------------[ ROTINA DE ABERTURA ARQUIVO DE AUDITORIA ]----------
       ABRIR-AUDIT.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO SP-NUMERO SP-PCODIGO SP-REQ-CPF SP-DTINI
                         SP-DTFIM SP-DTSOL SP-PRAZO SP-APROV-NUM
                         SP-DTAPROV SP-DTGERA SP-DTENTREGA
                         SP-RECEB-CPF P-CPF.
           MOVE SPACES TO SP-REQ-NOME SP-VINCULO SP-DOCUMENTOS
                          SP-OPERADOR SP-STATUS SP-APROV-TIPO
                          SP-APROVADOR SP-OPENTREGA P-NOME TXSTATUS
                          TXVINC TXVENC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT196.
      *--------------------[ SOLICITACAO OU LISTA ]--------------------
       MODO-001.
           DISPLAY (23, 13)
                "S=SOLICITACAO   L=LISTA DE PEDIDOS EM ABERTO"
           ACCEPT (23, 61) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FECHA.
           DISPLAY (23, 12) W-LIMPA
           IF W-OPCAO = "L" OR "l"
               GO TO LISTA.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO MODO-001.
      *--------------------[ DIGITAR CAMPOS  ]-----------------
       PASSO-1.
           ACCEPT TSPNUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF SP-NUMERO = ZEROS
                GO TO NOVO-PED.
       LER-CADSOLPR.
           READ CADSOLPR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** SOLICITACAO NAO ENCONTRADA ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PASSO-1
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADSOLPR" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA.
           PERFORM SINCRONIZA THRU SINCRONIZA-FIM.
           MOVE SP-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO P-NOME
               MOVE ZEROS TO P-CPF.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY SMT196.
           GO TO ACE-001.
      *--------------------[ NOVA SOLICITACAO ]------------------------
       NOVO-PED.
           PERFORM ACHAR-NUMERO THRU ACHAR-NUMERO-FIM.
           MOVE W-HOJE TO SP-DTSOL.
           MOVE W-OPERADOR TO SP-OPERADOR.
           MOVE "P" TO SP-STATUS.
           PERFORM CALC-PRAZO THRU CALC-PRAZO-FIM.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY SMT196.
       PASSO-2.
           ACCEPT TSPPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF SP-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           MOVE SP-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-2.
           DISPLAY TNOMEPAC TCPFPAC.
      *----- O VINCULO DIZ CONTRA O QUE O CPF DO SOLICITANTE E
      *----- CONFERIDO: P = CPF DO PACIENTE, R = CPF DO CADRESP
       PASSO-3.
           ACCEPT TSPVINCULO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           IF TXVINC = SPACES
                MOVE "VINCULO => P/R/L/J" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           DISPLAY TTXVINC.
           IF SP-VINCULO = "P"
               MOVE P-NOME TO SP-REQ-NOME
               MOVE P-CPF  TO SP-REQ-CPF.
           IF SP-VINCULO NOT = "R"
               GO TO PASSO-4.
           IF W-TEM-RESP = "N"
                MOVE "* CADRESP INDISPONIVEL - VINCULO R *" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           MOVE SP-PCODIGO TO RS-PCODIGO.
           READ CADRESP
           IF ST-ERRO NOT = "00"
                MOVE "* PACIENTE SEM RESPONSAVEL NO CADRESP *" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           MOVE RS-NOME TO SP-REQ-NOME.
           MOVE RS-CPF  TO SP-REQ-CPF.
       PASSO-4.
           DISPLAY TSPREQNOME TSPREQCPF.
           ACCEPT TSPREQNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF SP-REQ-NOME = SPACES
                MOVE "NOME DO SOLICITANTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TSPREQCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           MOVE SP-REQ-CPF TO W-CPF-NUM.
           CALL "SMPCPF" USING W-CPF-VAL.
           IF W-CPF-OK NOT = "S"
                MOVE "CPF INVALIDO. DIGITE NOVAMENTE" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           IF SP-VINCULO = "P" AND P-CPF NOT = ZEROS
              AND SP-REQ-CPF NOT = P-CPF
                MOVE "* CPF NAO CONFERE COM O DO PACIENTE *" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           IF SP-VINCULO = "R" AND SP-REQ-CPF NOT = RS-CPF
                MOVE "* CPF NAO CONFERE COM O DO RESPONSAVEL *"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
      *----- PROCURACAO, NUMERO DO PROCESSO OU DOCUMENTO DE IDENTIDADE
       PASSO-6.
           ACCEPT TSPDOCS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF SP-DOCUMENTOS = SPACES
                MOVE "INFORME OS DOCUMENTOS APRESENTADOS" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
       PASSO-7.
           ACCEPT TSPDTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
       PASSO-8.
           ACCEPT TSPDTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
           IF SP-DTINI = ZEROS AND SP-DTFIM = ZEROS
                GO TO PASSO-9.
           IF SP-DTFIM = ZEROS
                MOVE W-HOJE TO SP-DTFIM
                DISPLAY TSPDTFIM.
           IF SP-DTFIM < SP-DTINI
                MOVE "* PERIODO FINAL ANTERIOR AO INICIAL *" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
       PASSO-9.
           MOVE "S" TO W-OPCAO.

       VALID-OPCAO.
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-8.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
      *----- ENFILEIRA NO CADAPROV ANTES DE GRAVAR O PEDIDO
       ENFILEIRA.
           PERFORM ACHAR-AP-MAX THRU ACHAR-AP-MAX-FIM.
           ADD 1 TO W-AP-MAX GIVING AP-NUMERO.
           MOVE "C" TO AP-TIPO.
           MOVE SP-PCODIGO TO AP-PCODIGO-DE.
           MOVE SP-NUMERO TO AP-PCODIGO-PARA.
           MOVE ZEROS TO AP-ANOS AP-DTAPROV.
           MOVE W-OPERADOR TO AP-SOLICITANTE.
           ACCEPT AP-DTSOL FROM DATE YYYYMMDD.
           ACCEPT AP-HRSOL FROM TIME.
           MOVE "P" TO AP-STATUS.
           MOVE SPACES TO AP-APROVADOR.
           WRITE REGAPROV
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DA FILA CADAPROV" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE AP-NUMERO TO SP-APROV-NUM.
       GRAVAR-REGISTRO.
           MOVE "CADSOLPR" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGSOLPR TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGSOLPR
           IF ST-ERRO = "00" OR "02"
               MOVE "COPIA-SOL" TO W-AUD-ACAO
               PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM
               MOVE "* PEDIDO GRAVADO - AGUARDA APROVACAO *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** SOLICITACAO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSOLPR" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
      *--------------------[ ANDAMENTO DA SOLICITACAO ]----------------
       ACE-001.
           DISPLAY (23, 13)
                "M=APROVACAO MEDICO  E=ENTREGA  C=CANCELAR"
           ACCEPT (23, 61) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           DISPLAY (23, 12) W-LIMPA
           IF W-OPCAO = "M" OR "m"
               GO TO APROV-MED.
           IF W-OPCAO = "E" OR "e"
               GO TO ENTREGA.
           IF W-OPCAO = "C" OR "c"
               GO TO CANCELA.
           GO TO ACE-001.
      *--------------------[ APROVACAO PELO MEDICO ASSISTENTE ]--------
      * O MEDICO NAO TEM LOGIN: IDENTIFICA-SE PELO CRM E PRECISA TER
      * ATENDIDO O PACIENTE (CADAGEN). O OPERADOR QUE DIGITA NAO PODE
      * SER O MESMO QUE REGISTROU O PEDIDO.
       APROV-MED.
           IF SP-STATUS NOT = "P"
               MOVE "*** PEDIDO NAO ESTA AGUARDANDO APROVACAO ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           IF SP-OPERADOR = W-OPERADOR
               MOVE "* SOLICITANTE NAO PODE APROVAR O PEDIDO *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           IF W-TEM-MED = "N" OR W-TEM-AGEN = "N"
               MOVE "* CADMED/CADAGEN INDISPONIVEL - USE O SMP107 *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE ZEROS TO W-CA-CRM.
           MOVE SPACES TO W-CA-UF.
       APROV-MED-CRM.
           DISPLAY (22, 05) "CRM DO MEDICO :        UF:".
           ACCEPT (22, 21) W-CA-CRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO LER-CADSOLPR.
           ACCEPT (22, 32) W-CA-UF
           IF W-CA-CRM = ZEROS OR W-CA-UF = SPACES
               GO TO APROV-MED-CRM.
           MOVE W-CA-CRM TO CRM.
           MOVE W-CA-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO APROV-MED-CRM.
           DISPLAY (22, 36) NOME.
           PERFORM CHK-ATENDEU THRU CHK-ATENDEU-FIM.
           IF W-ATENDEU NOT = "S"
               MOVE "* MEDICO NAO ATENDEU ESTE PACIENTE *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO APROV-MED-CRM.
       APROV-MED-CONF.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "APROVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              GO TO LER-CADSOLPR.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APROV-MED-CONF.
      *----- A FILA PODE TER SIDO DECIDIDA NO SMP107 NESSE MEIO TEMPO
           MOVE SP-APROV-NUM TO AP-NUMERO.
           READ CADAPROV
           IF ST-ERRO NOT = "00" OR AP-STATUS NOT = "P"
               MOVE "* PEDIDO JA DECIDIDO NA FILA DO SMP107 *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE "A" TO AP-STATUS.
           MOVE W-CRM-APROV TO AP-APROVADOR.
           MOVE W-HOJE TO AP-DTAPROV.
           REWRITE REGAPROV
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DA FILA CADAPROV" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE "A" TO SP-STATUS.
           MOVE "M" TO SP-APROV-TIPO.
           MOVE W-CRM-APROV TO SP-APROVADOR.
           MOVE W-HOJE TO SP-DTAPROV.
           MOVE "COPIA-APRM" TO W-AUD-ACAO.
           GO TO REGRAVA.
      *--------------------[ ENTREGA AO SOLICITANTE ]------------------
       ENTREGA.
           IF SP-STATUS = "A"
               MOVE "* COPIA AINDA NAO GERADA - USE O SMP197 *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           IF SP-STATUS NOT = "G"
               MOVE "*** PEDIDO NAO ESTA PRONTO PARA ENTREGA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE ZEROS TO W-CPF-ENTREGA.
       ENTREGA-CPF.
           DISPLAY (22, 05) "CPF DE QUEM RECEBE :".
           ACCEPT (22, 26) W-CPF-ENTREGA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO LER-CADSOLPR.
      *----- SO O PROPRIO SOLICITANTE RECEBE A COPIA
           IF W-CPF-ENTREGA NOT = SP-REQ-CPF
               MOVE "* CPF DIFERENTE DO SOLICITANTE - NAO ENTREGAR *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ENTREGA-CPF.
           MOVE "E" TO SP-STATUS.
           MOVE W-HOJE TO SP-DTENTREGA.
           MOVE W-OPERADOR TO SP-OPENTREGA.
           MOVE W-CPF-ENTREGA TO SP-RECEB-CPF.
           MOVE "COPIA-ENTR" TO W-AUD-ACAO.
           GO TO REGRAVA-CONF.
      *--------------------[ DESISTENCIA DO SOLICITANTE ]--------------
       CANCELA.
           IF SP-STATUS NOT = "P" AND "A" AND "G"
               MOVE "*** PEDIDO JA ENCERRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE "X" TO SP-STATUS.
           MOVE "COPIA-CANC" TO W-AUD-ACAO.
      *--------------------[ CONFIRMA E REGRAVA O PEDIDO ]-------------
       REGRAVA-CONF.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY SMT196.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ALTERACAO RECUSADA PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REGRAVA-CONF.
       REGRAVA.
      *----- PEDIDO CANCELADO AINDA NA FILA SAI DELA COMO REJEITADO
           IF W-AUD-ACAO NOT = "COPIA-CANC"
               GO TO REGRAVA-SOL.
           MOVE SP-APROV-NUM TO AP-NUMERO.
           READ CADAPROV
           IF ST-ERRO = "00" AND AP-STATUS = "P"
               MOVE "R" TO AP-STATUS
               MOVE W-OPERADOR TO AP-APROVADOR
               MOVE W-HOJE TO AP-DTAPROV
               REWRITE REGAPROV.
       REGRAVA-SOL.
           MOVE "CADSOLPR" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGSOLPR TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGSOLPR
           IF ST-ERRO = "00" OR "02"
               PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM
               MOVE "** SOLICITACAO ATUALIZADA COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADSOLPR" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FECHA.
      *--------------------[ PEDIDOS EM ABERTO ]-----------------------
       LISTA.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 10)
               "*** COPIA DO PRONTUARIO - PEDIDOS EM ABERTO ***".
           DISPLAY (04, 03)
               "NUMERO  CODIGO  NOME                       ST PRAZO".
           MOVE 5 TO W-LIN.
           MOVE ZEROS TO W-ABERTOS SP-NUMERO.
           START CADSOLPR KEY IS NOT LESS SP-NUMERO
               INVALID KEY
                   GO TO LISTA-FIM.
       LISTA-LER.
           READ CADSOLPR NEXT
           IF ST-ERRO NOT = "00"
               GO TO LISTA-FIM.
           PERFORM SINCRONIZA THRU SINCRONIZA-FIM.
           IF SP-STATUS NOT = "P" AND "A" AND "G"
               GO TO LISTA-LER.
           ADD 1 TO W-ABERTOS.
           MOVE SP-NUMERO TO WL-NUM.
           MOVE SP-PCODIGO TO WL-PCODIGO P-CODIGO.
           MOVE SPACES TO WL-NOME.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME TO WL-NOME.
           MOVE SP-STATUS TO WL-STATUS.
           MOVE SP-PRAZO TO WL-PRAZO.
           MOVE SPACES TO WL-VENC.
           IF SP-PRAZO < W-HOJE
               MOVE "VENCIDO" TO WL-VENC.
           DISPLAY (W-LIN, 03) W-LINHA-ABERTO.
           ADD 1 TO W-LIN.
           IF W-LIN > 18
               GO TO LISTA-FIM.
           GO TO LISTA-LER.
       LISTA-FIM.
           IF W-ABERTOS = ZEROS
               MOVE "* NENHUM PEDIDO EM ABERTO *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE ZEROS TO W-NUM-ESC.
           DISPLAY (20, 03) "NUMERO DO PEDIDO (ZEROS = VOLTAR) : ".
           ACCEPT (20, 40) W-NUM-ESC.
           IF W-NUM-ESC = ZEROS
               GO TO ROT-INIC.
           MOVE W-NUM-ESC TO SP-NUMERO.
           GO TO LER-CADSOLPR.
      *--------------------[ SITUACAO DA FILA CADAPROV ]---------------
      * APROVACAO OU REJEICAO FEITA PELO SUPERVISOR NO SMP107 E
      * TRAZIDA PARA O PEDIDO NA PRIMEIRA LEITURA DEPOIS DELA.
       SINCRONIZA.
           IF SP-STATUS NOT = "P" OR SP-APROV-NUM = ZEROS
               GO TO SINCRONIZA-FIM.
           MOVE SP-APROV-NUM TO AP-NUMERO.
           READ CADAPROV
           IF ST-ERRO NOT = "00"
               GO TO SINCRONIZA-FIM.
           IF AP-STATUS = "P"
               GO TO SINCRONIZA-FIM.
           IF AP-STATUS = "R"
               MOVE "R" TO SP-STATUS
           ELSE
               MOVE "A" TO SP-STATUS.
           IF SP-APROV-TIPO = SPACES
               MOVE "S" TO SP-APROV-TIPO.
           MOVE AP-APROVADOR TO SP-APROVADOR.
           MOVE AP-DTAPROV TO SP-DTAPROV.
           MOVE "CADSOLPR" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGSOLPR TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGSOLPR.
       SINCRONIZA-FIM.
           EXIT.
      *--------------------[ MEDICO JA ATENDEU O PACIENTE? ]-----------
       CHK-ATENDEU.
           MOVE "N" TO W-ATENDEU.
           MOVE SP-PCODIGO TO AG-PAC-PCODIGO.
           MOVE ZEROS TO AG-PAC-DATA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE-PAC
               INVALID KEY
                   GO TO CHK-ATENDEU-FIM.
       CHK-ATENDEU-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-ATENDEU-FIM.
           IF AG-PAC-PCODIGO NOT = SP-PCODIGO
               GO TO CHK-ATENDEU-FIM.
           IF AG-CRM NOT = W-CA-CRM OR AG-CRM-UF NOT = W-CA-UF
               GO TO CHK-ATENDEU-LER.
           IF AG-STATUS = "C" OR AG-STATUS = "T"
               GO TO CHK-ATENDEU-LER.
           MOVE "S" TO W-ATENDEU.
       CHK-ATENDEU-FIM.
           EXIT.
      *--------------------[ PROXIMO NUMERO DE PEDIDO ]----------------
       ACHAR-NUMERO.
           MOVE ZEROS TO W-SP-MAX SP-NUMERO.
           START CADSOLPR KEY IS NOT LESS SP-NUMERO
               INVALID KEY
                   GO TO ACHAR-NUMERO-FIM.
       ACHAR-NUMERO-LER.
           READ CADSOLPR NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHAR-NUMERO-FIM.
           MOVE SP-NUMERO TO W-SP-MAX.
           GO TO ACHAR-NUMERO-LER.
       ACHAR-NUMERO-FIM.
      * A VARREDURA SOBREPOS O REGISTRO - VOLTA A LIMPO
           MOVE SPACES TO REGSOLPR.
           MOVE ZEROS TO SP-PCODIGO SP-REQ-CPF SP-DTINI SP-DTFIM
                         SP-DTSOL SP-PRAZO SP-APROV-NUM SP-DTAPROV
                         SP-DTGERA SP-DTENTREGA SP-RECEB-CPF.
           ADD 1 TO W-SP-MAX GIVING SP-NUMERO.
      *--------------------[ ULTIMO NUMERO DA FILA CADAPROV ]----------
       ACHAR-AP-MAX.
           MOVE ZEROS TO W-AP-MAX AP-NUMERO.
           START CADAPROV KEY IS NOT LESS AP-NUMERO
               INVALID KEY
                   GO TO ACHAR-AP-MAX-FIM.
       ACHAR-AP-MAX-LER.
           READ CADAPROV NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHAR-AP-MAX-FIM.
           MOVE AP-NUMERO TO W-AP-MAX.
           GO TO ACHAR-AP-MAX-LER.
       ACHAR-AP-MAX-FIM.
           EXIT.
      *--------------------[ ROTINA DE AUDITORIA ]--------------------
       GRAVAR-AUDIT.
           MOVE SP-NUMERO     TO WA-NUMERO.
           MOVE SP-PCODIGO    TO WA-PCODIGO.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE "SMP196"      TO AUD-PROGRAMA.
           MOVE W-AUD-CHAVE   TO AUD-CHAVE.
           MOVE W-AUD-ACAO    TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-AUDIT-FIM.
           EXIT.
      *--------------------[ DESCRICOES NA TELA ]----------------------
       MOSTRA-TEXTOS.
           MOVE SPACES TO TXSTATUS TXVINC TXVENC.
           IF SP-STATUS = "P"
               MOVE "AGUARDA APROVACAO" TO TXSTATUS.
           IF SP-STATUS = "A"
               MOVE "APROVADA" TO TXSTATUS.
           IF SP-STATUS = "R"
               MOVE "REJEITADA" TO TXSTATUS.
           IF SP-STATUS = "G"
               MOVE "COPIA GERADA" TO TXSTATUS.
           IF SP-STATUS = "E"
               MOVE "ENTREGUE" TO TXSTATUS.
           IF SP-STATUS = "X"
               MOVE "CANCELADA" TO TXSTATUS.
           IF SP-VINCULO = "P"
               MOVE "O PROPRIO PACIENTE" TO TXVINC.
           IF SP-VINCULO = "R"
               MOVE "RESPONSAVEL" TO TXVINC.
           IF SP-VINCULO = "L"
               MOVE "REPRESENTANTE LEGAL" TO TXVINC.
           IF SP-VINCULO = "J"
               MOVE "ORDEM JUDICIAL" TO TXVINC.
           IF SP-STATUS = "P" OR "A" OR "G"
               IF SP-PRAZO < W-HOJE
                   MOVE "VENCIDO" TO TXVENC.
       MOSTRA-TEXTOS-FIM.
           EXIT.
      *--------------[ PRAZO = PEDIDO + DIAS DO PARAMETRO ]-------------
       CALC-PRAZO.
           MOVE SP-DTSOL TO W-DT-PRAZO.
           MOVE ZEROS TO W-DIAS.
       CALC-PRAZO-DIA.
           IF W-DIAS NOT < W-PRAZO-DIAS
               GO TO CALC-PRAZO-FIM.
           ADD 1 TO W-DIAS.
           PERFORM CALC-ULT-DIA THRU CALC-ULT-DIA-FIM.
           IF W-PZ-DIA < W-ULT-DIA
               ADD 1 TO W-PZ-DIA
               GO TO CALC-PRAZO-DIA.
           MOVE 01 TO W-PZ-DIA.
           IF W-PZ-MES < 12
               ADD 1 TO W-PZ-MES
           ELSE
               MOVE 01 TO W-PZ-MES
               ADD 1 TO W-PZ-ANO.
           GO TO CALC-PRAZO-DIA.
       CALC-PRAZO-FIM.
           MOVE W-DT-PRAZO TO SP-PRAZO.
      *--------------[ ULTIMO DIA DO MES DO PRAZO ]---------------------
       CALC-ULT-DIA.
           IF W-PZ-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           IF W-PZ-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           MOVE 28 TO W-ULT-DIA.
           DIVIDE W-PZ-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4.
           DIVIDE W-PZ-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100.
           DIVIDE W-PZ-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400.
           IF W-RESTO4 = ZEROS
               IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                   MOVE 29 TO W-ULT-DIA.
       CALC-ULT-DIA-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE CADSOLPR CADAPROV CADPACI CADAUDIT.
           IF W-TEM-RESP = "S"
               CLOSE CADRESP.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
           IF W-TEM-AGEN = "S"
               CLOSE CADAGEN.
           GO TO ROT-FIM.
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
