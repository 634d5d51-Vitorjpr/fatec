       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP185.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   REGISTRO DE MANUTENCOES E PARADAS DOS RECURSOS     *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CADA PARADA DA SALA/EQUIPAMENTO (PREVENTIVA, CALIBRACAO
      * OU CORRETIVA) COM INICIO E FIM. A PARADA AGENDADA OU
      * REALIZADA BLOQUEIA A RESERVA DO RECURSO NO SMP006; AO
      * GRAVAR, A TELA LISTA OS PROCEDIMENTOS JA RESERVADOS
      * (CADRESVA) DENTRO DA PARADA PARA A RECEPCAO REMARCAR.
      * PREVENTIVA REALIZADA ATUALIZA A ULTIMA E A PROXIMA DATA
      * DO PLANO (CADRECMP - SMP184).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADRECMN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRECUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RR-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRECMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MP-RECURSO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRESVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RV-CHAVE
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECMN.DAT".
       COPY REGRECMN.
      *
       FD CADRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECUR.DAT".
       COPY REGRECUR.
      *
       FD CADRECMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECMP.DAT".
       COPY REGRECMP.
      *
       FD CADRESVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESVA.DAT".
       COPY REGRESVA.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP185".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-LIMPA                PIC X(78) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE "NAOLOGAD".
       01 W-TEM-PLANO            PIC X(01) VALUE "N".
       01 W-TEM-RESVA            PIC X(01) VALUE "N".
       01 W-TEM-PACI             PIC X(01) VALUE "N".
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-MN-INI               PIC 9(12) VALUE ZEROS.
       01 W-MN-FIM               PIC 9(12) VALUE ZEROS.
       01 W-RV-MOMENTO           PIC 9(12) VALUE ZEROS.
       01 W-CF-QTD               PIC 9(04) VALUE ZEROS.
       01 W-CF-LIN               PIC 9(02) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-SOMA                 PIC 9(04) VALUE ZEROS.
       01 W-ULT-DIA              PIC 9(02) VALUE ZEROS.
       01 W-QUOC                 PIC 9(04) VALUE ZEROS.
       01 W-RESTO4               PIC 9(04) VALUE ZEROS.
       01 W-RESTO100             PIC 9(04) VALUE ZEROS.
       01 W-RESTO400             PIC 9(04) VALUE ZEROS.
       01 W-DT.
           03 W-DT-ANO           PIC 9(04).
           03 W-DT-MES           PIC 9(02).
           03 W-DT-DIA           PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT PIC 9(08).
       01 W-HR.
           03 W-HR-HH            PIC 9(02).
           03 W-HR-MM            PIC 9(02).
       01 W-HR-NUM REDEFINES W-HR PIC 9(04).
       01 W-LINHA-CONF.
           03 WC-DATA            PIC 9999.99.99.
           03 FILLER             PIC X(01) VALUE " ".
           03 WC-HORA            PIC 99.99.
           03 FILLER             PIC X(05) VALUE " PAC ".
           03 WC-PCOD            PIC 9(06).
           03 FILLER             PIC X(01) VALUE " ".
           03 WC-NOME            PIC X(30).
           03 FILLER             PIC X(06) VALUE " PROC ".
           03 WC-PROC            PIC 9(04).
       01 TXRECUR                PIC X(30) VALUE SPACES.
       01 TXTIPO                 PIC X(12) VALUE SPACES.
       01 TXSTATUS               PIC X(12) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT185.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "             *** REGISTRO DE MANUTENCOES".
           05  LINE 03  COLUMN 41
               VALUE  " E PARADAS DOS RECURSOS ***".

           05  LINE 05  COLUMN 01
               VALUE  "     RECURSO            :".

           05  LINE 07  COLUMN 01
               VALUE  "     INICIO DA PARADA   :".

           05  LINE 07  COLUMN 39
               VALUE  "HORA :".

           05  LINE 08  COLUMN 01
               VALUE  "     FIM DA PARADA      :".

           05  LINE 08  COLUMN 39
               VALUE  "HORA :".

           05  LINE 10  COLUMN 01
               VALUE  "     TIPO (P/C)         :".

           05  LINE 11  COLUMN 01
               VALUE  "     SITUACAO (A/R/X)   :".

           05  LINE 12  COLUMN 01
               VALUE  "     RESPONSAVEL        :".

           05  LINE 13  COLUMN 01
               VALUE  "     DESCRICAO          :".

           05  LINE 15  COLUMN 01
               VALUE  "     REGISTRADO POR     :".

           05  TMNRECURSO
               LINE 05  COLUMN 27  PIC 9(04)
               USING  MN-RECURSO
               HIGHLIGHT.

           05  TTXRECUR
               LINE 05  COLUMN 33  PIC X(30)
               USING  TXRECUR
               HIGHLIGHT.

           05  TMNDTINI
               LINE 07  COLUMN 27  PIC 9999.99.99
               USING  MN-DTINI
               HIGHLIGHT.

           05  TMNHRINI
               LINE 07  COLUMN 46  PIC 99.99
               USING  MN-HRINI
               HIGHLIGHT.

           05  TMNDTFIM
               LINE 08  COLUMN 27  PIC 9999.99.99
               USING  MN-DTFIM
               HIGHLIGHT.

           05  TMNHRFIM
               LINE 08  COLUMN 46  PIC 99.99
               USING  MN-HRFIM
               HIGHLIGHT.

           05  TMNTIPO
               LINE 10  COLUMN 27  PIC X(01)
               USING  MN-TIPO
               HIGHLIGHT.

           05  TTXTIPO
               LINE 10  COLUMN 33  PIC X(12)
               USING  TXTIPO
               HIGHLIGHT.

           05  TMNSTATUS
               LINE 11  COLUMN 27  PIC X(01)
               USING  MN-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 11  COLUMN 33  PIC X(12)
               USING  TXSTATUS
               HIGHLIGHT.

           05  TMNRESPONS
               LINE 12  COLUMN 27  PIC X(30)
               USING  MN-RESPONS
               HIGHLIGHT.

           05  TMNDESCR
               LINE 13  COLUMN 27  PIC X(40)
               USING  MN-DESCRICAO
               HIGHLIGHT.

           05  TMNOPER
               LINE 15  COLUMN 27  PIC X(08)
               USING  MN-OPERADOR
               HIGHLIGHT.

           05  TMNDTREG
               LINE 15  COLUMN 37  PIC 9999.99.99
               USING  MN-DTREG
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADRECMN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADRECMN
                   CLOSE CADRECMN
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADRECMN" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADRECUR.
           OPEN INPUT CADRECUR
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADRECUR NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECMN
              GO TO ROT-FIM.

       ABRIR-CADRECMP.
           MOVE "S" TO W-TEM-PLANO.
           OPEN I-O CADRECMP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PLANO.

       ABRIR-CADRESVA.
           MOVE "S" TO W-TEM-RESVA.
           OPEN INPUT CADRESVA
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RESVA.

       ABRIR-CADPACI.
           MOVE "S" TO W-TEM-PACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PACI.

       ABRIR-SESSAO.
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS  TO MN-RECURSO MN-DTINI MN-HRINI MN-DTFIM
                          MN-HRFIM MN-DTREG.
           MOVE SPACES TO MN-TIPO MN-STATUS MN-RESPONS MN-DESCRICAO
                          MN-OPERADOR TXRECUR TXTIPO TXSTATUS W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT185.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TMNRECURSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FECHA.
           MOVE MN-RECURSO TO RR-CODIGO.
           READ CADRECUR
           IF ST-ERRO NOT = "00"
                MOVE "*** RECURSO NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE RR-DESCRICAO TO TXRECUR.
           DISPLAY TTXRECUR.
       PASSO-2.
           ACCEPT TMNDTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           MOVE MN-DTINI TO W-DT-NUM.
           IF W-DT-MES < 01 OR W-DT-MES > 12
                            OR W-DT-DIA < 01 OR W-DT-DIA > 31
                MOVE "DATA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-3.
           ACCEPT TMNHRINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           MOVE MN-HRINI TO W-HR-NUM.
           IF W-HR-HH > 23 OR W-HR-MM > 59
                MOVE "HORA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADRECMN
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM
                   DISPLAY SMT185
                   MOVE "*** PARADA JA REGISTRADA ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADRECMN" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FECHA.
      *----- PARADA NOVA: FUTURA NASCE AGENDADA, PASSADA REALIZADA;
      *----- RESPONSAVEL PADRAO E O DO PLANO
           MOVE "P" TO MN-TIPO.
           MOVE "R" TO MN-STATUS.
           IF MN-DTINI > W-HOJE
               MOVE "A" TO MN-STATUS.
           IF W-TEM-PLANO = "S"
               MOVE MN-RECURSO TO MP-RECURSO
               READ CADRECMP
               IF ST-ERRO = "00"
                   MOVE MP-RESPONS TO MN-RESPONS.
           MOVE MN-DTINI TO MN-DTFIM.
           MOVE MN-HRINI TO MN-HRFIM.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY SMT185.
       PASSO-4.
           ACCEPT TMNDTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-SEL = "A"
                   GO TO ROT-INIC
               ELSE
                   GO TO PASSO-3.
           MOVE MN-DTFIM TO W-DT-NUM.
           IF W-DT-MES < 01 OR W-DT-MES > 12
                            OR W-DT-DIA < 01 OR W-DT-DIA > 31
                MOVE "DATA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF MN-DTFIM < MN-DTINI
                MOVE "FIM DA PARADA ANTES DO INICIO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TMNHRFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           MOVE MN-HRFIM TO W-HR-NUM.
           IF W-HR-HH > 24 OR W-HR-MM > 59
                            OR (W-HR-HH = 24 AND W-HR-MM NOT = ZEROS)
                MOVE "HORA INVALIDA (ATE 24.00)" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           COMPUTE W-MN-INI = (MN-DTINI * 10000) + MN-HRINI.
           COMPUTE W-MN-FIM = (MN-DTFIM * 10000) + MN-HRFIM.
           IF W-MN-FIM NOT > W-MN-INI
                MOVE "FIM DA PARADA DEVE SER DEPOIS DO INICIO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
       PASSO-6.
           ACCEPT TMNTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF MN-TIPO NOT = "P" AND "C"
                MOVE "TIPO => P=PREVENTIVA/CALIBRACAO  C=CORRETIVA"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TTXTIPO.
       PASSO-7.
           ACCEPT TMNSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF MN-STATUS NOT = "A" AND "R" AND "X"
                MOVE "SITUACAO => A=AGENDADA R=REALIZADA X=CANCELADA"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           IF MN-STATUS = "R" AND MN-DTINI > W-HOJE
                MOVE "PARADA FUTURA NAO PODE ESTAR REALIZADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TTXSTATUS.
       PASSO-8.
           ACCEPT TMNRESPONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
           IF MN-RESPONS = SPACES
                MOVE "RESPONSAVEL (TECNICO/FORNECEDOR) NAO INFORMADO"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-8.
       PASSO-9.
           ACCEPT TMNDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
           IF MN-DESCRICAO = SPACES
                MOVE "DESCREVA O SERVICO OU O DEFEITO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-9.
           MOVE W-OPERADOR TO MN-OPERADOR.
           MOVE W-HOJE     TO MN-DTREG.
           DISPLAY TMNOPER TMNDTREG.
      *----- PARADA VALIDA: MOSTRA O QUE JA ESTA MARCADO NELA
           IF MN-STATUS NOT = "X"
               PERFORM LISTA-CONFLITOS THRU LISTA-CONFLITOS-FIM.
           IF W-SEL = "A"
               GO TO ALT-OPC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-9.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGRECMN
           IF ST-ERRO = "00" OR "02"
               PERFORM ATUALIZA-PLANO THRU ATUALIZA-PLANO-FIM
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** PARADA JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECMN" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                              AND W-OPCAO NOT = "E" GO TO ACE-001.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  GO TO PASSO-4.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           DELETE CADRECMN RECORD
           IF ST-ERRO = "00"
              MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FECHA.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-9.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGRECMN
           IF ST-ERRO = "00" OR "02"
              PERFORM ATUALIZA-PLANO THRU ATUALIZA-PLANO-FIM
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADRECMN" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FECHA.
      *--------------[ PROCEDIMENTOS JA RESERVADOS NA PARADA ]----------
      * PERCORRE AS RESERVAS DO RECURSO DO INICIO AO FIM DA PARADA
      * E MOSTRA TRES POR VEZ NAS LINHAS 18 A 20.
       LISTA-CONFLITOS.
           IF W-TEM-RESVA = "N"
               GO TO LISTA-CONFLITOS-FIM.
           COMPUTE W-MN-INI = (MN-DTINI * 10000) + MN-HRINI.
           COMPUTE W-MN-FIM = (MN-DTFIM * 10000) + MN-HRFIM.
           MOVE ZEROS TO W-CF-QTD W-CF-LIN.
           MOVE MN-RECURSO TO RV-RECURSO.
           MOVE MN-DTINI   TO RV-DATA.
           MOVE MN-HRINI   TO RV-HORA.
           START CADRESVA KEY IS NOT LESS RV-CHAVE
               INVALID KEY
                   GO TO LISTA-CONFLITOS-FIM.
       LISTA-CONF-LER.
           READ CADRESVA NEXT
           IF ST-ERRO NOT = "00"
               GO TO LISTA-CONF-TOTAL.
           IF RV-RECURSO NOT = MN-RECURSO
               GO TO LISTA-CONF-TOTAL.
           COMPUTE W-RV-MOMENTO = (RV-DATA * 10000) + RV-HORA.
           IF W-RV-MOMENTO NOT < W-MN-FIM
               GO TO LISTA-CONF-TOTAL.
           ADD 1 TO W-CF-QTD.
           IF W-CF-QTD = 1
               DISPLAY (17, 05)
                  "*** PROCEDIMENTOS JA RESERVADOS NA PARADA ***".
           IF W-CF-LIN = 3
               PERFORM LISTA-CONF-PAUSA THRU LISTA-CONF-PAUSA-FIM.
           ADD 1 TO W-CF-LIN.
           MOVE RV-DATA    TO WC-DATA.
           MOVE RV-HORA    TO WC-HORA.
           MOVE RV-PCODIGO TO WC-PCOD.
           MOVE RV-PROC    TO WC-PROC.
           MOVE SPACES     TO WC-NOME.
           IF W-TEM-PACI = "S"
               MOVE RV-PCODIGO TO P-CODIGO
               READ CADPACI
               IF ST-ERRO = "00"
                   MOVE P-NOME TO WC-NOME.
           COMPUTE W-LIN = 17 + W-CF-LIN.
           DISPLAY (W-LIN, 05) W-LINHA-CONF.
           GO TO LISTA-CONF-LER.
       LISTA-CONF-TOTAL.
           IF W-CF-QTD = ZEROS
               GO TO LISTA-CONFLITOS-FIM.
           PERFORM LISTA-CONF-PAUSA THRU LISTA-CONF-PAUSA-FIM.
           DISPLAY (17, 01) W-LIMPA.
           MOVE "*** REMARCAR OS PROCEDIMENTOS LISTADOS ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2.
           GO TO LISTA-CONFLITOS-FIM.
       LISTA-CONF-PAUSA.
           DISPLAY (22, 05) "TECLE ENTER PARA CONTINUAR : ".
           ACCEPT (22, 35) W-OPCAO.
           DISPLAY (18, 01) W-LIMPA.
           DISPLAY (19, 01) W-LIMPA.
           DISPLAY (20, 01) W-LIMPA.
           DISPLAY (22, 01) W-LIMPA.
           MOVE ZEROS TO W-CF-LIN.
       LISTA-CONF-PAUSA-FIM.
           EXIT.
       LISTA-CONFLITOS-FIM.
           EXIT.
      *--------------[ PREVENTIVA REALIZADA ATUALIZA O PLANO ]----------
       ATUALIZA-PLANO.
           IF W-TEM-PLANO = "N"
               GO TO ATUALIZA-PLANO-FIM.
           IF MN-TIPO NOT = "P" OR MN-STATUS NOT = "R"
               GO TO ATUALIZA-PLANO-FIM.
           MOVE MN-RECURSO TO MP-RECURSO.
           READ CADRECMP
           IF ST-ERRO NOT = "00"
               GO TO ATUALIZA-PLANO-FIM.
           IF MP-DTULT NOT < MN-DTFIM
               GO TO ATUALIZA-PLANO-FIM.
           MOVE MN-DTFIM TO MP-DTULT.
           MOVE MN-DTFIM TO W-DT-NUM.
           MOVE MP-FREQDIAS TO W-SOMA.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           MOVE W-DT-NUM TO MP-DTPROX.
           REWRITE REGRECMP.
       ATUALIZA-PLANO-FIM.
           EXIT.
      *--------------------[ TEXTOS DA TELA ]--------------------
       MOSTRA-TEXTOS.
           MOVE SPACES TO TXTIPO TXSTATUS.
           IF MN-TIPO = "P"
               MOVE "PREVENTIVA" TO TXTIPO.
           IF MN-TIPO = "C"
               MOVE "CORRETIVA"  TO TXTIPO.
           IF MN-STATUS = "A"
               MOVE "AGENDADA"   TO TXSTATUS.
           IF MN-STATUS = "R"
               MOVE "REALIZADA"  TO TXSTATUS.
           IF MN-STATUS = "X"
               MOVE "CANCELADA"  TO TXSTATUS.
       MOSTRA-TEXTOS-FIM.
           EXIT.
      *--------------[ SOMA W-SOMA DIAS A W-DT ]------------------------
       SOMA-DIAS.
           IF W-SOMA = ZEROS
               GO TO SOMA-DIAS-FIM.
           PERFORM CALC-ULT-DIA THRU CALC-ULT-DIA-FIM.
           SUBTRACT 1 FROM W-SOMA.
           IF W-DT-DIA < W-ULT-DIA
               ADD 1 TO W-DT-DIA
               GO TO SOMA-DIAS.
           MOVE 01 TO W-DT-DIA.
           IF W-DT-MES < 12
               ADD 1 TO W-DT-MES
           ELSE
               MOVE 01 TO W-DT-MES
               ADD 1 TO W-DT-ANO.
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
           EXIT.
      *--------------[ ULTIMO DIA DO MES DE W-DT ]----------------------
       CALC-ULT-DIA.
           IF W-DT-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           IF W-DT-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           MOVE 28 TO W-ULT-DIA.
           DIVIDE W-DT-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4.
           DIVIDE W-DT-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100.
           DIVIDE W-DT-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400.
           IF W-RESTO4 = ZEROS
               IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                   MOVE 29 TO W-ULT-DIA.
       CALC-ULT-DIA-FIM.
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
           CLOSE CADRECMN CADRECUR.
           IF W-TEM-PLANO = "S"
               CLOSE CADRECMP.
           IF W-TEM-RESVA = "S"
               CLOSE CADRESVA.
           IF W-TEM-PACI = "S"
               CLOSE CADPACI.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
