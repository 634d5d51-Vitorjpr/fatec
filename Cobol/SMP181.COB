       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP181.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   LIBERACAO DE PACIENTE FALTOSO PELO SUPERVISOR      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * SUSPENDE ANTES DO PRAZO A RESTRICAO DE MARCACAO DO
      * PACIENTE COM FALTAS REPETIDAS (SMPFAL). EXIGE O MOTIVO E A
      * SENHA DE UM OPERADOR COM PERFIL DE SUPERVISOR (PERFIL "A"
      * NO CADOPER). GRAVA A DATA DA LIBERACAO NO CADFALIB: DAI EM
      * DIANTE O SMPFAL SO CONTA AS FALTAS POSTERIORES A ELA. A
      * TRILHA VAI PARA O CADAUDIT (ACAO LIBFALTAS, COM O MOTIVO,
      * E A LINHA DO SUPERVISOR QUE APROVOU).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS P-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADFALIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FB-PCODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OP-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADFALIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFALIB.DAT".
       COPY REGFALIB.
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       COPY REGOPER.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-PCODIGO              PIC 9(06) VALUE ZEROS.
       01 W-TXSITU               PIC X(20) VALUE SPACES.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-SUP-COD              PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA            PIC X(08) VALUE SPACES.
       01 W-HSH-PARM.
           03 HSH-SENHA          PIC X(08) VALUE SPACES.
           03 HSH-HASH           PIC X(08) VALUE SPACES.
       01 W-MOTIVO               PIC X(40) VALUE SPACES.
       01 W-FAL-PARM.
           03 FAL-ACAO           PIC X(01) VALUE SPACES.
           03 FAL-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 FAL-DATA           PIC 9(08) VALUE ZEROS.
           03 FAL-QTD            PIC 9(02) VALUE ZEROS.
           03 FAL-ULTIMA         PIC 9(08) VALUE ZEROS.
           03 FAL-RESTRITO       PIC X(01) VALUE "N".
           03 FAL-LIMITE         PIC 9(02) VALUE ZEROS.
           03 FAL-ULT-SLOTS      PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT181.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** LIBERACAO DE PACIENTE FALT".
           05  LINE 02  COLUMN 41
               VALUE  "OSO (SUPERVISOR) ***".

           05  LINE 05  COLUMN 01
               VALUE  "     CODIGO PACIENTE :".

           05  LINE 07  COLUMN 01
               VALUE  "     FALTAS          :".

           05  LINE 07  COLUMN 30
               VALUE  "LIMITE:".

           05  LINE 08  COLUMN 01
               VALUE  "     ULTIMA FALTA    :".

           05  LINE 09  COLUMN 01
               VALUE  "     SITUACAO        :".

           05  LINE 11  COLUMN 01
               VALUE  "     MOTIVO LIBERACAO:".

           05  LINE 13  COLUMN 01
               VALUE  "     SUPERVISOR      :".

           05  LINE 15  COLUMN 01
               VALUE  "     SENHA SUPERV.   :".

           05  TPCODIGO
               LINE 05  COLUMN 24  PIC 9(06)
               USING  W-PCODIGO
               HIGHLIGHT.

           05  TPNOME
               LINE 05  COLUMN 32  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TFALQTD
               LINE 07  COLUMN 24  PIC Z9
               USING  FAL-QTD
               HIGHLIGHT.

           05  TFALLIM
               LINE 07  COLUMN 38  PIC Z9
               USING  FAL-LIMITE
               HIGHLIGHT.

           05  TFALULT
               LINE 08  COLUMN 24  PIC 9999.99.99
               USING  FAL-ULTIMA
               HIGHLIGHT.

           05  TTXSITU
               LINE 09  COLUMN 24  PIC X(20)
               USING  W-TXSITU
               HIGHLIGHT.

           05  TMOTIVO
               LINE 11  COLUMN 24  PIC X(40)
               USING  W-MOTIVO
               HIGHLIGHT.

           05  TSUPCOD
               LINE 13  COLUMN 24  PIC X(08)
               USING  W-SUP-COD
               HIGHLIGHT.

           05  TSUPSENHA
               LINE 15  COLUMN 24  PIC X(08)
               USING  W-SUP-SENHA
               HIGHLIGHT NO ECHO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRIR-CADOPER.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADOPER NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPACI
              GO TO ROT-FIM.

       ABRIR-CADFALIB.
           OPEN I-O CADFALIB
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADFALIB
                   CLOSE CADFALIB
                   GO TO ABRIR-CADFALIB
               ELSE
                   MOVE "*** ARQUIVO CADFALIB NAO DISPONIVEL ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADPACI CADOPER
                   GO TO ROT-FIM.

       ABRIR-SESSAO.
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
      *--------------------[ PEDE O PACIENTE ]--------------------------
       ROT-INIC.
           MOVE ZEROS  TO W-PCODIGO FAL-QTD FAL-LIMITE FAL-ULTIMA.
           MOVE SPACES TO P-NOME W-TXSITU W-MOTIVO W-SUP-COD
                          W-SUP-SENHA.
           DISPLAY SMT181.
       PASSO-1.
           ACCEPT TPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADPACI CADOPER CADFALIB CADAUDIT
                   GO TO ROT-FIM.
           IF W-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE W-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           DISPLAY TPNOME.
      *----- FALTAS NA JANELA DA POLITICA (SMPFAL)
           MOVE "C"       TO FAL-ACAO.
           MOVE W-PCODIGO TO FAL-PCODIGO.
           ACCEPT FAL-DATA FROM DATE YYYYMMDD.
           CALL "SMPFAL" USING W-FAL-PARM.
           IF FAL-RESTRITO = "S"
               MOVE "RESTRITO"       TO W-TXSITU
           ELSE
               MOVE "SEM RESTRICAO"  TO W-TXSITU.
           DISPLAY TFALQTD TFALLIM TFALULT TTXSITU.
           IF FAL-RESTRITO NOT = "S"
               MOVE "*** PACIENTE SEM RESTRICAO POR FALTAS ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
       PASSO-2.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF W-MOTIVO = SPACES
                MOVE "MOTIVO NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
      *--------------------[ APROVACAO DO SUPERVISOR ]-----------------
       PASSO-3.
           ACCEPT TSUPCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF W-SUP-COD = SPACES
                GO TO PASSO-3.
       PASSO-4.
           ACCEPT TSUPSENHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           MOVE W-SUP-COD TO OP-CODIGO.
           READ CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3.
           IF OP-STATUS NOT = "A"
               MOVE "*** SUPERVISOR INATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3.
           IF OP-PERFIL NOT = "A"
               MOVE "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3.
      *----- OPERADOR MIGRADO GUARDA O HASH (SMPHSH); LEGADO
      *----- AINDA COMPARA EM CLARO ATE O PROXIMO LOGIN DELE
           IF OP-HASHED = "S"
               MOVE W-SUP-SENHA TO HSH-SENHA
               CALL "SMPHSH" USING W-HSH-PARM
               MOVE HSH-HASH TO W-SUP-SENHA.
           IF OP-SENHA NOT = W-SUP-SENHA
               MOVE "*** SENHA DO SUPERVISOR INVALIDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE SPACES TO W-SUP-SENHA
               GO TO PASSO-4.
      *--------------------[ GRAVA A LIBERACAO ]-----------------------
       GRAVAR-LIB.
           MOVE W-PCODIGO TO FB-PCODIGO.
           READ CADFALIB
           MOVE W-PCODIGO  TO FB-PCODIGO.
           ACCEPT FB-DTLIB FROM DATE YYYYMMDD.
           ACCEPT FB-HRLIB FROM TIME.
           MOVE W-SUP-COD  TO FB-SUPERV.
           MOVE W-OPERADOR TO FB-OPERADOR.
           MOVE FAL-QTD    TO FB-QTD.
           MOVE W-MOTIVO   TO FB-MOTIVO.
           IF ST-ERRO = "00"
               REWRITE REGFALIB
           ELSE
               WRITE REGFALIB.
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFALIB" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
           MOVE "** RESTRICAO POR FALTAS SUSPENSA **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
      *--------------------[ TRILHA DE AUDITORIA ]---------------------
      * DUAS LINHAS: QUEM PEDIU (COM O MOTIVO) E QUEM APROVOU.
       GRAVAR-AUDIT.
           MOVE W-OPERADOR  TO AUD-OPERADOR.
           MOVE "SMP181"    TO AUD-PROGRAMA.
           MOVE W-PCODIGO   TO AUD-CHAVE.
           MOVE "LIBFALTAS" TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE W-MOTIVO    TO AUD-MOTIVO.
           WRITE REGAUDIT-MOT.
           MOVE W-SUP-COD  TO AUD-OPERADOR.
           MOVE "APROVOU"  TO AUD-ACAO.
           WRITE REGAUDIT.
       GRAVAR-AUDIT-FIM.
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
           MOVE "F" TO FAL-ACAO.
           CALL "SMPFAL" USING W-FAL-PARM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
