       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP173.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *      SESSOES ATIVAS DOS TERMINAIS (SUPERVISOR)       *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * MOSTRA AS SESSOES ATIVAS DO CADSESS - TERMINAL,
      * OPERADOR, HORA DO LOGIN, ULTIMA ATIVIDADE E HA QUANTOS
      * MINUTOS ESTA PARADA - E PERMITE ENCERRAR UMA SESSAO. O
      * TERMINAL ENCERRADO VOLTA PARA A TELA DE LOGIN NA
      * PROXIMA OPCAO DO MENU. ACESSO RESTRITO AO PERFIL ADMIN;
      * O ENCERRAMENTO FICA NA SESSAO E NA AUDITORIA (CADAUDIT).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADSESS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SES-TERMINAL
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
       FD CADSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESS.DAT".
       COPY REGSESS.
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
       01 W-LIMPA                PIC X(50) VALUE SPACES.
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
       01 W-PAR-PARM.
           03 PAR-CODIGO         PIC X(10) VALUE SPACES.
           03 PAR-VALOR          PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX       PIC X(20) VALUE SPACES.
           03 PAR-ACHOU          PIC X(01) VALUE "N".
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-TERMINAL             PIC X(12) VALUE SPACES.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-AGORA                PIC 9(08) VALUE ZEROS.
       01 W-LIMITE-MIN           PIC 9(08) VALUE 30.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-QTD                  PIC 9(04) VALUE ZEROS.
       01 W-MIN-AGORA            PIC 9(08) VALUE ZEROS.
       01 W-MIN-ULT              PIC 9(08) VALUE ZEROS.
       01 W-SER-HOJE             PIC 9(08) VALUE ZEROS.
       01 W-SER-ULT              PIC 9(08) VALUE ZEROS.
       01 W-DIF-MIN              PIC S9(08) VALUE ZEROS.
       01 W-HORA-DEC.
           03 W-HD-HH            PIC 9(02).
           03 W-HD-MM            PIC 9(02).
           03 FILLER             PIC X(04).
       01 W-CS-DATA.
           03 W-CS-ANO           PIC 9(04).
           03 W-CS-MES           PIC 9(02).
           03 W-CS-DIA           PIC 9(02).
       01 W-CS-SERIAL            PIC 9(08) VALUE ZEROS.
       01 W-CS-QUOC              PIC 9(04) VALUE ZEROS.
       01 W-CAB-SESS.
           03 FILLER             PIC X(40) VALUE
              "TERMINAL     OPERADOR  LOGIN            ".
           03 FILLER             PIC X(30) VALUE
              "ULT.ATIV  PARADO(MIN)         ".
       01 W-LINHA-SESS.
           03 WL-TERMINAL        PIC X(12).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WL-OPERADOR        PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-DIA             PIC 9(02).
           03 FILLER             PIC X(01) VALUE "/".
           03 WL-MES             PIC 9(02).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WL-HRLOGIN         PIC 99.99.
           03 FILLER             PIC X(06) VALUE SPACES.
           03 WL-HRULT           PIC 99.99.
           03 FILLER             PIC X(07) VALUE SPACES.
           03 WL-PARADO          PIC ZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-AVISO           PIC X(10).
       01 W-HORA-EDT.
           03 W-HE-HHMM          PIC 9(04).
           03 FILLER             PIC X(04).
       01 W-HR-ED                PIC 99.99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT173.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** SESSOES ATIVAS DOS TERMI".
           05  LINE 02  COLUMN 41
               VALUE  "NAIS ***".
           05  LINE 03  COLUMN 01
               VALUE  "     LIMITE DE INATIVIDADE (MIN) :".
           05  TLIMITE
               LINE 03  COLUMN 37  PIC ZZZ9
               USING  W-LIMITE-MIN.
      *
       01  SMT173E.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** ENCERRAR SESSAO DE TERMI".
           05  LINE 02  COLUMN 41
               VALUE  "NAL ***".
           05  LINE 06  COLUMN 01
               VALUE  "     TERMINAL        :".
           05  LINE 08  COLUMN 01
               VALUE  "     OPERADOR        :".
           05  LINE 10  COLUMN 01
               VALUE  "     LOGIN EM        :".
           05  LINE 10  COLUMN 36
               VALUE  "AS".
           05  LINE 12  COLUMN 01
               VALUE  "     ULTIMA ATIVIDADE:".
           05  LINE 12  COLUMN 36
               VALUE  "AS".
           05  TSESTERM
               LINE 06  COLUMN 24  PIC X(12)
               USING  SES-TERMINAL
               HIGHLIGHT.
           05  TSESOPER
               LINE 08  COLUMN 24  PIC X(08)
               USING  SES-OPERADOR
               HIGHLIGHT.
           05  TSESDTLOG
               LINE 10  COLUMN 24  PIC 9999.99.99
               USING  SES-DTLOGIN
               HIGHLIGHT.
           05  TSESHRLOG
               LINE 10  COLUMN 39  PIC 99.99
               USING  W-HE-HHMM
               HIGHLIGHT.
           05  TSESDTULT
               LINE 12  COLUMN 24  PIC 9999.99.99
               USING  SES-DTULT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ SO O PERFIL ADMIN VE E ENCERRA SESSOES ]-----------
       CHK-PERFIL.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "* CADOPER INDISPONIVEL - ACESSO NEGADO *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ROT-FIM.
           MOVE W-OPERADOR TO OP-CODIGO.
           READ CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "* OPERADOR DA SESSAO NAO ENCONTRADO *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               CLOSE CADOPER
               GO TO ROT-FIM.
           CLOSE CADOPER.
      *----- OPERADOR ANTIGO SEM PERFIL ATRIBUIDO VALE COMO ADMIN
           IF OP-PERFIL = "R" OR OP-PERFIL = "F"
               MOVE "* ACESSO RESTRITO AO PERFIL ADMIN *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ROT-FIM.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADSESS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADSESS
                   CLOSE CADSESS
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADSESS" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
       ABRIR-AUDIT.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT.
      *----- MESMO LIMITE DE INATIVIDADE USADO PELO SMPSES
           MOVE "SESSMIN" TO PAR-CODIGO.
           MOVE 30 TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
               MOVE PAR-VALOR TO W-LIMITE-MIN.
      *--------------------[ LISTA DAS SESSOES ATIVAS ]----------------
       ROT-INIC.
           DISPLAY SMT173.
           DISPLAY (05, 05) W-CAB-SESS.
           ACCEPT W-HOJE  FROM DATE YYYYMMDD.
           ACCEPT W-AGORA FROM TIME.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.
           MOVE W-AGORA TO W-HORA-DEC.
           COMPUTE W-MIN-AGORA = (W-HD-HH * 60) + W-HD-MM.
           MOVE 06 TO W-LIN.
           MOVE ZEROS TO W-QTD.
           MOVE SPACES TO SES-TERMINAL.
           START CADSESS KEY IS NOT LESS SES-TERMINAL
               INVALID KEY
                   GO TO LISTA-FIM.
       LISTA-LER.
           READ CADSESS NEXT
           IF ST-ERRO NOT = "00"
               GO TO LISTA-FIM.
           IF SES-STATUS NOT = "A"
               GO TO LISTA-LER.
           IF W-LIN > 19
               DISPLAY (21, 05) "TECLE ENTER PARA CONTINUAR : "
               ACCEPT (21, 35) W-OPCAO
               DISPLAY SMT173
               DISPLAY (05, 05) W-CAB-SESS
               MOVE 06 TO W-LIN.
           ADD 1 TO W-QTD.
           MOVE SES-DTULT TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-ULT.
           MOVE SES-HRULT TO W-HORA-DEC.
           COMPUTE W-MIN-ULT = (W-HD-HH * 60) + W-HD-MM.
           COMPUTE W-DIF-MIN = ((W-SER-HOJE - W-SER-ULT) * 1440)
                             + W-MIN-AGORA - W-MIN-ULT.
           IF W-DIF-MIN < ZEROS
               MOVE ZEROS TO W-DIF-MIN.
           MOVE SES-TERMINAL TO WL-TERMINAL.
           MOVE SES-OPERADOR TO WL-OPERADOR.
           MOVE SES-DTLOGIN (7:2) TO WL-DIA.
           MOVE SES-DTLOGIN (5:2) TO WL-MES.
           MOVE SES-HRLOGIN TO W-HORA-EDT.
           MOVE W-HE-HHMM   TO WL-HRLOGIN.
           MOVE SES-HRULT   TO W-HORA-EDT.
           MOVE W-HE-HHMM   TO WL-HRULT.
           IF W-DIF-MIN > 9999
               MOVE 9999 TO WL-PARADO
           ELSE
               MOVE W-DIF-MIN TO WL-PARADO.
      *----- JA PASSOU DO LIMITE: SAI NO PROXIMO USO DO MENU
           MOVE SPACES TO WL-AVISO.
           IF W-DIF-MIN > W-LIMITE-MIN
               MOVE "EXPIRANDO" TO WL-AVISO.
           DISPLAY (W-LIN, 05) W-LINHA-SESS.
           ADD 1 TO W-LIN.
           GO TO LISTA-LER.
       LISTA-FIM.
           IF W-QTD = ZEROS
               DISPLAY (07, 05) "NENHUMA SESSAO ATIVA".
       ACE-001.
           DISPLAY (23, 13)
                "A=ATUALIZAR   E=ENCERRAR SESSAO   F=FIM"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO = "A" OR "a"
               GO TO ROT-INIC.
           IF W-OPCAO = "E" OR "e"
               GO TO ENC-INIC.
           IF W-OPCAO = "F" OR "f"
               CLOSE CADSESS CADAUDIT
               GO TO ROT-FIM.
           GO TO ACE-001.
      *--------------------[ ENCERRAR UMA SESSAO ]---------------------
       ENC-INIC.
           MOVE SPACES TO SES-TERMINAL SES-OPERADOR.
           MOVE ZEROS  TO SES-DTLOGIN SES-DTULT W-HE-HHMM.
           DISPLAY SMT173E.
       ENC-1.
           ACCEPT TSESTERM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-INIC.
           IF SES-TERMINAL = SPACES
               MOVE "TERMINAL NAO INFORMADO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ENC-1.
      *----- A PROPRIA SESSAO SE ENCERRA SAINDO DO MENU
           IF SES-TERMINAL = SSP-TERMINAL
               MOVE "* E A SUA SESSAO - SAIA PELO MENU *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ENC-1.
           MOVE SES-TERMINAL TO W-TERMINAL.
           READ CADSESS
           IF ST-ERRO NOT = "00"
               MOVE "*** TERMINAL SEM SESSAO REGISTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ENC-1.
           IF SES-STATUS NOT = "A"
               MOVE "*** SESSAO DESTE TERMINAL JA ESTA FECHADA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ENC-1.
           MOVE SES-HRLOGIN TO W-HORA-EDT.
           DISPLAY SMT173E.
           MOVE SES-HRULT TO W-HORA-EDT.
           MOVE W-HE-HHMM TO W-HR-ED.
           DISPLAY (12, 39) W-HR-ED.
       ENC-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (20, 05) "ENCERRAR A SESSAO (S/N) : ".
           ACCEPT (20, 31) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO ENC-INIC.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SESSAO MANTIDA ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENC-OPC.
           MOVE "E" TO SES-STATUS.
           ACCEPT SES-DTFIM FROM DATE YYYYMMDD.
           ACCEPT SES-HRFIM FROM TIME.
           MOVE W-OPERADOR TO SES-ENC-OPER.
           REWRITE REGSESS
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADSESS" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE "ENCSESSAO" TO W-AUD-ACAO.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
           MOVE "*** SESSAO ENCERRADA ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
      *--------------------[ ROTINA DE AUDITORIA ]--------------------
       GRAVAR-AUDIT.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE "SMP173"      TO AUD-PROGRAMA.
           MOVE W-TERMINAL    TO AUD-CHAVE.
           MOVE W-AUD-ACAO    TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-AUDIT-FIM.
           EXIT.
      *--------------[ DIAS CORRIDOS APROXIMADOS DA DATA ]--------------
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
