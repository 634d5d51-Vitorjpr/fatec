       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMPSES.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   ROTINA COMUM DE SESSAO DO OPERADOR POR TERMINAL    *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CADA TERMINAL TEM A SUA SESSAO NO CADSESS, PELA CHAVE
      * DA VARIAVEL SMPTERM DA ESTACAO. SEM A VARIAVEL, O LOGIN
      * GERA UM CODIGO E O DEIXA NO AMBIENTE DO PROCESSO, ONDE
      * OS PROGRAMAS CHAMADOS PELO MENU O ENCONTRAM.
      * ACAO "A" = ABRIR: GRAVA A SESSAO DO OPERADOR INFORMADO
      *            (LOGIN NO INICIO) E DEVOLVE O TERMINAL.
      * ACAO "C" = CONSULTAR: DEVOLVE O OPERADOR DA SESSAO ATIVA
      *            DO TERMINAL E MARCA A HORA DA ATIVIDADE.
      * ACAO "V" = VERIFICAR: COMO A CONSULTA, MAS EXPIRA A
      *            SESSAO PARADA HA MAIS DO QUE O LIMITE
      *            (PARAMETRO SESSMIN, PADRAO 30 MINUTOS).
      * ACAO "F" = FECHAR: SAIDA DO OPERADOR PELO MENU.
      * SSP-OK = S QUANDO HA SESSAO ATIVA; COM SSP-OK = N O
      * CAMPO SSP-SITUACAO DIZ O PORQUE (T = EXPIRADA, E =
      * ENCERRADA PELO SUPERVISOR, F = SAIU, BRANCO = SEM
      * SESSAO NESTE TERMINAL). SEM O ARQUIVO CADSESS A
      * VERIFICACAO NAO PARA A OPERACAO (SSP-OK = S).
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSESS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESS.DAT".
       COPY REGSESS.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-TERMINAL    PIC X(12) VALUE SPACES.
       77 W-EXISTE      PIC X(01) VALUE "N".
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-AGORA       PIC 9(08) VALUE ZEROS.
       77 W-LIMITE-MIN  PIC 9(08) VALUE 30.
       77 W-MIN-AGORA   PIC 9(08) VALUE ZEROS.
       77 W-MIN-ULT     PIC 9(08) VALUE ZEROS.
       77 W-SER-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-SER-ULT     PIC 9(08) VALUE ZEROS.
       77 W-DIF-MIN     PIC S9(08) VALUE ZEROS.
       01 W-HORA-DEC.
           03 W-HD-HH   PIC 9(02).
           03 W-HD-MM   PIC 9(02).
           03 FILLER    PIC X(04).
       01 W-TERM-GERADO.
           03 FILLER    PIC X(01) VALUE "S".
           03 W-TG-DIA  PIC 9(02).
           03 W-TG-HORA PIC 9(08).
           03 FILLER    PIC X(01) VALUE SPACES.
       01 W-CS-DATA.
           03 W-CS-ANO  PIC 9(04).
           03 W-CS-MES  PIC 9(02).
           03 W-CS-DIA  PIC 9(02).
       77 W-CS-SERIAL   PIC 9(08) VALUE ZEROS.
       77 W-CS-QUOC     PIC 9(04) VALUE ZEROS.
       01 W-PAR-PARM.
           03 PAR-CODIGO    PIC X(10) VALUE SPACES.
           03 PAR-VALOR     PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX  PIC X(20) VALUE SPACES.
           03 PAR-ACHOU     PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-SES.
           03 SSP-ACAO           PIC X(01).
           03 SSP-OPERADOR       PIC X(08).
           03 SSP-TERMINAL       PIC X(12).
           03 SSP-SITUACAO       PIC X(01).
           03 SSP-OK             PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-SES.
       INICIO.
           MOVE "N"    TO SSP-OK.
           MOVE SPACES TO SSP-SITUACAO.
           ACCEPT W-HOJE  FROM DATE YYYYMMDD.
           ACCEPT W-AGORA FROM TIME.
           MOVE SPACES TO W-TERMINAL.
           ACCEPT W-TERMINAL FROM ENVIRONMENT "SMPTERM".
           IF W-TERMINAL = SPACES AND SSP-ACAO = "A"
               PERFORM GERA-TERMINAL THRU GERA-TERMINAL-FIM.
           MOVE W-TERMINAL TO SSP-TERMINAL.

       ABRIR-SESS.
           OPEN I-O CADSESS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADSESS
                   CLOSE CADSESS
                   GO TO ABRIR-SESS
               ELSE
                   IF SSP-ACAO = "V"
                       MOVE "S" TO SSP-OK
                       GO TO ROT-FIM
                   ELSE
                       GO TO ROT-FIM.

           IF SSP-ACAO = "A"
               GO TO ABRE-SESSAO.
           IF W-TERMINAL = SPACES
               GO TO FECHAR.
           MOVE W-TERMINAL TO SES-TERMINAL.
           READ CADSESS
           IF ST-ERRO NOT = "00"
               GO TO FECHAR.
           MOVE SES-STATUS TO SSP-SITUACAO.
           IF SES-STATUS NOT = "A"
               GO TO FECHAR.
           IF SSP-ACAO = "F"
               GO TO FECHA-SESSAO.
           IF SSP-ACAO = "V"
               GO TO VERIFICA.
           GO TO ATIVIDADE.

      *--------------[ ACAO A : LOGIN NO TERMINAL ]---------------------
      * UM NOVO LOGIN NO MESMO TERMINAL SUBSTITUI A SESSAO ANTERIOR
       ABRE-SESSAO.
           MOVE W-TERMINAL   TO SES-TERMINAL.
           READ CADSESS
           IF ST-ERRO = "00"
               MOVE "S" TO W-EXISTE
           ELSE
               MOVE "N" TO W-EXISTE.
           MOVE W-TERMINAL   TO SES-TERMINAL.
           MOVE SSP-OPERADOR TO SES-OPERADOR.
           MOVE W-HOJE       TO SES-DTLOGIN SES-DTULT.
           MOVE W-AGORA      TO SES-HRLOGIN SES-HRULT.
           MOVE "A"          TO SES-STATUS.
           MOVE ZEROS        TO SES-DTFIM SES-HRFIM.
           MOVE SPACES       TO SES-ENC-OPER.
           IF W-EXISTE = "S"
               REWRITE REGSESS
           ELSE
               WRITE REGSESS.
           IF ST-ERRO = "00" OR "02"
               MOVE "A" TO SSP-SITUACAO
               MOVE "S" TO SSP-OK.
           GO TO FECHAR.

      *--------------[ ACAO V : LIMITE DE INATIVIDADE ]-----------------
       VERIFICA.
           MOVE "SESSMIN" TO PAR-CODIGO.
           MOVE 30 TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
               MOVE PAR-VALOR TO W-LIMITE-MIN.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.
           MOVE SES-DTULT TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-ULT.
           MOVE W-AGORA TO W-HORA-DEC.
           COMPUTE W-MIN-AGORA = (W-HD-HH * 60) + W-HD-MM.
           MOVE SES-HRULT TO W-HORA-DEC.
           COMPUTE W-MIN-ULT = (W-HD-HH * 60) + W-HD-MM.
           COMPUTE W-DIF-MIN = ((W-SER-HOJE - W-SER-ULT) * 1440)
                             + W-MIN-AGORA - W-MIN-ULT.
           IF W-DIF-MIN NOT > W-LIMITE-MIN
               GO TO ATIVIDADE.
           MOVE "T"     TO SES-STATUS SSP-SITUACAO.
           MOVE W-HOJE  TO SES-DTFIM.
           MOVE W-AGORA TO SES-HRFIM.
           REWRITE REGSESS.
           GO TO FECHAR.

      *--------------[ ACAO C : SESSAO ATIVA - MARCA A ATIVIDADE ]------
       ATIVIDADE.
           MOVE SES-OPERADOR TO SSP-OPERADOR.
           MOVE W-HOJE  TO SES-DTULT.
           MOVE W-AGORA TO SES-HRULT.
           REWRITE REGSESS.
           MOVE "S" TO SSP-OK.
           GO TO FECHAR.

      *--------------[ ACAO F : SAIDA PELO MENU ]-----------------------
       FECHA-SESSAO.
           MOVE "F"     TO SES-STATUS SSP-SITUACAO.
           MOVE W-HOJE  TO SES-DTFIM.
           MOVE W-AGORA TO SES-HRFIM.
           REWRITE REGSESS.

       FECHAR.
           CLOSE CADSESS.
       ROT-FIM.
           EXIT PROGRAM.

      *--------------[ CODIGO DE SESSAO PARA ESTACAO SEM SMPTERM ]------
      * DIA + HORA DO LOGIN, GUARDADO NO AMBIENTE DO PROCESSO PARA
      * OS PROGRAMAS CHAMADOS EM SEGUIDA NESTA ESTACAO.
       GERA-TERMINAL.
           MOVE W-HOJE (7:2) TO W-TG-DIA.
           MOVE W-AGORA      TO W-TG-HORA.
           MOVE W-TERM-GERADO TO W-TERMINAL.
           DISPLAY "SMPTERM" UPON ENVIRONMENT-NAME.
           DISPLAY W-TERMINAL UPON ENVIRONMENT-VALUE.
       GERA-TERMINAL-FIM.
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
