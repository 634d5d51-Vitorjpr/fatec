       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP186.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   RELATORIO MENSAL DE MANUTENCAO DOS RECURSOS        *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * UMA LINHA POR SALA/EQUIPAMENTO ATIVO DO CADRECUR:
      *   - PROXIMA PREVENTIVA DO PLANO (CADRECMP) E A SITUACAO
      *     NA DATA DE HOJE (VENCIDA COM OS DIAS DE ATRASO, VENCE
      *     NO MES, EM DIA OU SEM PLANO);
      *   - PARADAS DO MES (CADRECMN, MENOS AS CANCELADAS) E AS
      *     HORAS PARADAS NO MES, PREVENTIVA E CORRETIVA. PARADA
      *     QUE ATRAVESSA A VIRADA DO MES CONTA SO A PARTE DO MES.
      * SAIDA EM CADMANRL.DOC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

                    SELECT CADRECMN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMANRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADRECMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECMN.DAT".
       COPY REGRECMN.
      *
       FD CADMANRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMANRL.DOC".
       01 REGMANRL     PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TEM-PLANO   PIC X(01) VALUE "N".
       77 W-TEM-RECMN   PIC X(01) VALUE "N".
       77 W-PER-ANO     PIC 9(04) VALUE ZEROS.
       77 W-PER-MES     PIC 9(02) VALUE ZEROS.
       77 W-ULT-DIA     PIC 9(02) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-RESTO4      PIC 9(04) VALUE ZEROS.
       77 W-RESTO100    PIC 9(04) VALUE ZEROS.
       77 W-RESTO400    PIC 9(04) VALUE ZEROS.
       77 W-CS-SERIAL   PIC 9(08) VALUE ZEROS.
       77 W-CS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-SER-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-DT-PER-INI  PIC 9(08) VALUE ZEROS.
       77 W-DT-PER-FIM  PIC 9(08) VALUE ZEROS.
       77 W-MI-PER-INI  PIC 9(12) VALUE ZEROS.
       77 W-MI-PER-FIM  PIC 9(12) VALUE ZEROS.
       77 W-MI-INI      PIC 9(12) VALUE ZEROS.
       77 W-MI-FIM      PIC 9(12) VALUE ZEROS.
       77 W-MI-PARADO   PIC 9(08) VALUE ZEROS.
       77 W-MI-PREV     PIC 9(08) VALUE ZEROS.
       77 W-MI-CORR     PIC 9(08) VALUE ZEROS.
       77 W-QTD-PARADAS PIC 9(03) VALUE ZEROS.
       77 W-TOT-PREV    PIC 9(09) VALUE ZEROS.
       77 W-TOT-CORR    PIC 9(09) VALUE ZEROS.
       77 W-TOT-PARADAS PIC 9(05) VALUE ZEROS.
       77 W-TOT-VENCID  PIC 9(05) VALUE ZEROS.
       77 W-TOT-RECURSO PIC 9(05) VALUE ZEROS.
       01 W-HOJE.
           03 W-HJ-ANO  PIC 9(04).
           03 W-HJ-MES  PIC 9(02).
           03 W-HJ-DIA  PIC 9(02).
       01 W-HOJE-N REDEFINES W-HOJE PIC 9(08).
       01 W-CS-DATA.
           03 W-CS-ANO  PIC 9(04).
           03 W-CS-MES  PIC 9(02).
           03 W-CS-DIA  PIC 9(02).
       01 W-CS-DATA-N REDEFINES W-CS-DATA PIC 9(08).
       01 W-HR.
           03 W-HR-HH   PIC 9(02).
           03 W-HR-MM   PIC 9(02).
       01 W-HR-NUM REDEFINES W-HR PIC 9(04).
      *
       01  CAB0-MAN.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-MAN.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     MANUTENCAO DE SALAS E EQ".
           05  FILLER                 PIC X(043) VALUE
           "UIPAMENTOS                                -".
       01  CAB2-MAN.
           05  FILLER                 PIC X(017) VALUE
           "- MES/ANO      : ".
           05  CAB2-MES               PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-ANO               PIC 9(004).
           05  FILLER                 PIC X(026) VALUE
           "     SITUACAO DO PLANO EM ".
           05  CAB2-HOJE              PIC 9999.99.99.
           05  FILLER                 PIC X(039) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-LEGENDA1.
           05  FILLER                 PIC X(057) VALUE
           "- DIAS = ATRASO DA PREVENTIVA VENCIDA   PREVEN/CORRET/TOT".
           05  FILLER                 PIC X(043) VALUE
           "AL = HORAS PARADAS NO MES                 -".
       01  LIN-LEGENDA2.
           05  FILLER                 PIC X(057) VALUE
           "- PARADAS AGENDADAS E REALIZADAS; AS CANCELADAS NAO CONTA".
           05  FILLER                 PIC X(043) VALUE
           "M                                         -".
       01  CAB3-MAN.
           05  FILLER                 PIC X(057) VALUE
           "- COD  DESCRICAO                 UN PROX.MANUT SITUACAO  ".
           05  FILLER                 PIC X(043) VALUE
           "  DIAS QTD PREVEN CORRET  TOTAL           -".
       01  DET-MAN.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DM-RECURSO VALUE ZEROS  PIC 9(004).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DM-DESCR  VALUE SPACES PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DM-UNID   VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DM-PROX   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DM-SIT    VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DM-ATRASO VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DM-QTD    VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DM-HPREV  VALUE ZEROS  PIC ZZZ9,9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DM-HCORR  VALUE ZEROS  PIC ZZZ9,9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DM-HTOT   VALUE ZEROS  PIC ZZZ9,9.
           05  FILLER                 PIC X(012) VALUE
           "           -".
       01  TOT-MAN.
           05  FILLER                 PIC X(013) VALUE
           "- RECURSOS : ".
           05  TM-RECURSOS VALUE ZEROS PIC ZZZZ9.
           05  FILLER                 PIC X(014) VALUE
           "   VENCIDAS : ".
           05  TM-VENCID VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(013) VALUE
           "   PARADAS : ".
           05  TM-PARADAS VALUE ZEROS PIC ZZZZ9.
           05  FILLER                 PIC X(011) VALUE
           "   HORAS : ".
           05  TM-HORAS  VALUE ZEROS  PIC ZZZZZ9,9.
           05  FILLER                 PIC X(026) VALUE
           "                         -".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT186.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** RELATORIO MENSAL DE MAN".
           05  LINE 02  COLUMN 40
               VALUE  "UTENCAO DOS RECURSOS ***".
           05  LINE 08  COLUMN 01
               VALUE  "     MES/ANO DO RELATORIO               :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-PERMES
               LINE 08  COLUMN 42  PIC 99
               USING  W-PER-MES
               HIGHLIGHT.
           05  T-PERANO
               LINE 08  COLUMN 45  PIC 9(04)
               USING  W-PER-ANO
               HIGHLIGHT.
           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
      *----- SUGERE O MES CORRENTE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HJ-ANO TO W-PER-ANO.
           MOVE W-HJ-MES TO W-PER-MES.
           DISPLAY SMT186.

       INC-PER.
           ACCEPT T-PERMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
           IF W-PER-MES < 01 OR W-PER-MES > 12
               MOVE "*** MES INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PER.

       INC-PER-A.
           ACCEPT T-PERANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PER.
           IF W-PER-ANO = ZEROS
               MOVE "*** ANO INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PER-A.

       INC-OPC.
           ACCEPT T-OPCAO
           IF W-OPCAO = "N" OR "n"
               MOVE "* RELATORIO RECUSADO PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *
       ABRE-ARQS.
           OPEN INPUT CADRECUR
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADRECUR NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-PLANO.
           OPEN INPUT CADRECMP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PLANO.
           MOVE "S" TO W-TEM-RECMN.
           OPEN INPUT CADRECMN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RECMN.
           OPEN OUTPUT CADMANRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO CADMANRL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
      *----- JANELA DO MES EM MINUTOS (DIAS CORRIDOS X 1440)
           MOVE W-HOJE-N TO W-CS-DATA-N.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.
           PERFORM CALC-ULT-DIA THRU CALC-ULT-DIA-FIM.
           MOVE W-PER-ANO TO W-CS-ANO.
           MOVE W-PER-MES TO W-CS-MES.
           MOVE 01        TO W-CS-DIA.
           MOVE W-CS-DATA-N TO W-DT-PER-INI.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-MI-PER-INI = W-CS-SERIAL * 1440.
           MOVE W-ULT-DIA TO W-CS-DIA.
           MOVE W-CS-DATA-N TO W-DT-PER-FIM.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-MI-PER-FIM = (W-CS-SERIAL * 1440) + 1440.
      *
           WRITE REGMANRL FROM CAB0-MAN.
           WRITE REGMANRL FROM CAB1-MAN.
           WRITE REGMANRL FROM CAB0-MAN.
           MOVE W-PER-MES TO CAB2-MES.
           MOVE W-PER-ANO TO CAB2-ANO.
           MOVE W-HOJE-N  TO CAB2-HOJE.
           WRITE REGMANRL FROM CAB2-MAN.
           WRITE REGMANRL FROM LIN-LEGENDA1.
           WRITE REGMANRL FROM LIN-LEGENDA2.
           WRITE REGMANRL FROM CAB0-MAN.
           WRITE REGMANRL FROM CAB3-MAN.
           WRITE REGMANRL FROM CAB0-MAN.
      *--------------------[ UMA LINHA POR RECURSO ATIVO ]-------------
       LER-RECUR.
           READ CADRECUR NEXT
           IF ST-ERRO NOT = "00"
               GO TO IMP-TOTAL.
           IF RR-STATUS = "I"
               GO TO LER-RECUR.
           ADD 1 TO W-TOT-RECURSO.
           MOVE RR-CODIGO    TO DM-RECURSO.
           MOVE RR-DESCRICAO TO DM-DESCR.
           MOVE RR-UNIDADE   TO DM-UNID.
           PERFORM SIT-PLANO THRU SIT-PLANO-FIM.
           PERFORM SOMA-PARADAS THRU SOMA-PARADAS-FIM.
           MOVE W-QTD-PARADAS TO DM-QTD.
           COMPUTE DM-HPREV ROUNDED = W-MI-PREV / 60.
           COMPUTE DM-HCORR ROUNDED = W-MI-CORR / 60.
           COMPUTE DM-HTOT  ROUNDED = (W-MI-PREV + W-MI-CORR) / 60.
           ADD W-QTD-PARADAS TO W-TOT-PARADAS.
           ADD W-MI-PREV     TO W-TOT-PREV.
           ADD W-MI-CORR     TO W-TOT-CORR.
           WRITE REGMANRL FROM DET-MAN.
           GO TO LER-RECUR.
      *
       IMP-TOTAL.
           WRITE REGMANRL FROM CAB0-MAN.
           MOVE W-TOT-RECURSO TO TM-RECURSOS.
           MOVE W-TOT-VENCID  TO TM-VENCID.
           MOVE W-TOT-PARADAS TO TM-PARADAS.
           COMPUTE TM-HORAS ROUNDED = (W-TOT-PREV + W-TOT-CORR) / 60.
           WRITE REGMANRL FROM TOT-MAN.
           WRITE REGMANRL FROM CAB0-MAN.
      *
       IMP-FIM.
           MOVE "*** RELATORIO DE MANUTENCAO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADRECUR CADMANRL.
           IF W-TEM-PLANO = "S"
               CLOSE CADRECMP.
           IF W-TEM-RECMN = "S"
               CLOSE CADRECMN.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *--------------[ SITUACAO DO PLANO NA DATA DE HOJE ]--------------
       SIT-PLANO.
           MOVE ZEROS TO DM-PROX DM-ATRASO.
           MOVE "SEM PLANO" TO DM-SIT.
           IF W-TEM-PLANO = "N"
               GO TO SIT-PLANO-FIM.
           MOVE RR-CODIGO TO MP-RECURSO.
           READ CADRECMP
           IF ST-ERRO NOT = "00" OR MP-DTPROX = ZEROS
               GO TO SIT-PLANO-FIM.
           MOVE MP-DTPROX TO DM-PROX.
           IF MP-DTPROX < W-HOJE-N
               MOVE "VENCIDA" TO DM-SIT
               ADD 1 TO W-TOT-VENCID
               MOVE MP-DTPROX TO W-CS-DATA-N
               PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
               COMPUTE DM-ATRASO = W-SER-HOJE - W-CS-SERIAL
               GO TO SIT-PLANO-FIM.
           IF MP-DTPROX NOT > W-DT-PER-FIM
               MOVE "VENCE MES" TO DM-SIT
           ELSE
               MOVE "EM DIA" TO DM-SIT.
       SIT-PLANO-FIM.
           EXIT.
      *--------------[ PARADAS DO RECURSO QUE CAEM NO MES ]-------------
      * SO A PARTE DA PARADA DENTRO DA JANELA DO MES, EM MINUTOS.
       SOMA-PARADAS.
           MOVE ZEROS TO W-QTD-PARADAS W-MI-PREV W-MI-CORR.
           IF W-TEM-RECMN = "N"
               GO TO SOMA-PARADAS-FIM.
           MOVE RR-CODIGO TO MN-RECURSO.
           MOVE ZEROS     TO MN-DTINI MN-HRINI.
           START CADRECMN KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   GO TO SOMA-PARADAS-FIM.
       SOMA-PARADAS-LER.
           READ CADRECMN NEXT
           IF ST-ERRO NOT = "00"
               GO TO SOMA-PARADAS-FIM.
           IF MN-RECURSO NOT = RR-CODIGO
               GO TO SOMA-PARADAS-FIM.
           IF MN-DTINI > W-DT-PER-FIM
               GO TO SOMA-PARADAS-FIM.
           IF MN-STATUS = "X" OR MN-DTFIM < W-DT-PER-INI
               GO TO SOMA-PARADAS-LER.
           MOVE MN-DTINI TO W-CS-DATA-N.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE MN-HRINI TO W-HR-NUM.
           COMPUTE W-MI-INI = (W-CS-SERIAL * 1440) + (W-HR-HH * 60)
                              + W-HR-MM.
           MOVE MN-DTFIM TO W-CS-DATA-N.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE MN-HRFIM TO W-HR-NUM.
           COMPUTE W-MI-FIM = (W-CS-SERIAL * 1440) + (W-HR-HH * 60)
                              + W-HR-MM.
           IF W-MI-INI < W-MI-PER-INI
               MOVE W-MI-PER-INI TO W-MI-INI.
           IF W-MI-FIM > W-MI-PER-FIM
               MOVE W-MI-PER-FIM TO W-MI-FIM.
           IF W-MI-FIM NOT > W-MI-INI
               GO TO SOMA-PARADAS-LER.
           ADD 1 TO W-QTD-PARADAS.
           COMPUTE W-MI-PARADO = W-MI-FIM - W-MI-INI.
           IF MN-TIPO = "C"
               ADD W-MI-PARADO TO W-MI-CORR
           ELSE
               ADD W-MI-PARADO TO W-MI-PREV.
           GO TO SOMA-PARADAS-LER.
       SOMA-PARADAS-FIM.
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
      *--------------[ ULTIMO DIA DO MES ]------------------------------
       CALC-ULT-DIA.
           IF W-PER-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           IF W-PER-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           MOVE 28 TO W-ULT-DIA.
           DIVIDE W-PER-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4.
           DIVIDE W-PER-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100.
           DIVIDE W-PER-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400.
           IF W-RESTO4 = ZEROS
               IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                   MOVE 29 TO W-ULT-DIA.
       CALC-ULT-DIA-FIM.
           EXIT.
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
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
               DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
