       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP183.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   DEMANDA REPRIMIDA - LISTA DE ESPERA POR ESPECIAL.  *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * RESUMO DO CADLESP POR ESPECIALIDADE: QUANTOS PACIENTES
      * AGUARDAM VAGA (POR PRIORIDADE CLINICA), HA QUANTOS DIAS EM
      * MEDIA E NO MAXIMO (DESDE A INCLUSAO NA LISTA), QUANTOS JA
      * PASSARAM DA DATA LIMITE QUE ACEITAVAM, E QUANTOS A LISTA JA
      * MARCOU OU DESISTIRAM. SAIDA EM CADLESPRL.DOC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADLESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LE-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADLESPRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLESP.DAT".
       COPY REGLESP.
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADLESPRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLESPRL.DOC".
       01 REGLESPRL    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-ESP         PIC 9(03) VALUE ZEROS.
       77 W-SER-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-CS-SERIAL   PIC 9(08) VALUE ZEROS.
       77 W-CS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-DIAS        PIC 9(05) VALUE ZEROS.
       77 W-IMPRIMIU    PIC X(01) VALUE "N".
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
      *
      *----- ACUMULADOS POR ESPECIALIDADE (INDICE = CODIGO); A
      *----- POSICAO 100 GUARDA O TOTAL GERAL
       01 TAB-ESPEC.
           03 TE-ITEM OCCURS 100 TIMES.
               05 TE-AGUARD        PIC 9(05).
               05 TE-PRIOR         PIC 9(05) OCCURS 3 TIMES.
               05 TE-SOMA-DIAS     PIC 9(09).
               05 TE-MAX-DIAS      PIC 9(05).
               05 TE-VENCID        PIC 9(05).
               05 TE-MARCAD        PIC 9(05).
               05 TE-DESIST        PIC 9(05).
      *
       01  CAB0-LES.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-LES.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     DEMANDA REPRIMIDA - LIST".
           05  FILLER                 PIC X(043) VALUE
           "A DE ESPERA                               -".
       01  CAB2-LES.
           05  FILLER                 PIC X(014) VALUE
           "- POSICAO EM: ".
           05  CAB2-DIA               PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-MES               PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-ANO               PIC 9(004).
           05  FILLER                 PIC X(075) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-LEGENDA1.
           05  FILLER                 PIC X(057) VALUE
           "- AGUARD = AGUARDANDO VAGA   MEDIA/MAXIMA = DIAS NA ESPER".
           05  FILLER                 PIC X(043) VALUE
           "A   VENCID = PASSOU DA DATA LIMITE        -".
       01  LIN-LEGENDA2.
           05  FILLER                 PIC X(057) VALUE
           "- MARCAD = MARCADOS PELA LISTA   DESIST = DESISTIRAM     ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".
       01  CAB3-LES.
           05  FILLER                 PIC X(057) VALUE
           "- ES DESCRICAO             AGUARD URGENT PRIOR. ROTINA  M".
           05  FILLER                 PIC X(043) VALUE
           "EDIA MAXIMA VENCID MARCAD DESIST          -".
       01  DET-LES.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DL-ESPEC  VALUE SPACES PIC X(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DL-DESCR  VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DL-AGUARD VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DL-URG    VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DL-PRI    VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DL-ROT    VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DL-MEDIA  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DL-MAXIMA VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DL-VENCID VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DL-MARCAD VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DL-DESIST VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(011) VALUE
           "          -".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT183.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** DEMANDA REPRIMIDA - LIST".
           05  LINE 02  COLUMN 41
               VALUE  "A DE ESPERA ***".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           DISPLAY SMT183.

       INC-OPC.
           ACCEPT T-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
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
           OPEN INPUT CADLESP
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADLESP NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADESPEC.
           OPEN OUTPUT CADLESPRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO CADLESPRL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE ZEROS TO W-ESP.
       ZERA-TAB.
           ADD 1 TO W-ESP
           IF W-ESP > 100
               GO TO ZERA-TAB-FIM.
           MOVE ZEROS TO TE-AGUARD (W-ESP) TE-SOMA-DIAS (W-ESP)
                         TE-MAX-DIAS (W-ESP) TE-VENCID (W-ESP)
                         TE-MARCAD (W-ESP) TE-DESIST (W-ESP)
                         TE-PRIOR (W-ESP, 1) TE-PRIOR (W-ESP, 2)
                         TE-PRIOR (W-ESP, 3).
           GO TO ZERA-TAB.
       ZERA-TAB-FIM.
           MOVE W-HOJE-N TO W-CS-DATA-N.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.
      *--------------------[ ACUMULA A LISTA ]-------------------------
       LER-LESP.
           READ CADLESP NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-IMPRIME.
           IF LE-ESPEC < 1 OR LE-ESPEC > 99
               GO TO LER-LESP.
           MOVE LE-ESPEC TO W-ESP.
           IF LE-STATUS = "M"
               ADD 1 TO TE-MARCAD (W-ESP) TE-MARCAD (100)
               GO TO LER-LESP.
           IF LE-STATUS = "D"
               ADD 1 TO TE-DESIST (W-ESP) TE-DESIST (100)
               GO TO LER-LESP.
           IF LE-STATUS NOT = "A"
               GO TO LER-LESP.
           ADD 1 TO TE-AGUARD (W-ESP) TE-AGUARD (100).
           IF LE-PRIOR > 0 AND LE-PRIOR < 4
               ADD 1 TO TE-PRIOR (W-ESP, LE-PRIOR)
                        TE-PRIOR (100, LE-PRIOR).
           IF LE-DTLIM NOT = ZEROS AND LE-DTLIM < W-HOJE-N
               ADD 1 TO TE-VENCID (W-ESP) TE-VENCID (100).
           MOVE ZEROS TO W-DIAS.
           IF LE-DTINC = ZEROS OR LE-DTINC > W-HOJE-N
               GO TO LER-LESP.
           MOVE LE-DTINC TO W-CS-DATA-N.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-DIAS = W-SER-HOJE - W-CS-SERIAL.
           ADD W-DIAS TO TE-SOMA-DIAS (W-ESP) TE-SOMA-DIAS (100).
           IF W-DIAS > TE-MAX-DIAS (W-ESP)
               MOVE W-DIAS TO TE-MAX-DIAS (W-ESP).
           IF W-DIAS > TE-MAX-DIAS (100)
               MOVE W-DIAS TO TE-MAX-DIAS (100).
           GO TO LER-LESP.
      *--------------------[ IMPRIME POR ESPECIALIDADE ]---------------
       ROT-IMPRIME.
           WRITE REGLESPRL FROM CAB0-LES.
           WRITE REGLESPRL FROM CAB1-LES.
           WRITE REGLESPRL FROM CAB0-LES.
           MOVE W-HJ-DIA TO CAB2-DIA.
           MOVE W-HJ-MES TO CAB2-MES.
           MOVE W-HJ-ANO TO CAB2-ANO.
           WRITE REGLESPRL FROM CAB2-LES.
           WRITE REGLESPRL FROM LIN-LEGENDA1.
           WRITE REGLESPRL FROM LIN-LEGENDA2.
           WRITE REGLESPRL FROM CAB0-LES.
           WRITE REGLESPRL FROM CAB3-LES.
           WRITE REGLESPRL FROM CAB0-LES.
           MOVE "N" TO W-IMPRIMIU.
           MOVE ZEROS TO W-ESP.
       IMP-ESPEC-LOOP.
           ADD 1 TO W-ESP
           IF W-ESP > 99
               GO TO IMP-TOTAL.
           IF TE-AGUARD (W-ESP) = ZEROS AND TE-MARCAD (W-ESP) = ZEROS
                                        AND TE-DESIST (W-ESP) = ZEROS
               GO TO IMP-ESPEC-LOOP.
           MOVE "S" TO W-IMPRIMIU.
           MOVE W-ESP TO DL-ESPEC.
           MOVE W-ESP TO ESP-CODIGO.
           READ CADESPEC
           IF ST-ERRO = "00"
               MOVE ESP-DESCRICAO TO DL-DESCR
           ELSE
               MOVE "(SEM DESCRICAO)" TO DL-DESCR.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
           GO TO IMP-ESPEC-LOOP.
      *----- TOTAL GERAL DE TODAS AS ESPECIALIDADES
       IMP-TOTAL.
           IF W-IMPRIMIU = "N"
               MOVE "* LISTA DE ESPERA VAZIA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           WRITE REGLESPRL FROM CAB0-LES.
           MOVE 100 TO W-ESP.
           MOVE "--" TO DL-ESPEC.
           MOVE "TOTAL GERAL" TO DL-DESCR.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
           WRITE REGLESPRL FROM CAB0-LES.
      *
       IMP-FIM.
           MOVE "*** RELATORIO DA LISTA DE ESPERA GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADLESP CADESPEC CADLESPRL.
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
      *--------------[ LINHA DO RELATORIO ]-----------------------------
       GRAVA-DET.
           MOVE TE-AGUARD (W-ESP)   TO DL-AGUARD.
           MOVE TE-PRIOR (W-ESP, 1) TO DL-URG.
           MOVE TE-PRIOR (W-ESP, 2) TO DL-PRI.
           MOVE TE-PRIOR (W-ESP, 3) TO DL-ROT.
           MOVE TE-MAX-DIAS (W-ESP) TO DL-MAXIMA.
           MOVE TE-VENCID (W-ESP)   TO DL-VENCID.
           MOVE TE-MARCAD (W-ESP)   TO DL-MARCAD.
           MOVE TE-DESIST (W-ESP)   TO DL-DESIST.
           MOVE ZEROS TO DL-MEDIA.
           IF TE-AGUARD (W-ESP) NOT = ZEROS
               COMPUTE DL-MEDIA ROUNDED =
                       TE-SOMA-DIAS (W-ESP) / TE-AGUARD (W-ESP).
           WRITE REGLESPRL FROM DET-LES.
       GRAVA-DET-FIM.
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
