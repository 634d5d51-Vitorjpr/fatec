       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP176.
      ****************************************
      *   CREDENCIAMENTOS MEDICOS A VENCER   *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * LISTA OS CREDENCIAMENTOS DE MEDICOS NOS CONVENIOS (CADCRED)
      * CUJA VALIDADE TERMINA NOS PROXIMOS 60 DIAS OU JA TERMINOU
      * SEM TER SIDO RENOVADA NO SMP175. CREDENCIAMENTO SEM DATA
      * FINAL NAO ENTRA. A COLUNA DIAS TRAZ QUANTO FALTA
      * (NEGATIVO = VENCIDO).
      * SAIDA: CREDVENC.DOC. REGISTRA A EXECUCAO NO CADRUNCTL.DAT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCRED ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CD-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS CD-CONVENIO
                                     WITH DUPLICATES.

           SELECT CADMED ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CRM-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS NOME
                                     WITH DUPLICATES.

           SELECT CADCONV ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CV-CODIGO
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS CV-NOME
                                     WITH DUPLICATES.

           SELECT CREDREL ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

                    SELECT CADRUNCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUN-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       COPY REGCRED.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       COPY REGCONV.
      *
       FD CREDREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CREDVENC.DOC".
       01 REGCREDREL   PIC X(100).
      *-----------------------------------------------------------------
      *
       FD CADRUNCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUNCTL.DAT".
       COPY REGRUNCTL.
       WORKING-STORAGE SECTION.
       77 W-RUN-CHAVE  PIC X(24) VALUE SPACES.
       77 W-RUN-STATUS PIC X(01) VALUE "I".
       77 W-RUN-REGS   PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-TEM-MED    PIC X(01) VALUE "N".
       77 W-TEM-CONV   PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-SER-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-DIAS       PIC S9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-TOT-LIST   PIC 9(05) VALUE ZEROS.
       77 W-TOT-VENC   PIC 9(05) VALUE ZEROS.
       77 W-CS-SERIAL  PIC 9(08) VALUE ZEROS.
       77 W-CS-QUOC    PIC 9(04) VALUE ZEROS.
       01 W-CS-DATA.
           03 W-CS-ANO PIC 9(04).
           03 W-CS-MES PIC 9(02).
           03 W-CS-DIA PIC 9(02).
      *
       01  CAB0-CRED.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-CRED.
           05  FILLER                 PIC X(043) VALUE
           "- CREDENCIAMENTOS A VENCER ATE 60 DIAS  - ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(046) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-LEGENDA.
           05  FILLER                 PIC X(057) VALUE
           "- PL 00 = TODOS OS PLANOS; DIAS NEGATIVOS = CREDENCIAMENT".
           05  FILLER                 PIC X(043) VALUE
           "O JA VENCIDO E NAO RENOVADO (SMP175)      -".
       01  CAB3-CRED.
           05  FILLER                 PIC X(057) VALUE
           "- CRM    UF MEDICO                 CONV CONVENIO         ".
           05  FILLER                 PIC X(043) VALUE
           "  PL COD.PRESTADOR        VALIDADE   DIAS -".
       01  DET-CRED.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DC-CRM    VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-UF     VALUE SPACES PIC X(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-MEDICO VALUE SPACES PIC X(022).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-CONV   VALUE ZEROS  PIC 9(004).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-NCONV  VALUE SPACES PIC X(018).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-PLANO  VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-PREST  VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-DTFIM  VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-DIAS   VALUE ZEROS  PIC -ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOTAL.
           05  FILLER                 PIC X(030) VALUE
           "-   CREDENCIAMENTOS A VENCER: ".
           05  LT-TOTAL               PIC ZZZZ9.
           05  FILLER                 PIC X(013) VALUE
           "   VENCIDOS: ".
           05  LT-VENC                PIC ZZZZ9.
           05  FILLER                 PIC X(046) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DOS CREDENCIAMENTOS A VENCER SMP176 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.

       ABRE-ARQS.
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADCRED NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-MED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MED.
           MOVE "S" TO W-TEM-CONV.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CONV.
           OPEN OUTPUT CREDREL.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           WRITE REGCREDREL FROM CAB0-CRED.
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGCREDREL FROM CAB1-CRED.
           WRITE REGCREDREL FROM LIN-LEGENDA.
           WRITE REGCREDREL FROM CAB0-CRED.
           WRITE REGCREDREL FROM CAB3-CRED.
           WRITE REGCREDREL FROM CAB0-CRED.
      *
      *--------------------[ CREDENCIAMENTOS ]-------------------------
       VARRE-CRED.
           MOVE ZEROS  TO CD-CRM CD-CONVENIO CD-PLANO.
           MOVE SPACES TO CD-CRM-UF.
           START CADCRED KEY IS NOT LESS CD-CHAVE
               INVALID KEY GO TO ROT-TOTAL.
       LER-CRED.
           READ CADCRED NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           ADD 1 TO W-LIDOS.
           IF CD-DTFIM = ZEROS
               GO TO LER-CRED.
           MOVE CD-DTFIM TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-DIAS = W-CS-SERIAL - W-SER-HOJE.
           IF W-DIAS > 60
               GO TO LER-CRED.
           PERFORM LER-NOMES THRU LER-NOMES-FIM.
           MOVE CD-CRM      TO DC-CRM.
           MOVE CD-CRM-UF   TO DC-UF.
           MOVE CD-CONVENIO TO DC-CONV.
           MOVE CD-PLANO    TO DC-PLANO.
           MOVE CD-CODPREST TO DC-PREST.
           MOVE CD-DTFIM    TO DC-DTFIM.
           MOVE W-DIAS      TO DC-DIAS.
           IF W-DIAS < 0
               ADD 1 TO W-TOT-VENC.
           WRITE REGCREDREL FROM DET-CRED.
           ADD 1 TO W-TOT-LIST.
           GO TO LER-CRED.
      *
       ROT-TOTAL.
           WRITE REGCREDREL FROM CAB0-CRED.
           MOVE W-TOT-LIST TO LT-TOTAL.
           MOVE W-TOT-VENC TO LT-VENC.
           WRITE REGCREDREL FROM LIN-TOTAL.
           WRITE REGCREDREL FROM CAB0-CRED.
           CLOSE CADCRED CREDREL.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
           IF W-TEM-CONV = "S"
               CLOSE CADCONV.
           DISPLAY "CREDENCIAMENTOS LIDOS  : " W-LIDOS.
           DISPLAY "A VENCER EM 60 DIAS    : " W-TOT-LIST.
           DISPLAY "JA VENCIDOS            : " W-TOT-VENC.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-TOT-LIST TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DOS CREDENCIAMENTOS A VENCER SMP176 ***".
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *--------------[ NOME DO MEDICO E DO CONVENIO ]-------------------
       LER-NOMES.
           MOVE SPACES TO DC-MEDICO DC-NCONV.
           IF W-TEM-MED = "S"
               MOVE CD-CRM    TO CRM
               MOVE CD-CRM-UF TO CRM-UF
               READ CADMED
               IF ST-ERRO = "00"
                   MOVE NOME TO DC-MEDICO.
           IF W-TEM-CONV = "S"
               MOVE CD-CONVENIO TO CV-CODIGO
               READ CADCONV
               IF ST-ERRO = "00"
                   MOVE CV-NOME TO DC-NCONV.
       LER-NOMES-FIM.
           EXIT.
      *
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
      *--------------[ CONTROLE DE EXECUCAO DO BATCH ]------------------
       RUNCTL-INI.
           OPEN I-O CADRUNCTL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADRUNCTL
                   CLOSE CADRUNCTL
                   OPEN I-O CADRUNCTL
               ELSE
                   GO TO RUNCTL-INI-FIM.
           ACCEPT RUN-DATA FROM DATE YYYYMMDD.
           ACCEPT RUN-HORA-INI FROM TIME.
           MOVE "SMP176" TO RUN-PROGRAMA.
           MOVE ZEROS TO RUN-HORA-FIM RUN-REGISTROS.
           MOVE "I" TO RUN-STATUS.
           WRITE REGRUNCTL.
           MOVE RUN-CHAVE TO W-RUN-CHAVE.
           CLOSE CADRUNCTL.
       RUNCTL-INI-FIM.
           EXIT.
       RUNCTL-FIM.
           OPEN I-O CADRUNCTL
           IF ST-ERRO NOT = "00"
               GO TO RUNCTL-FIM-FIM.
           MOVE W-RUN-CHAVE TO RUN-CHAVE.
           READ CADRUNCTL
           IF ST-ERRO = "00"
               ACCEPT RUN-HORA-FIM FROM TIME
               MOVE W-RUN-STATUS TO RUN-STATUS
               MOVE W-RUN-REGS   TO RUN-REGISTROS
               REWRITE REGRUNCTL.
           CLOSE CADRUNCTL.
       RUNCTL-FIM-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
