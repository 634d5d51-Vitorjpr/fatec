       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP144.
      ****************************************
      *   RENOVACOES DE USO CONTINUO A VENCER*
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * LISTA OS MEDICAMENTOS DE USO CONTINUO ATIVOS (CADUSOC) CUJA
      * RENOVACAO VENCE NOS PROXIMOS 15 DIAS OU JA VENCEU:
      *   VENCIMENTO = ULTIMA RENOVACAO + INTERVALO (DIAS).
      * A COLUNA DIAS TRAZ QUANTO FALTA (NEGATIVO = VENCIDA) E A
      * SITUACAO MOSTRA SE JA HA PEDIDO NA FILA (CADRENOV).
      * PACIENTE COM OBITO REGISTRADO NAO ENTRA.
      * SAIDA: USOCREN.DOC. REGISTRA A EXECUCAO NO CADRUNCTL.DAT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADUSOC ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS UC-CHAVE
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

           SELECT CADRENOV ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS RN-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADOBITO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OB-PCODIGO
             FILE STATUS  IS ST-ERRO.

           SELECT USOCREL ASSIGN TO DISK
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
       FD CADUSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOC.DAT".
       COPY REGUSOC.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADRENOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRENOV.DAT".
       COPY REGRENOV.
      *
       FD CADOBITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBITO.DAT".
       COPY REGOBITO.
      *
       FD USOCREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "USOCREN.DOC".
       01 REGUSOCREL   PIC X(100).
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
       77 W-TEM-RENOV  PIC X(01) VALUE "N".
       77 W-TEM-OBITO  PIC X(01) VALUE "N".
       77 W-TEM-PEDIDO PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-PCOD-ANT   PIC 9(06) VALUE ZEROS.
       77 W-NOME-PAC   PIC X(30) VALUE SPACES.
       77 W-OBITO      PIC X(01) VALUE "N".
       77 W-SER-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-SER-VENC   PIC 9(08) VALUE ZEROS.
       77 W-DIAS       PIC S9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-TOT-LIST   PIC 9(05) VALUE ZEROS.
       77 W-TOT-VENC   PIC 9(05) VALUE ZEROS.
       77 W-TOT-PED    PIC 9(05) VALUE ZEROS.
       77 W-CS-SERIAL  PIC 9(08) VALUE ZEROS.
       77 W-CS-QUOC    PIC 9(04) VALUE ZEROS.
       01 W-CS-DATA.
           03 W-CS-ANO PIC 9(04).
           03 W-CS-MES PIC 9(02).
           03 W-CS-DIA PIC 9(02).
      *
       01  CAB0-USOC.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-USOC.
           05  FILLER                 PIC X(043) VALUE
           "- RENOVACOES DE USO CONTINUO ATE 15 DIAS - ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(046) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-LEGENDA.
           05  FILLER                 PIC X(057) VALUE
           "- VENCIMENTO = ULTIMA RENOVACAO + INTERVALO; DIAS NEGATIV".
           05  FILLER                 PIC X(043) VALUE
           "OS = RENOVACAO JA VENCIDA                 -".
       01  CAB3-USOC.
           05  FILLER                 PIC X(057) VALUE
           "- PACIEN NOME                   SQ MEDICAMENTO           ".
           05  FILLER                 PIC X(043) VALUE
           "    ULT.RENOV. INT DIAS SITUACAO          -".
       01  DET-USOC.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DU-PCOD   VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-NOME   VALUE SPACES PIC X(022).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-SEQ    VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-MEDIC  VALUE SPACES PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-ULTREN VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-INTERV VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-DIAS   VALUE ZEROS  PIC -ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-SITUAC VALUE SPACES PIC X(018).
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOTAL.
           05  FILLER                 PIC X(021) VALUE
           "-   ITENS A RENOVAR: ".
           05  LT-TOTAL               PIC ZZZZ9.
           05  FILLER                 PIC X(013) VALUE
           "   VENCIDOS: ".
           05  LT-VENC                PIC ZZZZ9.
           05  FILLER                 PIC X(023) VALUE
           "   COM PEDIDO NA FILA: ".
           05  LT-PED                 PIC ZZZZ9.
           05  FILLER                 PIC X(027) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DAS RENOVACOES A VENCER SMP144 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.

       ABRE-ARQS.
           OPEN INPUT CADUSOC
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADUSOC NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADPACI NAO DISPONIVEL - FIM *"
               CLOSE CADUSOC
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-RENOV.
           OPEN INPUT CADRENOV
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RENOV.
           MOVE "S" TO W-TEM-OBITO.
           OPEN INPUT CADOBITO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-OBITO.
           OPEN OUTPUT USOCREL.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           WRITE REGUSOCREL FROM CAB0-USOC.
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGUSOCREL FROM CAB1-USOC.
           WRITE REGUSOCREL FROM LIN-LEGENDA.
           WRITE REGUSOCREL FROM CAB0-USOC.
           WRITE REGUSOCREL FROM CAB3-USOC.
           WRITE REGUSOCREL FROM CAB0-USOC.
      *
      *--------------------[ ITENS DE USO CONTINUO ]-------------------
       VARRE-USOC.
           MOVE ZEROS TO UC-PCODIGO UC-SEQ W-PCOD-ANT.
           START CADUSOC KEY IS NOT LESS UC-CHAVE
               INVALID KEY GO TO ROT-TOTAL.
       LER-USOC.
           READ CADUSOC NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           IF UC-STATUS NOT = "A"
               GO TO LER-USOC.
           ADD 1 TO W-LIDOS.
           IF UC-PCODIGO NOT = W-PCOD-ANT
               PERFORM LER-PACIENTE THRU LER-PACIENTE-FIM.
           IF W-OBITO = "S"
               GO TO LER-USOC.
           MOVE UC-DTULTREN TO W-CS-DATA.
           IF UC-DTULTREN = ZEROS
               MOVE UC-DTINICIO TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-SER-VENC = W-CS-SERIAL + UC-INTERVALO.
           COMPUTE W-DIAS = W-SER-VENC - W-SER-HOJE.
           IF W-DIAS > 15
               GO TO LER-USOC.
           MOVE UC-PCODIGO     TO DU-PCOD.
           MOVE W-NOME-PAC     TO DU-NOME.
           MOVE UC-SEQ         TO DU-SEQ.
           MOVE UC-MEDICAMENTO TO DU-MEDIC.
           MOVE W-CS-DATA      TO DU-ULTREN.
           MOVE UC-INTERVALO   TO DU-INTERV.
           MOVE W-DIAS         TO DU-DIAS.
           IF W-DIAS < 0
               MOVE "VENCIDA" TO DU-SITUAC
               ADD 1 TO W-TOT-VENC
           ELSE
               MOVE "A VENCER" TO DU-SITUAC.
           IF W-TEM-PEDIDO = "S"
               MOVE "PEDIDO NA FILA" TO DU-SITUAC
               ADD 1 TO W-TOT-PED.
           WRITE REGUSOCREL FROM DET-USOC.
           ADD 1 TO W-TOT-LIST.
           GO TO LER-USOC.
      *
       ROT-TOTAL.
           WRITE REGUSOCREL FROM CAB0-USOC.
           MOVE W-TOT-LIST TO LT-TOTAL.
           MOVE W-TOT-VENC TO LT-VENC.
           MOVE W-TOT-PED  TO LT-PED.
           WRITE REGUSOCREL FROM LIN-TOTAL.
           WRITE REGUSOCREL FROM CAB0-USOC.
           CLOSE CADUSOC CADPACI USOCREL.
           IF W-TEM-RENOV = "S"
               CLOSE CADRENOV.
           IF W-TEM-OBITO = "S"
               CLOSE CADOBITO.
           DISPLAY "ITENS ATIVOS LIDOS     : " W-LIDOS.
           DISPLAY "A RENOVAR EM 15 DIAS   : " W-TOT-LIST.
           DISPLAY "JA VENCIDOS            : " W-TOT-VENC.
           DISPLAY "COM PEDIDO NA FILA     : " W-TOT-PED.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-TOT-LIST TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DAS RENOVACOES A VENCER SMP144 ***".
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
      *--------------[ PACIENTE: NOME, OBITO E PEDIDO PENDENTE ]--------
       LER-PACIENTE.
           MOVE UC-PCODIGO TO W-PCOD-ANT.
           MOVE SPACES TO W-NOME-PAC.
           MOVE "N" TO W-OBITO W-TEM-PEDIDO.
           MOVE UC-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME TO W-NOME-PAC.
           IF W-TEM-OBITO = "S"
               MOVE UC-PCODIGO TO OB-PCODIGO
               READ CADOBITO
               IF ST-ERRO = "00"
                   MOVE "S" TO W-OBITO.
           IF W-TEM-RENOV = "N"
               GO TO LER-PACIENTE-FIM.
           MOVE ZEROS TO RN-DATA RN-PCODIGO.
           START CADRENOV KEY IS NOT LESS RN-CHAVE
               INVALID KEY GO TO LER-PACIENTE-FIM.
       LER-PEDIDO.
           READ CADRENOV NEXT
           IF ST-ERRO NOT = "00"
               GO TO LER-PACIENTE-FIM.
           IF RN-PCODIGO = UC-PCODIGO AND RN-STATUS = "P"
               MOVE "S" TO W-TEM-PEDIDO
               GO TO LER-PACIENTE-FIM.
           GO TO LER-PEDIDO.
       LER-PACIENTE-FIM.
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
           MOVE "SMP144" TO RUN-PROGRAMA.
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
