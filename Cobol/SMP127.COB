       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP127.
      ****************************************
      *   EXTRACAO DA PESQUISA DE SATISFACAO    *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * VARRE AS CONSULTAS ATENDIDAS ONTEM (AG-HRFIM-AT MARCADA NO
      * SMP089) E GERA O ARQUIVO DA PESQUISA DE SATISFACAO (NPS)
      * PARA O MESMO BUREAU DE SMS/E-MAIL DOS LEMBRETES (SMP030).
      * SO ENTRA QUEM TEM CONSENTIMENTO LGPD DE CONTATO E NAO TEM
      * OBITO REGISTRADO. CADA ENVIO GRAVA O CADNPS (STATUS E), QUE
      * RECEBE A RESPOSTA NO SMP128; CONSULTA JA ENVIADA NAO SAI DE
      * NOVO SE O PROGRAMA FOR RODADO OUTRA VEZ NO MESMO DIA.
      * A LINHA LEVA DATA/CRM/UF/PACIENTE, QUE O BUREAU DEVOLVE NO
      * ARQUIVO DE RESPOSTAS (NPSRESP.TXT).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAGEN ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS AG-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

           SELECT CADMED ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CRM-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS NOME
                                     WITH DUPLICATES.

           SELECT CADPACI ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS P-CODIGO
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS P-NOME
                                     WITH DUPLICATES
             ALTERNATE RECORD KEY IS P-CPF
                                     WITH DUPLICATES.

           SELECT CADOBITO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OB-PCODIGO
             FILE STATUS  IS ST-ERRO.

           SELECT CADNPS ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS NP-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADPESQ ASSIGN TO W-NOME-PESQ
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
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADOBITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBITO.DAT".
       COPY REGOBITO.
      *
       FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
       COPY REGNPS.
      *
       FD CADPESQ
               LABEL RECORD IS STANDARD.
       01 REGPESQ      PIC X(120).
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
       77 W-TEM-OBITO PIC X(01) VALUE "N".
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-TOTAL    PIC 9(05) VALUE ZEROS.
       77 W-SUPRIMIDOS PIC 9(05) VALUE ZEROS.
       77 W-JA-ENVIADOS PIC 9(05) VALUE ZEROS.
       01 W-CON-PARM.
           03 CON-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 CON-FINALIDADE     PIC X(01) VALUE "C".
           03 CON-OK             PIC X(01) VALUE "N".
       01 W-HOJE                PIC 9(08) VALUE ZEROS.
       01 W-ONTEM.
           03 W-ON-ANO          PIC 9(04).
           03 W-ON-MES          PIC 9(02).
           03 W-ON-DIA          PIC 9(02).
       01 W-ONTEM-N REDEFINES W-ONTEM PIC 9(08).
       77 W-ULT-DIA-ON PIC 9(02) VALUE ZEROS.
       77 W-UQ       PIC 9(04) VALUE ZEROS.
       77 W-UR       PIC 9(04) VALUE ZEROS.
       77 W-UR100    PIC 9(04) VALUE ZEROS.
       77 W-UR400    PIC 9(04) VALUE ZEROS.
       01 W-NOME-PESQ.
           05 FILLER           PIC X(07) VALUE "PESQNPS".
           05 W-DATA-PESQ      PIC 9(08).
           05 FILLER           PIC X(04) VALUE ".TXT".
      *
       01  CAB0-PESQ.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(006) VALUE
           "------".
       01  CAB1-PESQ.
           05  FILLER                 PIC X(038) VALUE
           "- PESQUISA DE SATISFACAO - CONSULTAS ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(071) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-PESQ.
           05  FILLER                 PIC X(057) VALUE
           "- DATA     CRM    UF PACIEN PACIENTE                     ".
           05  FILLER                 PIC X(057) VALUE
           "   TELEFONE    E-MAIL                         MEDICO    ".
           05  FILLER                 PIC X(006) VALUE
           "     -".
       01  DET-PESQ.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DQ-DATA   VALUE ZEROS  PIC 9(008).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DQ-CRM    VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DQ-UF     VALUE SPACES PIC X(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DQ-PCOD   VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DQ-PACIEN VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DQ-FONE   VALUE ZEROS  PIC 9(011).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DQ-EMAIL  VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DQ-MEDICO VALUE SPACES PIC X(016).
           05  FILLER                 PIC X(002) VALUE " -".
       01  LIN-TOTAL.
           05  FILLER                 PIC X(022) VALUE
           "- TOTAL DE PESQUISAS :".
           05  LT-TOTAL               PIC ZZZZ9.
           05  FILLER                 PIC X(092) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DA EXTRACAO DA PESQUISA SMP127 ***".
           PERFORM CALC-ONTEM THRU CALC-ONTEM-FIM.
           MOVE W-ONTEM-N TO W-DATA-PESQ.

       ABRE-ARQS.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADAGEN NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADMED NAO DISPONIVEL - FIM *"
               CLOSE CADAGEN
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADPACI NAO DISPONIVEL - FIM *"
               CLOSE CADAGEN CADMED
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-OBITO.
           OPEN INPUT CADOBITO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-OBITO.
       ABRE-NPS.
           OPEN I-O CADNPS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADNPS
                   CLOSE CADNPS
                   GO TO ABRE-NPS
               ELSE
                   DISPLAY "* ARQUIVO CADNPS NAO DISPONIVEL - FIM *"
                   CLOSE CADAGEN CADMED CADPACI
                   GO TO ROT-FIM.
           OPEN OUTPUT CADPESQ
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPESQ"
               CLOSE CADAGEN CADMED CADPACI CADNPS
               GO TO ROT-FIM.

           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           WRITE REGPESQ FROM CAB0-PESQ.
           MOVE W-ONTEM-N TO CAB1-DATA.
           WRITE REGPESQ FROM CAB1-PESQ.
           WRITE REGPESQ FROM CAB0-PESQ.
           WRITE REGPESQ FROM CAB3-PESQ.

       POSICIONA.
           MOVE W-ON-ANO TO AG-ANO.
           MOVE W-ON-MES TO AG-MES.
           MOVE W-ON-DIA TO AG-DIA.
           MOVE ZEROS    TO AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES   TO AG-CRM-UF.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO ROT-TOTAL.

       LER-AGEN.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           IF AG-DATA NOT = W-ONTEM
               GO TO ROT-TOTAL.
           IF AG-STATUS = "C" OR AG-HRFIM-AT = ZEROS
               GO TO LER-AGEN.
      *----- NUNCA PESQUISAR PACIENTE COM OBITO REGISTRADO
           IF W-TEM-OBITO = "S"
               MOVE AG-PCODIGO TO OB-PCODIGO
               READ CADOBITO
               IF ST-ERRO = "00"
                   GO TO LER-AGEN.
           MOVE AG-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO LER-AGEN.
      *----- SEM CONSENTIMENTO LGPD DE CONTATO NAO HA PESQUISA
           MOVE AG-PCODIGO TO CON-PCODIGO
           MOVE "C" TO CON-FINALIDADE
           CALL "SMPCON" USING W-CON-PARM
           IF CON-OK NOT = "S"
               ADD 1 TO W-SUPRIMIDOS
               GO TO LER-AGEN.

       MONTA-LINHA.
           MOVE AG-CRM    TO CRM.
           MOVE AG-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "(MEDICO NAO CADASTRADO)" TO NOME
               MOVE ZEROS TO ESPEC UNIDADE.
      *----- REGISTRA O ENVIO; SE A CONSULTA JA FOI ENVIADA, PULA
           MOVE AG-CHAVE TO NP-CHAVE.
           MOVE ESPEC    TO NP-ESPEC.
           MOVE AG-UNIDADE TO NP-UNIDADE.
           IF AG-UNIDADE = ZEROS
               MOVE UNIDADE TO NP-UNIDADE.
           ACCEPT NP-DTENVIO FROM DATE YYYYMMDD.
           MOVE "E"    TO NP-STATUS.
           MOVE ZEROS  TO NP-NOTA NP-DTRESP.
           MOVE SPACES TO NP-COMENT.
           WRITE REGNPS
           IF ST-ERRO NOT = "00" AND "02"
               ADD 1 TO W-JA-ENVIADOS
               GO TO LER-AGEN.
           MOVE AG-DATA    TO DQ-DATA.
           MOVE AG-CRM     TO DQ-CRM.
           MOVE AG-CRM-UF  TO DQ-UF.
           MOVE AG-PCODIGO TO DQ-PCOD.
           MOVE P-NOME     TO DQ-PACIEN.
           MOVE P-TELEFONE TO DQ-FONE.
           MOVE P-EMAIL    TO DQ-EMAIL.
           MOVE NOME       TO DQ-MEDICO.
           WRITE REGPESQ FROM DET-PESQ.
           ADD 1 TO W-TOTAL.
           GO TO LER-AGEN.

       ROT-TOTAL.
           MOVE W-TOTAL TO LT-TOTAL.
           WRITE REGPESQ FROM LIN-TOTAL.
           WRITE REGPESQ FROM CAB0-PESQ.
           CLOSE CADAGEN CADMED CADPACI CADNPS CADPESQ.
           IF W-TEM-OBITO = "S"
               CLOSE CADOBITO.
           DISPLAY "PESQUISAS GERADAS - " W-NOME-PESQ.
           DISPLAY "TOTAL DE PESQUISAS : " W-TOTAL.
           DISPLAY "SUPRIMIDOS SEM CONSENTIMENTO LGPD : " W-SUPRIMIDOS.
           DISPLAY "JA ENVIADOS ANTERIORMENTE : " W-JA-ENVIADOS.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-TOTAL TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DA EXTRACAO DA PESQUISA SMP127 ***".
           GO TO ROT-FIM.
      *
      *--------------[ CALCULA A DATA DE ONTEM ]------------------------
       CALC-ONTEM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-ONTEM-N.
           IF W-ON-DIA > 1
               SUBTRACT 1 FROM W-ON-DIA
               GO TO CALC-ONTEM-FIM.
           IF W-ON-MES = 1
               MOVE 12 TO W-ON-MES
               SUBTRACT 1 FROM W-ON-ANO
           ELSE
               SUBTRACT 1 FROM W-ON-MES.
           MOVE 31 TO W-ULT-DIA-ON.
           IF W-ON-MES = 04 OR W-ON-MES = 06 OR
              W-ON-MES = 09 OR W-ON-MES = 11
               MOVE 30 TO W-ULT-DIA-ON.
           IF W-ON-MES = 02
               MOVE 28 TO W-ULT-DIA-ON
               DIVIDE W-ON-ANO BY 4 GIVING W-UQ REMAINDER W-UR
               DIVIDE W-ON-ANO BY 100 GIVING W-UQ REMAINDER W-UR100
               DIVIDE W-ON-ANO BY 400 GIVING W-UQ REMAINDER W-UR400
               IF W-UR = ZEROS
                   IF W-UR100 NOT = ZEROS OR W-UR400 = ZEROS
                       MOVE 29 TO W-ULT-DIA-ON.
           MOVE W-ULT-DIA-ON TO W-ON-DIA.
       CALC-ONTEM-FIM.
           EXIT.
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
           MOVE "SMP127" TO RUN-PROGRAMA.
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
