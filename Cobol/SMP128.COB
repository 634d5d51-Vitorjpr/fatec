       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP128.
      ****************************************
      *   IMPORTACAO DAS RESPOSTAS DA PESQUISA  *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * LE O ARQUIVO DE RETORNO DO BUREAU DE MENSAGENS COM AS
      * RESPOSTAS DA PESQUISA DE SATISFACAO (NPSRESP.TXT,
      * POSICIONAL: DATA 9(08), CRM 9(06), UF X(02), PACIENTE
      * 9(06), NOTA 9(02) DE 0 A 10, COMENTARIO X(60)) E GRAVA A
      * NOTA E O COMENTARIO NO CADNPS. RESPOSTA SEM ENVIO
      * REGISTRADO (SMP127), JA RESPONDIDA OU COM NOTA INVALIDA E
      * REJEITADA. O BUREAU NAO DEVOLVE A HORA: COM MAIS DE UMA
      * CONSULTA NO DIA A RESPOSTA VAI PARA O PRIMEIRO ENVIO AINDA
      * SEM RESPOSTA DO PACIENTE COM O MEDICO NA DATA.
      * REGISTRA A EXECUCAO NO CADRUNCTL.DAT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NPSRESP ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADNPS ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS NP-CHAVE
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
       FD NPSRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NPSRESP.TXT".
       01 REGNPSRESP.
           03 NR-DATA           PIC 9(08).
           03 NR-CRM            PIC 9(06).
           03 NR-CRM-UF         PIC X(02).
           03 NR-PCODIGO        PIC 9(06).
           03 NR-NOTA           PIC 9(02).
           03 NR-COMENT         PIC X(60).
      *
       FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
       COPY REGNPS.
      *
       FD CADRUNCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUNCTL.DAT".
       COPY REGRUNCTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-RUN-CHAVE  PIC X(24) VALUE SPACES.
       77 W-RUN-STATUS PIC X(01) VALUE "I".
       77 W-RUN-REGS   PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-GRAVADAS   PIC 9(06) VALUE ZEROS.
       77 W-SEM-ENVIO  PIC 9(06) VALUE ZEROS.
       77 W-REPETIDAS  PIC 9(06) VALUE ZEROS.
       77 W-INVALIDAS  PIC 9(06) VALUE ZEROS.
       77 W-NP-ACHOU   PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DA IMPORTACAO DA PESQUISA NPS ***".

       ABRE-ARQS.
           OPEN INPUT NPSRESP
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO NPSRESP.TXT NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           OPEN I-O CADNPS
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADNPS NAO DISPONIVEL - FIM *"
               CLOSE NPSRESP
               GO TO ROT-FIM.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.

       LER-RESP.
           READ NPSRESP
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           ADD 1 TO W-LIDOS.
           IF NR-NOTA NOT NUMERIC
               ADD 1 TO W-INVALIDAS
               GO TO LER-RESP.
           IF NR-NOTA > 10
               ADD 1 TO W-INVALIDAS
               GO TO LER-RESP.
           MOVE NR-DATA     TO NP-DATA.
           MOVE NR-CRM      TO NP-CRM.
           MOVE NR-CRM-UF   TO NP-CRM-UF.
           MOVE NR-PCODIGO  TO NP-PCODIGO.
           PERFORM ACHA-ENVIO THRU ACHA-ENVIO-FIM.
           IF W-NP-ACHOU = "N"
               ADD 1 TO W-SEM-ENVIO
               GO TO LER-RESP.
           IF W-NP-ACHOU = "R"
               ADD 1 TO W-REPETIDAS
               GO TO LER-RESP.
           MOVE NR-NOTA   TO NP-NOTA.
           MOVE NR-COMENT TO NP-COMENT.
           MOVE "R"       TO NP-STATUS.
           ACCEPT NP-DTRESP FROM DATE YYYYMMDD.
           REWRITE REGNPS
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADAS
           ELSE
               DISPLAY "ERRO NA REGRAVACAO DO CADNPS - " ST-ERRO.
           GO TO LER-RESP.
      *
      *----- POSICIONA NO PRIMEIRO ENVIO DO PACIENTE COM O MEDICO
      *----- NA DATA. W-NP-ACHOU: N = NENHUM ENVIO, R = TODOS JA
      *----- RESPONDIDOS, S = ACHOU ENVIO PENDENTE (REGNPS LIDO)
       ACHA-ENVIO.
           MOVE "N"   TO W-NP-ACHOU.
           MOVE ZEROS TO NP-HORA.
           START CADNPS KEY IS NOT LESS NP-CHAVE
               INVALID KEY
                   GO TO ACHA-ENVIO-FIM.
       ACHA-ENVIO-LE.
           READ CADNPS NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHA-ENVIO-FIM.
           IF NP-DATA NOT = NR-DATA OR NP-CRM NOT = NR-CRM
              OR NP-CRM-UF NOT = NR-CRM-UF
              OR NP-PCODIGO NOT = NR-PCODIGO
               GO TO ACHA-ENVIO-FIM.
           IF NP-STATUS = "R"
               MOVE "R" TO W-NP-ACHOU
               GO TO ACHA-ENVIO-LE.
           MOVE "S" TO W-NP-ACHOU.
       ACHA-ENVIO-FIM.
           EXIT.
      *
       ROT-TOTAL.
           CLOSE NPSRESP CADNPS.
           DISPLAY "RESPOSTAS LIDAS        : " W-LIDOS.
           DISPLAY "GRAVADAS               : " W-GRAVADAS.
           DISPLAY "SEM ENVIO REGISTRADO   : " W-SEM-ENVIO.
           DISPLAY "JA RESPONDIDAS         : " W-REPETIDAS.
           DISPLAY "NOTA INVALIDA          : " W-INVALIDAS.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-LIDOS TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DA IMPORTACAO DA PESQUISA NPS ***".
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
           MOVE "SMP128" TO RUN-PROGRAMA.
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
