       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP119.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   RASTREIO DE LOTE DE VACINA (RECALL)                *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * QUANDO O FABRICANTE OU A SECRETARIA RECOLHE UM LOTE, LISTA
      * TODOS OS PACIENTES QUE RECEBERAM AQUELE LOTE (NOME E
      * TELEFONE DO CADPACI) COM A DOSE E A DATA DA APLICACAO DO
      * CADVACIN, EM RECALOTE.TXT, PARA A CONVOCACAO. OPCIONALMENTE
      * JA MARCA O LOTE COMO RECOLHIDO NO CADVCLOTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADVACIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADVCLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LT-CHAVE
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

                    SELECT RECALOTE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVACIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACIN.DAT".
       COPY REGVACIN.
      *
       FD CADVCLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVCLOTE.DAT".
       COPY REGVCLOTE.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD RECALOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECALOTE.TXT".
       01 REGRECALOTE   PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-VACINA               PIC X(20) VALUE SPACES.
       01 W-LOTE                 PIC X(10) VALUE SPACES.
       01 W-TOT                  PIC 9(06) VALUE ZEROS.
       01 W-LINHA-LOTE.
           03 FILLER             PIC X(12) VALUE "FABRICANTE: ".
           03 WL-FABRIC          PIC X(20).
           03 FILLER             PIC X(12) VALUE "  VALIDADE: ".
           03 WL-VALIDADE        PIC 9999.99.99.
      *
       01  CAB0-RL.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  CAB1-RL.
           05  FILLER                 PIC X(030) VALUE
           "- RECALL DO LOTE DE VACINA    ".
           05  CAB1-VACINA            PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CAB1-LOTE              PIC X(010).
           05  FILLER                 PIC X(018) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB2-RL.
           05  FILLER                 PIC X(040) VALUE
           "- CODIGO PACIENTE                       ".
           05  FILLER                 PIC X(040) VALUE
           "  TELEFONE     DOSE APLICACAO          -".
       01  DET-RL.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DL-PCODIGO             PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DL-NOME                PIC X(030).
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DL-FONE                PIC 9(011).
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DL-DOSE                PIC Z9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DL-DTAPLIC             PIC 9999.99.99.
           05  FILLER                 PIC X(009) VALUE
           "        -".
       01  LIN-TOT-RL.
           05  FILLER                 PIC X(030) VALUE
           "- PACIENTES A CONVOCAR      : ".
           05  LT-QTD                 PIC ZZZZZ9.
           05  FILLER                 PIC X(044) VALUE
           "                                           -".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT119.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                  *** RASTREIO DE LOTE D".
           05  LINE 03  COLUMN 41
               VALUE  "E VACINA (RECALL) ***".

           05  LINE 06  COLUMN 01
               VALUE  "     VACINA          :".

           05  LINE 08  COLUMN 01
               VALUE  "     LOTE            :".

           05  TWVACINA
               LINE 06  COLUMN 24  PIC X(20)
               USING  W-VACINA
               HIGHLIGHT.

           05  TWLOTE
               LINE 08  COLUMN 24  PIC X(10)
               USING  W-LOTE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADVACIN.
           OPEN INPUT CADVACIN
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADVACIN NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVACIN
              GO TO ROT-FIM.

       ABRIR-CADVCLOTE.
           OPEN I-O CADVCLOTE
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE LOTES NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVACIN CADPACI
              GO TO ROT-FIM.
      *--------------------[ PEDE VACINA E LOTE ]----------------------
       ROT-INIC.
           MOVE SPACES TO W-VACINA W-LOTE.
           DISPLAY SMT119.
       PASSO-1.
           ACCEPT TWVACINA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADVACIN CADPACI CADVCLOTE
                   GO TO ROT-FIM.
           IF W-VACINA = SPACES
                MOVE "NOME DA VACINA NAO PODE FICAR EM BRANCO"
                                                           TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
       PASSO-2.
           ACCEPT TWLOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF W-LOTE = SPACES
                MOVE "LOTE NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
      *----- LOTE DIGITADO A MAO ANTES DO CADASTRO DE LOTES PODE NAO
      *----- EXISTIR NO CADVCLOTE: O RASTREIO SAI MESMO ASSIM
           MOVE W-VACINA TO LT-VACINA.
           MOVE W-LOTE   TO LT-LOTE.
           READ CADVCLOTE
           IF ST-ERRO = "00"
               MOVE LT-FABRICANTE TO WL-FABRIC
               MOVE LT-VALIDADE   TO WL-VALIDADE
               DISPLAY (10, 06) W-LINHA-LOTE
           ELSE
               DISPLAY (10, 06) "LOTE FORA DO CADASTRO DE LOTES".
      *--------------------[ GERA O RELATORIO ]------------------------
       GERAR.
           OPEN OUTPUT RECALOTE
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO RELATORIO RECALOTE" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE ZEROS TO W-TOT.
           MOVE W-VACINA TO CAB1-VACINA.
           MOVE W-LOTE   TO CAB1-LOTE.
           WRITE REGRECALOTE FROM CAB0-RL.
           WRITE REGRECALOTE FROM CAB1-RL.
           WRITE REGRECALOTE FROM CAB0-RL.
           WRITE REGRECALOTE FROM CAB2-RL.
           WRITE REGRECALOTE FROM CAB0-RL.
           MOVE LOW-VALUES TO VC-CHAVE.
           START CADVACIN KEY IS NOT LESS VC-CHAVE
               INVALID KEY
                   GO TO GERAR-FIM.
       GERAR-LER.
           READ CADVACIN NEXT
           IF ST-ERRO NOT = "00"
               GO TO GERAR-FIM.
           IF VC-VACINA NOT = W-VACINA OR VC-LOTE NOT = W-LOTE
               GO TO GERAR-LER.
           MOVE VC-PCODIGO TO P-CODIGO DL-PCODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME     TO DL-NOME
               MOVE P-TELEFONE TO DL-FONE
           ELSE
               MOVE "(PACIENTE NAO CADASTRADO)" TO DL-NOME
               MOVE ZEROS TO DL-FONE.
           MOVE VC-DOSE    TO DL-DOSE.
           MOVE VC-DTAPLIC TO DL-DTAPLIC.
           WRITE REGRECALOTE FROM DET-RL.
           ADD 1 TO W-TOT.
           GO TO GERAR-LER.
       GERAR-FIM.
           MOVE W-TOT TO LT-QTD.
           WRITE REGRECALOTE FROM CAB0-RL.
           WRITE REGRECALOTE FROM LIN-TOT-RL.
           WRITE REGRECALOTE FROM CAB0-RL.
           CLOSE RECALOTE.
           DISPLAY (12, 06) "PACIENTES QUE RECEBERAM O LOTE : ".
           DISPLAY (12, 40) W-TOT.
           DISPLAY (13, 06) "RELATORIO GERADO EM RECALOTE.TXT".
      *--------------------[ BLOQUEIO DO LOTE ]------------------------
       RECOLHER.
           MOVE W-VACINA TO LT-VACINA.
           MOVE W-LOTE   TO LT-LOTE.
           READ CADVCLOTE
           IF ST-ERRO NOT = "00" OR LT-STATUS = "R"
               MOVE "** RASTREIO CONCLUIDO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE "N" TO W-OPCAO.
           DISPLAY (23, 30) "MARCAR LOTE COMO RECOLHIDO (S/N) : ".
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
               GO TO ROT-INIC.
           MOVE "R" TO LT-STATUS.
           REWRITE REGVCLOTE
           IF ST-ERRO = "00" OR "02"
               MOVE "** LOTE MARCADO COMO RECOLHIDO **" TO W-MSG
           ELSE
               MOVE "ERRO NA ALTERACAO DO REGISTRO CADVCLOTE" TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-INIC.
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
