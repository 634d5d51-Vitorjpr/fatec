       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP136.
      ****************************************
      *   CARGA DAS CURVAS DE CRESCIMENTO    *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * LE O ARQUIVO DAS CURVAS DA OMS (CRESCOMS.TXT, UMA LINHA POR
      * SEXO / INDICADOR / MES DE IDADE COM OS PERCENTIS 3, 15,
      * 50, 85 E 97 EM 9(03)V99) E CARREGA NO CADCRESC:
      *   - LINHA NOVA: INSERE ATIVA;
      *   - LINHA EXISTENTE: ATUALIZA OS PERCENTIS E REATIVA.
      * LINHA COM SEXO, INDICADOR, IDADE OU PERCENTIS FORA DE
      * ORDEM E REJEITADA E MOSTRADA NO CONSOLE.
      * REGISTRA A RODADA NO CADRUNCTL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRESCIMP ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADCRESC ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CR-CHAVE
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
       FD CRESCIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRESCOMS.TXT".
       01 REGCRESCIMP.
           03 IMP-SEXO          PIC X(01).
           03 IMP-INDIC         PIC X(01).
           03 IMP-MES           PIC 9(03).
           03 IMP-P03           PIC 9(03)V99.
           03 IMP-P15           PIC 9(03)V99.
           03 IMP-P50           PIC 9(03)V99.
           03 IMP-P85           PIC 9(03)V99.
           03 IMP-P97           PIC 9(03)V99.
      *
       FD CADCRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRESC.DAT".
       COPY REGCRESC.
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
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-INSERIDOS  PIC 9(05) VALUE ZEROS.
       77 W-ATUALIZA   PIC 9(05) VALUE ZEROS.
       77 W-REJEITADOS PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** CARGA DAS CURVAS DE CRESCIMENTO SMP136 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CRESCIMP
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CRESCOMS.TXT NAO ENCONTRADO - FIM *"
               GO TO ROT-FIM.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
       ABRE-CRESC.
           OPEN I-O CADCRESC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCRESC
                   CLOSE CADCRESC
                   GO TO ABRE-CRESC
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCRESC"
                   CLOSE CRESCIMP
                   GO TO ROT-FIM.
      *--------------[ UMA LINHA DA CURVA POR VEZ ]---------------------
       LER-IMP.
           READ CRESCIMP
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAIS.
           IF REGCRESCIMP = SPACES
               GO TO LER-IMP.
           ADD 1 TO W-LIDOS.
           IF IMP-SEXO NOT = "M" AND NOT = "F"
               GO TO REJEITA.
           IF IMP-INDIC NOT = "P" AND NOT = "E" AND NOT = "I"
               GO TO REJEITA.
           IF IMP-MES NOT NUMERIC OR IMP-MES > 228
               GO TO REJEITA.
           IF IMP-P03 NOT NUMERIC OR IMP-P15 NOT NUMERIC OR
              IMP-P50 NOT NUMERIC OR IMP-P85 NOT NUMERIC OR
              IMP-P97 NOT NUMERIC
               GO TO REJEITA.
           IF IMP-P03 = ZEROS OR IMP-P15 NOT > IMP-P03 OR
              IMP-P50 NOT > IMP-P15 OR IMP-P85 NOT > IMP-P50 OR
              IMP-P97 NOT > IMP-P85
               GO TO REJEITA.
           MOVE IMP-SEXO  TO CR-SEXO.
           MOVE IMP-INDIC TO CR-INDIC.
           MOVE IMP-MES   TO CR-MES.
           READ CADCRESC
           IF ST-ERRO = "00"
               GO TO ATUALIZA.
       INSERE.
           MOVE IMP-P03 TO CR-P03.
           MOVE IMP-P15 TO CR-P15.
           MOVE IMP-P50 TO CR-P50.
           MOVE IMP-P85 TO CR-P85.
           MOVE IMP-P97 TO CR-P97.
           MOVE "A"     TO CR-STATUS.
           MOVE W-HOJE  TO CR-DTCADASTRO.
           ACCEPT CR-HRCADASTRO FROM TIME.
           WRITE REGCRESC
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-INSERIDOS.
           GO TO LER-IMP.
       ATUALIZA.
           MOVE IMP-P03 TO CR-P03.
           MOVE IMP-P15 TO CR-P15.
           MOVE IMP-P50 TO CR-P50.
           MOVE IMP-P85 TO CR-P85.
           MOVE IMP-P97 TO CR-P97.
           MOVE "A"     TO CR-STATUS.
           REWRITE REGCRESC
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-ATUALIZA.
           GO TO LER-IMP.
       REJEITA.
           ADD 1 TO W-REJEITADOS.
           DISPLAY "LINHA REJEITADA: " REGCRESCIMP.
           GO TO LER-IMP.
      *
       ROT-TOTAIS.
           CLOSE CRESCIMP CADCRESC.
           DISPLAY "LINHAS LIDAS : " W-LIDOS.
           DISPLAY "INSERIDAS    : " W-INSERIDOS.
           DISPLAY "ATUALIZADAS  : " W-ATUALIZA.
           DISPLAY "REJEITADAS   : " W-REJEITADOS.
           MOVE "O" TO W-RUN-STATUS.
           COMPUTE W-RUN-REGS = W-INSERIDOS + W-ATUALIZA.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DA CARGA DAS CURVAS SMP136 ***".
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
           MOVE "SMP136" TO RUN-PROGRAMA.
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
