       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP123.
      ****************************************
      *   RETORNO DA RNDS (VACINAS ENVIADAS) *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * LE O ARQUIVO DE RETORNO DA RNDS (RNDSRET.TXT), UMA LINHA
      * POR DOSE ENVIADA PELO SMP122 COM A CHAVE LOCAL, A
      * SITUACAO (A = ACEITA, R = REJEITADA) E O MOTIVO, ATUALIZA
      * O CONTROLE CADRNDS E LISTA AS REJEITADAS COM O MOTIVO EM
      * RNDSREJ.TXT PARA A SALA DE VACINA CORRIGIR NO SMP042.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNDSRET ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADRNDS ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS RN-CHAVE
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

           SELECT RNDSREJ ASSIGN TO DISK
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
       FD RNDSRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RNDSRET.TXT".
       01 REGRNDSRET.
           03 RT-CHAVE.
               05 RT-PCODIGO        PIC 9(06).
               05 RT-VACINA         PIC X(20).
               05 RT-DOSE           PIC 9(02).
           03 RT-SITUACAO           PIC X(01).
           03 RT-MOTIVO             PIC X(60).
      *
       FD CADRNDS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRNDS.DAT".
       COPY REGRNDS.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD RNDSREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RNDSREJ.TXT".
       01 REGRNDSREJ   PIC X(120).
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
       77 ST-ERRO     PIC X(02) VALUE "00".
       77 W-HOJE      PIC 9(08) VALUE ZEROS.
       77 W-LIDOS     PIC 9(05) VALUE ZEROS.
       77 W-ACEITAS   PIC 9(05) VALUE ZEROS.
       77 W-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 W-IGNORADOS PIC 9(05) VALUE ZEROS.
      *
       01  CAB0-REJ.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(006) VALUE
           "------".
       01  CAB1-REJ.
           05  FILLER                 PIC X(050) VALUE
           "- RETORNO DA RNDS - DOSES DE VACINA REJEITADAS EM ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(059) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-REJ.
           05  FILLER                 PIC X(057) VALUE
           "- COD.   PACIENTE                 VACINA               DS".
           05  FILLER                 PIC X(057) VALUE
           " MOTIVO DA REJEICAO                                      ".
           05  FILLER                 PIC X(006) VALUE
           "     -".
       01  DET-REJ.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DJ-CODIGO              PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DJ-NOME                PIC X(024).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DJ-VACINA              PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DJ-DOSE                PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DJ-MOTIVO              PIC X(060).
           05  FILLER                 PIC X(002) VALUE " -".
       01  LIN-ACEITAS.
           05  FILLER                 PIC X(028) VALUE
           "- DOSES ACEITAS           : ".
           05  LT-ACEITAS             PIC ZZZZ9.
           05  FILLER                 PIC X(086) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-REJEITADAS.
           05  FILLER                 PIC X(028) VALUE
           "- DOSES REJEITADAS        : ".
           05  LT-REJEITADAS          PIC ZZZZ9.
           05  FILLER                 PIC X(086) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-IGNORADOS.
           05  FILLER                 PIC X(028) VALUE
           "- LINHAS NAO RECONHECIDAS : ".
           05  LT-IGNORADOS           PIC ZZZZ9.
           05  FILLER                 PIC X(086) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DO RETORNO RNDS SMP123 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       ABRE-ARQS.
           OPEN INPUT RNDSRET
           IF ST-ERRO NOT = "00"
               DISPLAY "* RETORNO RNDSRET.TXT AUSENTE - FIM *"
               GO TO ROT-FIM.
           OPEN I-O CADRNDS
           IF ST-ERRO NOT = "00"
               DISPLAY "* CONTROLE CADRNDS NAO DISPONIVEL - FIM *"
               CLOSE RNDSRET
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADPACI NAO DISPONIVEL - FIM *"
               CLOSE RNDSRET CADRNDS
               GO TO ROT-FIM.
           OPEN OUTPUT RNDSREJ
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELATORIO RNDSREJ"
               CLOSE RNDSRET CADRNDS CADPACI
               GO TO ROT-FIM.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           WRITE REGRNDSREJ FROM CAB0-REJ.
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGRNDSREJ FROM CAB1-REJ.
           WRITE REGRNDSREJ FROM CAB0-REJ.
           WRITE REGRNDSREJ FROM CAB3-REJ.

       LER-RETORNO.
           READ RNDSRET
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           ADD 1 TO W-LIDOS.
           IF RT-SITUACAO NOT = "A" AND "R"
               ADD 1 TO W-IGNORADOS
               GO TO LER-RETORNO.
      *----- SO ATUALIZA DOSE QUE ESTA AGUARDANDO RETORNO
           MOVE RT-CHAVE TO RN-CHAVE.
           READ CADRNDS
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-IGNORADOS
               GO TO LER-RETORNO.
           IF RN-SITUACAO NOT = "E"
               ADD 1 TO W-IGNORADOS
               GO TO LER-RETORNO.
           MOVE RT-SITUACAO TO RN-SITUACAO.
           MOVE W-HOJE      TO RN-DTRETORNO.
           IF RT-SITUACAO = "A"
               MOVE SPACES TO RN-MOTIVO
               REWRITE REGRNDS
               ADD 1 TO W-ACEITAS
               GO TO LER-RETORNO.
           MOVE RT-MOTIVO TO RN-MOTIVO.
           REWRITE REGRNDS.
           ADD 1 TO W-REJEITADAS.
      *----- LISTA A REJEITADA PARA CORRECAO
           MOVE RT-PCODIGO TO DJ-CODIGO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME TO DJ-NOME
           ELSE
               MOVE "(PACIENTE NAO CADASTRADO)" TO DJ-NOME.
           MOVE RT-VACINA TO DJ-VACINA.
           MOVE RT-DOSE   TO DJ-DOSE.
           MOVE RT-MOTIVO TO DJ-MOTIVO.
           WRITE REGRNDSREJ FROM DET-REJ.
           GO TO LER-RETORNO.
      *
       ROT-TOTAL.
           WRITE REGRNDSREJ FROM CAB0-REJ.
           MOVE W-ACEITAS    TO LT-ACEITAS.
           MOVE W-REJEITADAS TO LT-REJEITADAS.
           MOVE W-IGNORADOS  TO LT-IGNORADOS.
           WRITE REGRNDSREJ FROM LIN-ACEITAS.
           WRITE REGRNDSREJ FROM LIN-REJEITADAS.
           WRITE REGRNDSREJ FROM LIN-IGNORADOS.
           WRITE REGRNDSREJ FROM CAB0-REJ.
           CLOSE RNDSRET CADRNDS CADPACI RNDSREJ.
           DISPLAY "LINHAS DE RETORNO LIDAS : " W-LIDOS.
           DISPLAY "DOSES ACEITAS           : " W-ACEITAS.
           DISPLAY "DOSES REJEITADAS        : " W-REJEITADAS.
           DISPLAY "RELATORIO DE REJEITADAS - RNDSREJ.TXT".
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-LIDOS TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DO RETORNO RNDS SMP123 ***".
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
           MOVE "SMP123" TO RUN-PROGRAMA.
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
