       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP133.
      ****************************************
      *   ACOMPANHAMENTO PRE-NATAL - PENDENCIAS *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * PARA CADA GESTACAO EM ACOMPANHAMENTO (CADGEST, SMP132):
      *  1) VINCULA AS CONSULTAS REALIZADAS DA PACIENTE DESDE A
      *     DUM (CADAGEN STATUS R) COMO CONSULTAS PRE-NATAIS NO
      *     CADPNVIS E ATUALIZA A QUANTIDADE E A ULTIMA CONSULTA;
      *  2) CONFERE O MINIMO DE CONSULTAS PARA A SEMANA
      *     GESTACIONAL E OS EXAMES DO PROTOCOLO (CADEXTIPO COM
      *     SEMANA PRE-NATAL) JA PEDIDOS NO CADEXAME DESDE A DUM.
      * GESTANTE ATRASADA, COM EXAME PENDENTE OU COM MAIS DE 42
      * SEMANAS SEM DESFECHO SAI NO PNATPEND.DOC.
      * REGISTRA A EXECUCAO NO CADRUNCTL.DAT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADGEST ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS GS-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADPNVIS ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PV-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADAGEN ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS AG-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS AG-CHAVE-PAC
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

           SELECT CADEXAME ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS EX-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADEXTIPO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ET-CODIGO
             FILE STATUS  IS ST-ERRO.

           SELECT PNATREL ASSIGN TO DISK
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
       FD CADGEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGEST.DAT".
       COPY REGGEST.
      *
       FD CADPNVIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPNVIS.DAT".
       COPY REGPNVIS.
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       COPY REGEXAME.
      *
       FD CADEXTIPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTIPO.DAT".
       COPY REGEXTIPO.
      *
       FD PNATREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PNATPEND.DOC".
       01 REGPNATREL   PIC X(100).
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
       77 W-TEM-PACI   PIC X(01) VALUE "N".
       77 W-TEM-EXAME  PIC X(01) VALUE "N".
       77 W-TEM-EXTIPO PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-SER-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-SER-DUM    PIC 9(08) VALUE ZEROS.
       77 W-DIF-DIAS   PIC 9(05) VALUE ZEROS.
       77 W-SEMANA     PIC 9(02) VALUE ZEROS.
       77 W-MINIMO     PIC 9(02) VALUE ZEROS.
       77 W-QTD-CONS   PIC 9(03) VALUE ZEROS.
       77 W-ULT-CONS   PIC 9(08) VALUE ZEROS.
       77 W-EX-DATA    PIC 9(08) VALUE ZEROS.
       77 W-MENOR-DUM  PIC 9(08) VALUE ZEROS.
       77 W-FALTA-EX   PIC 9(02) VALUE ZEROS.
       77 W-IG         PIC 9(03) VALUE ZEROS.
       77 W-IP         PIC 9(03) VALUE ZEROS.
       77 W-TOT-GEST   PIC 9(03) VALUE ZEROS.
       77 W-TOT-PROT   PIC 9(03) VALUE ZEROS.
       77 W-FORA-TAB   PIC 9(05) VALUE ZEROS.
       77 W-VINCULADAS PIC 9(05) VALUE ZEROS.
       77 W-PENDENTES  PIC 9(05) VALUE ZEROS.
      *----- EXAMES DO PROTOCOLO PRE-NATAL (CADEXTIPO)
       01 TAB-PROT.
           03 TB-PR-ITEM OCCURS 30 TIMES.
               05 TB-PR-CODIGO     PIC 9(04).
               05 TB-PR-SEM        PIC 9(02).
               05 TB-PR-DESCR      PIC X(30).
      *----- GESTACOES EM ACOMPANHAMENTO E EXAMES JA PEDIDOS
      *----- (TG-EXAME = S NA POSICAO DO EXAME NA TAB-PROT)
       01 TAB-GEST.
           03 TB-GS-ITEM OCCURS 500 TIMES.
               05 TG-PCODIGO       PIC 9(06).
               05 TG-DUM           PIC 9(08).
               05 TG-EXAME         PIC X(01) OCCURS 30 TIMES.
      *----- SERIAL APROXIMADO DE DIAS PARA A SEMANA GESTACIONAL
       01 W-CS-DATA.
           03 W-CS-ANO  PIC 9(04).
           03 W-CS-MES  PIC 9(02).
           03 W-CS-DIA  PIC 9(02).
       77 W-CS-SERIAL   PIC 9(08) VALUE ZEROS.
       77 W-CS-QUOC     PIC 9(04) VALUE ZEROS.
      *
       01  CAB0-PNAT.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-PNAT.
           05  FILLER                 PIC X(043) VALUE
           "- ACOMPANHAMENTO PRE-NATAL - PENDENCIAS EM ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(046) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-PNAT.
           05  FILLER                 PIC X(057) VALUE
           "- PACIEN NOME                      DUM        SE DPP     ".
           05  FILLER                 PIC X(043) VALUE
           "   R CRM/UF    CON MIN PENDENCIA          -".
       01  DET-PNAT.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DP-PCOD   VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-NOME   VALUE SPACES PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-DUM    VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-SEM    VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-DPP    VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-RISCO  VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-CRM    VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE "/".
           05  DP-UF     VALUE SPACES PIC X(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-CONS   VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-MIN    VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-PEND   VALUE SPACES PIC X(019).
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-EXAME.
           05  FILLER                 PIC X(010) VALUE
           "-         ".
           05  FILLER                 PIC X(016) VALUE
           "EXAME PENDENTE: ".
           05  DE-DESCR  VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(015) VALUE
           " (ATE A SEMANA ".
           05  DE-SEM    VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE ")".
           05  FILLER                 PIC X(025) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOTAL.
           05  FILLER                 PIC X(022) VALUE
           "- GESTANTES ATIVAS   :".
           05  LT-ATIVAS              PIC ZZZZ9.
           05  FILLER                 PIC X(024) VALUE
           "   COM PENDENCIA      : ".
           05  LT-PEND                PIC ZZZZ9.
           05  FILLER                 PIC X(024) VALUE
           "   CONSULTAS VINCULADAS:".
           05  LT-VINC                PIC ZZZZ9.
           05  FILLER                 PIC X(014) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DO ACOMPANHAMENTO PRE-NATAL SMP133 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.

       ABRE-ARQS.
           OPEN I-O CADGEST
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADGEST NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADAGEN NAO DISPONIVEL - FIM *"
               CLOSE CADGEST
               GO TO ROT-FIM.
       ABRE-PNVIS.
           OPEN I-O CADPNVIS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPNVIS
                   CLOSE CADPNVIS
                   GO TO ABRE-PNVIS
               ELSE
                   DISPLAY "* ARQUIVO CADPNVIS NAO DISPONIVEL - FIM *"
                   CLOSE CADGEST CADAGEN
                   GO TO ROT-FIM.
           MOVE "S" TO W-TEM-PACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PACI.
           MOVE "S" TO W-TEM-EXAME.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EXAME.
           MOVE "S" TO W-TEM-EXTIPO.
           OPEN INPUT CADEXTIPO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EXTIPO.
           OPEN OUTPUT PNATREL.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           WRITE REGPNATREL FROM CAB0-PNAT.
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGPNATREL FROM CAB1-PNAT.
           WRITE REGPNATREL FROM CAB0-PNAT.
           WRITE REGPNATREL FROM CAB3-PNAT.
      *
      *--------------------[ EXAMES DO PROTOCOLO ]---------------------
       CARGA-PROT.
           MOVE ZEROS TO W-TOT-PROT.
           IF W-TEM-EXTIPO NOT = "S"
               GO TO CARGA-GEST.
           MOVE ZEROS TO ET-CODIGO.
           START CADEXTIPO KEY IS NOT LESS ET-CODIGO
               INVALID KEY GO TO CARGA-GEST.
       CARGA-PROT-LER.
           READ CADEXTIPO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARGA-GEST.
           IF ET-PNAT-SEM = ZEROS OR ET-STATUS = "I"
               GO TO CARGA-PROT-LER.
           IF W-TOT-PROT NOT < 30
               DISPLAY "* PROTOCOLO COM MAIS DE 30 EXAMES - IGNORADO: "
                       ET-CODIGO
               GO TO CARGA-PROT-LER.
           ADD 1 TO W-TOT-PROT.
           MOVE ET-CODIGO    TO TB-PR-CODIGO (W-TOT-PROT).
           MOVE ET-PNAT-SEM  TO TB-PR-SEM (W-TOT-PROT).
           MOVE ET-DESCRICAO TO TB-PR-DESCR (W-TOT-PROT).
           GO TO CARGA-PROT-LER.
      *
      *--------------------[ GESTACOES EM ACOMPANHAMENTO ]-------------
       CARGA-GEST.
           MOVE ZEROS TO W-TOT-GEST W-MENOR-DUM.
           MOVE ZEROS TO GS-PCODIGO GS-DUM.
           START CADGEST KEY IS NOT LESS GS-CHAVE
               INVALID KEY GO TO VARRE-EXAME.
       CARGA-GEST-LER.
           READ CADGEST NEXT
           IF ST-ERRO NOT = "00"
               GO TO VARRE-EXAME.
           IF GS-STATUS NOT = "A"
               GO TO CARGA-GEST-LER.
           IF W-TOT-GEST NOT < 500
               ADD 1 TO W-FORA-TAB
               GO TO CARGA-GEST-LER.
           ADD 1 TO W-TOT-GEST.
           MOVE GS-PCODIGO TO TG-PCODIGO (W-TOT-GEST).
           MOVE GS-DUM     TO TG-DUM (W-TOT-GEST).
           MOVE ZEROS TO W-IP.
       CARGA-GEST-EX.
           ADD 1 TO W-IP
           IF W-IP > 30
               GO TO CARGA-GEST-MENOR.
           MOVE "N" TO TG-EXAME (W-TOT-GEST, W-IP).
           GO TO CARGA-GEST-EX.
       CARGA-GEST-MENOR.
           IF W-MENOR-DUM = ZEROS OR GS-DUM < W-MENOR-DUM
               MOVE GS-DUM TO W-MENOR-DUM.
           GO TO CARGA-GEST-LER.
      *
      *--------------------[ EXAMES PEDIDOS DESDE A DUM ]--------------
      * UMA PASSADA SO NO CADEXAME, A PARTIR DA MENOR DUM ATIVA.
       VARRE-EXAME.
           IF W-FORA-TAB NOT = ZEROS
               DISPLAY "* GESTACOES ALEM DA TABELA (500) NAO TRATADAS: "
                       W-FORA-TAB.
           IF W-TEM-EXAME NOT = "S" OR W-TOT-GEST = ZEROS
                                    OR W-TOT-PROT = ZEROS
               GO TO PROC-GEST.
           MOVE W-MENOR-DUM TO EX-DATA.
           MOVE ZEROS TO EX-PCODIGO EX-SEQ.
           START CADEXAME KEY IS NOT LESS EX-CHAVE
               INVALID KEY GO TO PROC-GEST.
       VARRE-EXAME-LER.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
               GO TO PROC-GEST.
           IF EX-TIPOCOD = ZEROS
               GO TO VARRE-EXAME-LER.
           MOVE ZEROS TO W-IP.
       VARRE-EXAME-PROT.
           ADD 1 TO W-IP
           IF W-IP > W-TOT-PROT
               GO TO VARRE-EXAME-LER.
           IF TB-PR-CODIGO (W-IP) NOT = EX-TIPOCOD
               GO TO VARRE-EXAME-PROT.
           MOVE EX-DATA TO W-EX-DATA.
           MOVE ZEROS TO W-IG.
       VARRE-EXAME-GEST.
           ADD 1 TO W-IG
           IF W-IG > W-TOT-GEST
               GO TO VARRE-EXAME-LER.
           IF TG-PCODIGO (W-IG) = EX-PCODIGO AND
              TG-DUM (W-IG) NOT > W-EX-DATA
               MOVE "S" TO TG-EXAME (W-IG, W-IP).
           GO TO VARRE-EXAME-GEST.
      *
      *--------------------[ CADA GESTACAO ATIVA ]---------------------
       PROC-GEST.
           MOVE ZEROS TO W-IG.
       PROC-GEST-LOOP.
           ADD 1 TO W-IG
           IF W-IG > W-TOT-GEST
               GO TO ROT-TOTAL.
           MOVE TG-PCODIGO (W-IG) TO GS-PCODIGO.
           MOVE TG-DUM (W-IG)     TO GS-DUM.
           READ CADGEST
           IF ST-ERRO NOT = "00"
               GO TO PROC-GEST-LOOP.
           MOVE GS-DUM TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-DUM.
           PERFORM VINCULA THRU VINCULA-FIM.
           IF W-QTD-CONS > 99
               MOVE 99 TO GS-QTD-CONS
           ELSE
               MOVE W-QTD-CONS TO GS-QTD-CONS.
           MOVE W-ULT-CONS TO GS-DTULTCONS.
           REWRITE REGGEST
           IF ST-ERRO NOT = "00" AND NOT = "02"
               DISPLAY "ERRO NA REGRAVACAO DO CADGEST - " ST-ERRO.
      *----- SEMANA DE HOJE, MINIMO DE CONSULTAS E EXAMES EM FALTA
           MOVE ZEROS TO W-DIF-DIAS W-SEMANA.
           IF W-SER-HOJE > W-SER-DUM
               COMPUTE W-DIF-DIAS = W-SER-HOJE - W-SER-DUM.
           IF W-DIF-DIAS < 700
               DIVIDE W-DIF-DIAS BY 7 GIVING W-SEMANA
           ELSE
               MOVE 99 TO W-SEMANA.
           PERFORM CALC-MINIMO THRU CALC-MINIMO-FIM.
           MOVE ZEROS TO W-FALTA-EX W-IP.
       PROC-GEST-EX.
           ADD 1 TO W-IP
           IF W-IP > W-TOT-PROT
               GO TO PROC-GEST-AVALIA.
           IF TB-PR-SEM (W-IP) NOT > W-SEMANA AND
              TG-EXAME (W-IG, W-IP) NOT = "S"
               ADD 1 TO W-FALTA-EX.
           GO TO PROC-GEST-EX.
       PROC-GEST-AVALIA.
           MOVE SPACES TO DP-PEND.
           IF W-FALTA-EX NOT = ZEROS
               MOVE "EXAMES PENDENTES" TO DP-PEND.
           IF W-QTD-CONS < W-MINIMO
               MOVE "CONSULTAS ATRASADAS" TO DP-PEND.
           IF W-SEMANA > 42
               MOVE "VERIFICAR DESFECHO" TO DP-PEND.
           IF DP-PEND = SPACES
               GO TO PROC-GEST-LOOP.
           ADD 1 TO W-PENDENTES.
           MOVE GS-PCODIGO TO DP-PCOD.
           MOVE SPACES TO DP-NOME.
           IF W-TEM-PACI = "S"
               MOVE GS-PCODIGO TO P-CODIGO
               READ CADPACI
               IF ST-ERRO = "00"
                   MOVE P-NOME TO DP-NOME.
           MOVE GS-DUM      TO DP-DUM.
           MOVE W-SEMANA    TO DP-SEM.
           MOVE GS-DPP      TO DP-DPP.
           MOVE GS-RISCO    TO DP-RISCO.
           MOVE GS-CRM      TO DP-CRM.
           MOVE GS-CRM-UF   TO DP-UF.
           MOVE W-QTD-CONS  TO DP-CONS.
           MOVE W-MINIMO    TO DP-MIN.
           WRITE REGPNATREL FROM DET-PNAT.
           IF W-FALTA-EX = ZEROS
               GO TO PROC-GEST-LOOP.
           MOVE ZEROS TO W-IP.
       PROC-GEST-IMPEX.
           ADD 1 TO W-IP
           IF W-IP > W-TOT-PROT
               GO TO PROC-GEST-LOOP.
           IF TB-PR-SEM (W-IP) NOT > W-SEMANA AND
              TG-EXAME (W-IG, W-IP) NOT = "S"
               MOVE TB-PR-DESCR (W-IP) TO DE-DESCR
               MOVE TB-PR-SEM (W-IP)   TO DE-SEM
               WRITE REGPNATREL FROM DET-EXAME.
           GO TO PROC-GEST-IMPEX.
      *
       ROT-TOTAL.
           MOVE W-TOT-GEST   TO LT-ATIVAS.
           MOVE W-PENDENTES  TO LT-PEND.
           MOVE W-VINCULADAS TO LT-VINC.
           WRITE REGPNATREL FROM CAB0-PNAT.
           WRITE REGPNATREL FROM LIN-TOTAL.
           WRITE REGPNATREL FROM CAB0-PNAT.
           CLOSE CADGEST CADAGEN CADPNVIS PNATREL.
           IF W-TEM-PACI = "S"
               CLOSE CADPACI.
           IF W-TEM-EXAME = "S"
               CLOSE CADEXAME.
           IF W-TEM-EXTIPO = "S"
               CLOSE CADEXTIPO.
           DISPLAY "GESTANTES EM ACOMPANHAMENTO : " W-TOT-GEST.
           DISPLAY "CONSULTAS VINCULADAS        : " W-VINCULADAS.
           DISPLAY "GESTANTES COM PENDENCIA     : " W-PENDENTES.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-TOT-GEST TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DO ACOMPANHAMENTO PRE-NATAL SMP133 ***".
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
      *--------------[ VINCULA AS CONSULTAS REALIZADAS ]----------------
      * LE AS CONSULTAS DA PACIENTE PELA CHAVE ALTERNATIVA A PARTIR
      * DA DUM. CONTA TODAS AS REALIZADAS (RECONTAGEM A CADA RODADA)
      * E GRAVA NO CADPNVIS SO AS QUE AINDA NAO ESTAVAM LIGADAS.
       VINCULA.
           MOVE ZEROS TO W-QTD-CONS W-ULT-CONS.
           MOVE GS-PCODIGO TO AG-PAC-PCODIGO.
           MOVE GS-DUM     TO AG-PAC-DATA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE-PAC
               INVALID KEY GO TO VINCULA-FIM.
       VINCULA-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO VINCULA-FIM.
           IF AG-PAC-PCODIGO NOT = GS-PCODIGO
               GO TO VINCULA-FIM.
           IF AG-PAC-DATA > W-HOJE
               GO TO VINCULA-FIM.
           IF AG-STATUS NOT = "R"
               GO TO VINCULA-LER.
           ADD 1 TO W-QTD-CONS.
           MOVE AG-PAC-DATA TO W-ULT-CONS.
           MOVE GS-PCODIGO  TO PV-PCODIGO.
           MOVE GS-DUM      TO PV-DUM.
           MOVE AG-PAC-DATA TO PV-DATA.
           MOVE AG-CRM      TO PV-CRM.
           MOVE AG-CRM-UF   TO PV-CRM-UF.
           MOVE AG-PAC-DATA TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE ZEROS TO PV-SEMANA.
           IF W-CS-SERIAL > W-SER-DUM
               COMPUTE W-DIF-DIAS = W-CS-SERIAL - W-SER-DUM
               DIVIDE W-DIF-DIAS BY 7 GIVING PV-SEMANA.
           MOVE W-HOJE TO PV-DTVINC.
           WRITE REGPNVIS
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-VINCULADAS.
           GO TO VINCULA-LER.
       VINCULA-FIM.
           EXIT.
      *
      *--------------[ MINIMO DE CONSULTAS PELA SEMANA ]----------------
      * CALENDARIO MINIMO DO PRE-NATAL: 1A CONSULTA ATE A 12A
      * SEMANA, MENSAIS ATE A 28A, QUINZENAIS ATE A 36A E NO MINIMO
      * 6 CONSULTAS ATE O PARTO.
       CALC-MINIMO.
           MOVE ZEROS TO W-MINIMO.
           IF W-SEMANA > 12
               MOVE 1 TO W-MINIMO.
           IF W-SEMANA > 20
               MOVE 2 TO W-MINIMO.
           IF W-SEMANA > 26
               MOVE 3 TO W-MINIMO.
           IF W-SEMANA > 30
               MOVE 4 TO W-MINIMO.
           IF W-SEMANA > 34
               MOVE 5 TO W-MINIMO.
           IF W-SEMANA > 37
               MOVE 6 TO W-MINIMO.
       CALC-MINIMO-FIM.
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
           MOVE "SMP133" TO RUN-PROGRAMA.
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
