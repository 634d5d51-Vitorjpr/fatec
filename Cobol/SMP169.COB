       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP169.
      ****************************************
      *   PERIODICOS A VENCER POR EMPRESA    *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * LISTA, EMPRESA POR EMPRESA (CADEMPR ATIVAS), OS FUNCIONARIOS
      * ATIVOS DO CADFUNC CUJO EXAME PERIODICO VENCE NOS PROXIMOS
      * 30 DIAS OU JA VENCEU:
      *   VENCIMENTO = ULTIMO ASO (OU ADMISSAO) + PRAZO EM MESES.
      * O PRAZO E O DO FUNCIONARIO (FU-PERIODIC), SENAO O DA
      * EMPRESA (EM-PERIODIC), SENAO 12 MESES. FUNCIONARIO SEM ASO
      * E SEM DATA DE ADMISSAO SAI COMO "SEM ASO".
      * A SITUACAO MOSTRA SE JA HA EXAME OCUPACIONAL (AG-TIPO = O)
      * MARCADO NA AGENDA DE HOJE EM DIANTE; OS DEMAIS SAO A LISTA
      * DE TRABALHO DA RECEPCAO PARA AGENDAR COM A EMPRESA.
      * SAIDA: PERIODIC.DOC. REGISTRA A EXECUCAO NO CADRUNCTL.DAT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEMPR ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS EM-CODIGO
             FILE STATUS  IS ST-ERRO.

           SELECT CADFUNC ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS FU-PCODIGO
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS FU-EMPRESA
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

           SELECT CADAGEN ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS AG-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

           SELECT PERIOREL ASSIGN TO DISK
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
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
       COPY REGEMPR.
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       COPY REGFUNC.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD PERIOREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODIC.DOC".
       01 REGPERIOREL  PIC X(100).
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
       77 W-TEM-AGEN   PIC X(01) VALUE "N".
       77 W-AGENDADO   PIC X(01) VALUE "N".
       77 W-CAB-EMPR   PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-BASE       PIC 9(08) VALUE ZEROS.
       77 W-PRAZO      PIC 9(02) VALUE ZEROS.
       77 W-VC-TOT     PIC 9(06) VALUE ZEROS.
       77 W-VC-RESTO   PIC 9(02) VALUE ZEROS.
       77 W-SER-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-DIAS       PIC S9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-TOT-EMPR   PIC 9(04) VALUE ZEROS.
       77 W-TOT-LIST   PIC 9(05) VALUE ZEROS.
       77 W-TOT-VENC   PIC 9(05) VALUE ZEROS.
       77 W-TOT-SEMASO PIC 9(05) VALUE ZEROS.
       77 W-TOT-AGEN   PIC 9(05) VALUE ZEROS.
       77 W-EMP-LIST   PIC 9(05) VALUE ZEROS.
       77 W-EMP-VENC   PIC 9(05) VALUE ZEROS.
       77 W-CS-SERIAL  PIC 9(08) VALUE ZEROS.
       77 W-CS-QUOC    PIC 9(04) VALUE ZEROS.
       01 W-CS-DATA.
           03 W-CS-ANO PIC 9(04).
           03 W-CS-MES PIC 9(02).
           03 W-CS-DIA PIC 9(02).
      *
       01  CAB0-PERIO.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-PERIO.
           05  FILLER                 PIC X(047) VALUE
           "- PERIODICOS A VENCER EM 30 DIAS POR EMPRESA - ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(042) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-LEGENDA.
           05  FILLER                 PIC X(057) VALUE
           "- VENCIMENTO = ULTIMO ASO (OU ADMISSAO) + PRAZO EM MESES;".
           05  FILLER                 PIC X(043) VALUE
           " DIAS NEGATIVOS = PERIODICO VENCIDO       -".
       01  CAB2-PERIO.
           05  FILLER                 PIC X(011) VALUE "- EMPRESA: ".
           05  C2-CODIGO              PIC 9(004).
           05  FILLER                 PIC X(001) VALUE " ".
           05  C2-RAZAO               PIC X(040).
           05  FILLER                 PIC X(010) VALUE " CONTATO: ".
           05  C2-CONTATO             PIC X(030).
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-PERIO.
           05  FILLER                 PIC X(057) VALUE
           "- PACIEN NOME                 MATRICULA  CARGO           ".
           05  FILLER                 PIC X(043) VALUE
           " ULTIMO ASO PZ VENCIMENTO DIAS SITUACAO   -".
       01  DET-PERIO.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DP-PCOD   VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-NOME   VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-MATRIC VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-CARGO  VALUE SPACES PIC X(016).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-ULTASO VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-PRAZO  VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-VENC   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-DIAS   VALUE ZEROS  PIC -ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-SITUAC VALUE SPACES PIC X(011).
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-SUBTOT.
           05  FILLER                 PIC X(027) VALUE
           "-   FUNCIONARIOS LISTADOS: ".
           05  LS-LIST                PIC ZZZZ9.
           05  FILLER                 PIC X(013) VALUE
           "   VENCIDOS: ".
           05  LS-VENC                PIC ZZZZ9.
           05  FILLER                 PIC X(049) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOTAL.
           05  FILLER                 PIC X(014) VALUE
           "-   EMPRESAS: ".
           05  LT-EMPR                PIC ZZZ9.
           05  FILLER                 PIC X(012) VALUE
           "   LISTADOS:".
           05  LT-TOTAL               PIC ZZZZ9.
           05  FILLER                 PIC X(012) VALUE
           "   VENCIDOS:".
           05  LT-VENC                PIC ZZZZ9.
           05  FILLER                 PIC X(011) VALUE
           "   SEM ASO:".
           05  LT-SEMASO              PIC ZZZZ9.
           05  FILLER                 PIC X(013) VALUE
           "   AGENDADOS:".
           05  LT-AGEN                PIC ZZZZ9.
           05  FILLER                 PIC X(013) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DOS PERIODICOS A VENCER SMP169 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.

       ABRE-ARQS.
           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADEMPR NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADFUNC NAO DISPONIVEL - FIM *"
               CLOSE CADEMPR
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADPACI NAO DISPONIVEL - FIM *"
               CLOSE CADEMPR CADFUNC
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-AGEN.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-AGEN.
           OPEN OUTPUT PERIOREL.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           WRITE REGPERIOREL FROM CAB0-PERIO.
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGPERIOREL FROM CAB1-PERIO.
           WRITE REGPERIOREL FROM LIN-LEGENDA.
           WRITE REGPERIOREL FROM CAB0-PERIO.
      *
      *--------------------[ EMPRESAS ATIVAS ]-------------------------
       VARRE-EMPR.
           MOVE ZEROS TO EM-CODIGO.
           START CADEMPR KEY IS NOT LESS EM-CODIGO
               INVALID KEY GO TO ROT-TOTAL.
       LER-EMPR.
           READ CADEMPR NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           IF EM-STATUS NOT = "A"
               GO TO LER-EMPR.
           MOVE "N" TO W-CAB-EMPR.
           MOVE ZEROS TO W-EMP-LIST W-EMP-VENC.
           PERFORM VARRE-FUNC THRU VARRE-FUNC-FIM.
           IF W-CAB-EMPR = "S"
               MOVE W-EMP-LIST TO LS-LIST
               MOVE W-EMP-VENC TO LS-VENC
               WRITE REGPERIOREL FROM LIN-SUBTOT
               WRITE REGPERIOREL FROM CAB0-PERIO
               ADD 1 TO W-TOT-EMPR.
           GO TO LER-EMPR.
      *
       ROT-TOTAL.
           MOVE W-TOT-EMPR   TO LT-EMPR.
           MOVE W-TOT-LIST   TO LT-TOTAL.
           MOVE W-TOT-VENC   TO LT-VENC.
           MOVE W-TOT-SEMASO TO LT-SEMASO.
           MOVE W-TOT-AGEN   TO LT-AGEN.
           WRITE REGPERIOREL FROM LIN-TOTAL.
           WRITE REGPERIOREL FROM CAB0-PERIO.
           CLOSE CADEMPR CADFUNC CADPACI PERIOREL.
           IF W-TEM-AGEN = "S"
               CLOSE CADAGEN.
           DISPLAY "FUNCIONARIOS ATIVOS    : " W-LIDOS.
           DISPLAY "A VENCER EM 30 DIAS    : " W-TOT-LIST.
           DISPLAY "JA VENCIDOS            : " W-TOT-VENC.
           DISPLAY "SEM ASO                : " W-TOT-SEMASO.
           DISPLAY "JA AGENDADOS           : " W-TOT-AGEN.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-TOT-LIST TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DOS PERIODICOS A VENCER SMP169 ***".
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
      *--------------[ FUNCIONARIOS ATIVOS DA EMPRESA ]-----------------
       VARRE-FUNC.
           MOVE EM-CODIGO TO FU-EMPRESA.
           START CADFUNC KEY IS NOT LESS FU-EMPRESA
               INVALID KEY GO TO VARRE-FUNC-FIM.
       LER-FUNC.
           READ CADFUNC NEXT
           IF ST-ERRO NOT = "00"
               GO TO VARRE-FUNC-FIM.
           IF FU-EMPRESA NOT = EM-CODIGO
               GO TO VARRE-FUNC-FIM.
           IF FU-STATUS NOT = "A"
               GO TO LER-FUNC.
           ADD 1 TO W-LIDOS.
           MOVE FU-PERIODIC TO W-PRAZO.
           IF W-PRAZO = ZEROS
               MOVE EM-PERIODIC TO W-PRAZO.
           IF W-PRAZO = ZEROS
               MOVE 12 TO W-PRAZO.
           MOVE FU-DTULTASO TO W-BASE.
           IF W-BASE = ZEROS
               MOVE FU-DTADMISSAO TO W-BASE.
           IF W-BASE = ZEROS
               MOVE ZEROS TO W-DIAS DP-VENC
               MOVE "SEM ASO" TO DP-SITUAC
               ADD 1 TO W-TOT-SEMASO
               GO TO LISTA-FUNC.
           PERFORM CALC-VENC THRU CALC-VENC-FIM.
           IF W-DIAS > 30
               GO TO LER-FUNC.
           MOVE W-CS-DATA TO DP-VENC.
           IF W-DIAS < 0
               MOVE "VENCIDO" TO DP-SITUAC
               ADD 1 TO W-TOT-VENC W-EMP-VENC
           ELSE
               MOVE "A VENCER" TO DP-SITUAC.
       LISTA-FUNC.
           PERFORM VER-AGENDA THRU VER-AGENDA-FIM.
           IF W-AGENDADO = "S"
               MOVE "AGENDADO" TO DP-SITUAC
               ADD 1 TO W-TOT-AGEN.
           IF W-CAB-EMPR = "N"
               MOVE "S" TO W-CAB-EMPR
               MOVE EM-CODIGO  TO C2-CODIGO
               MOVE EM-RAZAO   TO C2-RAZAO
               MOVE EM-CONTATO TO C2-CONTATO
               WRITE REGPERIOREL FROM CAB2-PERIO
               WRITE REGPERIOREL FROM CAB3-PERIO
               WRITE REGPERIOREL FROM CAB0-PERIO.
           MOVE SPACES TO DP-NOME.
           MOVE FU-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME TO DP-NOME.
           MOVE FU-PCODIGO   TO DP-PCOD.
           MOVE FU-MATRICULA TO DP-MATRIC.
           MOVE FU-CARGO     TO DP-CARGO.
           MOVE FU-DTULTASO  TO DP-ULTASO.
           MOVE W-PRAZO      TO DP-PRAZO.
           MOVE W-DIAS       TO DP-DIAS.
           WRITE REGPERIOREL FROM DET-PERIO.
           ADD 1 TO W-TOT-LIST W-EMP-LIST.
           GO TO LER-FUNC.
       VARRE-FUNC-FIM.
           EXIT.
      *
      *--------------[ VENCIMENTO = BASE + PRAZO EM MESES ]-------------
       CALC-VENC.
           MOVE W-BASE TO W-CS-DATA.
           COMPUTE W-VC-TOT = (W-CS-ANO * 12) + W-CS-MES - 1 + W-PRAZO.
           DIVIDE W-VC-TOT BY 12 GIVING W-CS-ANO REMAINDER W-VC-RESTO.
           COMPUTE W-CS-MES = W-VC-RESTO + 1.
           IF W-CS-MES = 02 AND W-CS-DIA > 28
               MOVE 28 TO W-CS-DIA.
           IF (W-CS-MES = 04 OR 06 OR 09 OR 11) AND W-CS-DIA > 30
               MOVE 30 TO W-CS-DIA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-DIAS = W-CS-SERIAL - W-SER-HOJE.
       CALC-VENC-FIM.
           EXIT.
      *
      *--------------[ EXAME OCUPACIONAL JA MARCADO NA AGENDA ]---------
       VER-AGENDA.
           MOVE "N" TO W-AGENDADO.
           IF W-TEM-AGEN = "N"
               GO TO VER-AGENDA-FIM.
           MOVE FU-PCODIGO TO AG-PAC-PCODIGO.
           MOVE W-HOJE     TO AG-PAC-DATA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE-PAC
               INVALID KEY GO TO VER-AGENDA-FIM.
       VER-AGENDA-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO VER-AGENDA-FIM.
           IF AG-PAC-PCODIGO NOT = FU-PCODIGO
               GO TO VER-AGENDA-FIM.
           IF AG-TIPO = "O" AND AG-STATUS NOT = "C" AND "T"
               MOVE "S" TO W-AGENDADO
               GO TO VER-AGENDA-FIM.
           GO TO VER-AGENDA-LER.
       VER-AGENDA-FIM.
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
           MOVE "SMP169" TO RUN-PROGRAMA.
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
