       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP179.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   PROJECAO DE DEMANDA X CAPACIDADE DA GRADE (TRIM.)  *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * PLANEJAMENTO DO PROXIMO TRIMESTRE POR ESPECIALIDADE E
      * UNIDADE. A DEMANDA DE CADA MES PROJETADO VEM DOS 12 MESES
      * ANTERIORES DO CADAGEN (MARCACOES, INCLUSIVE CANCELADAS E
      * ENCAIXES; AS TRANSFERIDAS NA REMARCACAO NAO CONTAM DUAS
      * VEZES):
      *   PROJECAO = MARCACOES DA CELULA NOS 12 MESES X PESO DO
      *              MESMO MES DO ANO ANTERIOR NA ESPECIALIDADE
      *              (SAZONALIDADE)
      *   + AJUSTE DE ESPERA: A PARTE DAS MARCACOES QUE ESPEROU
      *     MAIS QUE O PARAMETRO ESPERAMAX (PADRAO 30 DIAS, A
      *     MESMA MEDIDA DO SMP060) ENTRA DE NOVO COMO DEMANDA
      *     REPRIMIDA
      *   E NUNCA MENOS DO QUE JA ESTA MARCADO PARA O MES.
      * A CAPACIDADE E A DA GRADE (CADHOR) NOS DIAS DO MES, TIRANDO
      * AS AUSENCIAS DO MEDICO (CADAUSEN) E OS FERIADOS/FECHAMENTOS
      * DA UNIDADE (CADFERIA). A GRADE CONTA NA ESPECIALIDADE
      * PRINCIPAL DO MEDICO (ESPEC DO CADMED).
      * SALDO = CAPACIDADE - PROJECAO (NEGATIVO = FALTAM VAGAS).
      *----------------------------------------------------------------
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

                    SELECT CADHOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AU-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADFERIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADPROJRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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
       FD CADHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOR.DAT".
       COPY REGHOR.
      *
       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSEN.DAT".
       COPY REGAUSEN.
      *
       FD CADFERIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIA.DAT".
       COPY REGFERIA.
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADPROJRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROJRL.DOC".
       01 REGPROJRL    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-INI-ANO     PIC 9(04) VALUE ZEROS.
       77 W-INI-MES     PIC 9(02) VALUE ZEROS.
       77 W-PER-ANO     PIC 9(04) VALUE ZEROS.
       77 W-PER-MES     PIC 9(02) VALUE ZEROS.
       77 W-IND         PIC 9(03) VALUE ZEROS.
       77 W-IX          PIC 9(03) VALUE ZEROS.
       77 W-MS          PIC 9(01) VALUE ZEROS.
       77 W-ESP         PIC 9(03) VALUE ZEROS.
       77 W-TEM-GRADE   PIC X(01) VALUE "N".
       77 W-TEM-AUSEN   PIC X(01) VALUE "N".
       77 W-TEM-FERIA   PIC X(01) VALUE "N".
       77 W-ESPERA-MAX  PIC 9(03) VALUE 30.
       77 W-MI-BASE     PIC 9(06) VALUE ZEROS.
       77 W-MI-AG       PIC 9(06) VALUE ZEROS.
       77 W-DIF-MES     PIC S9(06) VALUE ZEROS.
       77 W-CL-ESPEC    PIC 9(02) VALUE ZEROS.
       77 W-CL-UNID     PIC 9(02) VALUE ZEROS.
       77 W-DIAS        PIC S9(06) VALUE ZEROS.
       77 W-SER-CONS    PIC 9(08) VALUE ZEROS.
       77 W-SER-MARC    PIC 9(08) VALUE ZEROS.
       77 W-CS-SERIAL   PIC 9(08) VALUE ZEROS.
       77 W-CS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-PROJ        PIC 9(06) VALUE ZEROS.
       77 W-SALDO       PIC S9(06) VALUE ZEROS.
       77 W-FECHADO     PIC X(01) VALUE "N".
       77 W-IMPRIMIU    PIC X(01) VALUE "N".
       77 W-AU-QTD      PIC 9(02) VALUE ZEROS.
       77 W-AU-IX       PIC 9(02) VALUE ZEROS.
       77 W-TOT-CEL     PIC 9(03) VALUE ZEROS.
       01 W-HOJE.
           03 W-HJ-ANO  PIC 9(04).
           03 W-HJ-MES  PIC 9(02).
           03 W-HJ-DIA  PIC 9(02).
       01 W-CS-DATA.
           03 W-CS-ANO  PIC 9(04).
           03 W-CS-MES  PIC 9(02).
           03 W-CS-DIA  PIC 9(02).
       01 W-DT-DIA.
           03 W-DT-ANO  PIC 9(04).
           03 W-DT-MES  PIC 9(02).
           03 W-DT-DIA2 PIC 9(02).
       01 W-DT-DIA-N REDEFINES W-DT-DIA PIC 9(08).
       01 W-PAR-PARM.
           03 PAR-CODIGO    PIC X(10) VALUE SPACES.
           03 PAR-VALOR     PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX  PIC X(20) VALUE SPACES.
           03 PAR-ACHOU     PIC X(01) VALUE "N".
      *
      *----- OS TRES MESES PROJETADOS
       01 TAB-MESES.
           03 TM-ITEM OCCURS 3 TIMES.
               05 TM-ANO           PIC 9(04).
               05 TM-MES           PIC 9(02).
      *----- CELULAS ESPECIALIDADE X UNIDADE
       01 TAB-CELULAS.
           03 TC-ITEM OCCURS 500 TIMES.
               05 TC-ESPEC         PIC 9(02).
               05 TC-UNID          PIC 9(02).
               05 TC-HIST          PIC 9(06).
               05 TC-CANC          PIC 9(06).
               05 TC-LONGA         PIC 9(06).
               05 TC-MARC          PIC 9(05) OCCURS 3 TIMES.
               05 TC-CAP           PIC 9(06) OCCURS 3 TIMES.
      *----- SAZONALIDADE: MARCACOES DA ESPECIALIDADE POR MES DO
      *----- HISTORICO (1 = MES ANTERIOR AO PRIMEIRO PROJETADO ...
      *----- 12 = MESMO MES DO ANO ANTERIOR)
       01 TAB-SAZONAL.
           03 TZ-ITEM OCCURS 99 TIMES.
               05 TZ-TOTAL         PIC 9(06).
               05 TZ-MES           PIC 9(06) OCCURS 12 TIMES.
      *----- AUSENCIAS DO MEDICO DA GRADE EM PROCESSAMENTO
       01 TAB-AUSEN.
           03 TA-ITEM OCCURS 30 TIMES.
               05 TA-INI           PIC 9(08).
               05 TA-FIM           PIC 9(08).
      *----- TOTAIS DA ESPECIALIDADE POR MES PROJETADO
       01 TAB-SUBTOT.
           03 TS-ITEM OCCURS 3 TIMES.
               05 TS-PROJ          PIC 9(06).
               05 TS-MARC          PIC 9(06).
               05 TS-CAP           PIC 9(06).
      *
       77 W-OFERTA      PIC 9(06) VALUE ZEROS.
       77 W-SLOTS-DIA   PIC 9(04) VALUE ZEROS.
       77 W-MIN-INI     PIC 9(04) VALUE ZEROS.
       77 W-MIN-FIM     PIC 9(04) VALUE ZEROS.
       77 W-MIN-DIF     PIC 9(04) VALUE ZEROS.
       77 W-MIN-RES     PIC 9(02) VALUE ZEROS.
       77 W-ULT-DIA     PIC 9(02) VALUE ZEROS.
       77 W-DIA         PIC 9(02) VALUE ZEROS.
       77 W-RESTO4      PIC 9(04) VALUE ZEROS.
       77 W-RESTO100    PIC 9(04) VALUE ZEROS.
       77 W-RESTO400    PIC 9(04) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-DIA-SEMANA  PIC 9(01) VALUE ZEROS.
       77 W-ZL-ANO      PIC 9(04) VALUE ZEROS.
       77 W-ZL-MES      PIC 9(02) VALUE ZEROS.
       77 W-ZL-DIA      PIC 9(02) VALUE ZEROS.
       77 W-ZL-J        PIC 9(04) VALUE ZEROS.
       77 W-ZL-K        PIC 9(04) VALUE ZEROS.
       77 W-ZL-T1       PIC 9(04) VALUE ZEROS.
       77 W-ZL-T2       PIC 9(04) VALUE ZEROS.
       77 W-ZL-T3       PIC 9(04) VALUE ZEROS.
       77 W-ZL-H        PIC 9(05) VALUE ZEROS.
       77 W-ZL-Q        PIC 9(05) VALUE ZEROS.
       77 W-ZL-R        PIC 9(01) VALUE ZEROS.
      *
       01  CAB0-PRJ.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-PRJ.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     PROJECAO DE DEMANDA X CA".
           05  FILLER                 PIC X(043) VALUE
           "PACIDADE                                  -".
       01  CAB2-PRJ.
           05  FILLER                 PIC X(026) VALUE
           "- PRIMEIRO MES PROJETADO: ".
           05  CAB2-MES               PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-ANO               PIC 9(004).
           05  FILLER                 PIC X(026) VALUE
           "   HISTORICO: 12 MESES   ".
           05  FILLER                 PIC X(014) VALUE
           "ESPERA MAXIMA:".
           05  CAB2-ESPERA            PIC ZZ9.
           05  FILLER                 PIC X(005) VALUE " DIAS".
           05  FILLER                 PIC X(018) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-LEGENDA.
           05  FILLER                 PIC X(057) VALUE
           "- PROJET = MEDIA SAZONAL + ESPERA  MARCAD = JA AGENDADO  ".
           05  FILLER                 PIC X(043) VALUE
           "CAPAC. = GRADE - AUSENCIAS - FERIADOS     -".
       01  CAB3-PRJ.
           05  FILLER                 PIC X(057) VALUE
           "- ES DESCRICAO            UN   MES/ANO  PROJET MARCAD CAP".
           05  FILLER                 PIC X(043) VALUE
           "AC.  SALDO SITUACAO                       -".
       01  DET-PRJ.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DP-ESPEC  VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-DESCR  VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-UNID   VALUE SPACES PIC X(002).
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DP-MES    VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  DP-ANO    VALUE ZEROS  PIC 9(004).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DP-PROJ   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-MARC   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-CAP    VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-SALDO  VALUE ZEROS  PIC -ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-SIT    VALUE SPACES PIC X(008).
           05  FILLER                 PIC X(024) VALUE
           "                       -".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT179.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** PROJECAO DE DEMANDA X CA".
           05  LINE 02  COLUMN 41
               VALUE  "PACIDADE DA GRADE ***".
           05  LINE 08  COLUMN 01
               VALUE  "     PRIMEIRO MES A PROJETAR (MES/ANO) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-INIMES
               LINE 08  COLUMN 42  PIC 99
               USING  W-INI-MES
               HIGHLIGHT.
           05  T-INIANO
               LINE 08  COLUMN 45  PIC 9(04)
               USING  W-INI-ANO
               HIGHLIGHT.
           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
      *----- SUGERE O MES SEGUINTE AO ATUAL
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HJ-ANO TO W-INI-ANO.
           MOVE W-HJ-MES TO W-INI-MES.
           IF W-INI-MES < 12
               ADD 1 TO W-INI-MES
           ELSE
               MOVE 01 TO W-INI-MES
               ADD 1 TO W-INI-ANO.
           DISPLAY SMT179.

       INC-PER.
           ACCEPT T-INIMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
           IF W-INI-MES < 01 OR W-INI-MES > 12
               MOVE "*** MES INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PER.

       INC-PER-A.
           ACCEPT T-INIANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PER.
           IF W-INI-ANO = ZEROS
               MOVE "*** ANO INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PER-A.

       INC-OPC.
           ACCEPT T-OPCAO
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
      *----- ESPERA ACIMA DA QUAL A MARCACAO E DEMANDA REPRIMIDA
           MOVE "ESPERAMAX" TO PAR-CODIGO.
           MOVE W-ESPERA-MAX TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
               MOVE PAR-VALOR TO W-ESPERA-MAX.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADAGEN NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADMED NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAGEN
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-GRADE.
           OPEN INPUT CADHOR
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-GRADE.
           MOVE "S" TO W-TEM-AUSEN.
           OPEN INPUT CADAUSEN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-AUSEN.
           MOVE "S" TO W-TEM-FERIA.
           OPEN INPUT CADFERIA
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-FERIA.
           OPEN INPUT CADESPEC.
           OPEN OUTPUT CADPROJRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO CADPROJRL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           PERFORM ZERA-TABELAS THRU ZERA-TABELAS-FIM.
      *----- MESES PROJETADOS E INDICE (ANO X 12 + MES) DO PRIMEIRO
           MOVE W-INI-ANO TO TM-ANO (1).
           MOVE W-INI-MES TO TM-MES (1).
           MOVE 1 TO W-MS.
       MONTA-MESES.
           ADD 1 TO W-MS
           IF W-MS > 3
               GO TO MONTA-MESES-FIM.
           MOVE TM-ANO (W-MS - 1) TO TM-ANO (W-MS).
           MOVE TM-MES (W-MS - 1) TO TM-MES (W-MS).
           IF TM-MES (W-MS) < 12
               ADD 1 TO TM-MES (W-MS)
           ELSE
               MOVE 01 TO TM-MES (W-MS)
               ADD 1 TO TM-ANO (W-MS).
           GO TO MONTA-MESES.
       MONTA-MESES-FIM.
           COMPUTE W-MI-BASE = (W-INI-ANO * 12) + W-INI-MES - 1.
      *--------------------[ DEMANDA: HISTORICO E JA MARCADOS ]--------
       LER-AGEN.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CALC-CAPAC.
           IF AG-STATUS = "T"
               GO TO LER-AGEN.
           COMPUTE W-MI-AG = (AG-ANO * 12) + AG-MES - 1.
           COMPUTE W-DIF-MES = W-MI-BASE - W-MI-AG.
           IF W-DIF-MES > 12 OR W-DIF-MES < -2
               GO TO LER-AGEN.
           PERFORM ESPEC-UNID THRU ESPEC-UNID-FIM.
           IF W-CL-ESPEC < 1 OR W-CL-ESPEC > 99
               GO TO LER-AGEN.
           PERFORM BUSCA-CEL THRU BUSCA-CEL-FIM.
           IF W-IX = ZEROS
               GO TO LER-AGEN.
           IF W-DIF-MES > ZEROS
               PERFORM ACUM-HIST THRU ACUM-HIST-FIM
               GO TO LER-AGEN.
      *----- MES PROJETADO: CONTA O QUE JA ESTA MARCADO
           COMPUTE W-MS = 1 - W-DIF-MES.
           IF AG-STATUS NOT = "C"
               ADD 1 TO TC-MARC (W-IX, W-MS).
           GO TO LER-AGEN.
      *
      *----- ESPECIALIDADE E UNIDADE DA MARCACAO; NOS REGISTROS
      *----- ANTIGOS (ZERADAS) VALEM AS DO CADASTRO DO MEDICO
       ESPEC-UNID.
           MOVE ZEROS TO W-CL-ESPEC W-CL-UNID.
           IF AG-ESPEC NUMERIC
               MOVE AG-ESPEC TO W-CL-ESPEC.
           IF AG-UNIDADE NUMERIC
               MOVE AG-UNIDADE TO W-CL-UNID.
           IF W-CL-ESPEC NOT = ZEROS AND W-CL-UNID NOT = ZEROS
               GO TO ESPEC-UNID-FIM.
           MOVE AG-CRM    TO CRM.
           MOVE AG-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO W-CL-ESPEC
               GO TO ESPEC-UNID-FIM.
           IF W-CL-ESPEC = ZEROS
               MOVE ESPEC TO W-CL-ESPEC.
           IF W-CL-UNID = ZEROS
               MOVE UNIDADE TO W-CL-UNID.
       ESPEC-UNID-FIM.
           EXIT.
      *
       ACUM-HIST.
           ADD 1 TO TC-HIST (W-IX).
           ADD 1 TO TZ-TOTAL (W-CL-ESPEC).
           ADD 1 TO TZ-MES (W-CL-ESPEC, W-DIF-MES).
           IF AG-STATUS = "C"
               ADD 1 TO TC-CANC (W-IX).
      *----- ESPERA ENTRE A MARCACAO E A CONSULTA (COMO NO SMP060)
           IF AG-DTCAD = ZEROS
               GO TO ACUM-HIST-FIM.
           MOVE AG-DATA TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-CONS.
           MOVE AG-DTCAD TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-MARC.
           COMPUTE W-DIAS = W-SER-CONS - W-SER-MARC.
           IF W-DIAS > W-ESPERA-MAX
               ADD 1 TO TC-LONGA (W-IX).
       ACUM-HIST-FIM.
           EXIT.
      *--------------[ CELULA DA ESPECIALIDADE/UNIDADE ]----------------
       BUSCA-CEL.
           MOVE ZEROS TO W-IX.
       BUSCA-CEL-L1.
           ADD 1 TO W-IX
           IF W-IX > W-TOT-CEL
               GO TO BUSCA-CEL-NOVA.
           IF TC-ESPEC (W-IX) = W-CL-ESPEC AND
              TC-UNID (W-IX) = W-CL-UNID
               GO TO BUSCA-CEL-FIM.
           GO TO BUSCA-CEL-L1.
       BUSCA-CEL-NOVA.
           IF W-TOT-CEL NOT < 500
               MOVE ZEROS TO W-IX
               GO TO BUSCA-CEL-FIM.
           ADD 1 TO W-TOT-CEL.
           MOVE W-TOT-CEL  TO W-IX.
           MOVE W-CL-ESPEC TO TC-ESPEC (W-IX).
           MOVE W-CL-UNID  TO TC-UNID (W-IX).
       BUSCA-CEL-FIM.
           EXIT.
      *--------------------[ CAPACIDADE DAS GRADES ]-------------------
       CALC-CAPAC.
           IF W-TEM-GRADE = "N"
               GO TO ROT-IMPRIME.
           MOVE ZEROS  TO HR-CRM HR-UNIDADE.
           MOVE SPACES TO HR-CRM-UF.
           START CADHOR KEY IS NOT LESS HR-CHAVE
               INVALID KEY
                   GO TO ROT-IMPRIME.
       CALC-CAPAC-GRADE.
           READ CADHOR NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-IMPRIME.
           IF HR-DURACAO = ZEROS
               GO TO CALC-CAPAC-GRADE.
           COMPUTE W-MIN-INI = (HR-INI-HH * 60) + HR-INI-MM.
           COMPUTE W-MIN-FIM = (HR-FIM-HH * 60) + HR-FIM-MM.
           IF W-MIN-FIM NOT > W-MIN-INI
               GO TO CALC-CAPAC-GRADE.
           SUBTRACT W-MIN-INI FROM W-MIN-FIM GIVING W-MIN-DIF.
           DIVIDE W-MIN-DIF BY HR-DURACAO GIVING W-SLOTS-DIA
                                          REMAINDER W-MIN-RES.
           MOVE HR-CRM    TO CRM.
           MOVE HR-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               GO TO CALC-CAPAC-GRADE.
           IF ESPEC < 1 OR ESPEC > 99
               GO TO CALC-CAPAC-GRADE.
           MOVE ESPEC      TO W-CL-ESPEC.
           MOVE HR-UNIDADE TO W-CL-UNID.
           PERFORM BUSCA-CEL THRU BUSCA-CEL-FIM.
           IF W-IX = ZEROS
               GO TO CALC-CAPAC-GRADE.
           PERFORM CARREGA-AUSEN THRU CARREGA-AUSEN-FIM.
           MOVE ZEROS TO W-MS.
       CALC-CAPAC-MES.
           ADD 1 TO W-MS
           IF W-MS > 3
               GO TO CALC-CAPAC-GRADE.
           MOVE TM-ANO (W-MS) TO W-PER-ANO.
           MOVE TM-MES (W-MS) TO W-PER-MES.
           PERFORM CALC-ULT-DIA THRU CALC-ULT-DIA-FIM.
           MOVE ZEROS TO W-DIA.
       CALC-CAPAC-DIA.
           ADD 1 TO W-DIA
           IF W-DIA > W-ULT-DIA
               GO TO CALC-CAPAC-MES.
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM.
           IF HR-DIA-SEM (W-DIA-SEMANA) NOT = "S"
               GO TO CALC-CAPAC-DIA.
           MOVE W-PER-ANO TO W-DT-ANO.
           MOVE W-PER-MES TO W-DT-MES.
           MOVE W-DIA     TO W-DT-DIA2.
           PERFORM VER-FECHADO THRU VER-FECHADO-FIM.
           IF W-FECHADO = "N"
               ADD W-SLOTS-DIA TO TC-CAP (W-IX, W-MS).
           GO TO CALC-CAPAC-DIA.
      *--------------[ AUSENCIAS DO MEDICO DA GRADE ]-------------------
      * GUARDA NA TABELA OS PERIODOS DO CADAUSEN DO CRM QUE CRUZAM
      * O TRIMESTRE, PARA NAO RELER O ARQUIVO A CADA DIA.
       CARREGA-AUSEN.
           MOVE ZEROS TO W-AU-QTD.
           IF W-TEM-AUSEN = "N"
               GO TO CARREGA-AUSEN-FIM.
           MOVE HR-CRM    TO AU-CRM.
           MOVE HR-CRM-UF TO AU-CRM-UF.
           MOVE ZEROS     TO AU-DT-INI.
           START CADAUSEN KEY IS NOT LESS AU-CHAVE
               INVALID KEY
                   GO TO CARREGA-AUSEN-FIM.
       CARREGA-AUSEN-L1.
           READ CADAUSEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-AUSEN-FIM.
           IF AU-CRM NOT = HR-CRM OR AU-CRM-UF NOT = HR-CRM-UF
               GO TO CARREGA-AUSEN-FIM.
           MOVE TM-ANO (1) TO W-DT-ANO.
           MOVE TM-MES (1) TO W-DT-MES.
           MOVE 01         TO W-DT-DIA2.
           IF AU-DT-FIM < W-DT-DIA-N
               GO TO CARREGA-AUSEN-L1.
           IF W-AU-QTD NOT < 30
               GO TO CARREGA-AUSEN-FIM.
           ADD 1 TO W-AU-QTD.
           MOVE AU-DT-INI TO TA-INI (W-AU-QTD).
           MOVE AU-DT-FIM TO TA-FIM (W-AU-QTD).
           GO TO CARREGA-AUSEN-L1.
       CARREGA-AUSEN-FIM.
           EXIT.
      *--------------[ DIA SEM ATENDIMENTO NA GRADE ]-------------------
      * FERIADO OU FECHAMENTO (UNIDADE 00 = TODAS) OU MEDICO AUSENTE.
       VER-FECHADO.
           MOVE "N" TO W-FECHADO.
           IF W-TEM-FERIA = "N"
               GO TO VER-FECHADO-AUS.
           MOVE W-DT-DIA-N TO FE-DATA.
           MOVE ZEROS      TO FE-UNIDADE.
           READ CADFERIA
           IF ST-ERRO = "00"
               MOVE "S" TO W-FECHADO
               GO TO VER-FECHADO-FIM.
           MOVE W-DT-DIA-N TO FE-DATA.
           MOVE HR-UNIDADE TO FE-UNIDADE.
           READ CADFERIA
           IF ST-ERRO = "00"
               MOVE "S" TO W-FECHADO
               GO TO VER-FECHADO-FIM.
       VER-FECHADO-AUS.
           MOVE ZEROS TO W-AU-IX.
       VER-FECHADO-L1.
           ADD 1 TO W-AU-IX
           IF W-AU-IX > W-AU-QTD
               GO TO VER-FECHADO-FIM.
           IF W-DT-DIA-N NOT < TA-INI (W-AU-IX) AND
              W-DT-DIA-N NOT > TA-FIM (W-AU-IX)
               MOVE "S" TO W-FECHADO
               GO TO VER-FECHADO-FIM.
           GO TO VER-FECHADO-L1.
       VER-FECHADO-FIM.
           EXIT.
      *--------------------[ IMPRIME POR ESPECIALIDADE ]---------------
       ROT-IMPRIME.
           WRITE REGPROJRL FROM CAB0-PRJ.
           WRITE REGPROJRL FROM CAB1-PRJ.
           WRITE REGPROJRL FROM CAB0-PRJ.
           MOVE W-INI-MES    TO CAB2-MES.
           MOVE W-INI-ANO    TO CAB2-ANO.
           MOVE W-ESPERA-MAX TO CAB2-ESPERA.
           WRITE REGPROJRL FROM CAB2-PRJ.
           WRITE REGPROJRL FROM LIN-LEGENDA.
           WRITE REGPROJRL FROM CAB0-PRJ.
           WRITE REGPROJRL FROM CAB3-PRJ.
           MOVE ZEROS TO W-ESP.
       IMP-ESPEC-LOOP.
           ADD 1 TO W-ESP
           IF W-ESP > 99
               GO TO IMP-FIM.
           MOVE "N" TO W-IMPRIMIU.
           MOVE ZEROS TO TS-PROJ (1) TS-MARC (1) TS-CAP (1)
                         TS-PROJ (2) TS-MARC (2) TS-CAP (2)
                         TS-PROJ (3) TS-MARC (3) TS-CAP (3).
           MOVE W-ESP TO ESP-CODIGO.
           READ CADESPEC
           IF ST-ERRO = "00"
               MOVE ESP-DESCRICAO TO DP-DESCR
           ELSE
               MOVE "(SEM DESCRICAO)" TO DP-DESCR.
           MOVE ZEROS TO W-IX.
       IMP-CEL-LOOP.
           ADD 1 TO W-IX
           IF W-IX > W-TOT-CEL
               GO TO IMP-ESPEC-TOT.
           IF TC-ESPEC (W-IX) NOT = W-ESP
               GO TO IMP-CEL-LOOP.
           MOVE "S" TO W-IMPRIMIU.
           MOVE ZEROS TO W-MS.
       IMP-CEL-MES.
           ADD 1 TO W-MS
           IF W-MS > 3
               GO TO IMP-CEL-LOOP.
           PERFORM CALC-PROJ THRU CALC-PROJ-FIM.
           MOVE W-ESP          TO DP-ESPEC.
           MOVE TC-UNID (W-IX) TO DP-UNID.
           MOVE TC-MARC (W-IX, W-MS) TO DP-MARC.
           MOVE TC-CAP (W-IX, W-MS)  TO DP-CAP.
           ADD W-PROJ               TO TS-PROJ (W-MS).
           ADD TC-MARC (W-IX, W-MS) TO TS-MARC (W-MS).
           ADD TC-CAP (W-IX, W-MS)  TO TS-CAP (W-MS).
           COMPUTE W-SALDO = TC-CAP (W-IX, W-MS) - W-PROJ.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
           GO TO IMP-CEL-MES.
      *----- TOTAL DA ESPECIALIDADE (TODAS AS UNIDADES) POR MES
       IMP-ESPEC-TOT.
           IF W-IMPRIMIU = "N"
               GO TO IMP-ESPEC-LOOP.
           MOVE "TOTAL ESPECIALIDADE" TO DP-DESCR.
           MOVE "--" TO DP-UNID.
           MOVE ZEROS TO W-MS.
       IMP-ESPEC-TOT-L1.
           ADD 1 TO W-MS
           IF W-MS > 3
               WRITE REGPROJRL FROM CAB0-PRJ
               GO TO IMP-ESPEC-LOOP.
           MOVE TS-PROJ (W-MS) TO W-PROJ.
           MOVE TS-MARC (W-MS) TO DP-MARC.
           MOVE TS-CAP (W-MS)  TO DP-CAP.
           COMPUTE W-SALDO = TS-CAP (W-MS) - TS-PROJ (W-MS).
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
           GO TO IMP-ESPEC-TOT-L1.
      *
       IMP-FIM.
           MOVE "*** RELATORIO DE PROJECAO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADAGEN CADMED CADESPEC CADPROJRL.
           IF W-TEM-GRADE = "S"
               CLOSE CADHOR.
           IF W-TEM-AUSEN = "S"
               CLOSE CADAUSEN.
           IF W-TEM-FERIA = "S"
               CLOSE CADFERIA.
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
      *--------------[ DEMANDA PROJETADA DA CELULA NO MES ]-------------
      * MARCACOES DA CELULA NO ANO X PARTICIPACAO DO MESMO MES DO
      * ANO ANTERIOR NO TOTAL DA ESPECIALIDADE, MAIS A PARTE QUE
      * ESPEROU DEMAIS; NO MINIMO O QUE JA ESTA MARCADO.
       CALC-PROJ.
           MOVE ZEROS TO W-PROJ.
           MOVE TC-ESPEC (W-IX) TO W-CL-ESPEC.
           IF TZ-TOTAL (W-CL-ESPEC) = ZEROS
               GO TO CALC-PROJ-MIN.
           COMPUTE W-PROJ ROUNDED = TC-HIST (W-IX) *
                   TZ-MES (W-CL-ESPEC, 13 - W-MS) /
                   TZ-TOTAL (W-CL-ESPEC).
           IF TC-HIST (W-IX) NOT = ZEROS
               COMPUTE W-PROJ ROUNDED = W-PROJ +
                   (W-PROJ * TC-LONGA (W-IX) / TC-HIST (W-IX)).
       CALC-PROJ-MIN.
           IF W-PROJ < TC-MARC (W-IX, W-MS)
               MOVE TC-MARC (W-IX, W-MS) TO W-PROJ.
       CALC-PROJ-FIM.
           EXIT.
      *--------------[ LINHA DO RELATORIO ]-----------------------------
       GRAVA-DET.
           MOVE TM-MES (W-MS) TO DP-MES.
           MOVE TM-ANO (W-MS) TO DP-ANO.
           MOVE W-PROJ        TO DP-PROJ.
           MOVE W-SALDO       TO DP-SALDO.
           IF W-SALDO < ZEROS
               MOVE "FALTAM" TO DP-SIT
           ELSE
               IF W-SALDO > ZEROS
                   MOVE "SOBRAM" TO DP-SIT
               ELSE
                   MOVE "EQUILIB." TO DP-SIT.
           WRITE REGPROJRL FROM DET-PRJ.
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
      *--------------[ ULTIMO DIA DO MES ]------------------------------
       CALC-ULT-DIA.
           IF W-PER-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           IF W-PER-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           MOVE 28 TO W-ULT-DIA.
           DIVIDE W-PER-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4.
           DIVIDE W-PER-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100.
           DIVIDE W-PER-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400.
           IF W-RESTO4 = ZEROS
               IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                   MOVE 29 TO W-ULT-DIA.
       CALC-ULT-DIA-FIM.
           EXIT.
      *--------------[ DIA DA SEMANA (ZELLER) 1=DOM ... 7=SAB ]---------
       CALC-DIA-SEM.
           MOVE W-PER-ANO TO W-ZL-ANO.
           MOVE W-PER-MES TO W-ZL-MES.
           MOVE W-DIA     TO W-ZL-DIA.
           IF W-ZL-MES < 3
               ADD 12 TO W-ZL-MES
               SUBTRACT 1 FROM W-ZL-ANO.
           DIVIDE W-ZL-ANO BY 100 GIVING W-ZL-J REMAINDER W-ZL-K.
           COMPUTE W-ZL-T1 = 13 * (W-ZL-MES + 1).
           DIVIDE W-ZL-T1 BY 5 GIVING W-ZL-T1.
           DIVIDE W-ZL-K BY 4 GIVING W-ZL-T2.
           DIVIDE W-ZL-J BY 4 GIVING W-ZL-T3.
           COMPUTE W-ZL-H = W-ZL-DIA + W-ZL-T1 + W-ZL-K + W-ZL-T2
                          + W-ZL-T3 + (5 * W-ZL-J).
           DIVIDE W-ZL-H BY 7 GIVING W-ZL-Q REMAINDER W-ZL-R.
           IF W-ZL-R = 0
               MOVE 7 TO W-DIA-SEMANA
           ELSE
               MOVE W-ZL-R TO W-DIA-SEMANA.
       CALC-DIA-SEM-FIM.
           EXIT.
      *--------------[ ZERA AS TABELAS ]--------------------------------
       ZERA-TABELAS.
           MOVE ZEROS TO W-TOT-CEL.
           MOVE ZEROS TO W-IX.
       ZERA-TABELAS-L1.
           ADD 1 TO W-IX
           IF W-IX > 500
               GO TO ZERA-TABELAS-L2.
           MOVE ZEROS TO TC-ESPEC (W-IX) TC-UNID (W-IX)
                         TC-HIST (W-IX) TC-CANC (W-IX)
                         TC-LONGA (W-IX)
                         TC-MARC (W-IX, 1) TC-MARC (W-IX, 2)
                         TC-MARC (W-IX, 3)
                         TC-CAP (W-IX, 1) TC-CAP (W-IX, 2)
                         TC-CAP (W-IX, 3).
           GO TO ZERA-TABELAS-L1.
       ZERA-TABELAS-L2.
           MOVE ZEROS TO W-IND.
       ZERA-TABELAS-L3.
           ADD 1 TO W-IND
           IF W-IND > 99
               GO TO ZERA-TABELAS-FIM.
           MOVE ZEROS TO TZ-TOTAL (W-IND).
           MOVE ZEROS TO W-MS.
       ZERA-TABELAS-L4.
           ADD 1 TO W-MS
           IF W-MS > 9
               GO TO ZERA-TABELAS-L5.
           MOVE ZEROS TO TZ-MES (W-IND, W-MS).
           GO TO ZERA-TABELAS-L4.
       ZERA-TABELAS-L5.
           MOVE ZEROS TO TZ-MES (W-IND, 10) TZ-MES (W-IND, 11)
                         TZ-MES (W-IND, 12).
           GO TO ZERA-TABELAS-L3.
       ZERA-TABELAS-FIM.
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
