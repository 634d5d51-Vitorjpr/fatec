       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP147.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *      ESCALA MENSAL DE PLANTAO DA UNIDADE             *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * IMPRIME A ESCALA DE PLANTAO (CADPLANT) DE UMA UNIDADE NO
      * MES: DATA, DIA DA SEMANA, PERIODO, ESPECIALIDADE E MEDICO.
      * PLANTOES CANCELADOS NAO SAEM. SAIDA: ESCALA.DOC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPLANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PL-CHAVE-MED
                                                      WITH DUPLICATES.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADESCRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPLANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANT.DAT".
       COPY REGPLANT.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADESCRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESCALA.DOC".
       01 REGESCRL     PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-UNIDADE     PIC 9(02) VALUE ZEROS.
       77 W-PER-ANO     PIC 9(04) VALUE ZEROS.
       77 W-PER-MES     PIC 9(02) VALUE ZEROS.
       77 W-TOTAL       PIC 9(05) VALUE ZEROS.
       77 W-DATA-ANT    PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-INI.
           03 W-DI-ANO  PIC 9(04).
           03 W-DI-MES  PIC 9(02).
           03 W-DI-DIA  PIC 9(02).
       01 W-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01 W-DATA-PL     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-PL.
           03 W-DP-ANO  PIC 9(04).
           03 W-DP-MES  PIC 9(02).
           03 W-DP-DIA  PIC 9(02).
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
       01 TAB-SEM-DISP.
           03 FILLER PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TAB-SEM-TAB REDEFINES TAB-SEM-DISP.
           03 TB-SEM-TXT              PIC X(03) OCCURS 7 TIMES.
      *
       01  CAB0-ESC.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-ESC.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     ESCALA MENSAL DE PLANTAO".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".
       01  CAB2-ESC.
           05  FILLER                 PIC X(023) VALUE
           "- UNIDADE            : ".
           05  CAB2-UNID              PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CAB2-NOME              PIC X(030).
           05  FILLER                 PIC X(013) VALUE
           "   PERIODO : ".
           05  CAB2-MES               PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-ANO               PIC 9(004).
           05  FILLER                 PIC X(023) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-ESC.
           05  FILLER                 PIC X(057) VALUE
           "- DATA       DIA P  ESPECIALIDADE        CRM    UF NOME D".
           05  FILLER                 PIC X(043) VALUE
           "O MEDICO                                  -".
       01  DET-ESC.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DE-DATA   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DE-DIASEM VALUE SPACES PIC X(003).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DE-PER    VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DE-ESPEC  VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DE-CRM    VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DE-UF     VALUE SPACES PIC X(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DE-NOME   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(018) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-LEGENDA.
           05  FILLER                 PIC X(057) VALUE
           "- PERIODOS: M=MANHA 07-13  T=TARDE 13-19  N=NOITE 19-07  ".
           05  FILLER                 PIC X(043) VALUE
           "D=DIURNO 07-19  I=INTEGRAL 24H            -".
       01  LIN-BRANCO.
           05  FILLER                 PIC X(001) VALUE "-".
           05  FILLER                 PIC X(098) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOTAL.
           05  FILLER                 PIC X(023) VALUE
           "- PLANTOES NO MES    : ".
           05  LT-TOTAL               PIC ZZZZ9.
           05  FILLER                 PIC X(071) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT147.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                  *** ESCALA MENSAL DE P".
           05  LINE 02  COLUMN 41
               VALUE  "LANTAO ***".
           05  LINE 06  COLUMN 01
               VALUE  "     UNIDADE            :".
           05  LINE 08  COLUMN 01
               VALUE  "     PERIODO (MES/ANO)  :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-UNIDADE
               LINE 06  COLUMN 27  PIC 99
               USING  W-UNIDADE
               HIGHLIGHT.
           05  T-UNNOME
               LINE 06  COLUMN 31  PIC X(30)
               USING  UN-NOME
               HIGHLIGHT.
           05  T-PERMES
               LINE 08  COLUMN 27  PIC 99
               USING  W-PER-MES
               HIGHLIGHT.
           05  T-PERANO
               LINE 08  COLUMN 30  PIC 9(04)
               USING  W-PER-ANO
               HIGHLIGHT.
           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           MOVE ZEROS TO W-UNIDADE W-PER-ANO W-PER-MES W-TOTAL.
           MOVE SPACES TO UN-NOME.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADUNID NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           DISPLAY SMT147.

       INC-UNID.
           ACCEPT T-UNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               CLOSE CADUNID
               GO TO ROT-FIM.
           MOVE W-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-UNID.
           DISPLAY T-UNNOME.

       INC-PER.
           ACCEPT T-PERMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-UNID.
           IF W-PER-MES < 01 OR W-PER-MES > 12
               MOVE "*** MES INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PER.

       INC-PER-A.
           ACCEPT T-PERANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PER.
           IF W-PER-ANO = ZEROS
               MOVE "*** ANO INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PER-A.

       INC-OPC.
           ACCEPT T-OPCAO
           IF W-OPCAO = "N" OR "n"
               MOVE "* RELATORIO RECUSADO PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADUNID
               GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *
       ABRE-ARQS.
           OPEN INPUT CADPLANT
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADPLANT NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADUNID
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADMED NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPLANT CADUNID
               GO TO ROT-FIM.
           OPEN INPUT CADESPEC.
           OPEN OUTPUT CADESCRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ESCALA.DOC" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           WRITE REGESCRL FROM CAB0-ESC.
           WRITE REGESCRL FROM CAB1-ESC.
           WRITE REGESCRL FROM CAB0-ESC.
           MOVE W-UNIDADE TO CAB2-UNID.
           MOVE UN-NOME   TO CAB2-NOME.
           MOVE W-PER-MES TO CAB2-MES.
           MOVE W-PER-ANO TO CAB2-ANO.
           WRITE REGESCRL FROM CAB2-ESC.
           WRITE REGESCRL FROM LIN-LEGENDA.
           WRITE REGESCRL FROM CAB0-ESC.
           WRITE REGESCRL FROM CAB3-ESC.
           WRITE REGESCRL FROM CAB0-ESC.
      *--------------------[ PLANTOES DA UNIDADE NO MES ]--------------
           MOVE W-PER-ANO TO W-DI-ANO.
           MOVE W-PER-MES TO W-DI-MES.
           MOVE 01        TO W-DI-DIA.
           MOVE W-DATA-INI TO W-DATA-FIM.
           ADD 30 TO W-DATA-FIM.
           MOVE ZEROS      TO W-DATA-ANT.
           MOVE W-UNIDADE  TO PL-UNIDADE.
           MOVE W-DATA-INI TO PL-DATA.
           MOVE SPACES     TO PL-PERIODO PL-CRM-UF.
           MOVE ZEROS      TO PL-ESPEC PL-CRM.
           START CADPLANT KEY IS NOT LESS PL-CHAVE
               INVALID KEY
                   GO TO IMP-FIM.
       LER-PLANT.
           READ CADPLANT NEXT
           IF ST-ERRO NOT = "00"
               GO TO IMP-FIM.
           IF PL-UNIDADE NOT = W-UNIDADE OR PL-DATA > W-DATA-FIM
               GO TO IMP-FIM.
           IF PL-STATUS = "C"
               GO TO LER-PLANT.
           IF PL-DATA NOT = W-DATA-ANT AND W-DATA-ANT NOT = ZEROS
               WRITE REGESCRL FROM LIN-BRANCO.
           MOVE PL-DATA TO W-DATA-ANT W-DATA-PL DE-DATA.
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM.
           MOVE TB-SEM-TXT (W-DIA-SEMANA) TO DE-DIASEM.
           MOVE PL-PERIODO TO DE-PER.
           MOVE PL-ESPEC TO ESP-CODIGO.
           READ CADESPEC
           IF ST-ERRO = "00"
               MOVE ESP-DESCRICAO TO DE-ESPEC
           ELSE
               MOVE "(SEM DESCRICAO)" TO DE-ESPEC.
           MOVE PL-CRM    TO DE-CRM CRM.
           MOVE PL-CRM-UF TO DE-UF CRM-UF.
           READ CADMED
           IF ST-ERRO = "00"
               MOVE NOME TO DE-NOME
           ELSE
               MOVE "(MEDICO NAO CADASTRADO)" TO DE-NOME.
           WRITE REGESCRL FROM DET-ESC.
           ADD 1 TO W-TOTAL.
           GO TO LER-PLANT.
      *
       IMP-FIM.
           WRITE REGESCRL FROM CAB0-ESC.
           MOVE W-TOTAL TO LT-TOTAL.
           WRITE REGESCRL FROM LIN-TOTAL.
           WRITE REGESCRL FROM CAB0-ESC.
           MOVE "*** ESCALA DO MES GERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADPLANT CADUNID CADMED CADESPEC CADESCRL.
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
      *--------------[ DIA DA SEMANA (ZELLER) 1=DOM ... 7=SAB ]---------
       CALC-DIA-SEM.
           MOVE W-DP-ANO TO W-ZL-ANO.
           MOVE W-DP-MES TO W-ZL-MES.
           MOVE W-DP-DIA TO W-ZL-DIA.
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
