       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP148.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *      FALTAS DE COBERTURA NA ESCALA DE PLANTAO        *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CONFRONTA A COBERTURA EXIGIDA (CADPLREQ) COM A ESCALA DO
      * MES (CADPLANT) E LISTA CADA UNIDADE/DATA/PERIODO EM QUE
      * A ESPECIALIDADE TEM MENOS MEDICOS DO QUE O EXIGIDO.
      * UM PLANTAO COBRE O PERIODO EXIGIDO QUANDO ABRANGE TODAS
      * AS SUAS FAIXAS DE HORARIO (EX.: D=DIURNO COBRE M E T;
      * I=24H COBRE TODOS). MEDICO ESCALADO QUE ESTA AUSENTE NA
      * DATA (CADAUSEN) NAO CONTA COMO COBERTURA.
      * UNIDADE 00 = TODAS. SAIDA: PLANTFAL.DOC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPLREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPLANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PL-CHAVE-MED
                                                      WITH DUPLICATES.

                    SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AU-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADFALRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPLREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLREQ.DAT".
       COPY REGPLREQ.
      *
       FD CADPLANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANT.DAT".
       COPY REGPLANT.
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSEN.DAT".
       COPY REGAUSEN.
      *
       FD CADFALRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLANTFAL.DOC".
       01 REGFALRL     PIC X(100).
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
       77 W-TEM-PLANT   PIC X(01) VALUE "N".
       77 W-TEM-AUSEN   PIC X(01) VALUE "N".
       77 W-AUSENTE     PIC X(01) VALUE "N".
       77 W-COBRE       PIC X(01) VALUE "N".
       77 W-UNID-ATU    PIC 9(02) VALUE ZEROS.
       77 W-TOT-REQ     PIC 9(02) VALUE ZEROS.
       77 W-IR          PIC 9(02) VALUE ZEROS.
       77 W-IX          PIC 9(01) VALUE ZEROS.
       77 W-IX-REQ      PIC 9(01) VALUE ZEROS.
       77 W-SL          PIC 9(01) VALUE ZEROS.
       77 W-PER-COD     PIC X(01) VALUE SPACES.
       77 W-PER-IX      PIC 9(01) VALUE ZEROS.
       77 W-ESCALADOS   PIC 9(02) VALUE ZEROS.
       77 W-AUSENTES    PIC 9(02) VALUE ZEROS.
       77 W-TOT-FALTAS  PIC 9(05) VALUE ZEROS.
       77 W-TOT-SEMMED  PIC 9(05) VALUE ZEROS.
       77 W-ULT-DIA     PIC 9(02) VALUE ZEROS.
       77 W-DIA         PIC 9(02) VALUE ZEROS.
       77 W-RESTO4      PIC 9(04) VALUE ZEROS.
       77 W-RESTO100    PIC 9(04) VALUE ZEROS.
       77 W-RESTO400    PIC 9(04) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
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
      *----- COBERTURAS EXIGIDAS DA UNIDADE EM PROCESSAMENTO
       01 TAB-REQ.
           03 TB-RQ-ITEM OCCURS 60 TIMES.
               05 TB-RQ-ESPEC      PIC 9(02).
               05 TB-RQ-PERIODO    PIC X(01).
               05 TB-RQ-DIAS       PIC X(07).
               05 TB-RQ-DIA-SEM REDEFINES TB-RQ-DIAS
                                   PIC X(01) OCCURS 7 TIMES.
               05 TB-RQ-QTDE       PIC 9(01).
      *----- PERIODOS DE PLANTAO (MESMA TABELA DO SMP145)
       01 TAB-PER-DISP.
           03 FILLER PIC X(21) VALUE "MMANHA (07-13)    100".
           03 FILLER PIC X(21) VALUE "TTARDE (13-19)    010".
           03 FILLER PIC X(21) VALUE "NNOITE (19-07)    001".
           03 FILLER PIC X(21) VALUE "DDIURNO (07-19)   110".
           03 FILLER PIC X(21) VALUE "IINTEGRAL 24H     111".
       01 TAB-PER-TAB REDEFINES TAB-PER-DISP.
           03 TB-PER-ITEM OCCURS 5 TIMES.
               05 TB-PER-COD          PIC X(01).
               05 TB-PER-DESC         PIC X(17).
               05 TB-PER-FAIXA        PIC X(01) OCCURS 3 TIMES.
       01 TAB-SEM-DISP.
           03 FILLER PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TAB-SEM-TAB REDEFINES TAB-SEM-DISP.
           03 TB-SEM-TXT              PIC X(03) OCCURS 7 TIMES.
      *
       01  CAB0-FAL.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-FAL.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     FALTAS NA ESCALA DE PLAN".
           05  FILLER                 PIC X(043) VALUE
           "TAO                                       -".
       01  CAB2-FAL.
           05  FILLER                 PIC X(023) VALUE
           "- PERIODO            : ".
           05  CAB2-MES               PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-ANO               PIC 9(004).
           05  FILLER                 PIC X(013) VALUE
           "   UNIDADE : ".
           05  CAB2-UNID              PIC X(005).
           05  FILLER                 PIC X(051) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-FAL.
           05  FILLER                 PIC X(057) VALUE
           "- UN DATA       DIA P ESPECIALIDADE        EX ES  OBSERVA".
           05  FILLER                 PIC X(043) VALUE
           "CAO                                       -".
       01  LIN-LEGENDA.
           05  FILLER                 PIC X(057) VALUE
           "- EX = MEDICOS EXIGIDOS  ES = ESCALADOS E PRESENTES  PERI".
           05  FILLER                 PIC X(043) VALUE
           "ODOS M T N D(M+T) I(24H)                  -".
       01  DET-FAL.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DF-UNID   VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DF-DATA   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DF-DIASEM VALUE SPACES PIC X(003).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DF-PER    VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DF-ESPEC  VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DF-EXIG   VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DF-ESCAL  VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DF-OBS    VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(019) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOTAL.
           05  FILLER                 PIC X(023) VALUE
           "- FALTAS NA ESCALA   : ".
           05  LT-FALTAS              PIC ZZZZ9.
           05  FILLER                 PIC X(025) VALUE
           "   SEM NENHUM MEDICO   : ".
           05  LT-SEMMED              PIC ZZZZ9.
           05  FILLER                 PIC X(041) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT148.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** FALTAS NA ESCALA DE PL".
           05  LINE 02  COLUMN 41
               VALUE  "ANTAO ***".
           05  LINE 06  COLUMN 01
               VALUE  "     UNIDADE            :".
           05  LINE 06  COLUMN 31
               VALUE  "(00 = TODAS)".
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
           MOVE ZEROS TO W-UNIDADE W-PER-ANO W-PER-MES
                         W-TOT-FALTAS W-TOT-SEMMED.
           DISPLAY SMT148.

       INC-UNID.
           ACCEPT T-UNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.

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
               GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *
       ABRE-ARQS.
           OPEN INPUT CADPLREQ
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADPLREQ NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-PLANT.
           OPEN INPUT CADPLANT
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PLANT.
           MOVE "S" TO W-TEM-AUSEN.
           OPEN INPUT CADAUSEN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-AUSEN.
           OPEN INPUT CADESPEC.
           OPEN OUTPUT CADFALRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO PLANTFAL.DOC" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           WRITE REGFALRL FROM CAB0-FAL.
           WRITE REGFALRL FROM CAB1-FAL.
           WRITE REGFALRL FROM CAB0-FAL.
           MOVE W-PER-MES TO CAB2-MES.
           MOVE W-PER-ANO TO CAB2-ANO.
           IF W-UNIDADE = ZEROS
               MOVE "TODAS" TO CAB2-UNID
           ELSE
               MOVE W-UNIDADE TO CAB2-UNID.
           WRITE REGFALRL FROM CAB2-FAL.
           WRITE REGFALRL FROM LIN-LEGENDA.
           WRITE REGFALRL FROM CAB0-FAL.
           WRITE REGFALRL FROM CAB3-FAL.
           WRITE REGFALRL FROM CAB0-FAL.
           PERFORM CALC-ULT-DIA THRU CALC-ULT-DIA-FIM.
      *--------------------[ COBERTURAS EXIGIDAS POR UNIDADE ]---------
      * AS EXIGENCIAS VEM NA ORDEM DA CHAVE (UNIDADE PRIMEIRO); AS
      * DE UMA UNIDADE SAO GUARDADAS NA TABELA E CONFRONTADAS COM
      * A ESCALA DIA A DIA QUANDO A UNIDADE MUDA.
           MOVE ZEROS TO W-TOT-REQ W-UNID-ATU.
           MOVE W-UNIDADE TO PQ-UNIDADE.
           MOVE ZEROS     TO PQ-ESPEC.
           MOVE SPACES    TO PQ-PERIODO.
           START CADPLREQ KEY IS NOT LESS PQ-CHAVE
               INVALID KEY
                   GO TO IMP-FIM.
       LER-REQ.
           READ CADPLREQ NEXT
           IF ST-ERRO NOT = "00"
               GO TO LER-REQ-FIM.
           IF W-UNIDADE NOT = ZEROS AND PQ-UNIDADE NOT = W-UNIDADE
               GO TO LER-REQ-FIM.
           IF PQ-STATUS = "I"
               GO TO LER-REQ.
           IF PQ-UNIDADE NOT = W-UNID-ATU
               PERFORM CONFRONTA-UNID THRU CONFRONTA-UNID-FIM
               MOVE PQ-UNIDADE TO W-UNID-ATU
               MOVE ZEROS TO W-TOT-REQ.
           IF W-TOT-REQ NOT < 60
               GO TO LER-REQ.
           ADD 1 TO W-TOT-REQ.
           MOVE PQ-ESPEC   TO TB-RQ-ESPEC (W-TOT-REQ).
           MOVE PQ-PERIODO TO TB-RQ-PERIODO (W-TOT-REQ).
           MOVE PQ-DIAS    TO TB-RQ-DIAS (W-TOT-REQ).
           MOVE PQ-QTDE    TO TB-RQ-QTDE (W-TOT-REQ).
           GO TO LER-REQ.
       LER-REQ-FIM.
           PERFORM CONFRONTA-UNID THRU CONFRONTA-UNID-FIM.
      *
       IMP-FIM.
           WRITE REGFALRL FROM CAB0-FAL.
           MOVE W-TOT-FALTAS TO LT-FALTAS.
           MOVE W-TOT-SEMMED TO LT-SEMMED.
           WRITE REGFALRL FROM LIN-TOTAL.
           WRITE REGFALRL FROM CAB0-FAL.
           MOVE "*** RELATORIO DE FALTAS GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADPLREQ CADESPEC CADFALRL.
           IF W-TEM-PLANT = "S"
               CLOSE CADPLANT.
           IF W-TEM-AUSEN = "S"
               CLOSE CADAUSEN.
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
      *--------------[ CONFRONTA A UNIDADE DIA A DIA ]------------------
       CONFRONTA-UNID.
           IF W-TOT-REQ = ZEROS
               GO TO CONFRONTA-UNID-FIM.
           MOVE ZEROS TO W-DIA.
       CONFRONTA-DIA.
           ADD 1 TO W-DIA
           IF W-DIA > W-ULT-DIA
               GO TO CONFRONTA-UNID-FIM.
           MOVE W-PER-ANO TO W-DP-ANO.
           MOVE W-PER-MES TO W-DP-MES.
           MOVE W-DIA     TO W-DP-DIA.
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM.
           MOVE ZEROS TO W-IR.
       CONFRONTA-REQ.
           ADD 1 TO W-IR
           IF W-IR > W-TOT-REQ
               GO TO CONFRONTA-DIA.
           IF TB-RQ-DIA-SEM (W-IR, W-DIA-SEMANA) NOT = "S"
               GO TO CONFRONTA-REQ.
           PERFORM CONTA-ESCALA THRU CONTA-ESCALA-FIM.
           IF W-ESCALADOS NOT < TB-RQ-QTDE (W-IR)
               GO TO CONFRONTA-REQ.
           PERFORM IMP-FALTA THRU IMP-FALTA-FIM.
           GO TO CONFRONTA-REQ.
       CONFRONTA-UNID-FIM.
           EXIT.
      *--------------[ MEDICOS PRESENTES QUE COBREM A EXIGENCIA ]------
      * PERCORRE OS PERIODOS QUE ABRANGEM O PERIODO EXIGIDO E CONTA
      * OS PLANTOES ATIVOS DA ESPECIALIDADE NA UNIDADE/DATA.
       CONTA-ESCALA.
           MOVE ZEROS TO W-ESCALADOS W-AUSENTES.
           IF W-TEM-PLANT = "N"
               GO TO CONTA-ESCALA-FIM.
           MOVE TB-RQ-PERIODO (W-IR) TO W-PER-COD.
           PERFORM ACHA-PERIODO THRU ACHA-PERIODO-FIM.
           IF W-PER-IX = ZEROS
               GO TO CONTA-ESCALA-FIM.
           MOVE W-PER-IX TO W-IX-REQ.
           MOVE ZEROS TO W-IX.
       CONTA-ESCALA-PER.
           ADD 1 TO W-IX
           IF W-IX > 5
               GO TO CONTA-ESCALA-FIM.
           PERFORM CHK-COBRE THRU CHK-COBRE-FIM.
           IF W-COBRE NOT = "S"
               GO TO CONTA-ESCALA-PER.
           MOVE W-UNID-ATU          TO PL-UNIDADE.
           MOVE W-DATA-PL           TO PL-DATA.
           MOVE TB-PER-COD (W-IX)   TO PL-PERIODO.
           MOVE TB-RQ-ESPEC (W-IR)  TO PL-ESPEC.
           MOVE ZEROS               TO PL-CRM.
           MOVE SPACES              TO PL-CRM-UF.
           START CADPLANT KEY IS NOT LESS PL-CHAVE
               INVALID KEY
                   GO TO CONTA-ESCALA-PER.
       CONTA-ESCALA-LER.
           READ CADPLANT NEXT
           IF ST-ERRO NOT = "00"
               GO TO CONTA-ESCALA-PER.
           IF PL-UNIDADE NOT = W-UNID-ATU OR PL-DATA NOT = W-DATA-PL
              OR PL-PERIODO NOT = TB-PER-COD (W-IX)
              OR PL-ESPEC NOT = TB-RQ-ESPEC (W-IR)
               GO TO CONTA-ESCALA-PER.
           IF PL-STATUS = "C"
               GO TO CONTA-ESCALA-LER.
           PERFORM CHK-AUSENCIA THRU CHK-AUSENCIA-FIM.
           IF W-AUSENTE = "S"
               ADD 1 TO W-AUSENTES
           ELSE
               ADD 1 TO W-ESCALADOS.
           GO TO CONTA-ESCALA-LER.
       CONTA-ESCALA-FIM.
           EXIT.
      *--------------[ O PERIODO W-IX ABRANGE O EXIGIDO? ]--------------
       CHK-COBRE.
           MOVE "S" TO W-COBRE.
           MOVE ZEROS TO W-SL.
       CHK-COBRE-L1.
           ADD 1 TO W-SL
           IF W-SL > 3
               GO TO CHK-COBRE-FIM.
           IF TB-PER-FAIXA (W-IX-REQ, W-SL) = "1" AND
              TB-PER-FAIXA (W-IX, W-SL) NOT = "1"
               MOVE "N" TO W-COBRE
               GO TO CHK-COBRE-FIM.
           GO TO CHK-COBRE-L1.
       CHK-COBRE-FIM.
           EXIT.
      *--------------[ LINHA DE FALTA NA ESCALA ]-----------------------
       IMP-FALTA.
           MOVE W-UNID-ATU             TO DF-UNID.
           MOVE W-DATA-PL              TO DF-DATA.
           MOVE TB-SEM-TXT (W-DIA-SEMANA) TO DF-DIASEM.
           MOVE TB-RQ-PERIODO (W-IR)   TO DF-PER.
           MOVE TB-RQ-ESPEC (W-IR)     TO ESP-CODIGO.
           READ CADESPEC
           IF ST-ERRO = "00"
               MOVE ESP-DESCRICAO TO DF-ESPEC
           ELSE
               MOVE "(SEM DESCRICAO)" TO DF-ESPEC.
           MOVE TB-RQ-QTDE (W-IR)      TO DF-EXIG.
           MOVE W-ESCALADOS            TO DF-ESCAL.
           IF W-AUSENTES > ZEROS
               MOVE "MEDICO ESCALADO ESTA AUSENTE" TO DF-OBS
           ELSE
               IF W-ESCALADOS = ZEROS
                   MOVE "SEM MEDICO ESCALADO" TO DF-OBS
               ELSE
                   MOVE "ESCALA INCOMPLETA" TO DF-OBS.
           WRITE REGFALRL FROM DET-FAL.
           ADD 1 TO W-TOT-FALTAS.
           IF W-ESCALADOS = ZEROS
               ADD 1 TO W-TOT-SEMMED.
       IMP-FALTA-FIM.
           EXIT.
      *--------------------[ MEDICO AUSENTE NA DATA ]-------------------
       CHK-AUSENCIA.
           MOVE "N" TO W-AUSENTE.
           IF W-TEM-AUSEN = "N"
               GO TO CHK-AUSENCIA-FIM.
           MOVE PL-CRM    TO AU-CRM.
           MOVE PL-CRM-UF TO AU-CRM-UF.
           MOVE ZEROS     TO AU-DT-INI.
           START CADAUSEN KEY IS NOT LESS AU-CHAVE
               INVALID KEY
                   GO TO CHK-AUSENCIA-FIM.
       CHK-AUSENCIA-LER.
           READ CADAUSEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-AUSENCIA-FIM.
           IF AU-CRM NOT = PL-CRM OR AU-CRM-UF NOT = PL-CRM-UF
               GO TO CHK-AUSENCIA-FIM.
           IF PL-DATA NOT < AU-DT-INI AND PL-DATA NOT > AU-DT-FIM
               MOVE "S" TO W-AUSENTE
               GO TO CHK-AUSENCIA-FIM.
           GO TO CHK-AUSENCIA-LER.
       CHK-AUSENCIA-FIM.
           EXIT.
      *--------------------[ POSICAO DO PERIODO NA TABELA ]-------------
       ACHA-PERIODO.
           MOVE ZEROS TO W-PER-IX.
       ACHA-PERIODO-L1.
           ADD 1 TO W-PER-IX
           IF W-PER-IX > 5
               MOVE ZEROS TO W-PER-IX
               GO TO ACHA-PERIODO-FIM.
           IF TB-PER-COD (W-PER-IX) NOT = W-PER-COD
               GO TO ACHA-PERIODO-L1.
       ACHA-PERIODO-FIM.
           EXIT.
      *--------------[ ULTIMO DIA DO MES DO PERIODO ]-------------------
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
