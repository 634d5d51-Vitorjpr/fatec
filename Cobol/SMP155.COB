       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP155.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   LISTA DE COLETA E ETIQUETAS DAS AMOSTRAS DE EXAME  *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * LISTA DE TRABALHO DA SALA DE COLETA POR UNIDADE E DATA:
      * TODOS OS PEDIDOS DO CADEXAME AINDA REQUISITADOS (STATUS
      * R) COM DATA DE PEDIDO ATE A DATA DA COLETA, AGRUPADOS
      * POR PACIENTE, COM O TUBO, O JEJUM E O PREPARO DE CADA
      * TIPO DE EXAME (CADEXTIPO). GERA TAMBEM AS ETIQUETAS DOS
      * TUBOS COM O NUMERO DA AMOSTRA: A CHAVE DO PEDIDO (DATA
      * + PACIENTE + SEQUENCIA) MAIS UM DIGITO VERIFICADOR
      * MODULO 11, LIDO NA COLETA PELO SMP156.
      * A UNIDADE DO PEDIDO E A DA CONSULTA EM QUE FOI FEITO
      * (AG-UNIDADE); SEM ELA, A DO CADASTRO DO SOLICITANTE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
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

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADEXTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ET-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCOLRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADETQRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       COPY REGEXAME.
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
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADEXTIPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTIPO.DAT".
       COPY REGEXTIPO.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADCOLRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOLRL.DOC".
       01 REGCOLRL    PIC X(100).
      *
       FD CADETQRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADETQRL.DOC".
       01 REGETQRL    PIC X(40).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-UNID-SEL    PIC 9(02) VALUE ZEROS.
       77 W-DT-COLETA   PIC 9(08) VALUE ZEROS.
       77 W-UN          PIC 9(02) VALUE ZEROS.
       77 W-TEM-EXTIPO  PIC X(01) VALUE "N".
       77 W-TEM-UNID    PIC X(01) VALUE "N".
       77 W-TOT-COL     PIC 9(04) VALUE ZEROS.
       77 W-TOT-PAC     PIC 9(04) VALUE ZEROS.
       77 W-I           PIC 9(04) VALUE ZEROS.
       77 W-J           PIC 9(04) VALUE ZEROS.
       77 W-K           PIC 9(04) VALUE ZEROS.
       77 W-TROCOU      PIC X(01) VALUE "N".
       77 W-JEJUM-MAX   PIC 9(02) VALUE ZEROS.
       77 W-DV-SOMA     PIC 9(05) VALUE ZEROS.
       77 W-DV-PESO     PIC 9(02) VALUE ZEROS.
       77 W-DV-IND      PIC 9(02) VALUE ZEROS.
       77 W-DV-QUOC     PIC 9(05) VALUE ZEROS.
       77 W-DV-RESTO    PIC 9(02) VALUE ZEROS.
       77 W-DV          PIC 9(02) VALUE ZEROS.
       77 W-LOC-ACHOU   PIC X(01) VALUE "N".
       77 W-LOC-CHAVE   PIC X(26) VALUE SPACES.
      *
      *----- NUMERO DA AMOSTRA: CHAVE DO PEDIDO + DIGITO MODULO 11
       01 W-AMOSTRA.
           03 AM-DATA       PIC 9(08).
           03 AM-PCODIGO    PIC 9(06).
           03 AM-SEQ        PIC 9(02).
           03 AM-DV         PIC 9(01).
       01 W-AMOSTRA-R REDEFINES W-AMOSTRA.
           03 AM-DIG        PIC 9(01) OCCURS 17 TIMES.
      *
      *----- PEDIDOS PENDENTES DE COLETA, ORDENADOS POR PACIENTE
       01 TAB-COLETA.
           03 TC-ITEM OCCURS 999 TIMES.
               05 TC-CHAVE.
                   07 TC-PCODIGO    PIC 9(06).
                   07 TC-DATA       PIC 9(08).
                   07 TC-SEQ        PIC 9(02).
               05 TC-TIPO           PIC X(30).
               05 TC-TUBO           PIC X(15).
               05 TC-JEJUM          PIC 9(02).
               05 TC-PREPARO        PIC X(30).
       01 W-TROCA-ITEM              PIC X(93) VALUE SPACES.
      *
       01  CAB0-COL.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-COL.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME  LISTA DE COLETA DE AMOSTRAS".
           05  FILLER                 PIC X(043) VALUE
           " - PEDIDOS REQUISITADOS                   -".
       01  CAB2-COL.
           05  FILLER                 PIC X(012) VALUE "- UNIDADE : ".
           05  CAB2-UNID              PIC 99.
           05  FILLER                 PIC X(003) VALUE " - ".
           05  CAB2-NOME              PIC X(030).
           05  FILLER                 PIC X(019) VALUE
           "  DATA DA COLETA : ".
           05  CAB2-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(023) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-COL.
           05  FILLER                 PIC X(057) VALUE
           "-     AMOSTRA           EXAME                          PE".
           05  FILLER                 PIC X(043) VALUE
           "DIDO     TUBO            JEJUM            -".
       01  LIN-PAC.
           05  FILLER                 PIC X(011) VALUE "- PACIENTE ".
           05  LP-PCODIGO             PIC 9(006).
           05  FILLER                 PIC X(003) VALUE " - ".
           05  LP-NOME                PIC X(030).
           05  FILLER                 PIC X(007) VALUE " NASC. ".
           05  LP-DIA                 PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  LP-MES                 PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  LP-ANO                 PIC 9(004).
           05  FILLER                 PIC X(016) VALUE
           "  JEJUM MAXIMO: ".
           05  LP-JEJUM               PIC Z9.
           05  FILLER                 PIC X(001) VALUE "H".
           05  FILLER                 PIC X(013) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-COL.
           05  FILLER                 PIC X(006) VALUE "-     ".
           05  DC-AMOSTRA             PIC 9(017).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-TIPO                PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-TUBO                PIC X(015).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-JEJUM               PIC Z9.
           05  FILLER                 PIC X(001) VALUE "H".
           05  FILLER                 PIC X(014) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-PREP.
           05  FILLER                 PIC X(024) VALUE
           "-                       ".
           05  FILLER                 PIC X(009) VALUE "PREPARO: ".
           05  DP-PREPARO             PIC X(030).
           05  FILLER                 PIC X(036) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOTAL.
           05  FILLER                 PIC X(010) VALUE "- TOTAL : ".
           05  LT-PAC                 PIC ZZZ9.
           05  FILLER                 PIC X(013) VALUE " PACIENTE(S) ".
           05  LT-COL                 PIC ZZZ9.
           05  FILLER                 PIC X(011) VALUE " AMOSTRA(S)".
           05  FILLER                 PIC X(057) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *
      *----- ETIQUETA DO TUBO (40 COLUNAS)
       01  ETQ-BORDA.
           05  FILLER                 PIC X(001) VALUE "+".
           05  FILLER                 PIC X(038) VALUE
           "--------------------------------------".
           05  FILLER                 PIC X(001) VALUE "+".
       01  ETQ-NOME.
           05  FILLER                 PIC X(002) VALUE "| ".
           05  EN-NOME                PIC X(030).
           05  FILLER                 PIC X(007) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "|".
       01  ETQ-PAC.
           05  FILLER                 PIC X(007) VALUE "| NASC ".
           05  EP-DIA                 PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  EP-MES                 PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  EP-ANO                 PIC 9(004).
           05  FILLER                 PIC X(006) VALUE "  PAC ".
           05  EP-PCODIGO             PIC 9(006).
           05  FILLER                 PIC X(010) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "|".
       01  ETQ-AMOSTRA.
           05  FILLER                 PIC X(003) VALUE "| *".
           05  EA-AMOSTRA             PIC 9(017).
           05  FILLER                 PIC X(001) VALUE "*".
           05  FILLER                 PIC X(018) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "|".
       01  ETQ-EXAME.
           05  FILLER                 PIC X(002) VALUE "| ".
           05  EE-TIPO                PIC X(030).
           05  FILLER                 PIC X(007) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "|".
       01  ETQ-TUBO.
           05  FILLER                 PIC X(007) VALUE "| TUBO ".
           05  EQ-TUBO              PIC X(015).
           05  FILLER                 PIC X(007) VALUE " JEJUM ".
           05  EQ-JEJUM             PIC Z9.
           05  FILLER                 PIC X(001) VALUE "H".
           05  FILLER                 PIC X(007) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "|".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT155.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           *** LISTA DE COLETA E ETIQUET".
           05  LINE 02  COLUMN 41
               VALUE  "AS DAS AMOSTRAS ***".
           05  LINE 08  COLUMN 01
               VALUE  "     UNIDADE            :".
           05  LINE 08  COLUMN 31
               VALUE  "(00 = TODAS)".
           05  LINE 10  COLUMN 01
               VALUE  "     DATA DA COLETA     :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-UNID
               LINE 08  COLUMN 27  PIC 99
               USING  W-UNID-SEL
               HIGHLIGHT.
           05  T-DATA
               LINE 10  COLUMN 27  PIC 9999.99.99
               USING  W-DT-COLETA
               HIGHLIGHT.
           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           MOVE ZEROS TO W-UNID-SEL.
           ACCEPT W-DT-COLETA FROM DATE YYYYMMDD.
           DISPLAY SMT155.

       INC-UNID.
           ACCEPT T-UNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.

       INC-DATA.
           ACCEPT T-DATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-UNID.
           IF W-DT-COLETA = ZEROS
               MOVE "*** DATA DA COLETA INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-DATA.

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
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADEXAME NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADAGEN NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADEXAME
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADPACI NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADEXAME CADAGEN
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADMED NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADEXAME CADAGEN CADPACI
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-EXTIPO.
           OPEN INPUT CADEXTIPO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EXTIPO.
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
           OPEN OUTPUT CADCOLRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO CADCOLRL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           OPEN OUTPUT CADETQRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO CADETQRL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCOLRL
               GO TO ROT-FECHA.
           MOVE ZEROS TO W-TOT-COL W-TOT-PAC.
           MOVE "*** SELECIONANDO PEDIDOS REQUISITADOS ***" TO MENS
           DISPLAY (23, 12) MENS.
      *--------------------[ PEDIDOS AINDA REQUISITADOS ]--------------
       LE-EXAME.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
               GO TO ORDENA.
           IF EX-DATA > W-DT-COLETA
               GO TO ORDENA.
           IF EX-STATUS NOT = "R"
               GO TO LE-EXAME.
           IF W-UNID-SEL = ZEROS
               GO TO LE-EXAME-GUARDA.
           PERFORM ACHA-UNIDADE THRU ACHA-UNIDADE-FIM.
           IF W-UN NOT = W-UNID-SEL
               GO TO LE-EXAME.
       LE-EXAME-GUARDA.
           IF W-TOT-COL NOT < 999
               MOVE "*** LISTA LIMITADA A 999 AMOSTRAS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ORDENA.
           ADD 1 TO W-TOT-COL.
           MOVE EX-PCODIGO TO TC-PCODIGO (W-TOT-COL).
           MOVE EX-DATA    TO TC-DATA (W-TOT-COL).
           MOVE EX-SEQ     TO TC-SEQ (W-TOT-COL).
           MOVE EX-TIPO    TO TC-TIPO (W-TOT-COL).
           MOVE SPACES     TO TC-TUBO (W-TOT-COL)
                              TC-PREPARO (W-TOT-COL).
           MOVE ZEROS      TO TC-JEJUM (W-TOT-COL).
           IF W-TEM-EXTIPO = "N" OR EX-TIPOCOD = ZEROS
               GO TO LE-EXAME.
           MOVE EX-TIPOCOD TO ET-CODIGO.
           READ CADEXTIPO
           IF ST-ERRO NOT = "00"
               GO TO LE-EXAME.
           MOVE ET-TUBO    TO TC-TUBO (W-TOT-COL).
           MOVE ET-JEJUM   TO TC-JEJUM (W-TOT-COL).
           MOVE ET-PREPARO TO TC-PREPARO (W-TOT-COL).
           GO TO LE-EXAME.
      *--------------------[ ORDENA POR PACIENTE ]---------------------
       ORDENA.
           IF W-TOT-COL = ZEROS
               CLOSE CADCOLRL CADETQRL
               MOVE "*** NENHUM PEDIDO AGUARDANDO COLETA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE "S" TO W-TROCOU.
       ORDENA-PASSO.
           IF W-TROCOU = "N"
               GO TO ROT-IMPRIME.
           MOVE "N" TO W-TROCOU.
           MOVE 1 TO W-I.
       ORDENA-LOOP.
           IF W-I NOT < W-TOT-COL
               GO TO ORDENA-PASSO.
           ADD 1 W-I GIVING W-J.
           IF TC-CHAVE (W-I) > TC-CHAVE (W-J)
               MOVE TC-ITEM (W-I) TO W-TROCA-ITEM
               MOVE TC-ITEM (W-J) TO TC-ITEM (W-I)
               MOVE W-TROCA-ITEM  TO TC-ITEM (W-J)
               MOVE "S" TO W-TROCOU.
           MOVE W-J TO W-I.
           GO TO ORDENA-LOOP.
      *--------------------[ IMPRESSAO DA LISTA E ETIQUETAS ]----------
       ROT-IMPRIME.
           WRITE REGCOLRL FROM CAB0-COL.
           WRITE REGCOLRL FROM CAB1-COL.
           WRITE REGCOLRL FROM CAB0-COL.
           MOVE W-UNID-SEL TO CAB2-UNID.
           MOVE "TODAS AS UNIDADES" TO CAB2-NOME.
           IF W-UNID-SEL NOT = ZEROS
               MOVE SPACES TO CAB2-NOME
               IF W-TEM-UNID = "S"
                   MOVE W-UNID-SEL TO UN-CODIGO
                   READ CADUNID
                   IF ST-ERRO = "00"
                       MOVE UN-NOME TO CAB2-NOME.
           MOVE W-DT-COLETA TO CAB2-DATA.
           WRITE REGCOLRL FROM CAB2-COL.
           WRITE REGCOLRL FROM CAB0-COL.
           WRITE REGCOLRL FROM CAB3-COL.
           MOVE ZEROS TO W-I.
       IMP-PAC-LOOP.
           ADD 1 TO W-I
           IF W-I > W-TOT-COL
               GO TO IMP-TOTAL.
      *----- CABECALHO DO PACIENTE COM O MAIOR JEJUM DOS SEUS EXAMES
           ADD 1 TO W-TOT-PAC.
           MOVE TC-PCODIGO (W-I) TO P-CODIGO LP-PCODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO P-NOME
               MOVE ZEROS  TO P-DIA P-MES P-ANO.
           MOVE ZEROS TO W-JEJUM-MAX.
           MOVE W-I TO W-K.
       IMP-PAC-JEJUM.
           IF W-K > W-TOT-COL
               GO TO IMP-PAC-CAB.
           IF TC-PCODIGO (W-K) NOT = TC-PCODIGO (W-I)
               GO TO IMP-PAC-CAB.
           IF TC-JEJUM (W-K) > W-JEJUM-MAX
               MOVE TC-JEJUM (W-K) TO W-JEJUM-MAX.
           ADD 1 TO W-K.
           GO TO IMP-PAC-JEJUM.
       IMP-PAC-CAB.
           WRITE REGCOLRL FROM CAB0-COL.
           MOVE P-NOME      TO LP-NOME.
           MOVE P-DIA       TO LP-DIA.
           MOVE P-MES       TO LP-MES.
           MOVE P-ANO       TO LP-ANO.
           MOVE W-JEJUM-MAX TO LP-JEJUM.
           WRITE REGCOLRL FROM LIN-PAC.
       IMP-ITEM.
           PERFORM IMP-AMOSTRA THRU IMP-AMOSTRA-FIM.
           IF W-I NOT < W-TOT-COL
               GO TO IMP-PAC-LOOP.
           IF TC-PCODIGO (W-I + 1) NOT = TC-PCODIGO (W-I)
               GO TO IMP-PAC-LOOP.
           ADD 1 TO W-I.
           GO TO IMP-ITEM.
       IMP-TOTAL.
           WRITE REGCOLRL FROM CAB0-COL.
           MOVE W-TOT-PAC TO LT-PAC.
           MOVE W-TOT-COL TO LT-COL.
           WRITE REGCOLRL FROM LIN-TOTAL.
           WRITE REGCOLRL FROM CAB0-COL.
           CLOSE CADCOLRL CADETQRL.
           MOVE "** LISTA DE COLETA E ETIQUETAS GERADAS **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADEXAME CADAGEN CADPACI CADMED.
           IF W-TEM-EXTIPO = "S"
               CLOSE CADEXTIPO.
           IF W-TEM-UNID = "S"
               CLOSE CADUNID.
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
      *--------------[ LINHA DA LISTA E ETIQUETA DA AMOSTRA ]----------
       IMP-AMOSTRA.
           MOVE TC-DATA (W-I)     TO AM-DATA.
           MOVE TC-PCODIGO (W-I)  TO AM-PCODIGO.
           MOVE TC-SEQ (W-I)      TO AM-SEQ.
           PERFORM CALC-DV THRU CALC-DV-FIM.
           MOVE W-AMOSTRA         TO DC-AMOSTRA EA-AMOSTRA.
           MOVE TC-TIPO (W-I)     TO DC-TIPO EE-TIPO.
           MOVE TC-DATA (W-I)     TO DC-DATA.
           MOVE TC-TUBO (W-I)     TO DC-TUBO EQ-TUBO.
           MOVE TC-JEJUM (W-I)    TO DC-JEJUM EQ-JEJUM.
           WRITE REGCOLRL FROM DET-COL.
           IF TC-PREPARO (W-I) NOT = SPACES
               MOVE TC-PREPARO (W-I) TO DP-PREPARO
               WRITE REGCOLRL FROM DET-PREP.
           MOVE P-NOME           TO EN-NOME.
           MOVE P-DIA            TO EP-DIA.
           MOVE P-MES            TO EP-MES.
           MOVE P-ANO            TO EP-ANO.
           MOVE TC-PCODIGO (W-I) TO EP-PCODIGO.
           WRITE REGETQRL FROM ETQ-BORDA.
           WRITE REGETQRL FROM ETQ-NOME.
           WRITE REGETQRL FROM ETQ-PAC.
           WRITE REGETQRL FROM ETQ-AMOSTRA.
           WRITE REGETQRL FROM ETQ-EXAME.
           WRITE REGETQRL FROM ETQ-TUBO.
           WRITE REGETQRL FROM ETQ-BORDA.
           MOVE SPACES TO REGETQRL.
           WRITE REGETQRL.
       IMP-AMOSTRA-FIM.
           EXIT.
      *--------------[ DIGITO VERIFICADOR MODULO 11 DA AMOSTRA ]-------
      * PESOS 2 A 9 DA DIREITA PARA A ESQUERDA SOBRE OS 16 DIGITOS
      * DA CHAVE; RESTO 0 OU 1 DA DIGITO ZERO.
       CALC-DV.
           MOVE ZEROS TO W-DV-SOMA.
           MOVE 2  TO W-DV-PESO.
           MOVE 16 TO W-DV-IND.
       CALC-DV-LOOP.
           COMPUTE W-DV-SOMA = W-DV-SOMA +
                               AM-DIG (W-DV-IND) * W-DV-PESO.
           ADD 1 TO W-DV-PESO.
           IF W-DV-PESO > 9
               MOVE 2 TO W-DV-PESO.
           SUBTRACT 1 FROM W-DV-IND.
           IF W-DV-IND > ZEROS
               GO TO CALC-DV-LOOP.
           DIVIDE W-DV-SOMA BY 11 GIVING W-DV-QUOC
                                  REMAINDER W-DV-RESTO.
           SUBTRACT W-DV-RESTO FROM 11 GIVING W-DV.
           IF W-DV > 9
               MOVE ZEROS TO W-DV.
           MOVE W-DV TO AM-DV.
       CALC-DV-FIM.
           EXIT.
      *--------------[ UNIDADE DO PEDIDO ]-----------------------------
       ACHA-UNIDADE.
           MOVE ZEROS TO W-UN.
           MOVE EX-DATA    TO AG-DATA.
           MOVE EX-CRM     TO AG-CRM.
           MOVE EX-CRM-UF  TO AG-CRM-UF.
           MOVE EX-PCODIGO TO AG-PCODIGO.
           MOVE ZEROS      TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU NOT = "N"
               MOVE AG-UNIDADE TO W-UN.
           IF W-UN NOT = ZEROS
               GO TO ACHA-UNIDADE-FIM.
           MOVE EX-CRM    TO CRM.
           MOVE EX-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO = "00"
               MOVE UNIDADE TO W-UN.
       ACHA-UNIDADE-FIM.
           EXIT.
      *--------------[ LOCALIZA O AGENDAMENTO DO DIA ]------------------
      * A HORA FAZ PARTE DA CHAVE DO CADAGEN. COM A HORA INFORMADA
      * A LEITURA E DIRETA; COM A HORA ZERADA TRAZ O PRIMEIRO
      * AGENDAMENTO DO PACIENTE COM O MEDICO NA DATA E DEVOLVE
      * W-LOC-ACHOU = "M" QUANDO HOUVER MAIS DE UM NO DIA.
       LOCALIZA-AGENDA.
           MOVE "N" TO W-LOC-ACHOU.
           IF AG-HORA NOT = ZEROS
               READ CADAGEN
               IF ST-ERRO = "00"
                   MOVE "S" TO W-LOC-ACHOU
                   GO TO LOCALIZA-AGENDA-FIM
               ELSE
                   GO TO LOCALIZA-AGENDA-FIM.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO LOCALIZA-AGENDA-FIM.
       LOCALIZA-AGENDA-LER.
           READ CADAGEN NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LOCALIZA-AGENDA-REL.
           IF AG-CHAVE (1:22) NOT = W-LOC-CHAVE (1:22)
               GO TO LOCALIZA-AGENDA-REL.
           IF W-LOC-ACHOU = "S"
               MOVE "M" TO W-LOC-ACHOU
               GO TO LOCALIZA-AGENDA-REL.
           MOVE "S" TO W-LOC-ACHOU.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           GO TO LOCALIZA-AGENDA-LER.
       LOCALIZA-AGENDA-REL.
           MOVE W-LOC-CHAVE TO AG-CHAVE.
           IF W-LOC-ACHOU NOT = "N"
               READ CADAGEN.
       LOCALIZA-AGENDA-FIM.
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
