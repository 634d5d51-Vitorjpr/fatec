       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP180.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   PACIENTES DE MAIOR UTILIZACAO POR CONVENIO         *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * PARA OS PROGRAMAS DE GESTAO DE CUIDADO DAS OPERADORAS.
      * DADO UM CONVENIO E UM PERIODO (MES/ANO A MES/ANO), LISTA
      * OS PACIENTES DO CONVENIO (CONVENIO VIGENTE NA DATA DE
      * CADA EVENTO - SMPHCV) EM ORDEM DECRESCENTE DE CONSULTAS
      * REALIZADAS (CADAGEN STATUS R, FORA PARTICULAR E EXAME
      * OCUPACIONAL) E, NO EMPATE, DE VALOR FATURADO, COM:
      *   ESPECIALIDADES DISTINTAS VISTAS NAS CONSULTAS
      *   EXAMES PEDIDOS NO PERIODO (CADEXAME)
      *   ATENDIMENTOS SEM HORA MARCADA (CADFILA CHAMADOS)
      *   VALOR FATURADO AO CONVENIO (CADREMES - RM-VALOR-FAT)
      *   CIDS CRONICOS DO CADDIAG: CID REGISTRADO EM DUAS OU MAIS
      *   DATAS OU DO GRUPO HAS/DIABETES (COMO NO SMP134).
      * SAIDA: UTILCONV.DOC. OPCIONALMENTE GERA O EXTRATO
      * UTILnnnn.TXT (nnnn = CONVENIO) SO COM OS PACIENTES QUE
      * CONSENTIRAM NO COMPARTILHAMENTO COM O CONVENIO (CADCONSEN
      * FINALIDADE O); OS DEMAIS SAO CONTADOS COMO SUPRIMIDOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CV-NOME
                                                      WITH DUPLICATES.

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

                    SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADFILA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FL-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADREMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RM-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADDIAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DG-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                                      WITH DUPLICATES.

                    SELECT CADUTILRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT UTILEXT ASSIGN TO W-NOME-EXT
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       COPY REGCONV.
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
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       COPY REGEXAME.
      *
       FD CADFILA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFILA.DAT".
       COPY REGFILA.
      *
       FD CADREMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMES.DAT".
       COPY REGREMES.
      *
       FD CADDIAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAG.DAT".
       01 REGDIAG.
           03 DG-CHAVE.
               05 DG-PCODIGO        PIC 9(06).
               05 DG-CID            PIC 9(04).
               05 DG-DATA.
                   07 DG-ANO        PIC 9(04).
                   07 DG-MES        PIC 9(02).
                   07 DG-DIA        PIC 9(02).
           03 DG-DIASAFAST          PIC 9(03).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       COPY REGCID.
      *
       FD CADUTILRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "UTILCONV.DOC".
       01 REGUTILRL    PIC X(100).
      *
       FD UTILEXT
               LABEL RECORD IS STANDARD.
       01 REGUTILEXT   PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-GERA-EXT    PIC X(01) VALUE "N".
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-CV-CODIGO   PIC 9(04) VALUE ZEROS.
       77 W-INI-MES     PIC 9(02) VALUE ZEROS.
       77 W-INI-ANO     PIC 9(04) VALUE ZEROS.
       77 W-FIM-MES     PIC 9(02) VALUE ZEROS.
       77 W-FIM-ANO     PIC 9(04) VALUE ZEROS.
       77 W-LIMITE      PIC 9(03) VALUE ZEROS.
       77 W-TEM-MED     PIC X(01) VALUE "N".
       77 W-TEM-EXAME   PIC X(01) VALUE "N".
       77 W-TEM-FILA    PIC X(01) VALUE "N".
       77 W-TEM-REMES   PIC X(01) VALUE "N".
       77 W-TEM-DIAG    PIC X(01) VALUE "N".
       77 W-TEM-CID     PIC X(01) VALUE "N".
       77 W-PCOD        PIC 9(06) VALUE ZEROS.
       77 W-DATA-EV     PIC 9(08) VALUE ZEROS.
       77 W-CONV-OK     PIC X(01) VALUE "N".
       77 W-IX          PIC 9(03) VALUE ZEROS.
       77 W-I           PIC 9(03) VALUE ZEROS.
       77 W-J           PIC 9(03) VALUE ZEROS.
       77 W-TROCOU      PIC X(01) VALUE "N".
       77 W-TOT-PAC     PIC 9(03) VALUE ZEROS.
       77 W-FORA-TAB    PIC 9(05) VALUE ZEROS.
       77 W-ESP         PIC 9(02) VALUE ZEROS.
       77 W-RANK        PIC 9(03) VALUE ZEROS.
       77 W-DQ-QTD      PIC 9(02) VALUE ZEROS.
       77 W-DQ-IX       PIC 9(02) VALUE ZEROS.
       77 W-CR-QTD      PIC 9(01) VALUE ZEROS.
       77 W-QT-EXT      PIC 9(05) VALUE ZEROS.
       77 W-QT-SUPR     PIC 9(05) VALUE ZEROS.
       01 W-DT-INI.
           03 W-DI-ANO  PIC 9(04).
           03 W-DI-MES  PIC 9(02).
           03 W-DI-DIA  PIC 9(02).
       01 W-DT-INI-N REDEFINES W-DT-INI PIC 9(08).
       01 W-DT-FIM.
           03 W-DF-ANO  PIC 9(04).
           03 W-DF-MES  PIC 9(02).
           03 W-DF-DIA  PIC 9(02).
       01 W-DT-FIM-N REDEFINES W-DT-FIM PIC 9(08).
       01 W-NOME-EXT.
           05 FILLER             PIC X(04) VALUE "UTIL".
           05 W-EXT-CONV         PIC 9(04).
           05 FILLER             PIC X(04) VALUE ".TXT".
      *----- CODIGO CID-10 OFICIAL QUEBRADO EM LETRA E CATEGORIA
       01 W-CID-STD.
           03 W-CID-LETRA  PIC X(01).
           03 W-CID-CATEG  PIC X(02).
           03 FILLER       PIC X(01).
       01 W-HCV-PARM.
           03 HCV-ACAO           PIC X(01) VALUE SPACES.
           03 HCV-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 HCV-DATA           PIC 9(08) VALUE ZEROS.
           03 HCV-CONVENIO       PIC 9(04) VALUE ZEROS.
           03 HCV-PLANO          PIC 9(02) VALUE ZEROS.
           03 HCV-CARTEIRA       PIC X(20) VALUE SPACES.
           03 HCV-ACHOU          PIC X(01) VALUE SPACES.
       01 W-CON-PARM.
           03 CON-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 CON-FINALIDADE     PIC X(01) VALUE SPACES.
           03 CON-OK             PIC X(01) VALUE SPACES.
      *
      *----- PACIENTES DO CONVENIO NO PERIODO
       01 TAB-PAC.
           03 TP-ITEM OCCURS 999 TIMES.
               05 TP-PCODIGO       PIC 9(06).
               05 TP-CONS          PIC 9(04).
               05 TP-QESP          PIC 9(02).
               05 TP-EXAMES        PIC 9(04).
               05 TP-FILA          PIC 9(04).
               05 TP-VALOR         PIC 9(08)V99.
               05 TP-ESP-VISTA     PIC X(01) OCCURS 99 TIMES.
       01 W-TROCA-ITEM             PIC X(129).
      *----- DIAGNOSTICOS DO PACIENTE EM IMPRESSAO (CID E QUANTAS
      *----- DATAS DIFERENTES)
       01 TAB-DIAG.
           03 TQ-ITEM OCCURS 40 TIMES.
               05 TQ-CID           PIC 9(04).
               05 TQ-QTD           PIC 9(03).
      *----- ATE QUATRO CIDS CRONICOS PARA A LINHA
       01 TAB-CRON.
           03 TR-CID-STD           PIC X(04) OCCURS 4 TIMES.
      *
       01  CAB0-UT.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-UT.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     PACIENTES DE MAIOR UTILI".
           05  FILLER                 PIC X(043) VALUE
           "ZACAO DO CONVENIO                         -".
       01  CAB2-UT.
           05  FILLER                 PIC X(012) VALUE
           "- CONVENIO: ".
           05  CAB2-CONV              PIC 9(004).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CAB2-NOME              PIC X(030).
           05  FILLER                 PIC X(011) VALUE
           "  PERIODO: ".
           05  CAB2-INI-MES           PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-INI-ANO           PIC 9(004).
           05  FILLER                 PIC X(003) VALUE " A ".
           05  CAB2-FIM-MES           PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-FIM-ANO           PIC 9(004).
           05  FILLER                 PIC X(025) VALUE
           "                        -".
       01  LIN-LEG1.
           05  FILLER                 PIC X(057) VALUE
           "- CONS = CONSULTAS REALIZADAS   ES = ESPECIALIDADES VISTA".
           05  FILLER                 PIC X(043) VALUE
           "S   EXAM = EXAMES PEDIDOS                 -".
       01  LIN-LEG2.
           05  FILLER                 PIC X(057) VALUE
           "- FILA = ATENDIMENTOS SEM HORA MARCADA   VALOR FAT. = FAT".
           05  FILLER                 PIC X(043) VALUE
           "URADO AO CONVENIO (REMESSAS)              -".
       01  LIN-LEG3.
           05  FILLER                 PIC X(057) VALUE
           "- CIDS CRONICOS = DIAGNOSTICO REPETIDO EM DATAS DIFERENTE".
           05  FILLER                 PIC X(043) VALUE
           "S OU HAS/DIABETES                         -".
       01  CAB3-UT.
           05  FILLER                 PIC X(057) VALUE
           "- RK  CODIGO NOME                   CONS ES EXAM FILA VAL".
           05  FILLER                 PIC X(043) VALUE
           "OR FAT. CIDS CRONICOS                     -".
       01  DET-UT.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DU-RANK   VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-PCOD   VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-NOME   VALUE SPACES PIC X(022).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-CONS   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-QESP   VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-EXAM   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-FILA   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-VALOR  VALUE ZEROS  PIC ZZZZZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-CRON   OCCURS 4 TIMES.
               07  DU-CID VALUE SPACES PIC X(004).
               07  FILLER VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(015) VALUE
           "              -".
       01  LIN-TOT-UT.
           05  FILLER                 PIC X(022) VALUE
           "- PACIENTES LISTADOS: ".
           05  LT-PAC                 PIC ZZ9.
           05  FILLER                 PIC X(015) VALUE
           "   NO EXTRATO: ".
           05  LT-EXT                 PIC ZZZZ9.
           05  FILLER                 PIC X(031) VALUE
           "   SUPRIMIDOS (SEM CONSENTIM.):".
           05  LT-SUPR                PIC ZZZZ9.
           05  FILLER                 PIC X(019) VALUE
           "                  -".
       01  LIN-FORA-UT.
           05  FILLER                 PIC X(036) VALUE
           "- PACIENTES FORA DA TABELA (> 999): ".
           05  LF-FORA                PIC ZZZZ9.
           05  FILLER                 PIC X(030) VALUE SPACES.
           05  FILLER                 PIC X(029) VALUE
           "                            -".
      *----- REGISTRO DO EXTRATO PARA O CONVENIO (POSICIONAL)
       01  EXT-UT.
           05  XU-CONVENIO            PIC 9(04).
           05  XU-PCODIGO             PIC 9(06).
           05  XU-NOME                PIC X(30).
           05  XU-CPF                 PIC 9(11).
           05  XU-CARTEIRA            PIC X(20).
           05  XU-RANK                PIC 9(03).
           05  XU-CONS                PIC 9(04).
           05  XU-QESP                PIC 9(02).
           05  XU-EXAMES              PIC 9(04).
           05  XU-FILA                PIC 9(04).
           05  XU-VALOR               PIC 9(08)V99.
           05  XU-CID-STD             PIC X(04) OCCURS 4 TIMES.
           05  FILLER                 PIC X(06) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT180.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** PACIENTES DE MAIOR UTILI".
           05  LINE 02  COLUMN 41
               VALUE  "ZACAO POR CONVENIO ***".
           05  LINE 06  COLUMN 01
               VALUE  "     CODIGO DO CONVENIO :".
           05  LINE 08  COLUMN 01
               VALUE  "     PERIODO DE (MES/ANO) :".
           05  LINE 08  COLUMN 38
               VALUE  "ATE :".
           05  LINE 10  COLUMN 01
               VALUE  "     QTDE DE PACIENTES (000 = TODOS) :".
           05  LINE 11  COLUMN 01
               VALUE  "     GERAR EXTRATO PARA O CONVENIO (S/N) :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-CVCODIGO
               LINE 06  COLUMN 27  PIC 9(04)
               USING  W-CV-CODIGO
               HIGHLIGHT.
           05  T-CVNOME
               LINE 06  COLUMN 33  PIC X(30)
               USING  CV-NOME
               HIGHLIGHT.
           05  T-INIMES
               LINE 08  COLUMN 29  PIC 99
               USING  W-INI-MES
               HIGHLIGHT.
           05  T-INIANO
               LINE 08  COLUMN 32  PIC 9(04)
               USING  W-INI-ANO
               HIGHLIGHT.
           05  T-FIMMES
               LINE 08  COLUMN 44  PIC 99
               USING  W-FIM-MES
               HIGHLIGHT.
           05  T-FIMANO
               LINE 08  COLUMN 47  PIC 9(04)
               USING  W-FIM-ANO
               HIGHLIGHT.
           05  T-LIMITE
               LINE 10  COLUMN 40  PIC 9(03)
               USING  W-LIMITE
               HIGHLIGHT.
           05  T-EXT
               LINE 11  COLUMN 44  PIC X(01)
               USING  W-GERA-EXT
               HIGHLIGHT.
           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           MOVE ZEROS TO W-CV-CODIGO W-INI-MES W-INI-ANO
                         W-FIM-MES W-FIM-ANO W-LIMITE.
           MOVE SPACES TO CV-NOME.
           DISPLAY SMT180.

       INC-CV.
           ACCEPT T-CVCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
           IF W-CV-CODIGO = ZEROS
               MOVE "*** CODIGO DO CONVENIO NAO INFORMADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-CV.

       INC-CV-A.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   MOVE "* ARQUIVO CADCONV NAO EXISTE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

           MOVE W-CV-CODIGO TO CV-CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** CONVENIO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCONV
                   GO TO INC-CV
               ELSE
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADCONV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
           ELSE
               DISPLAY T-CVNOME
               CLOSE CADCONV.

       INC-PER.
           ACCEPT T-INIMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-CV.
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

       INC-PERF.
           ACCEPT T-FIMMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PER-A.
           IF W-FIM-MES < 01 OR W-FIM-MES > 12
               MOVE "*** MES INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PERF.

       INC-PERF-A.
           ACCEPT T-FIMANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PERF.
           MOVE W-INI-ANO TO W-DI-ANO.
           MOVE W-INI-MES TO W-DI-MES.
           MOVE 01        TO W-DI-DIA.
           MOVE W-FIM-ANO TO W-DF-ANO.
           MOVE W-FIM-MES TO W-DF-MES.
           MOVE 31        TO W-DF-DIA.
           IF W-FIM-ANO = ZEROS OR W-DT-FIM-N < W-DT-INI-N
               MOVE "*** PERIODO INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PERF-A.

       INC-LIM.
           ACCEPT T-LIMITE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PERF-A.

       INC-EXT.
           MOVE "N" TO W-GERA-EXT.
           ACCEPT T-EXT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-LIM.
           IF W-GERA-EXT = "s"
               MOVE "S" TO W-GERA-EXT.
           IF W-GERA-EXT NOT = "S"
               MOVE "N" TO W-GERA-EXT.

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
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADAGEN NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADPACI NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAGEN
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-MED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MED.
           MOVE "S" TO W-TEM-EXAME.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EXAME.
           MOVE "S" TO W-TEM-FILA.
           OPEN INPUT CADFILA
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-FILA.
           MOVE "S" TO W-TEM-REMES.
           OPEN INPUT CADREMES
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-REMES.
           MOVE "S" TO W-TEM-DIAG.
           OPEN INPUT CADDIAG
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-DIAG.
           MOVE "S" TO W-TEM-CID.
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CID.
           OPEN OUTPUT CADUTILRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO UTILCONV.DOC" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           IF W-GERA-EXT = "S"
               MOVE W-CV-CODIGO TO W-EXT-CONV
               OPEN OUTPUT UTILEXT.
           MOVE ZEROS TO W-TOT-PAC W-FORA-TAB W-QT-EXT W-QT-SUPR.
      *--------------------[ CONSULTAS REALIZADAS ]--------------------
       LER-AGEN.
           MOVE W-DT-INI-N TO AG-DATA.
           MOVE ZEROS      TO AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES     TO AG-CRM-UF.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO LER-EXAME.
       LER-AGEN-L1.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO LER-EXAME.
           IF AG-DATA > W-DT-FIM-N
               GO TO LER-EXAME.
           IF AG-STATUS NOT = "R" OR AG-TIPO = "O"
                                  OR AG-PARTICULAR = "S"
               GO TO LER-AGEN-L1.
           MOVE AG-PCODIGO TO W-PCOD.
           MOVE AG-DATA    TO W-DATA-EV.
           PERFORM VER-CONV THRU VER-CONV-FIM.
           IF W-CONV-OK = "N"
               GO TO LER-AGEN-L1.
           PERFORM BUSCA-PAC THRU BUSCA-PAC-FIM.
           IF W-IX = ZEROS
               GO TO LER-AGEN-L1.
           ADD 1 TO TP-CONS (W-IX).
      *----- ESPECIALIDADE DA MARCACAO; NOS REGISTROS ANTIGOS A DO
      *----- CADASTRO DO MEDICO
           MOVE ZEROS TO W-ESP.
           IF AG-ESPEC NUMERIC
               MOVE AG-ESPEC TO W-ESP.
           IF W-ESP = ZEROS AND W-TEM-MED = "S"
               MOVE AG-CRM    TO CRM
               MOVE AG-CRM-UF TO CRM-UF
               READ CADMED
               IF ST-ERRO = "00"
                   MOVE ESPEC TO W-ESP.
           IF W-ESP = ZEROS
               GO TO LER-AGEN-L1.
           IF TP-ESP-VISTA (W-IX, W-ESP) NOT = "S"
               MOVE "S" TO TP-ESP-VISTA (W-IX, W-ESP)
               ADD 1 TO TP-QESP (W-IX).
           GO TO LER-AGEN-L1.
      *--------------------[ EXAMES PEDIDOS ]--------------------------
       LER-EXAME.
           IF W-TEM-EXAME = "N"
               GO TO LER-FILA.
           MOVE W-DT-INI-N TO EX-DATA.
           MOVE ZEROS      TO EX-PCODIGO EX-SEQ.
           START CADEXAME KEY IS NOT LESS EX-CHAVE
               INVALID KEY
                   GO TO LER-FILA.
       LER-EXAME-L1.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
               GO TO LER-FILA.
           IF EX-DATA > W-DT-FIM-N
               GO TO LER-FILA.
           MOVE EX-PCODIGO TO W-PCOD.
           MOVE EX-DATA    TO W-DATA-EV.
           PERFORM VER-CONV THRU VER-CONV-FIM.
           IF W-CONV-OK = "N"
               GO TO LER-EXAME-L1.
           PERFORM BUSCA-PAC THRU BUSCA-PAC-FIM.
           IF W-IX NOT = ZEROS
               ADD 1 TO TP-EXAMES (W-IX).
           GO TO LER-EXAME-L1.
      *--------------[ ATENDIMENTOS SEM HORA MARCADA ]------------------
      * SO AS SENHAS CHAMADAS; A SENHA QUE VIROU AGENDAMENTO (T) JA
      * CONTA NA CONSULTA E A CANCELADA (X) NAO FOI ATENDIDA.
       LER-FILA.
           IF W-TEM-FILA = "N"
               GO TO LER-REMES.
           MOVE W-DT-INI-N TO FL-DATA.
           MOVE ZEROS      TO FL-SENHA.
           START CADFILA KEY IS NOT LESS FL-CHAVE
               INVALID KEY
                   GO TO LER-REMES.
       LER-FILA-L1.
           READ CADFILA NEXT
           IF ST-ERRO NOT = "00"
               GO TO LER-REMES.
           IF FL-DATA > W-DT-FIM-N
               GO TO LER-REMES.
           IF FL-STATUS NOT = "C" OR FL-PCODIGO = ZEROS
               GO TO LER-FILA-L1.
           MOVE FL-PCODIGO TO W-PCOD.
           MOVE FL-DATA    TO W-DATA-EV.
           PERFORM VER-CONV THRU VER-CONV-FIM.
           IF W-CONV-OK = "N"
               GO TO LER-FILA-L1.
           PERFORM BUSCA-PAC THRU BUSCA-PAC-FIM.
           IF W-IX NOT = ZEROS
               ADD 1 TO TP-FILA (W-IX).
           GO TO LER-FILA-L1.
      *--------------[ VALOR FATURADO AO CONVENIO ]---------------------
       LER-REMES.
           IF W-TEM-REMES = "N"
               GO TO ORDENA.
           MOVE W-DT-INI-N TO RM-DATA.
           MOVE ZEROS      TO RM-CRM RM-PCODIGO RM-HORA.
           MOVE SPACES     TO RM-CRM-UF.
           START CADREMES KEY IS NOT LESS RM-CHAVE
               INVALID KEY
                   GO TO ORDENA.
       LER-REMES-L1.
           READ CADREMES NEXT
           IF ST-ERRO NOT = "00"
               GO TO ORDENA.
           IF RM-DATA > W-DT-FIM-N
               GO TO ORDENA.
           IF RM-CONVENIO NOT = W-CV-CODIGO
               GO TO LER-REMES-L1.
           MOVE RM-PCODIGO TO W-PCOD.
           PERFORM BUSCA-PAC THRU BUSCA-PAC-FIM.
           IF W-IX NOT = ZEROS
               ADD RM-VALOR-FAT TO TP-VALOR (W-IX).
           GO TO LER-REMES-L1.
      *--------------[ ORDENA: MAIS CONSULTAS, MAIOR VALOR ]------------
       ORDENA.
           MOVE "S" TO W-TROCOU.
       ORDENA-PASSO.
           IF W-TROCOU = "N"
               GO TO ROT-IMPRIME.
           MOVE "N" TO W-TROCOU.
           MOVE 1 TO W-I.
       ORDENA-LOOP.
           IF W-I NOT < W-TOT-PAC
               GO TO ORDENA-PASSO.
           ADD 1 W-I GIVING W-J.
           IF TP-CONS (W-I) < TP-CONS (W-J) OR
              (TP-CONS (W-I) = TP-CONS (W-J) AND
               TP-VALOR (W-I) < TP-VALOR (W-J))
               MOVE TP-ITEM (W-I) TO W-TROCA-ITEM
               MOVE TP-ITEM (W-J) TO TP-ITEM (W-I)
               MOVE W-TROCA-ITEM  TO TP-ITEM (W-J)
               MOVE "S" TO W-TROCOU.
           MOVE W-J TO W-I.
           GO TO ORDENA-LOOP.
      *--------------------[ RELATORIO E EXTRATO ]---------------------
       ROT-IMPRIME.
           WRITE REGUTILRL FROM CAB0-UT.
           WRITE REGUTILRL FROM CAB1-UT.
           WRITE REGUTILRL FROM CAB0-UT.
           MOVE W-CV-CODIGO TO CAB2-CONV.
           MOVE CV-NOME     TO CAB2-NOME.
           MOVE W-INI-MES   TO CAB2-INI-MES.
           MOVE W-INI-ANO   TO CAB2-INI-ANO.
           MOVE W-FIM-MES   TO CAB2-FIM-MES.
           MOVE W-FIM-ANO   TO CAB2-FIM-ANO.
           WRITE REGUTILRL FROM CAB2-UT.
           WRITE REGUTILRL FROM LIN-LEG1.
           WRITE REGUTILRL FROM LIN-LEG2.
           WRITE REGUTILRL FROM LIN-LEG3.
           WRITE REGUTILRL FROM CAB0-UT.
           WRITE REGUTILRL FROM CAB3-UT.
           MOVE ZEROS TO W-RANK.
       IMP-LOOP.
           ADD 1 TO W-RANK
           IF W-RANK > W-TOT-PAC
               GO TO IMP-FIM.
           IF W-LIMITE NOT = ZEROS AND W-RANK > W-LIMITE
               GO TO IMP-FIM.
           MOVE W-RANK TO W-IX.
           MOVE TP-PCODIGO (W-IX) TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO P-NOME
               MOVE ZEROS  TO P-CPF P-CONVENIO P-PLANO.
           PERFORM CIDS-CRONICOS THRU CIDS-CRONICOS-FIM.
           MOVE W-RANK            TO DU-RANK.
           MOVE TP-PCODIGO (W-IX) TO DU-PCOD.
           MOVE P-NOME            TO DU-NOME.
           MOVE TP-CONS (W-IX)    TO DU-CONS.
           MOVE TP-QESP (W-IX)    TO DU-QESP.
           MOVE TP-EXAMES (W-IX)  TO DU-EXAM.
           MOVE TP-FILA (W-IX)    TO DU-FILA.
           MOVE TP-VALOR (W-IX)   TO DU-VALOR.
           MOVE TR-CID-STD (1)    TO DU-CID (1).
           MOVE TR-CID-STD (2)    TO DU-CID (2).
           MOVE TR-CID-STD (3)    TO DU-CID (3).
           MOVE TR-CID-STD (4)    TO DU-CID (4).
           WRITE REGUTILRL FROM DET-UT.
           IF W-GERA-EXT = "S"
               PERFORM GRAVA-EXT THRU GRAVA-EXT-FIM.
           GO TO IMP-LOOP.
      *
       IMP-FIM.
           WRITE REGUTILRL FROM CAB0-UT.
           SUBTRACT 1 FROM W-RANK GIVING LT-PAC.
           MOVE W-QT-EXT  TO LT-EXT.
           MOVE W-QT-SUPR TO LT-SUPR.
           WRITE REGUTILRL FROM LIN-TOT-UT.
           IF W-FORA-TAB NOT = ZEROS
               MOVE W-FORA-TAB TO LF-FORA
               WRITE REGUTILRL FROM LIN-FORA-UT.
           WRITE REGUTILRL FROM CAB0-UT.
           MOVE "*** RELATORIO UTILCONV.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADAGEN CADPACI CADUTILRL.
           IF W-GERA-EXT = "S"
               CLOSE UTILEXT.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
           IF W-TEM-EXAME = "S"
               CLOSE CADEXAME.
           IF W-TEM-FILA = "S"
               CLOSE CADFILA.
           IF W-TEM-REMES = "S"
               CLOSE CADREMES.
           IF W-TEM-DIAG = "S"
               CLOSE CADDIAG.
           IF W-TEM-CID = "S"
               CLOSE CADCID.
           MOVE "F" TO HCV-ACAO.
           CALL "SMPHCV" USING W-HCV-PARM.
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
      *--------------[ PACIENTE E DO CONVENIO NA DATA? ]---------------
      * CONVENIO DO CADASTRO TROCADO PELO VIGENTE NA DATA DO EVENTO
      * (HISTORICO CADHCONV - SMPHCV).
       VER-CONV.
           MOVE "N" TO W-CONV-OK.
           MOVE W-PCOD TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO VER-CONV-FIM.
           MOVE "C"        TO HCV-ACAO.
           MOVE P-CODIGO   TO HCV-PCODIGO.
           MOVE W-DATA-EV  TO HCV-DATA.
           MOVE P-CONVENIO TO HCV-CONVENIO.
           MOVE P-PLANO    TO HCV-PLANO.
           CALL "SMPHCV" USING W-HCV-PARM.
           IF HCV-CONVENIO = W-CV-CODIGO
               MOVE "S" TO W-CONV-OK.
       VER-CONV-FIM.
           EXIT.
      *--------------[ LINHA DO PACIENTE NA TABELA ]--------------------
       BUSCA-PAC.
           MOVE ZEROS TO W-IX.
       BUSCA-PAC-L1.
           ADD 1 TO W-IX
           IF W-IX > W-TOT-PAC
               GO TO BUSCA-PAC-NOVO.
           IF TP-PCODIGO (W-IX) = W-PCOD
               GO TO BUSCA-PAC-FIM.
           GO TO BUSCA-PAC-L1.
       BUSCA-PAC-NOVO.
           IF W-TOT-PAC NOT < 999
               ADD 1 TO W-FORA-TAB
               MOVE ZEROS TO W-IX
               GO TO BUSCA-PAC-FIM.
           ADD 1 TO W-TOT-PAC.
           MOVE W-TOT-PAC TO W-IX.
           MOVE SPACES TO TP-ITEM (W-IX).
           MOVE W-PCOD TO TP-PCODIGO (W-IX).
           MOVE ZEROS  TO TP-CONS (W-IX) TP-QESP (W-IX)
                          TP-EXAMES (W-IX) TP-FILA (W-IX)
                          TP-VALOR (W-IX).
       BUSCA-PAC-FIM.
           EXIT.
      *--------------[ CIDS CRONICOS DO PACIENTE (CADDIAG) ]------------
      * JUNTA OS DIAGNOSTICOS DO PACIENTE POR CID CONTANDO AS DATAS
      * (A DATA FAZ PARTE DA CHAVE) E GUARDA ATE QUATRO CIDS QUE SE
      * REPETEM OU QUE SAO DE HIPERTENSAO (I10-I15) / DIABETES
      * (E10-E14), NO CODIGO CID-10 OFICIAL DO CADCID.
       CIDS-CRONICOS.
           MOVE SPACES TO TR-CID-STD (1) TR-CID-STD (2)
                          TR-CID-STD (3) TR-CID-STD (4).
           MOVE ZEROS TO W-DQ-QTD W-CR-QTD.
           IF W-TEM-DIAG = "N"
               GO TO CIDS-CRONICOS-FIM.
           MOVE TP-PCODIGO (W-IX) TO DG-PCODIGO.
           MOVE ZEROS TO DG-CID DG-DATA.
           START CADDIAG KEY IS NOT LESS DG-CHAVE
               INVALID KEY
                   GO TO CIDS-CRONICOS-FIM.
       CIDS-CRONICOS-LER.
           READ CADDIAG NEXT
           IF ST-ERRO NOT = "00"
               GO TO CIDS-CRONICOS-SEL.
           IF DG-PCODIGO NOT = TP-PCODIGO (W-IX)
               GO TO CIDS-CRONICOS-SEL.
           IF W-DQ-QTD NOT = ZEROS AND TQ-CID (W-DQ-QTD) = DG-CID
               ADD 1 TO TQ-QTD (W-DQ-QTD)
               GO TO CIDS-CRONICOS-LER.
           IF W-DQ-QTD NOT < 40
               GO TO CIDS-CRONICOS-LER.
           ADD 1 TO W-DQ-QTD.
           MOVE DG-CID TO TQ-CID (W-DQ-QTD).
           MOVE 1      TO TQ-QTD (W-DQ-QTD).
           GO TO CIDS-CRONICOS-LER.
       CIDS-CRONICOS-SEL.
           MOVE ZEROS TO W-DQ-IX.
       CIDS-CRONICOS-L1.
           ADD 1 TO W-DQ-IX
           IF W-DQ-IX > W-DQ-QTD OR W-CR-QTD NOT < 4
               GO TO CIDS-CRONICOS-FIM.
           MOVE SPACES TO W-CID-STD.
           IF W-TEM-CID = "S"
               MOVE TQ-CID (W-DQ-IX) TO CODIGO
               READ CADCID
               IF ST-ERRO = "00"
                   MOVE CID-COD-STD TO W-CID-STD.
           IF TQ-QTD (W-DQ-IX) > 1
               GO TO CIDS-CRONICOS-GUARDA.
           IF W-CID-LETRA = "I" AND W-CID-CATEG NOT < "10"
                                AND W-CID-CATEG NOT > "15"
               GO TO CIDS-CRONICOS-GUARDA.
           IF W-CID-LETRA = "E" AND W-CID-CATEG NOT < "10"
                                AND W-CID-CATEG NOT > "14"
               GO TO CIDS-CRONICOS-GUARDA.
           GO TO CIDS-CRONICOS-L1.
       CIDS-CRONICOS-GUARDA.
           ADD 1 TO W-CR-QTD.
           IF W-CID-STD = SPACES
               MOVE TQ-CID (W-DQ-IX) TO TR-CID-STD (W-CR-QTD)
           ELSE
               MOVE W-CID-STD TO TR-CID-STD (W-CR-QTD).
           GO TO CIDS-CRONICOS-L1.
       CIDS-CRONICOS-FIM.
           EXIT.
      *--------------[ EXTRATO - SO COM CONSENTIMENTO ]-----------------
       GRAVA-EXT.
           MOVE TP-PCODIGO (W-IX) TO CON-PCODIGO.
           MOVE "O" TO CON-FINALIDADE.
           CALL "SMPCON" USING W-CON-PARM.
           IF CON-OK NOT = "S"
               ADD 1 TO W-QT-SUPR
               GO TO GRAVA-EXT-FIM.
      *----- CARTEIRA VIGENTE NO FIM DO PERIODO
           MOVE "C"              TO HCV-ACAO.
           MOVE TP-PCODIGO (W-IX) TO HCV-PCODIGO.
           MOVE W-DT-FIM-N        TO HCV-DATA.
           MOVE P-CONVENIO        TO HCV-CONVENIO.
           MOVE P-PLANO           TO HCV-PLANO.
           MOVE SPACES            TO HCV-CARTEIRA.
           CALL "SMPHCV" USING W-HCV-PARM.
           MOVE W-CV-CODIGO       TO XU-CONVENIO.
           MOVE TP-PCODIGO (W-IX) TO XU-PCODIGO.
           MOVE P-NOME            TO XU-NOME.
           MOVE P-CPF             TO XU-CPF.
           MOVE HCV-CARTEIRA      TO XU-CARTEIRA.
           MOVE W-RANK            TO XU-RANK.
           MOVE TP-CONS (W-IX)    TO XU-CONS.
           MOVE TP-QESP (W-IX)    TO XU-QESP.
           MOVE TP-EXAMES (W-IX)  TO XU-EXAMES.
           MOVE TP-FILA (W-IX)    TO XU-FILA.
           MOVE TP-VALOR (W-IX)   TO XU-VALOR.
           MOVE TR-CID-STD (1)    TO XU-CID-STD (1).
           MOVE TR-CID-STD (2)    TO XU-CID-STD (2).
           MOVE TR-CID-STD (3)    TO XU-CID-STD (3).
           MOVE TR-CID-STD (4)    TO XU-CID-STD (4).
           WRITE REGUTILEXT FROM EXT-UT.
           ADD 1 TO W-QT-EXT.
       GRAVA-EXT-FIM.
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
