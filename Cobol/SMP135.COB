       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP135.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   CURVAS DE CRESCIMENTO DA OMS                       *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * MANUTENCAO DA TABELA DE REFERENCIA DE CRESCIMENTO:
      * PERCENTIS 3, 15, 50, 85 E 97 DE PESO, ESTATURA E IMC
      * PARA A IDADE, POR SEXO E MES DE IDADE. A CARGA INICIAL
      * VEM DO ARQUIVO DA OMS PELO SMP136; AQUI SE CORRIGE OU
      * INATIVA UMA LINHA. E ELA QUE O SMPCRC USA PARA O
      * GRAFICO DE CRESCIMENTO (SMP137) E OS ALERTAS (SMP138).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRESC.DAT".
       COPY REGCRESC.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP135".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 TXSTATUS               PIC X(15) VALUE SPACES.
       01 TXINDIC                PIC X(20) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT135.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                  *** CURVAS DE CRESCIME".
           05  LINE 03  COLUMN 41
               VALUE  "NTO DA OMS ***".

           05  LINE 06  COLUMN 01
               VALUE  "     SEXO (M/F)        :".

           05  LINE 08  COLUMN 01
               VALUE  "     INDICADOR (P/E/I) :".

           05  LINE 10  COLUMN 01
               VALUE  "     IDADE             :".
           05  LINE 10  COLUMN 31
               VALUE  "MESES COMPLETOS".

           05  LINE 12  COLUMN 01
               VALUE  "     PERCENTIL  3      :".
           05  LINE 13  COLUMN 01
               VALUE  "     PERCENTIL 15      :".
           05  LINE 14  COLUMN 01
               VALUE  "     PERCENTIL 50      :".
           05  LINE 15  COLUMN 01
               VALUE  "     PERCENTIL 85      :".
           05  LINE 16  COLUMN 01
               VALUE  "     PERCENTIL 97      :".
           05  LINE 12  COLUMN 35
               VALUE  "PESO EM KG, ESTATURA EM CM".
           05  LINE 13  COLUMN 35
               VALUE  "E IMC EM KG/M2".

           05  LINE 18  COLUMN 01
               VALUE  "     STATUS (A/I)      :".

           05  TCRSEXO
               LINE 06  COLUMN 26  PIC X(01)
               USING  CR-SEXO
               HIGHLIGHT.

           05  TCRINDIC
               LINE 08  COLUMN 26  PIC X(01)
               USING  CR-INDIC
               HIGHLIGHT.

           05  TTXINDIC
               LINE 08  COLUMN 28  PIC X(20)
               USING  TXINDIC
               HIGHLIGHT.

           05  TCRMES
               LINE 10  COLUMN 26  PIC 9(03)
               USING  CR-MES
               HIGHLIGHT.

           05  TCRP03
               LINE 12  COLUMN 26  PIC ZZ9,99
               USING  CR-P03
               HIGHLIGHT.

           05  TCRP15
               LINE 13  COLUMN 26  PIC ZZ9,99
               USING  CR-P15
               HIGHLIGHT.

           05  TCRP50
               LINE 14  COLUMN 26  PIC ZZ9,99
               USING  CR-P50
               HIGHLIGHT.

           05  TCRP85
               LINE 15  COLUMN 26  PIC ZZ9,99
               USING  CR-P85
               HIGHLIGHT.

           05  TCRP97
               LINE 16  COLUMN 26  PIC ZZ9,99
               USING  CR-P97
               HIGHLIGHT.

           05  TCRSTATUS
               LINE 18  COLUMN 26  PIC X(01)
               USING  CR-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 18  COLUMN 28  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADCRESC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCRESC
                   CLOSE CADCRESC
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADCRESC" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO-MSG
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO CR-MES CR-P03 CR-P15 CR-P50 CR-P85 CR-P97
                         CR-DTCADASTRO CR-HRCADASTRO.
           MOVE SPACES TO CR-SEXO CR-INDIC CR-STATUS TXSTATUS
                          TXINDIC W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT135.
      *--------------------[ DIGITAR CAMPOS CHAVE ]-----------------
       PASSO-1.
           ACCEPT TCRSEXO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADCRESC
                   GO TO ROT-FIM.
           IF CR-SEXO NOT = "M" AND "F"
                MOVE "SEXO => M=MASCULINO  F=FEMININO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
       PASSO-2.
           ACCEPT TCRINDIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF CR-INDIC NOT = "P" AND "E" AND "I"
                MOVE "INDICADOR => P=PESO  E=ESTATURA  I=IMC" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           PERFORM SET-TXINDIC.
           DISPLAY TTXINDIC.
       PASSO-3.
           ACCEPT TCRMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF CR-MES > 228
                MOVE "IDADE DAS CURVAS VAI DE 0 A 228 MESES" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADCRESC
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TXSTATUS
                   PERFORM SET-TXINDIC
                   DISPLAY SMT135
                   MOVE "*** IDADE JA CADASTRADA NA CURVA ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADCRESC" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** IDADE NAO CADASTRADA NA CURVA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               MOVE "A" TO CR-STATUS
               PERFORM SET-TXSTATUS.
       PASSO-4.
           ACCEPT TCRP03
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF CR-P03 = ZEROS
                MOVE "PERCENTIL 3 NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TCRP15
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF CR-P15 NOT > CR-P03
                MOVE "PERCENTIL 15 DEVE SER MAIOR QUE O 3" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
       PASSO-6.
           ACCEPT TCRP50
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF CR-P50 NOT > CR-P15
                MOVE "PERCENTIL 50 DEVE SER MAIOR QUE O 15" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
       PASSO-7.
           ACCEPT TCRP85
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF CR-P85 NOT > CR-P50
                MOVE "PERCENTIL 85 DEVE SER MAIOR QUE O 50" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
       PASSO-8.
           ACCEPT TCRP97
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
           IF CR-P97 NOT > CR-P85
                MOVE "PERCENTIL 97 DEVE SER MAIOR QUE O 85" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-8.
       PASSO-9.
           ACCEPT TCRSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
           IF CR-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVO  I=INATIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-9.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
           IF W-SEL = "A"
               GO TO ALT-OPC.
           ACCEPT CR-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT CR-HRCADASTRO FROM TIME.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-9.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGCRESC
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** IDADE JA EXISTENTE NA CURVA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCRESC" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO REGISTRO   A=ALTERAR   E=INATIVAR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                              AND W-OPCAO NOT = "E" GO TO ACE-001.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  GO TO PASSO-4.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *
      *--------------------[ EXCLUSAO LOGICA (SOFT-DELETE) ]------------
       EXC-OPC.
           DISPLAY (23, 40) "INATIVAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO INATIVADO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           MOVE "I" TO CR-STATUS.
           REWRITE REGCRESC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** IDADE INATIVADA NA CURVA ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA INATIVACAO DO REGISTRO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-9.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGCRESC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADCRESC" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF CR-STATUS = "I"
               MOVE "INATIVO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
      *--------------------[ TEXTO DO INDICADOR ]------------------
       SET-TXINDIC.
           IF CR-INDIC = "P"
               MOVE "PESO PARA IDADE" TO TXINDIC.
           IF CR-INDIC = "E"
               MOVE "ESTATURA PARA IDADE" TO TXINDIC.
           IF CR-INDIC = "I"
               MOVE "IMC PARA IDADE" TO TXINDIC.
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
