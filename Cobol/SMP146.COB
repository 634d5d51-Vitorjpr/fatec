       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP146.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     COBERTURA EXIGIDA DE PLANTAO POR UNIDADE         *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CADASTRO DA COBERTURA MINIMA DE PLANTAO (CADPLREQ): PARA
      * CADA UNIDADE, ESPECIALIDADE E PERIODO, QUANTOS MEDICOS E
      * EM QUAIS DIAS DA SEMANA (S/N NA ORDEM DOM A SAB). O
      * SMP148 CONFRONTA ESTA TABELA COM A ESCALA DO MES.
      * EXCLUSAO LOGICA (STATUS = "I").
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

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPLREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLREQ.DAT".
       COPY REGPLREQ.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP146".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-LIMPA                PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-IND                  PIC 9(01) VALUE ZEROS.
       01 W-DIAS-OK              PIC X(01) VALUE "N".
       01 W-LCK-PARM.
           03 LCK-ACAO           PIC X(01) VALUE SPACES.
           03 LCK-ARQUIVO        PIC X(10) VALUE SPACES.
           03 LCK-REGCHAVE       PIC X(22) VALUE SPACES.
           03 LCK-OPERADOR       PIC X(08) VALUE SPACES.
           03 LCK-OK             PIC X(01) VALUE SPACES.
       01 W-MSG-LOCK.
           03 FILLER             PIC X(16) VALUE "* EM EDICAO POR ".
           03 W-LCK-QUEM         PIC X(08) VALUE SPACES.
           03 FILLER             PIC X(02) VALUE " *".
       01 TXSTATUS               PIC X(15) VALUE SPACES.
       01 TXPERIODO              PIC X(17) VALUE SPACES.
       01 TXESPEC                PIC X(20) VALUE SPACES.
       01 W-PER-COD              PIC X(01) VALUE SPACES.
       01 W-PER-IX               PIC 9(01) VALUE ZEROS.
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
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT146.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              *** COBERTURA EXIGIDA DE P".
           05  LINE 03  COLUMN 41
               VALUE  "LANTAO ***".

           05  LINE 05  COLUMN 01
               VALUE  "     UNIDADE            :".

           05  LINE 07  COLUMN 01
               VALUE  "     ESPECIALIDADE      :".

           05  LINE 09  COLUMN 01
               VALUE  "     PERIODO            :".
           05  LINE 10  COLUMN 27
               VALUE  "M=MANHA T=TARDE N=NOITE D=DIURNO I=24H".

           05  LINE 12  COLUMN 01
               VALUE  "     DIAS DA SEMANA     :".
           05  LINE 13  COLUMN 27
               VALUE  "DSTQQSS (S/N DE DOMINGO A SABADO)".

           05  LINE 15  COLUMN 01
               VALUE  "     MEDICOS EXIGIDOS   :".

           05  LINE 17  COLUMN 01
               VALUE  "     STATUS (A/I)       :".

           05  TPQUNID
               LINE 05  COLUMN 27  PIC 9(02)
               USING  PQ-UNIDADE
               HIGHLIGHT.

           05  TPQUNNOME
               LINE 05  COLUMN 31  PIC X(30)
               USING  UN-NOME
               HIGHLIGHT.

           05  TPQESPEC
               LINE 07  COLUMN 27  PIC 9(02)
               USING  PQ-ESPEC
               HIGHLIGHT.

           05  TPQTXESPEC
               LINE 07  COLUMN 31  PIC X(20)
               USING  TXESPEC
               HIGHLIGHT.

           05  TPQPER
               LINE 09  COLUMN 27  PIC X(01)
               USING  PQ-PERIODO
               HIGHLIGHT.

           05  TPQTXPER
               LINE 09  COLUMN 29  PIC X(17)
               USING  TXPERIODO
               HIGHLIGHT.

           05  TPQDIAS
               LINE 12  COLUMN 27  PIC X(07)
               USING  PQ-DIAS
               HIGHLIGHT.

           05  TPQQTDE
               LINE 15  COLUMN 27  PIC 9(01)
               USING  PQ-QTDE
               HIGHLIGHT.

           05  TPQSTATUS
               LINE 17  COLUMN 27  PIC X(01)
               USING  PQ-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 17  COLUMN 29  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADPLREQ.
           OPEN I-O CADPLREQ
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPLREQ
                   CLOSE CADPLREQ
                   GO TO ABRIR-CADPLREQ
               ELSE
                   MOVE "CADPLREQ" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADUNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADUNID NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLREQ
              GO TO ROT-FIM.

       ABRIR-CADESPEC.
           OPEN INPUT CADESPEC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADESPEC NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLREQ CADUNID
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO PQ-UNIDADE PQ-ESPEC PQ-QTDE PQ-DTCADASTRO.
           MOVE SPACES TO PQ-PERIODO PQ-DIAS PQ-STATUS TXSTATUS
                          TXPERIODO TXESPEC W-SEL UN-NOME.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT146.
      *--------------------[ DIGITAR CAMPOS CHAVE ]-----------------
       PASSO-1.
           ACCEPT TPQUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADPLREQ CADUNID CADESPEC
                   GO TO ROT-FIM.
           IF PQ-UNIDADE = ZEROS
                MOVE "UNIDADE NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE PQ-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           DISPLAY TPQUNNOME.
       PASSO-2.
           ACCEPT TPQESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           MOVE PQ-ESPEC TO ESP-CODIGO.
           READ CADESPEC
           IF ST-ERRO NOT = "00"
               MOVE "ESPECIALIDADE NAO EXISTE" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-2.
           MOVE ESP-DESCRICAO TO TXESPEC.
           DISPLAY TPQTXESPEC.
       PASSO-3.
           ACCEPT TPQPER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           MOVE PQ-PERIODO TO W-PER-COD.
           PERFORM ACHA-PERIODO THRU ACHA-PERIODO-FIM.
           IF W-PER-IX = ZEROS
                MOVE "PERIODO => M, T, N, D OU I" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           MOVE TB-PER-DESC (W-PER-IX) TO TXPERIODO.
           DISPLAY TPQTXPER.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADPLREQ
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TXSTATUS
                   DISPLAY SMT146
                   MOVE "*** COBERTURA JA CADASTRADA ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADPLREQ" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
           MOVE "*** COBERTURA NAO CADASTRADA ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2
           MOVE "SSSSSSS" TO PQ-DIAS
           MOVE 1 TO PQ-QTDE
           MOVE "A" TO PQ-STATUS
           PERFORM SET-TXSTATUS
           DISPLAY SMT146.
       PASSO-4.
           ACCEPT TPQDIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           PERFORM CHK-DIAS THRU CHK-DIAS-FIM.
           IF W-DIAS-OK NOT = "S"
                MOVE "DIAS => S OU N EM CADA POSICAO (DOM A SAB)"
                                                           TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TPQQTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF PQ-QTDE = ZEROS
                MOVE "QUANTIDADE DE MEDICOS NAO PODE SER ZERO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
       PASSO-6.
           ACCEPT TPQSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF PQ-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVO  I=INATIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
           ACCEPT PQ-DTCADASTRO FROM DATE YYYYMMDD.
           IF W-SEL = "A"
               GO TO ALT-OPC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-6.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGPLREQ
           IF ST-ERRO = "00" OR "02"
               MOVE "** COBERTURA GRAVADA COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** COBERTURA JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLREQ" TO W-MSG
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
           IF W-OPCAO = "A" OR W-OPCAO = "E"
               PERFORM TRAVAR-REG THRU TRAVAR-REG-FIM
               IF LCK-OK NOT = "S"
                   GO TO ROT-INIC.
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
           MOVE "I" TO PQ-STATUS.
           REWRITE REGPLREQ
           IF ST-ERRO = "00" OR "02"
              MOVE "*** COBERTURA INATIVADA ***      " TO W-MSG
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
           IF W-ACT = 02 GO TO PASSO-6.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGPLREQ
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADPLREQ" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ CRITICA DOS DIAS DA SEMANA ]--------------
       CHK-DIAS.
           MOVE "N" TO W-DIAS-OK.
           MOVE ZEROS TO W-IND.
       CHK-DIAS-L1.
           ADD 1 TO W-IND
           IF W-IND > 7
               GO TO CHK-DIAS-ALGUM.
           IF PQ-DIA-SEM (W-IND) NOT = "S" AND "N"
               GO TO CHK-DIAS-FIM.
           GO TO CHK-DIAS-L1.
       CHK-DIAS-ALGUM.
           IF PQ-DIAS = "NNNNNNN"
               GO TO CHK-DIAS-FIM.
           MOVE "S" TO W-DIAS-OK.
       CHK-DIAS-FIM.
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
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF PQ-STATUS = "I"
               MOVE "INATIVO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADPLREQ" TO LCK-ARQUIVO.
           MOVE PQ-CHAVE TO LCK-REGCHAVE.
           CALL "SMPLCK" USING W-LCK-PARM.
           IF LCK-OK NOT = "S"
               MOVE LCK-OPERADOR TO W-LCK-QUEM
               MOVE W-MSG-LOCK TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2.
       TRAVAR-REG-FIM.
           EXIT.
       DESTRAVAR-REG.
           IF LCK-REGCHAVE = SPACES
               GO TO DESTRAVAR-REG-FIM.
           MOVE "U" TO LCK-ACAO.
           CALL "SMPLCK" USING W-LCK-PARM.
           MOVE SPACES TO LCK-REGCHAVE.
       DESTRAVAR-REG-FIM.
           EXIT.
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
