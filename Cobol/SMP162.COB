       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP162.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *    TEXTO DO TERMO DE CONSENTIMENTO POR PROCEDIMENTO  *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * MANTEM O TEXTO DO TERMO DE CONSENTIMENTO DE CADA
      * PROCEDIMENTO INVASIVO DO CADPROC (SUTURA, INFILTRACAO,
      * ...): TITULO E ATE 10 LINHAS DE TEXTO. CADA ALTERACAO
      * SOBE A VERSAO DO TEXTO, QUE FICA GRAVADA NO TERMO
      * ASSINADO (SMP163) PARA PROVAR O QUE O PACIENTE LEU.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADTERMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TM-PROC
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PR-DESCRICAO
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTERMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTERMO.DAT".
       COPY REGTERMO.
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       COPY REGPROC.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP162".
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
       01 W-IND                  PIC 9(02) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-NUM-LIN.
           03 WN-NUM             PIC 9(02).
           03 FILLER             PIC X(02) VALUE " :".
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT162.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "          *** TEXTO DO TERMO DE CONSENTI".
           05  LINE 03  COLUMN 41
               VALUE  "MENTO ***".

           05  LINE 05  COLUMN 01
               VALUE  "     PROCEDIMENTO :".
           05  LINE 05  COLUMN 28
               VALUE  "DESCR: ".

           05  LINE 07  COLUMN 01
               VALUE  "     TITULO       :".

           05  LINE 08  COLUMN 01
               VALUE  "     VERSAO       :".

           05  TTMPROC
               LINE 05  COLUMN 21  PIC 9(04)
               USING  TM-PROC
               HIGHLIGHT.

           05  TPRDESCR
               LINE 05  COLUMN 35  PIC X(30)
               USING  PR-DESCRICAO
               HIGHLIGHT.

           05  TTMTITULO
               LINE 07  COLUMN 21  PIC X(40)
               USING  TM-TITULO
               HIGHLIGHT.

           05  TTMVERSAO
               LINE 08  COLUMN 21  PIC 9(02)
               USING  TM-VERSAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADTERMO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADTERMO
                   CLOSE CADTERMO
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADTERMO" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
       ABRIR-CADPROC.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE PROCEDIMENTOS VAZIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTERMO
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO TM-PROC TM-VERSAO TM-DTCADASTRO TM-HRCADASTRO.
           MOVE SPACES TO TM-TITULO TM-TEXTO PR-DESCRICAO W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT162.
           PERFORM MOSTRA-TEXTO THRU MOSTRA-TEXTO-FIM.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TTMPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADTERMO CADPROC
                   GO TO ROT-FIM.
           IF TM-PROC = ZEROS
                MOVE "CODIGO DO PROCEDIMENTO NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE TM-PROC TO PR-CODIGO.
           READ CADPROC
           IF ST-ERRO NOT = "00"
               MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           DISPLAY TPRDESCR.
           IF PR-TERMO NOT = "S"
               MOVE "* PROCEDIMENTO AINDA NAO EXIGE TERMO (SMP035) *"
                                                            TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADTERMO
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   DISPLAY SMT162
                   PERFORM MOSTRA-TEXTO THRU MOSTRA-TEXTO-FIM
                   MOVE "*** TERMO JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADTERMO" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** TERMO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               MOVE PR-DESCRICAO TO TM-TITULO.
       PASSO-2.
           ACCEPT TTMTITULO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF TM-TITULO = SPACES
                MOVE "TITULO NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
      *--------------------[ LINHAS DO TEXTO ]-------------------------
       PASSO-3.
           MOVE 1 TO W-IND.
       PASSO-3-LINHA.
           COMPUTE W-LIN = W-IND + 9.
           ACCEPT (W-LIN, 11) TM-LINHA (W-IND) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-IND = 1
                   GO TO PASSO-2
               ELSE
                   SUBTRACT 1 FROM W-IND
                   GO TO PASSO-3-LINHA.
           ADD 1 TO W-IND.
           IF W-IND NOT > 10
               GO TO PASSO-3-LINHA.
           IF TM-TEXTO = SPACES
                MOVE "TEXTO DO TERMO NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           ACCEPT TM-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT TM-HRCADASTRO FROM TIME.
           IF W-SEL = "A"
               GO TO ALT-OPC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-3.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           MOVE 1 TO TM-VERSAO.
           WRITE REGTERMO
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** TERMO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTERMO" TO W-MSG
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
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
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
                  GO TO PASSO-2.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           DELETE CADTERMO RECORD
           IF ST-ERRO = "00"
              MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *----- TEXTO ALTERADO E OUTRA VERSAO: OS TERMOS JA ASSINADOS
      *----- CONTINUAM APONTANDO PARA A VERSAO QUE FOI LIDA.
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-3.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           IF TM-VERSAO < 99
               ADD 1 TO TM-VERSAO.
           REWRITE REGTERMO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADTERMO" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------[ MOSTRA AS 10 LINHAS DO TEXTO ]------------------
       MOSTRA-TEXTO.
           MOVE 1 TO W-IND.
       MOSTRA-TEXTO-LOOP.
           COMPUTE W-LIN = W-IND + 9.
           MOVE W-IND TO WN-NUM.
           DISPLAY (W-LIN, 06) W-NUM-LIN.
           DISPLAY (W-LIN, 11) TM-LINHA (W-IND).
           ADD 1 TO W-IND.
           IF W-IND NOT > 10
               GO TO MOSTRA-TEXTO-LOOP.
       MOSTRA-TEXTO-FIM.
           EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADTERMO" TO LCK-ARQUIVO.
           MOVE TM-PROC TO LCK-REGCHAVE.
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
