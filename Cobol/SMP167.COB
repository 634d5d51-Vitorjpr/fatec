       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP167.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *  MEDICINA DO TRABALHO - VINCULO PACIENTE X EMPRESA   *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * LIGA O PACIENTE (CADPACI) A EMPRESA EMPREGADORA (CADEMPR)
      * COM MATRICULA, CARGO, SETOR E OS RISCOS OCUPACIONAIS DO
      * PCMSO. ESSES DADOS SAEM NO ASO (SMP168) E O PRAZO DO
      * PERIODICO ALIMENTA A LISTA DE PERIODICOS A VENCER (SMP169).
      * O DESLIGAMENTO E FEITO PELO ASO DEMISSIONAL; AQUI SO SE
      * REATIVA OU CORRIGE O VINCULO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                                                      WITH DUPLICATES.

                    SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EM-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
       COPY REGEMPR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP167".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
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
       01 TXSTATUS               PIC X(15) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT167.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       *** MEDICINA DO TRABALHO - VINCULO".
           05  LINE 02  COLUMN 42
               VALUE  " PACIENTE X EMPRESA ***".

           05  LINE 04  COLUMN 01
               VALUE  "     PACIENTE        :".

           05  LINE 06  COLUMN 01
               VALUE  "     EMPRESA         :".

           05  LINE 08  COLUMN 01
               VALUE  "     MATRICULA       :".

           05  LINE 09  COLUMN 01
               VALUE  "     CARGO           :".

           05  LINE 10  COLUMN 01
               VALUE  "     SETOR           :".

           05  LINE 12  COLUMN 01
               VALUE  "     RISCOS (S/N)    : FISICO   QUIMICO".
           05  LINE 12  COLUMN 41
               VALUE  "   BIOLOGICO   ERGONOMICO   ACIDENTE".

           05  LINE 14  COLUMN 01
               VALUE  "     AGENTES         :".

           05  LINE 16  COLUMN 01
               VALUE  "     PERIODICO (MESES):".
           05  LINE 16  COLUMN 29
               VALUE  "(00 = PRAZO DA EMPRESA)".

           05  LINE 18  COLUMN 01
               VALUE  "     DATA ADMISSAO   :".

           05  LINE 19  COLUMN 01
               VALUE  "     ULTIMO ASO      :".

           05  LINE 20  COLUMN 01
               VALUE  "     STATUS (A/D)    :".

           05  TFUPCODIGO
               LINE 04  COLUMN 24  PIC 9(06)
               USING  FU-PCODIGO
               HIGHLIGHT.

           05  TPNOME
               LINE 04  COLUMN 32  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TFUEMPRESA
               LINE 06  COLUMN 24  PIC 9(04)
               USING  FU-EMPRESA
               HIGHLIGHT.

           05  TEMRAZAO
               LINE 06  COLUMN 30  PIC X(40)
               USING  EM-RAZAO
               HIGHLIGHT.

           05  TFUMATRICULA
               LINE 08  COLUMN 24  PIC X(10)
               USING  FU-MATRICULA
               HIGHLIGHT.

           05  TFUCARGO
               LINE 09  COLUMN 24  PIC X(30)
               USING  FU-CARGO
               HIGHLIGHT.

           05  TFUSETOR
               LINE 10  COLUMN 24  PIC X(20)
               USING  FU-SETOR
               HIGHLIGHT.

           05  TFURSCFIS
               LINE 13  COLUMN 27  PIC X(01)
               USING  FU-RSC-FISICO
               HIGHLIGHT.

           05  TFURSCQUI
               LINE 13  COLUMN 36  PIC X(01)
               USING  FU-RSC-QUIMICO
               HIGHLIGHT.

           05  TFURSCBIO
               LINE 13  COLUMN 47  PIC X(01)
               USING  FU-RSC-BIOLOG
               HIGHLIGHT.

           05  TFURSCERG
               LINE 13  COLUMN 60  PIC X(01)
               USING  FU-RSC-ERGON
               HIGHLIGHT.

           05  TFURSCACI
               LINE 13  COLUMN 72  PIC X(01)
               USING  FU-RSC-ACIDENTE
               HIGHLIGHT.

           05  TFUAGENTES
               LINE 14  COLUMN 24  PIC X(40)
               USING  FU-AGENTES
               HIGHLIGHT.

           05  TFUPERIODIC
               LINE 16  COLUMN 25  PIC 9(02)
               USING  FU-PERIODIC
               HIGHLIGHT.

           05  TFUDTADM
               LINE 18  COLUMN 24  PIC 9999.99.99
               USING  FU-DTADMISSAO
               HIGHLIGHT.

           05  TFUDTULT
               LINE 19  COLUMN 24  PIC 9999.99.99
               USING  FU-DTULTASO
               HIGHLIGHT.

           05  TFUSTATUS
               LINE 20  COLUMN 24  PIC X(01)
               USING  FU-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 20  COLUMN 26  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADFUNC
                   CLOSE CADFUNC
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADFUNC" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC
              GO TO ROT-FIM.

       ABRIR-CADEMPR.
           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE EMPRESAS VAZIO (SMP166) ***"
                                                         TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNC CADPACI
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE ZEROS TO FU-PCODIGO FU-EMPRESA FU-PERIODIC
                         FU-DTADMISSAO FU-DTDEMISSAO FU-DTULTASO
                         FU-DTCADASTRO FU-HRCADASTRO.
           MOVE SPACES TO FU-MATRICULA FU-CARGO FU-SETOR FU-AGENTES
                          FU-STATUS P-NOME EM-RAZAO TXSTATUS W-SEL.
           MOVE "NNNNN" TO FU-RISCOS.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT167.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TFUPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADFUNC CADPACI CADEMPR
                   GO TO ROT-FIM.
           IF FU-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE FU-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           DISPLAY TPNOME.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADFUNC
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM LER-EMPRESA
                   PERFORM SET-TXSTATUS
                   DISPLAY SMT167
                   MOVE "*** VINCULO JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADFUNC" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** VINCULO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               MOVE "A" TO FU-STATUS
               PERFORM SET-TXSTATUS
               DISPLAY SMT167.
       PASSO-2.
           ACCEPT TFUEMPRESA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF FU-EMPRESA = ZEROS
                MOVE "CODIGO DA EMPRESA NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           MOVE FU-EMPRESA TO EM-CODIGO.
           READ CADEMPR
           IF ST-ERRO NOT = "00"
               MOVE "*** EMPRESA NAO CADASTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-2.
           DISPLAY TEMRAZAO.
           IF EM-STATUS = "I"
               MOVE "*** EMPRESA INATIVA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-2.
       PASSO-3.
           ACCEPT TFUMATRICULA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
       PASSO-4.
           ACCEPT TFUCARGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF FU-CARGO = SPACES
                MOVE "CARGO NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TFUSETOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
      *--------------------[ RISCOS OCUPACIONAIS ]--------------------
       PASSO-6-FIS.
           ACCEPT TFURSCFIS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF FU-RSC-FISICO NOT = "S" AND "N"
                MOVE "RISCO => S=SIM  N=NAO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6-FIS.
       PASSO-6-QUI.
           ACCEPT TFURSCQUI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6-FIS.
           IF FU-RSC-QUIMICO NOT = "S" AND "N"
                MOVE "RISCO => S=SIM  N=NAO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6-QUI.
       PASSO-6-BIO.
           ACCEPT TFURSCBIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6-QUI.
           IF FU-RSC-BIOLOG NOT = "S" AND "N"
                MOVE "RISCO => S=SIM  N=NAO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6-BIO.
       PASSO-6-ERG.
           ACCEPT TFURSCERG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6-BIO.
           IF FU-RSC-ERGON NOT = "S" AND "N"
                MOVE "RISCO => S=SIM  N=NAO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6-ERG.
       PASSO-6-ACI.
           ACCEPT TFURSCACI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6-ERG.
           IF FU-RSC-ACIDENTE NOT = "S" AND "N"
                MOVE "RISCO => S=SIM  N=NAO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6-ACI.
       PASSO-7.
           ACCEPT TFUAGENTES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6-ACI.
           IF FU-RISCOS NOT = "NNNNN" AND FU-AGENTES = SPACES
                MOVE "INFORME OS AGENTES DE RISCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
       PASSO-8.
           ACCEPT TFUPERIODIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
       PASSO-9.
           ACCEPT TFUDTADM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
       PASSO-10.
           IF W-SEL NOT = "A"
               GO TO PASSO-10-FIM.
           ACCEPT TFUSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-9.
           IF FU-STATUS NOT = "A" AND "D"
                MOVE "STATUS => A=ATIVO  D=DESLIGADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-10.
           IF FU-STATUS = "A"
               MOVE ZEROS TO FU-DTDEMISSAO.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
           GO TO ALT-OPC.
       PASSO-10-FIM.
           ACCEPT FU-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT FU-HRCADASTRO FROM TIME.

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
           WRITE REGFUNC
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** VINCULO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFUNC" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO          *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO REGISTRO   A=ALTERAR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                              GO TO ACE-001.
           IF W-OPCAO = "A"
               PERFORM TRAVAR-REG THRU TRAVAR-REG-FIM
               IF LCK-OK NOT = "S"
                   GO TO ROT-INIC.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  GO TO PASSO-2.
           GO TO ROT-INIC.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-10.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGFUNC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADFUNC" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ RAZAO SOCIAL DA EMPRESA ]-----------------
       LER-EMPRESA.
           MOVE FU-EMPRESA TO EM-CODIGO.
           READ CADEMPR
           IF ST-ERRO NOT = "00"
               MOVE "*** EMPRESA NAO CADASTRADA ***" TO EM-RAZAO.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF FU-STATUS = "D"
               MOVE "DESLIGADO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR; NEGADA MOSTRA QUEM ESTA
      * EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADFUNC" TO LCK-ARQUIVO.
           MOVE FU-PCODIGO TO LCK-REGCHAVE.
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
