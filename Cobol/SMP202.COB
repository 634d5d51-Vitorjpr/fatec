       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP202.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     KIT DE MATERIAIS E MEDICAMENTOS POR PROCEDIMENTO *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * MANTEM O KIT PADRAO DE CADA PROCEDIMENTO DO CADPROC:
      * ATE 12 ITENS DO CATALOGO (CADMEDIC), SEM REPETICAO E SO
      * ENTRE OS ATIVOS, COM A QUANTIDADE GASTA NORMALMENTE.
      * CODIGO 0000 NA LISTA ENCERRA OS ITENS. NO LANCAMENTO DO
      * PROCEDIMENTO (SMP036) O KIT VEM SUGERIDO PARA O AJUSTE
      * DAS QUANTIDADES REAIS. O PRECO DE CADA ITEM POR CONVENIO
      * FICA NO CADMTPREC (SMP203).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPRKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KT-PROC
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PR-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MD-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MD-NOME-COM
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPRKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRKIT.DAT".
       COPY REGPRKIT.
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       COPY REGPROC.
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       COPY REGMEDIC.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP202".
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
       01 W-PROC-DESC            PIC X(30) VALUE SPACES.
       01 W-IND                  PIC 9(02) VALUE ZEROS.
       01 W-IX                   PIC 9(02) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-COD                  PIC 9(04) VALUE ZEROS.
       01 W-QTDE                 PIC 9(05) VALUE ZEROS.
       01 W-DUP                  PIC X(01) VALUE "N".
       01 W-LINHA-IT.
           03 WI-NUM             PIC 9(02).
           03 FILLER             PIC X(03) VALUE " : ".
           03 WI-COD             PIC 9(04).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WI-DESC            PIC X(30).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WI-QTDE            PIC ZZZZ9.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT202.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "          *** KIT DE MATERIAIS E MEDICAM".
           05  LINE 03  COLUMN 41
               VALUE  "ENTOS POR PROCEDIMENTO ***".

           05  LINE 05  COLUMN 01
               VALUE  "     PROCEDIMENTO       :".

           05  LINE 07  COLUMN 01
               VALUE  "     DESCRICAO          :".

           05  LINE 10  COLUMN 01
               VALUE  "     ITEM   CODIGO  ( 0000 = FIM DA LIST".
           05  LINE 10  COLUMN 41
               VALUE  "A )                  QTDE".

           05  TKTPROC
               LINE 05  COLUMN 27  PIC 9(04)
               USING  KT-PROC
               HIGHLIGHT.

           05  TPROCDESC
               LINE 07  COLUMN 27  PIC X(30)
               USING  W-PROC-DESC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADPRKIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPRKIT
                   CLOSE CADPRKIT
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADPRKIT" TO ERR-ARQUIVO
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
              CLOSE CADPRKIT
              GO TO ROT-FIM.
       ABRIR-CADMEDIC.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*** CATALOGO CADMEDIC NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPRKIT CADPROC
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO KT-PROC KT-QTD KT-ITENS KT-DTCADASTRO
                     KT-HRCADASTRO.
           MOVE SPACES TO W-PROC-DESC W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT202.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TKTPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADPRKIT CADPROC CADMEDIC
                   GO TO ROT-FIM.
           IF KT-PROC = ZEROS
                MOVE "CODIGO DO PROCEDIMENTO NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE KT-PROC TO PR-CODIGO.
           READ CADPROC
           IF ST-ERRO NOT = "00"
                MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE PR-DESCRICAO TO W-PROC-DESC.
           DISPLAY TPROCDESC.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADPRKIT
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   DISPLAY SMT202
                   PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
                   MOVE "*** KIT JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADPRKIT" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** KIT NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               MOVE ZEROS TO KT-QTD KT-ITENS
               PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM.
      *--------------------[ ITENS DO KIT ]----------------------------
       PASSO-2.
           MOVE 1 TO W-IND.
       PASSO-2-ITEM.
           COMPUTE W-LIN = W-IND + 10.
           MOVE KT-MEDIC (W-IND) TO W-COD.
           ACCEPT (W-LIN, 11) W-COD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-IND = 1
                   GO TO PASSO-1
               ELSE
                   SUBTRACT 1 FROM W-IND
                   GO TO PASSO-2-ITEM.
           IF W-COD = ZEROS
               GO TO PASSO-2-FIM.
           MOVE W-COD TO MD-CODIGO.
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
               MOVE "*** ITEM NAO CADASTRADO NO CATALOGO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-2-ITEM.
           IF MD-STATUS = "I"
               MOVE "*** ITEM INATIVO NO CATALOGO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-2-ITEM.
           PERFORM VER-DUP THRU VER-DUP-FIM.
           IF W-DUP = "S"
               MOVE "*** ITEM JA INCLUIDO NESTE KIT ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-2-ITEM.
           MOVE W-COD        TO KT-MEDIC (W-IND).
           MOVE W-IND        TO WI-NUM.
           MOVE W-COD        TO WI-COD.
           MOVE MD-NOME-COM  TO WI-DESC.
           MOVE KT-QTDE (W-IND) TO WI-QTDE.
           DISPLAY (W-LIN, 06) W-LINHA-IT.
       PASSO-2-QTDE.
           MOVE KT-QTDE (W-IND) TO W-QTDE.
           ACCEPT (W-LIN, 49) W-QTDE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO PASSO-2-ITEM.
           IF W-QTDE = ZEROS
               MOVE "QUANTIDADE PADRAO NAO PODE SER ZERO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-2-QTDE.
           MOVE W-QTDE TO KT-QTDE (W-IND).
           MOVE W-QTDE TO WI-QTDE.
           DISPLAY (W-LIN, 06) W-LINHA-IT.
           ADD 1 TO W-IND.
           IF W-IND NOT > 12
               GO TO PASSO-2-ITEM.
       PASSO-2-FIM.
           SUBTRACT 1 FROM W-IND GIVING KT-QTD.
           IF KT-QTD = ZEROS
               MOVE "KIT PRECISA DE PELO MENOS 1 ITEM" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-2-ITEM.
           MOVE W-IND TO W-IX.
           PERFORM LIMPA-RESTO THRU LIMPA-RESTO-FIM.
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM.
           ACCEPT KT-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT KT-HRCADASTRO FROM TIME.
           IF W-SEL = "A"
               GO TO ALT-OPC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGPRKIT
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** KIT JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPRKIT" TO W-MSG
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
           DELETE CADPRKIT RECORD
           IF ST-ERRO = "00"
              MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-2.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGPRKIT
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADPRKIT" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------[ MOSTRA AS 12 LINHAS DE ITENS DO KIT ]------------
       MOSTRA-ITENS.
           MOVE 1 TO W-IX.
       MOSTRA-ITENS-LOOP.
           COMPUTE W-LIN = W-IX + 10.
           MOVE W-IX TO WI-NUM.
           MOVE KT-MEDIC (W-IX) TO WI-COD.
           MOVE KT-QTDE (W-IX)  TO WI-QTDE.
           MOVE SPACES TO WI-DESC.
           IF WI-COD NOT = ZEROS
               MOVE WI-COD TO MD-CODIGO
               READ CADMEDIC
               IF ST-ERRO = "00"
                   MOVE MD-NOME-COM TO WI-DESC
               ELSE
                   MOVE "(NAO CADASTRADO)" TO WI-DESC.
           DISPLAY (W-LIN, 06) W-LINHA-IT.
           ADD 1 TO W-IX.
           IF W-IX NOT > 12
               GO TO MOSTRA-ITENS-LOOP.
       MOSTRA-ITENS-FIM.
           EXIT.
      *--------------[ ZERA OS ITENS DEPOIS DO FIM DA LISTA ]-----------
       LIMPA-RESTO.
           IF W-IX > 12
               GO TO LIMPA-RESTO-FIM.
           MOVE ZEROS TO KT-MEDIC (W-IX) KT-QTDE (W-IX).
           ADD 1 TO W-IX.
           GO TO LIMPA-RESTO.
       LIMPA-RESTO-FIM.
           EXIT.
      *--------------[ ITEM REPETIDO NOS ITENS ANTERIORES ]-------------
       VER-DUP.
           MOVE "N" TO W-DUP.
           MOVE 1 TO W-IX.
       VER-DUP-LOOP.
           IF W-IX NOT < W-IND
               GO TO VER-DUP-FIM.
           IF KT-MEDIC (W-IX) = W-COD
               MOVE "S" TO W-DUP
               GO TO VER-DUP-FIM.
           ADD 1 TO W-IX.
           GO TO VER-DUP-LOOP.
       VER-DUP-FIM.
           EXIT.
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADPRKIT" TO LCK-ARQUIVO.
           MOVE KT-PROC TO LCK-REGCHAVE.
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
