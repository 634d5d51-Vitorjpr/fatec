       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP114.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *        CADASTRO DE ESTOQUE DA FARMACIA               *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * ABRE O ITEM DE ESTOQUE DE UM MEDICAMENTO DO CATALOGO
      * (CADMEDIC) EM UMA UNIDADE, COM O ESTOQUE MINIMO E A
      * QUANTIDADE PADRAO DE REPOSICAO. O SALDO SO APARECE:
      * QUEM MEXE NELE SAO OS MOVIMENTOS (SMP115) E A
      * DISPENSACAO (SMP116). SO EXCLUI ITEM COM SALDO ZERO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADESTQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ES-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MD-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MD-NOME-COM
                                                      WITH DUPLICATES.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
       COPY REGESTQ.
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       COPY REGMEDIC.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP114".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 TXUNIDADE              PIC X(30) VALUE SPACES.
       01 TXMEDIC                PIC X(30) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT114.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                   *** CADASTRO DE ESTOQ".
           05  LINE 03  COLUMN 41
               VALUE  "UE DA FARMACIA ***".

           05  LINE 06  COLUMN 01
               VALUE  "     UNIDADE            :".

           05  LINE 08  COLUMN 01
               VALUE  "     MEDICAMENTO        :".

           05  LINE 10  COLUMN 01
               VALUE  "     SALDO ATUAL        :".

           05  LINE 12  COLUMN 01
               VALUE  "     ESTOQUE MINIMO     :".

           05  LINE 14  COLUMN 01
               VALUE  "     QTDE DE REPOSICAO  :".

           05  LINE 16  COLUMN 01
               VALUE  "     ULTIMO MOVIMENTO   :".

           05  TESUNIDADE
               LINE 06  COLUMN 27  PIC 9(02)
               USING  ES-UNIDADE
               HIGHLIGHT.

           05  TTXUNIDADE
               LINE 06  COLUMN 31  PIC X(30)
               USING  TXUNIDADE
               HIGHLIGHT.

           05  TESMEDIC
               LINE 08  COLUMN 27  PIC 9(04)
               USING  ES-MEDIC
               HIGHLIGHT.

           05  TTXMEDIC
               LINE 08  COLUMN 33  PIC X(30)
               USING  TXMEDIC
               HIGHLIGHT.

           05  TESSALDO
               LINE 10  COLUMN 27  PIC ZZZZZZ9
               USING  ES-SALDO
               HIGHLIGHT.

           05  TESMINIMO
               LINE 12  COLUMN 27  PIC 9(07)
               USING  ES-MINIMO
               HIGHLIGHT.

           05  TESREPOSICAO
               LINE 14  COLUMN 27  PIC 9(07)
               USING  ES-REPOSICAO
               HIGHLIGHT.

           05  TESDTULTMOV
               LINE 16  COLUMN 27  PIC 9999.99.99
               USING  ES-DTULTMOV
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADESTQ
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADESTQ
                   CLOSE CADESTQ
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADESTQ" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADMEDIC.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMEDIC NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESTQ
              GO TO ROT-FIM.

       ABRIR-CADUNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADUNID NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESTQ CADMEDIC
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO ES-UNIDADE ES-MEDIC ES-SALDO ES-MINIMO
                         ES-REPOSICAO ES-DTULTMOV ES-DTCADASTRO
                         ES-HRCADASTRO.
           MOVE SPACES TO TXUNIDADE TXMEDIC W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT114.
      *--------------------[ DIGITAR CAMPOS CHAVE ]-----------------
       PASSO-1.
           ACCEPT TESUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADESTQ CADMEDIC CADUNID
                   GO TO ROT-FIM.
           MOVE ES-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           IF UN-STATUS = "I"
                MOVE "*** UNIDADE INATIVA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE UN-NOME TO TXUNIDADE.
           DISPLAY TTXUNIDADE.
       PASSO-2.
           ACCEPT TESMEDIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           MOVE ES-MEDIC TO MD-CODIGO.
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICAMENTO NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           MOVE MD-NOME-COM TO TXMEDIC.
           DISPLAY TTXMEDIC.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADESTQ
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   DISPLAY SMT114
                   MOVE "*** ITEM DE ESTOQUE JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADESTQ" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               IF MD-STATUS = "I"
                   MOVE "*** MEDICAMENTO INATIVO NO CATALOGO ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PASSO-2
               ELSE
                   MOVE "*** ITEM DE ESTOQUE NOVO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE ZEROS TO ES-SALDO ES-MINIMO ES-REPOSICAO
                                 ES-DTULTMOV
                   DISPLAY SMT114.
       PASSO-3.
           ACCEPT TESMINIMO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
       PASSO-4.
           ACCEPT TESREPOSICAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF ES-REPOSICAO = ZEROS AND ES-MINIMO NOT = ZEROS
                MOVE "REPOSICAO NAO PODE SER ZERO COM MINIMO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF W-SEL = "A"
               GO TO ALT-OPC.
           ACCEPT ES-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT ES-HRCADASTRO FROM TIME.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-4.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGESTQ
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** ITEM DE ESTOQUE JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESTQ" TO W-MSG
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
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  GO TO PASSO-3.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *
      *----- ITEM COM SALDO NAO SAI: O SALDO TEM QUE SER ZERADO
      *----- ANTES POR AJUSTE OU TRANSFERENCIA (SMP115)
       EXC-OPC.
           IF ES-SALDO NOT = ZEROS
              MOVE "*** ITEM COM SALDO - ZERE PELO SMP115 ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
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
           DELETE CADESTQ RECORD
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
           IF W-ACT = 02 GO TO PASSO-4.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGESTQ
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADESTQ" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
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
