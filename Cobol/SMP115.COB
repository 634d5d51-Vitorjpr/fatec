       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP115.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   MOVIMENTACAO DE ESTOQUE DA FARMACIA                *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * LANCA OS MOVIMENTOS QUE NAO SAO DISPENSACAO DE RECEITA:
      *   E=ENTRADA (NOTA DO FORNECEDOR)
      *   T=TRANSFERENCIA PARA OUTRA UNIDADE
      *   A=AJUSTE DE INVENTARIO (+/-, COM MOTIVO)
      * CADA MOVIMENTO ATUALIZA O SALDO EM CADESTQ E FICA EM
      * CADMOVEST. A TRANSFERENCIA GRAVA A SAIDA NA ORIGEM E A
      * ENTRADA NO DESTINO (ABRINDO O ITEM NO DESTINO SE
      * PRECISO). NENHUM MOVIMENTO DEIXA SALDO NEGATIVO.
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

                    SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MV-CHAVE
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

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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
       FD CADMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       COPY REGMOVEST.
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
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP115".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TIPO                 PIC X(01) VALUE SPACES.
       01 W-UNIDADE              PIC 9(02) VALUE ZEROS.
       01 W-MEDIC                PIC 9(04) VALUE ZEROS.
       01 W-QTDE                 PIC 9(07) VALUE ZEROS.
       01 W-SINAL                PIC X(01) VALUE SPACES.
       01 W-UNID-DEST            PIC 9(02) VALUE ZEROS.
       01 W-DOCUMENTO            PIC X(15) VALUE SPACES.
       01 W-MOTIVO               PIC X(30) VALUE SPACES.
       01 W-SALDO                PIC 9(07) VALUE ZEROS.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-HORA                 PIC 9(08) VALUE ZEROS.
       01 TXTIPO                 PIC X(15) VALUE SPACES.
       01 TXUNIDADE              PIC X(30) VALUE SPACES.
       01 TXMEDIC                PIC X(30) VALUE SPACES.
       01 TXDESTINO              PIC X(30) VALUE SPACES.
      *----- AREA DO MOVIMENTO A GRAVAR (USADA NAS DUAS PONTAS DA
      *----- TRANSFERENCIA)
       01 W-MOV-UNIDADE          PIC 9(02) VALUE ZEROS.
       01 W-MOV-SINAL            PIC X(01) VALUE SPACES.
       01 W-MOV-PAR              PIC 9(02) VALUE ZEROS.
       01 W-AUD-CHAVE.
           03 WA-UNIDADE         PIC 9(02).
           03 FILLER             PIC X(01) VALUE "-".
           03 WA-MEDIC           PIC 9(04).
           03 FILLER             PIC X(01) VALUE "-".
           03 WA-TIPO            PIC X(01).
           03 WA-SINAL           PIC X(01).
           03 WA-QTDE            PIC 9(05).
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT115.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "               *** MOVIMENTACAO DE ESTOQ".
           05  LINE 03  COLUMN 41
               VALUE  "UE DA FARMACIA ***".

           05  LINE 05  COLUMN 01
               VALUE  "     TIPO (E/T/A)       :".

           05  LINE 07  COLUMN 01
               VALUE  "     UNIDADE            :".

           05  LINE 09  COLUMN 01
               VALUE  "     MEDICAMENTO        :".

           05  LINE 11  COLUMN 01
               VALUE  "     SALDO ATUAL        :".

           05  LINE 13  COLUMN 01
               VALUE  "     QUANTIDADE         :".

           05  LINE 15  COLUMN 01
               VALUE  "     NOTA FISCAL        :".

           05  LINE 16  COLUMN 01
               VALUE  "     UNIDADE DESTINO    :".

           05  LINE 17  COLUMN 01
               VALUE  "     AJUSTE (+/-)       :".

           05  LINE 18  COLUMN 01
               VALUE  "     MOTIVO             :".

           05  LINE 21  COLUMN 01
               VALUE  "     E=ENTRADA  T=TRANSFERENCIA  A=AJUSTE".

           05  TWTIPO
               LINE 05  COLUMN 27  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.

           05  TTXTIPO
               LINE 05  COLUMN 31  PIC X(15)
               USING  TXTIPO
               HIGHLIGHT.

           05  TWUNIDADE
               LINE 07  COLUMN 27  PIC 9(02)
               USING  W-UNIDADE
               HIGHLIGHT.

           05  TTXUNIDADE
               LINE 07  COLUMN 31  PIC X(30)
               USING  TXUNIDADE
               HIGHLIGHT.

           05  TWMEDIC
               LINE 09  COLUMN 27  PIC 9(04)
               USING  W-MEDIC
               HIGHLIGHT.

           05  TTXMEDIC
               LINE 09  COLUMN 33  PIC X(30)
               USING  TXMEDIC
               HIGHLIGHT.

           05  TWSALDO
               LINE 11  COLUMN 27  PIC ZZZZZZ9
               USING  W-SALDO
               HIGHLIGHT.

           05  TWQTDE
               LINE 13  COLUMN 27  PIC 9(07)
               USING  W-QTDE
               HIGHLIGHT.

           05  TWDOCUMENTO
               LINE 15  COLUMN 27  PIC X(15)
               USING  W-DOCUMENTO
               HIGHLIGHT.

           05  TWUNIDDEST
               LINE 16  COLUMN 27  PIC 9(02)
               USING  W-UNID-DEST
               HIGHLIGHT.

           05  TTXDESTINO
               LINE 16  COLUMN 31  PIC X(30)
               USING  TXDESTINO
               HIGHLIGHT.

           05  TWSINAL
               LINE 17  COLUMN 27  PIC X(01)
               USING  W-SINAL
               HIGHLIGHT.

           05  TWMOTIVO
               LINE 18  COLUMN 27  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADESTQ.
           OPEN I-O CADESTQ
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADESTQ
                   CLOSE CADESTQ
                   GO TO ABRIR-CADESTQ
               ELSE
                   MOVE "CADESTQ" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADMOVEST.
           OPEN I-O CADMOVEST
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADMOVEST
                   CLOSE CADMOVEST
                   GO TO ABRIR-CADMOVEST
               ELSE
                   MOVE "CADMOVEST" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   CLOSE CADESTQ
                   GO TO ROT-FIM.

       ABRIR-CADMEDIC.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMEDIC NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESTQ CADMOVEST
              GO TO ROT-FIM.

       ABRIR-CADUNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADUNID NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADESTQ CADMOVEST CADMEDIC
              GO TO ROT-FIM.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS  TO W-UNIDADE W-MEDIC W-QTDE W-UNID-DEST W-SALDO.
           MOVE SPACES TO W-TIPO W-SINAL W-DOCUMENTO W-MOTIVO TXTIPO
                          TXUNIDADE TXMEDIC TXDESTINO.
       PASSO-0.
           DISPLAY SMT115.
      *--------------------[ TIPO DE MOVIMENTO ]-----------------------
       PASSO-1.
           ACCEPT TWTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADESTQ CADMOVEST CADMEDIC CADUNID CADAUDIT
                   GO TO ROT-FIM.
           IF W-TIPO = "E"
               MOVE "ENTRADA" TO TXTIPO
           ELSE
               IF W-TIPO = "T"
                   MOVE "TRANSFERENCIA" TO TXTIPO
               ELSE
                   IF W-TIPO = "A"
                       MOVE "AJUSTE" TO TXTIPO
                   ELSE
                       MOVE "TIPO => E=ENTRADA T=TRANSFER. A=AJUSTE"
                                                         TO W-MSG
                       PERFORM ROT-MENS THRU ROT-MENS2
                       GO TO PASSO-1.
           DISPLAY TTXTIPO.
      *--------------------[ UNIDADE E MEDICAMENTO ]-------------------
       PASSO-2.
           ACCEPT TWUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           MOVE W-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           MOVE UN-NOME TO TXUNIDADE.
           DISPLAY TTXUNIDADE.
       PASSO-3.
           ACCEPT TWMEDIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           MOVE W-MEDIC TO MD-CODIGO.
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICAMENTO NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           MOVE MD-NOME-COM TO TXMEDIC.
           DISPLAY TTXMEDIC.
           MOVE W-UNIDADE TO ES-UNIDADE.
           MOVE W-MEDIC   TO ES-MEDIC.
           READ CADESTQ
           IF ST-ERRO = "00"
               MOVE ES-SALDO TO W-SALDO
           ELSE
      *----- SO A ENTRADA ABRE O ITEM SOZINHA; TRANSFERENCIA E
      *----- AJUSTE PRECISAM DE SALDO EXISTENTE NA ORIGEM
               IF W-TIPO = "E"
                   MOVE ZEROS TO W-SALDO
               ELSE
                   MOVE "*** ITEM SEM ESTOQUE NESTA UNIDADE ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PASSO-3.
           DISPLAY TWSALDO.
       PASSO-4.
           ACCEPT TWQTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF W-QTDE = ZEROS
                MOVE "QUANTIDADE NAO PODE SER ZERO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF W-TIPO = "T"
               GO TO PASSO-6.
           IF W-TIPO = "A"
               GO TO PASSO-7.
      *--------------------[ ENTRADA: NOTA DO FORNECEDOR ]-------------
       PASSO-5.
           ACCEPT TWDOCUMENTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF W-DOCUMENTO = SPACES
                MOVE "INFORME A NOTA FISCAL DA ENTRADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           MOVE "+" TO W-SINAL.
           GO TO VALID-OPCAO.
      *--------------------[ TRANSFERENCIA: UNIDADE DESTINO ]----------
       PASSO-6.
           ACCEPT TWUNIDDEST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF W-UNID-DEST = W-UNIDADE
                MOVE "DESTINO IGUAL A ORIGEM" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           MOVE W-UNID-DEST TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE DESTINO NAO CADASTRADA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           IF UN-STATUS = "I"
                MOVE "*** UNIDADE DESTINO INATIVA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           MOVE UN-NOME TO TXDESTINO.
           DISPLAY TTXDESTINO.
           IF W-QTDE > W-SALDO
                MOVE "*** SALDO INSUFICIENTE NA ORIGEM ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           MOVE "-" TO W-SINAL.
           GO TO PASSO-8.
      *--------------------[ AJUSTE: SINAL E MOTIVO ]------------------
       PASSO-7.
           ACCEPT TWSINAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF W-SINAL NOT = "+" AND "-"
                MOVE "AJUSTE => + SOMA   - SUBTRAI" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           IF W-SINAL = "-" AND W-QTDE > W-SALDO
                MOVE "*** AJUSTE DEIXARIA SALDO NEGATIVO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-8.
           ACCEPT TWMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-TIPO = "T"
                   GO TO PASSO-6
               ELSE
                   GO TO PASSO-7.
           IF W-MOTIVO = SPACES AND W-TIPO = "A"
                MOVE "MOTIVO NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-8.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-4.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** MOVIMENTO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
      *--------------------[ EFETIVA O MOVIMENTO ]---------------------
       GRAVAR-REGISTRO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA FROM TIME.
           MOVE W-UNIDADE   TO W-MOV-UNIDADE.
           MOVE W-SINAL     TO W-MOV-SINAL.
           MOVE W-UNID-DEST TO W-MOV-PAR.
           PERFORM ATUALIZA-ESTQ THRU ATUALIZA-ESTQ-FIM.
           IF ST-ERRO NOT = "00" AND "02"
               GO TO GRAVAR-ERRO.
           IF W-TIPO NOT = "T"
               GO TO GRAVAR-FIM.
      *----- A OUTRA PONTA DA TRANSFERENCIA ENTRA NO DESTINO
           MOVE W-UNID-DEST TO W-MOV-UNIDADE.
           MOVE "+"         TO W-MOV-SINAL.
           MOVE W-UNIDADE   TO W-MOV-PAR.
           PERFORM ATUALIZA-ESTQ THRU ATUALIZA-ESTQ-FIM.
           IF ST-ERRO NOT = "00" AND "02"
               GO TO GRAVAR-ERRO.
       GRAVAR-FIM.
           MOVE "** MOVIMENTO GRAVADO COM SUCESSO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
       GRAVAR-ERRO.
           MOVE "ERRO NA GRAVACAO DO MOVIMENTO DE ESTOQUE" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ SALDO + MOVIMENTO DE UMA UNIDADE ]--------
       ATUALIZA-ESTQ.
           MOVE W-MOV-UNIDADE TO ES-UNIDADE.
           MOVE W-MEDIC       TO ES-MEDIC.
           READ CADESTQ
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO ES-SALDO ES-MINIMO ES-REPOSICAO
               MOVE W-HOJE TO ES-DTULTMOV ES-DTCADASTRO
               MOVE W-HORA TO ES-HRCADASTRO
               WRITE REGESTQ
               IF ST-ERRO NOT = "00"
                   GO TO ATUALIZA-ESTQ-FIM.
           IF W-MOV-SINAL = "+"
               ADD W-QTDE TO ES-SALDO
           ELSE
               SUBTRACT W-QTDE FROM ES-SALDO.
           MOVE W-HOJE TO ES-DTULTMOV.
           REWRITE REGESTQ
           IF ST-ERRO NOT = "00" AND "02"
               GO TO ATUALIZA-ESTQ-FIM.
           MOVE W-MOV-UNIDADE TO MV-UNIDADE.
           MOVE W-MEDIC       TO MV-MEDIC.
           MOVE W-HOJE        TO MV-DATA.
           MOVE W-HORA        TO MV-HORA.
           MOVE W-TIPO        TO MV-TIPO.
           MOVE W-MOV-SINAL   TO MV-SINAL.
           MOVE W-QTDE        TO MV-QTDE.
           MOVE ES-SALDO      TO MV-SALDO-APOS.
           MOVE W-MOV-PAR     TO MV-UNID-PAR.
           MOVE W-DOCUMENTO   TO MV-DOCUMENTO.
           MOVE W-MOTIVO      TO MV-MOTIVO.
           MOVE SPACES        TO MV-RE-CHAVE.
           MOVE ZEROS         TO MV-CN-UNIDADE MV-CN-NUMERO.
           MOVE W-OPERADOR    TO MV-OPERADOR.
       ATUALIZA-ESTQ-GRV.
           WRITE REGMOVEST
      *----- DOIS MOVIMENTOS DO MESMO ITEM NO MESMO CENTESIMO:
      *----- EMPURRA A HORA DO SEGUNDO
           IF ST-ERRO = "22"
               ADD 1 TO MV-HORA
               GO TO ATUALIZA-ESTQ-GRV.
           IF ST-ERRO NOT = "00"
               GO TO ATUALIZA-ESTQ-FIM.
           MOVE W-MOV-UNIDADE TO WA-UNIDADE.
           MOVE W-MEDIC       TO WA-MEDIC.
           MOVE W-TIPO        TO WA-TIPO.
           MOVE W-MOV-SINAL   TO WA-SINAL.
           MOVE W-QTDE        TO WA-QTDE.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE "SMP115"      TO AUD-PROGRAMA.
           MOVE W-AUD-CHAVE   TO AUD-CHAVE.
           MOVE TXTIPO        TO AUD-ACAO.
           MOVE W-HOJE        TO AUD-DATA.
           MOVE W-HORA        TO AUD-HORA.
           WRITE REGAUDIT.
           MOVE "00" TO ST-ERRO.
       ATUALIZA-ESTQ-FIM.
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
