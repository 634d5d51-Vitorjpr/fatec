       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP116.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   DISPENSACAO DE RECEITAS PELA FARMACIA              *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * A FARMACIA DA UNIDADE INFORMA O PACIENTE E A DATA DA
      * RECEITA; A TELA LISTA OS ITENS DO CADRECET COM A
      * SITUACAO (PENDENTE / PARCIAL / DISPENSADO) E O ITEM
      * ESCOLHIDO E BAIXADO DO ESTOQUE DA UNIDADE (CADESTQ),
      * COM O MOVIMENTO "D" EM CADMOVEST E A SITUACAO DO ITEM
      * EM CADDISPEN. MEDICAMENTO CONTROLADO SO SAI AMARRADO
      * AO NUMERO DA RECEITA DE CONTROLE ESPECIAL (CADCTRLNUM)
      * EMITIDA PARA AQUELE PACIENTE/MEDICAMENTO/DATA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADRECET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RE-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADDISPEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DI-CHAVE
                    FILE STATUS  IS ST-ERRO.

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

                    SELECT CADCTRLNUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS P-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECET.DAT".
       COPY REGRECET.
      *
       FD CADDISPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISPEN.DAT".
       COPY REGDISPEN.
      *
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
       FD CADCTRLNUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTRLNUM.DAT".
       COPY REGCTRLNUM.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP116".
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
       01 W-UNIDADE              PIC 9(02) VALUE ZEROS.
       01 W-PCODIGO              PIC 9(06) VALUE ZEROS.
       01 W-DATA-REC             PIC 9(08) VALUE ZEROS.
       01 W-ITEM                 PIC 9(02) VALUE ZEROS.
       01 W-QTDE                 PIC 9(05) VALUE ZEROS.
       01 W-SITUACAO             PIC X(01) VALUE SPACES.
       01 W-CN-UNIDADE           PIC 9(02) VALUE ZEROS.
       01 W-CN-NUMERO            PIC 9(06) VALUE ZEROS.
       01 W-TEM-DISP             PIC X(01) VALUE "N".
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-HORA                 PIC 9(08) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-QTD-ITENS            PIC 9(02) VALUE ZEROS.
       01 TXPACIEN               PIC X(30) VALUE SPACES.
      *----- CHAVES DOS ITENS DA RECEITA QUE ESTAO NA TELA
       01 TAB-ITENS.
           03 TB-RE-CHAVE        PIC X(28) OCCURS 10 TIMES.
       01 W-LINHA-ITEM.
           03 WI-ITEM            PIC Z9.
           03 FILLER             PIC X(02) VALUE "- ".
           03 WI-MEDIC           PIC X(26).
           03 FILLER             PIC X(01) VALUE " ".
           03 WI-DOSAGEM         PIC X(16).
           03 FILLER             PIC X(01) VALUE " ".
           03 WI-CRM             PIC 9(06).
           03 FILLER             PIC X(01) VALUE " ".
           03 WI-SITUACAO        PIC X(10).
           03 WI-QTDE            PIC ZZZZ9.
       01 W-AUD-CHAVE.
           03 WA-PCODIGO         PIC 9(06).
           03 FILLER             PIC X(01) VALUE "-".
           03 WA-MEDIC           PIC 9(04).
           03 FILLER             PIC X(01) VALUE "-".
           03 WA-QTDE            PIC 9(03).
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT116.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** DISPENSACAO DE RECEITA".
           05  LINE 02  COLUMN 41
               VALUE  "S PELA FARMACIA ***".

           05  LINE 04  COLUMN 01
               VALUE  "     UNIDADE (FARMACIA) :".

           05  LINE 05  COLUMN 01
               VALUE  "     PACIENTE           :".

           05  LINE 06  COLUMN 01
               VALUE  "     DATA DA RECEITA    :".

           05  LINE 08  COLUMN 01
               VALUE  "  IT  MEDICAMENTO                DOSAGEM".
           05  LINE 08  COLUMN 41
               VALUE  "            CRM    SITUACAO  QTDE".

           05  TWUNIDADE
               LINE 04  COLUMN 27  PIC 9(02)
               USING  W-UNIDADE
               HIGHLIGHT.

           05  TWPCODIGO
               LINE 05  COLUMN 27  PIC 9(06)
               USING  W-PCODIGO
               HIGHLIGHT.

           05  TTXPACIEN
               LINE 05  COLUMN 35  PIC X(30)
               USING  TXPACIEN
               HIGHLIGHT.

           05  TWDATAREC
               LINE 06  COLUMN 27  PIC 9999.99.99
               USING  W-DATA-REC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADRECET.
           OPEN INPUT CADRECET
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADRECET NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRIR-CADDISPEN.
           OPEN I-O CADDISPEN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADDISPEN
                   CLOSE CADDISPEN
                   GO TO ABRIR-CADDISPEN
               ELSE
                   MOVE "CADDISPEN" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   CLOSE CADRECET
                   GO TO ROT-FIM.

       ABRIR-CADESTQ.
           OPEN I-O CADESTQ
           IF ST-ERRO NOT = "00"
              MOVE "*** ESTOQUE DA FARMACIA NAO DISPONIVEL ***"
                                                            TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECET CADDISPEN
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
                   CLOSE CADRECET CADDISPEN CADESTQ
                   GO TO ROT-FIM.

       ABRIR-CADMEDIC.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMEDIC NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECET CADDISPEN CADESTQ CADMOVEST
              GO TO ROT-FIM.

       ABRIR-CADCTRLNUM.
           OPEN INPUT CADCTRLNUM
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCTRLNUM
                   CLOSE CADCTRLNUM
                   GO TO ABRIR-CADCTRLNUM
               ELSE
                   MOVE "*** REGISTRO DE CONTROLADOS NAO DISPONIVEL ***"
                                                            TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADRECET CADDISPEN CADESTQ CADMOVEST
                         CADMEDIC
                   GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECET CADDISPEN CADESTQ CADMOVEST CADMEDIC
                    CADCTRLNUM
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
           MOVE ZEROS  TO W-PCODIGO W-DATA-REC.
           MOVE SPACES TO TXPACIEN.
       PASSO-0.
           DISPLAY SMT116.
      *--------------------[ UNIDADE, PACIENTE E DATA ]----------------
       PASSO-1.
           ACCEPT TWUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-SAIDA.
           IF W-UNIDADE = ZEROS
                MOVE "INFORME A UNIDADE DA FARMACIA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
       PASSO-2.
           ACCEPT TWPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           MOVE W-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           MOVE P-NOME TO TXPACIEN.
           DISPLAY TTXPACIEN.
       PASSO-3.
           ACCEPT TWDATAREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
      *--------------------[ LISTA OS ITENS DA RECEITA ]---------------
       LISTAR.
           MOVE ZEROS TO W-QTD-ITENS.
           MOVE SPACES TO TAB-ITENS.
           MOVE 09 TO W-LIN.
           DISPLAY (09, 01) ERASE.
           MOVE W-DATA-REC TO RE-DATA.
           MOVE W-PCODIGO  TO RE-PCODIGO.
           MOVE ZEROS      TO RE-CRM RE-HORA RE-SEQ.
           MOVE SPACES     TO RE-CRM-UF.
           START CADRECET KEY IS NOT LESS RE-CHAVE
               INVALID KEY
                   GO TO LISTAR-NADA.
       LISTAR-LER.
           READ CADRECET NEXT
           IF ST-ERRO NOT = "00"
               GO TO LISTAR-FIM.
           IF RE-DATA NOT = W-DATA-REC OR RE-PCODIGO NOT = W-PCODIGO
               GO TO LISTAR-FIM.
           IF W-QTD-ITENS = 10
               GO TO LISTAR-FIM.
           ADD 1 TO W-QTD-ITENS.
           MOVE RE-CHAVE TO TB-RE-CHAVE (W-QTD-ITENS).
           MOVE W-QTD-ITENS    TO WI-ITEM.
           MOVE RE-MEDICAMENTO TO WI-MEDIC.
           MOVE RE-DOSAGEM     TO WI-DOSAGEM.
           MOVE RE-CRM         TO WI-CRM.
           MOVE ZEROS          TO WI-QTDE.
           MOVE RE-CHAVE TO DI-CHAVE.
           READ CADDISPEN
           IF ST-ERRO NOT = "00"
               MOVE "PENDENTE" TO WI-SITUACAO
           ELSE
               MOVE DI-QTDE TO WI-QTDE
               IF DI-SITUACAO = "T"
                   MOVE "DISPENSADO" TO WI-SITUACAO
               ELSE
                   MOVE "PARCIAL" TO WI-SITUACAO.
           DISPLAY (W-LIN, 01) W-LINHA-ITEM.
           ADD 1 TO W-LIN.
           GO TO LISTAR-LER.
       LISTAR-NADA.
           MOVE "*** NENHUMA RECEITA NESTA DATA ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PASSO-3.
       LISTAR-FIM.
           IF W-QTD-ITENS = ZEROS
               GO TO LISTAR-NADA.
      *--------------------[ ESCOLHA DO ITEM ]-------------------------
       PASSO-4.
           MOVE ZEROS TO W-ITEM.
           DISPLAY (20, 05) "ITEM A DISPENSAR (00=OUTRA RECEITA) : ".
           ACCEPT (20, 44) W-ITEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ITEM = ZEROS
                   GO TO ROT-INIC.
           IF W-ITEM > W-QTD-ITENS
                MOVE "ITEM FORA DA LISTA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           MOVE TB-RE-CHAVE (W-ITEM) TO RE-CHAVE.
           READ CADRECET
           IF ST-ERRO NOT = "00"
                MOVE "*** ITEM DA RECEITA NAO ENCONTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF RE-MEDIC = ZEROS
                MOVE "*** ITEM FORA DO CATALOGO - SEM ESTOQUE ***"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           MOVE "N" TO W-TEM-DISP.
           MOVE RE-CHAVE TO DI-CHAVE.
           READ CADDISPEN
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-DISP
               IF DI-SITUACAO = "T"
                   MOVE "*** ITEM JA DISPENSADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PASSO-4.
           MOVE RE-MEDIC TO MD-CODIGO.
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICAMENTO NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           MOVE W-UNIDADE TO ES-UNIDADE.
           MOVE RE-MEDIC  TO ES-MEDIC.
           READ CADESTQ
           IF ST-ERRO NOT = "00" OR ES-SALDO = ZEROS
                MOVE "*** SEM ESTOQUE DESTE ITEM NA UNIDADE ***"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           DISPLAY (20, 01) ERASE.
           DISPLAY (20, 05) "SALDO NA UNIDADE : ".
           DISPLAY (20, 24) ES-SALDO.
      *--------------------[ QUANTIDADE E SITUACAO ]-------------------
       PASSO-5.
           MOVE ZEROS TO W-QTDE.
           DISPLAY (21, 05) "QUANTIDADE ENTREGUE : ".
           ACCEPT (21, 28) W-QTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO LISTAR.
           IF W-QTDE = ZEROS
                MOVE "QUANTIDADE NAO PODE SER ZERO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           IF W-QTDE > ES-SALDO
                MOVE "*** SALDO INSUFICIENTE NA UNIDADE ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
       PASSO-6.
           MOVE "T" TO W-SITUACAO.
           DISPLAY (21, 40) "T=TOTAL  P=PARCIAL : ".
           ACCEPT (21, 61) W-SITUACAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF W-SITUACAO NOT = "T" AND "P"
                MOVE "SITUACAO => T=TOTAL  P=PARCIAL" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           MOVE ZEROS TO W-CN-UNIDADE W-CN-NUMERO.
           IF MD-CONTROLADO NOT = "S"
               GO TO VALID-OPCAO.
      *--------------------[ CONTROLADO: NUMERO DA RECEITA ]-----------
      * A RECEITA NUMERADA TEM QUE SER DO MESMO PACIENTE, DO MESMO
      * MEDICAMENTO E DA MESMA DATA, E NAO PODE ESTAR ANULADA. NA
      * SEGUNDA ENTREGA DE UM ITEM PARCIAL VALE O MESMO NUMERO.
       PASSO-7.
           IF W-TEM-DISP = "S"
               MOVE DI-CN-UNIDADE TO W-CN-UNIDADE
               MOVE DI-CN-NUMERO  TO W-CN-NUMERO.
           DISPLAY (22, 05) "RECEITA CONTROLADA UNID/NUMERO : ".
           ACCEPT (22, 39) W-CN-UNIDADE WITH UPDATE
           ACCEPT (22, 42) W-CN-NUMERO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF W-TEM-DISP = "S" AND
              (W-CN-UNIDADE NOT = DI-CN-UNIDADE OR
               W-CN-NUMERO NOT = DI-CN-NUMERO)
                MOVE "*** ITEM JA AMARRADO A OUTRA RECEITA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           MOVE W-CN-UNIDADE TO CN-UNIDADE.
           MOVE W-CN-NUMERO  TO CN-NUMERO.
           READ CADCTRLNUM
           IF ST-ERRO NOT = "00"
                MOVE "*** RECEITA CONTROLADA NAO ENCONTRADA ***"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           IF CN-STATUS = "V"
                MOVE "*** RECEITA CONTROLADA ANULADA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           IF CN-PCODIGO NOT = RE-PCODIGO OR CN-MEDIC NOT = RE-MEDIC
              OR CN-DATA NOT = RE-DATA
                MOVE "*** NUMERO NAO CORRESPONDE A ESTA RECEITA ***"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DISPENSACAO RECUSADA PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTAR.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
      *--------------------[ BAIXA NO ESTOQUE ]------------------------
       GRAVAR-REGISTRO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA FROM TIME.
           SUBTRACT W-QTDE FROM ES-SALDO.
           MOVE W-HOJE TO ES-DTULTMOV.
           REWRITE REGESTQ
           IF ST-ERRO NOT = "00" AND "02"
               GO TO GRAVAR-ERRO.
           MOVE W-UNIDADE    TO MV-UNIDADE.
           MOVE RE-MEDIC     TO MV-MEDIC.
           MOVE W-HOJE       TO MV-DATA.
           MOVE W-HORA       TO MV-HORA.
           MOVE "D"          TO MV-TIPO.
           MOVE "-"          TO MV-SINAL.
           MOVE W-QTDE       TO MV-QTDE.
           MOVE ES-SALDO     TO MV-SALDO-APOS.
           MOVE ZEROS        TO MV-UNID-PAR.
           MOVE SPACES       TO MV-DOCUMENTO MV-MOTIVO.
           MOVE RE-CHAVE     TO MV-RE-CHAVE.
           MOVE W-CN-UNIDADE TO MV-CN-UNIDADE.
           MOVE W-CN-NUMERO  TO MV-CN-NUMERO.
           MOVE W-OPERADOR   TO MV-OPERADOR.
       GRAVAR-MOV.
           WRITE REGMOVEST
           IF ST-ERRO = "22"
               ADD 1 TO MV-HORA
               GO TO GRAVAR-MOV.
           IF ST-ERRO NOT = "00"
               GO TO GRAVAR-ERRO.
      *--------------------[ SITUACAO DO ITEM DA RECEITA ]-------------
           IF W-TEM-DISP = "N"
               MOVE RE-CHAVE   TO DI-CHAVE
               MOVE RE-MEDIC   TO DI-MEDIC
               MOVE ZEROS      TO DI-QTDE.
           MOVE W-UNIDADE    TO DI-UNIDADE.
           ADD W-QTDE        TO DI-QTDE.
           MOVE W-SITUACAO   TO DI-SITUACAO.
           MOVE W-CN-UNIDADE TO DI-CN-UNIDADE.
           MOVE W-CN-NUMERO  TO DI-CN-NUMERO.
           MOVE W-HOJE       TO DI-DTDISP.
           MOVE W-HORA       TO DI-HRDISP.
           MOVE W-OPERADOR   TO DI-OPERADOR.
           IF W-TEM-DISP = "S"
               REWRITE REGDISPEN
           ELSE
               WRITE REGDISPEN.
           IF ST-ERRO NOT = "00" AND "02"
               GO TO GRAVAR-ERRO.
           MOVE RE-PCODIGO   TO WA-PCODIGO.
           MOVE RE-MEDIC     TO WA-MEDIC.
           MOVE W-QTDE       TO WA-QTDE.
           MOVE W-OPERADOR   TO AUD-OPERADOR.
           MOVE "SMP116"     TO AUD-PROGRAMA.
           MOVE W-AUD-CHAVE  TO AUD-CHAVE.
           MOVE "DISPENSOU"  TO AUD-ACAO.
           MOVE W-HOJE       TO AUD-DATA.
           MOVE W-HORA       TO AUD-HORA.
           WRITE REGAUDIT.
           MOVE "** DISPENSACAO GRAVADA COM SUCESSO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LISTAR.
       GRAVAR-ERRO.
           MOVE "ERRO NA GRAVACAO DA DISPENSACAO" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-SAIDA.
      *--------------------[ ENCERRAMENTO ]----------------------------
       ROT-SAIDA.
           CLOSE CADRECET CADDISPEN CADESTQ CADMOVEST CADMEDIC
                 CADCTRLNUM CADPACI CADAUDIT.
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
