       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP156.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *      COLETA DE AMOSTRAS PELO NUMERO DA ETIQUETA      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * NA SALA DE COLETA O NUMERO DA AMOSTRA E LIDO PELO
      * LEITOR (OU DIGITADO) DA ETIQUETA IMPRESSA PELO SMP155.
      * CONFERIDO O DIGITO VERIFICADOR, O PEDIDO DO CADEXAME
      * PASSA DE REQUISITADO PARA COLETADO, GRAVANDO A DATA,
      * A HORA E O OPERADOR DA SESSAO. SEM CONFIRMACAO, PARA
      * NAO SEGURAR A FILA: A TELA JA VOLTA PARA A PROXIMA.
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

                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS P-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADEXTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ET-CODIGO
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
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADEXTIPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTIPO.DAT".
       COPY REGEXTIPO.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP156".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-LIMPA                PIC X(50) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TEM-EXTIPO           PIC X(01) VALUE "N".
       01 W-TUBO                 PIC X(15) VALUE SPACES.
       01 TXSTATUS               PIC X(20) VALUE SPACES.
       01 W-DV-SOMA              PIC 9(05) VALUE ZEROS.
       01 W-DV-PESO              PIC 9(02) VALUE ZEROS.
       01 W-DV-IND               PIC 9(02) VALUE ZEROS.
       01 W-DV-QUOC              PIC 9(05) VALUE ZEROS.
       01 W-DV-RESTO             PIC 9(02) VALUE ZEROS.
       01 W-DV                   PIC 9(02) VALUE ZEROS.
      *----- NUMERO DA AMOSTRA: CHAVE DO PEDIDO + DIGITO MODULO 11
       01 W-AMOSTRA.
           03 AM-DATA            PIC 9(08).
           03 AM-PCODIGO         PIC 9(06).
           03 AM-SEQ             PIC 9(02).
           03 AM-DV              PIC 9(01).
       01 W-AMOSTRA-R REDEFINES W-AMOSTRA.
           03 AM-DIG             PIC 9(01) OCCURS 17 TIMES.
       01 W-AMOSTRA-N REDEFINES W-AMOSTRA PIC 9(17).
       01 W-HORA.
           03 W-HR-HH            PIC 9(02).
           03 W-HR-MM            PIC 9(02).
           03 FILLER             PIC 9(04).
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT156.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** COLETA DE AMOSTRAS (LEITUR".
           05  LINE 02  COLUMN 41
               VALUE  "A DA ETIQUETA) ***".

           05  LINE 05  COLUMN 01
               VALUE  "     NUMERO AMOSTRA  :".

           05  LINE 08  COLUMN 01
               VALUE  "     PACIENTE        :".

           05  LINE 10  COLUMN 01
               VALUE  "     EXAME           :".

           05  LINE 12  COLUMN 01
               VALUE  "     DATA PEDIDO     :".

           05  LINE 14  COLUMN 01
               VALUE  "     TUBO            :".

           05  LINE 16  COLUMN 01
               VALUE  "     STATUS          :".

           05  LINE 18  COLUMN 01
               VALUE  "     COLETADO EM     :".
           05  LINE 18  COLUMN 36
               VALUE  "AS".
           05  LINE 18  COLUMN 45
               VALUE  "OPERADOR:".

           05  TAMOSTRA
               LINE 05  COLUMN 24  PIC 9(17)
               USING  W-AMOSTRA-N
               HIGHLIGHT.

           05  TEXPCODIGO
               LINE 08  COLUMN 24  PIC 9(06)
               USING  EX-PCODIGO
               HIGHLIGHT.

           05  TEXNOMEPAC
               LINE 08  COLUMN 31  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TEXTIPO
               LINE 10  COLUMN 24  PIC X(30)
               USING  EX-TIPO
               HIGHLIGHT.

           05  TEXDATA
               LINE 12  COLUMN 24  PIC 9999.99.99
               USING  EX-DATA
               HIGHLIGHT.

           05  TTUBO
               LINE 14  COLUMN 24  PIC X(15)
               USING  W-TUBO
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 16  COLUMN 24  PIC X(20)
               USING  TXSTATUS
               HIGHLIGHT.

           05  TEXDTCOLETA
               LINE 18  COLUMN 24  PIC 9999.99.99
               USING  EX-DTCOLETA
               HIGHLIGHT.

           05  THRHH
               LINE 18  COLUMN 39  PIC 9(02)
               USING  W-HR-HH
               HIGHLIGHT.

           05  THRMM
               LINE 18  COLUMN 42  PIC 9(02)
               USING  W-HR-MM
               HIGHLIGHT.

           05  TEXOPCOLETA
               LINE 18  COLUMN 55  PIC X(08)
               USING  EX-OPCOLETA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ OPERADOR DA SESSAO (REGISTRO DA COLETA) ]---------
       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADEXAME.
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
               MOVE "CADEXAME" TO ERR-ARQUIVO
               MOVE ST-ERRO TO ERR-STATUS
               CALL "SMPERR" USING W-ERR-PARM
               MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
               MOVE ST-ERRO TO CODIGO-MSG
               MOVE MENSAGEM  TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEXAME
              GO TO ROT-FIM.

       ABRIR-CADEXTIPO.
           MOVE "S" TO W-TEM-EXTIPO.
           OPEN INPUT CADEXTIPO
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-EXTIPO.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO W-AMOSTRA-N EX-PCODIGO EX-DATA EX-DTCOLETA
                         W-HORA.
           MOVE SPACES TO P-NOME EX-TIPO W-TUBO TXSTATUS EX-OPCOLETA.
       PASSO-0.
           DISPLAY SMT156.
      *--------------------[ LEITURA DA ETIQUETA ]---------------------
       PASSO-1.
           ACCEPT TAMOSTRA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADEXAME CADPACI
                   IF W-TEM-EXTIPO = "S"
                       CLOSE CADEXTIPO
                       GO TO ROT-FIM
                   ELSE
                       GO TO ROT-FIM.
           IF W-AMOSTRA-N = ZEROS
                MOVE "NUMERO DA AMOSTRA NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           PERFORM CALC-DV THRU CALC-DV-FIM.
           IF W-DV NOT = AM-DV
                MOVE "*** DIGITO VERIFICADOR NAO CONFERE ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-INIC.
      *--------------------[ PEDIDO DA AMOSTRA ]-----------------------
       LER-EXAME.
           MOVE AM-DATA    TO EX-DATA.
           MOVE AM-PCODIGO TO EX-PCODIGO.
           MOVE AM-SEQ     TO EX-SEQ.
           READ CADEXAME
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** AMOSTRA SEM PEDIDO DE EXAME ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADEXAME" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           MOVE EX-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO P-NOME.
           MOVE SPACES TO W-TUBO.
           IF W-TEM-EXTIPO = "S" AND EX-TIPOCOD NOT = ZEROS
               MOVE EX-TIPOCOD TO ET-CODIGO
               READ CADEXTIPO
               IF ST-ERRO = "00"
                   MOVE ET-TUBO TO W-TUBO.
           MOVE EX-HRCOLETA TO W-HORA.
           PERFORM SET-TXSTATUS.
           DISPLAY SMT156.
           IF EX-STATUS NOT = "R"
               MOVE "*** AMOSTRA JA COLETADA - VER DATA/HORA ***"
                                                            TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
      *--------------------[ MARCA COMO COLETADO ]---------------------
       GRAVA-COLETA.
           MOVE "C" TO EX-STATUS.
           ACCEPT EX-DTCOLETA FROM DATE YYYYMMDD.
           ACCEPT EX-HRCOLETA FROM TIME.
           MOVE W-OPERADOR TO EX-OPCOLETA.
           REWRITE REGEXAME
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA ALTERACAO DO REGISTRO CADEXAME" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE EX-HRCOLETA TO W-HORA.
           PERFORM SET-TXSTATUS.
           DISPLAY SMT156.
           MOVE "** AMOSTRA COLETADA - PROXIMA ETIQUETA **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-INIC.
      *--------------[ DIGITO VERIFICADOR MODULO 11 DA AMOSTRA ]-------
      * MESMA CONTA DO SMP155: PESOS 2 A 9 DA DIREITA PARA A
      * ESQUERDA SOBRE OS 16 DIGITOS DA CHAVE; RESTO 0 OU 1 DA
      * DIGITO ZERO.
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
       CALC-DV-FIM.
           EXIT.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF EX-STATUS = "R"
               MOVE "REQUISITADO" TO TXSTATUS
           ELSE
               IF EX-STATUS = "C"
                   MOVE "COLETADO" TO TXSTATUS
               ELSE
                   IF EX-STATUS = "T"
                       MOVE "RESULTADO RECEBIDO" TO TXSTATUS
                   ELSE
                       MOVE SPACES TO TXSTATUS.
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
