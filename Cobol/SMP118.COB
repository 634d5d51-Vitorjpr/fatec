       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP118.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *            CADASTRO DE LOTES DE VACINA               *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * LOTES RECEBIDOS PELA SALA DE VACINA: FABRICANTE,
      * VALIDADE, FRASCOS RECEBIDOS E DOSES POR FRASCO. O SALDO
      * EM DOSES NASCE DO RECEBIMENTO E SO O SMP042 BAIXA. LOTE
      * RECOLHIDO PELO FABRICANTE/SECRETARIA FICA COM STATUS
      * "R" E NAO PODE MAIS SER APLICADO. SO EXCLUI LOTE QUE
      * AINDA NAO TEVE NENHUMA DOSE APLICADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADVCLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LT-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVCLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVCLOTE.DAT".
       COPY REGVCLOTE.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP118".
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
      *----- TOTAL DE DOSES DO RECEBIMENTO ANTES E DEPOIS DA
      *----- ALTERACAO: A DIFERENCA VAI PARA O SALDO
       01 W-TOT-ANT              PIC 9(07) VALUE ZEROS.
       01 W-TOT-NOVO             PIC 9(07) VALUE ZEROS.
       01 W-APLICADAS            PIC 9(07) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT118.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                     *** CADASTRO DE LOT".
           05  LINE 03  COLUMN 41
               VALUE  "ES DE VACINA ***".

           05  LINE 06  COLUMN 01
               VALUE  "     VACINA          :".

           05  LINE 08  COLUMN 01
               VALUE  "     LOTE            :".

           05  LINE 10  COLUMN 01
               VALUE  "     FABRICANTE      :".

           05  LINE 12  COLUMN 01
               VALUE  "     VALIDADE        :".

           05  LINE 14  COLUMN 01
               VALUE  "     FRASCOS RECEB.  :".

           05  LINE 16  COLUMN 01
               VALUE  "     DOSES P/ FRASCO :".

           05  LINE 18  COLUMN 01
               VALUE  "     SALDO (DOSES)   :".

           05  LINE 20  COLUMN 01
               VALUE  "     STATUS (A/R)    :".

           05  TLTVACINA
               LINE 06  COLUMN 24  PIC X(20)
               USING  LT-VACINA
               HIGHLIGHT.

           05  TLTLOTE
               LINE 08  COLUMN 24  PIC X(10)
               USING  LT-LOTE
               HIGHLIGHT.

           05  TLTFABRIC
               LINE 10  COLUMN 24  PIC X(20)
               USING  LT-FABRICANTE
               HIGHLIGHT.

           05  TLTVALIDADE
               LINE 12  COLUMN 24  PIC 9999.99.99
               USING  LT-VALIDADE
               HIGHLIGHT.

           05  TLTQTDRECEB
               LINE 14  COLUMN 24  PIC 9(05)
               USING  LT-QTD-RECEB
               HIGHLIGHT.

           05  TLTDOSESFR
               LINE 16  COLUMN 24  PIC 9(02)
               USING  LT-DOSES-FRASCO
               HIGHLIGHT.

           05  TLTSALDO
               LINE 18  COLUMN 24  PIC ZZZZZZ9
               USING  LT-SALDO
               HIGHLIGHT.

           05  TLTSTATUS
               LINE 20  COLUMN 24  PIC X(01)
               USING  LT-STATUS
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
           OPEN I-O CADVCLOTE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADVCLOTE
                   CLOSE CADVCLOTE
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADVCLOTE" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO-MSG
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO LT-VALIDADE LT-QTD-RECEB LT-DOSES-FRASCO
                         LT-SALDO LT-DTCADASTRO LT-HRCADASTRO
                         W-TOT-ANT.
           MOVE SPACES TO LT-VACINA LT-LOTE LT-FABRICANTE LT-STATUS
                          TXSTATUS W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT118.
      *--------------------[ DIGITAR CAMPOS CHAVE ]-----------------
       PASSO-1.
           ACCEPT TLTVACINA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADVCLOTE
                   GO TO ROT-FIM.
           IF LT-VACINA = SPACES
                MOVE "NOME DA VACINA NAO PODE FICAR EM BRANCO"
                                                           TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
       PASSO-2.
           ACCEPT TLTLOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF LT-LOTE = SPACES
                MOVE "LOTE NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADVCLOTE
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   COMPUTE W-TOT-ANT = LT-QTD-RECEB * LT-DOSES-FRASCO
                   PERFORM SET-TXSTATUS
                   DISPLAY SMT118
                   MOVE "*** LOTE JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADVCLOTE" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** LOTE NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               MOVE "A" TO LT-STATUS
               PERFORM SET-TXSTATUS.
       PASSO-3.
           ACCEPT TLTFABRIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF LT-FABRICANTE = SPACES
                MOVE "FABRICANTE NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
       PASSO-4.
           ACCEPT TLTVALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF LT-VAL-MES < 01 OR LT-VAL-MES > 12
              OR LT-VAL-DIA < 01 OR LT-VAL-DIA > 31
                MOVE "DATA DE VALIDADE INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TLTQTDRECEB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF LT-QTD-RECEB = ZEROS
                MOVE "QUANTIDADE RECEBIDA NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
       PASSO-6.
           ACCEPT TLTDOSESFR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF LT-DOSES-FRASCO = ZEROS
                MOVE "DOSES POR FRASCO NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
      *----- O QUE JA FOI APLICADO CONTINUA BAIXADO: O NOVO SALDO E
      *----- O NOVO TOTAL MENOS AS DOSES JA USADAS
           COMPUTE W-TOT-NOVO = LT-QTD-RECEB * LT-DOSES-FRASCO.
           COMPUTE W-APLICADAS = W-TOT-ANT - LT-SALDO.
           IF W-TOT-NOVO < W-APLICADAS
                MOVE "TOTAL MENOR QUE AS DOSES JA APLICADAS" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           COMPUTE LT-SALDO = W-TOT-NOVO - W-APLICADAS.
           DISPLAY TLTSALDO.
       PASSO-7.
           ACCEPT TLTSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF LT-STATUS NOT = "A" AND "R"
                MOVE "STATUS => A=LIBERADO  R=RECOLHIDO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
           IF W-SEL = "A"
               GO TO ALT-OPC.
           ACCEPT LT-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT LT-HRCADASTRO FROM TIME.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-7.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGVCLOTE
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** LOTE JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVCLOTE" TO W-MSG
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
      *----- LOTE COM DOSE APLICADA FICA PARA O RASTREIO DE RECALL
       EXC-OPC.
           IF LT-SALDO NOT = W-TOT-ANT
              MOVE "*** LOTE JA APLICADO - USE STATUS R ***" TO W-MSG
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
           DELETE CADVCLOTE RECORD
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
           IF W-ACT = 02 GO TO PASSO-7.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGVCLOTE
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADVCLOTE" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF LT-STATUS = "R"
               MOVE "RECOLHIDO" TO TXSTATUS
           ELSE
               MOVE "LIBERADO" TO TXSTATUS.
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
