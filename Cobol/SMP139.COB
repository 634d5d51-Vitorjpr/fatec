       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP139.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     CADASTRO DE LIMITES DE DOSE POR MEDICAMENTO      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * TABELA DE DOSE MAXIMA POR KG/DIA, DOSE MAXIMA DIARIA E
      * IDADE MINIMA DE CADA MEDICAMENTO DO CATALOGO (CADMEDIC).
      * O SMP037 CONFRONTA A DOSE DIARIA DE CADA ITEM PRESCRITO
      * COM O PESO E A IDADE DO PACIENTE. PEDIDO DA
      * FARMACOVIGILANCIA. EXCLUSAO LOGICA (STATUS = "I").
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADDOSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DS-MEDIC
                    FILE STATUS  IS ST-ERRO.

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
       FD CADDOSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOSE.DAT".
       COPY REGDOSE.
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       COPY REGMEDIC.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP139".
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
       01 TXSTATUS               PIC X(15) VALUE SPACES.
       01 W-NOME-MEDIC           PIC X(30) VALUE SPACES.
       01 W-SUBST-MEDIC          PIC X(30) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT139.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                    *** LIMITES DE DOSE ".
           05  LINE 03  COLUMN 41
               VALUE  "POR MEDICAMENTO ***".

           05  LINE 06  COLUMN 01
               VALUE  "     MEDICAMENTO        :".
           05  LINE 06  COLUMN 35
               VALUE  "NOME: ".

           05  LINE 08  COLUMN 01
               VALUE  "     SUBSTANCIA ATIVA   :".

           05  LINE 10  COLUMN 01
               VALUE  "     UNIDADE DA DOSE    :".
           05  LINE 10  COLUMN 35
               VALUE  "(MG, MCG, UI, ML ...)".

           05  LINE 12  COLUMN 01
               VALUE  "     DOSE MAX. POR KG   :".
           05  LINE 12  COLUMN 38
               VALUE  "POR DIA  (ZERO = SEM LIMITE)".

           05  LINE 14  COLUMN 01
               VALUE  "     DOSE MAX. DIARIA   :".
           05  LINE 14  COLUMN 38
               VALUE  "POR DIA  (ZERO = SEM LIMITE)".

           05  LINE 16  COLUMN 01
               VALUE  "     IDADE MINIMA       :".
           05  LINE 16  COLUMN 38
               VALUE  "MESES    (ZERO = SEM LIMITE)".

           05  LINE 18  COLUMN 01
               VALUE  "     STATUS (A/I)       :".

           05  TDSMEDIC
               LINE 06  COLUMN 27  PIC 9(04)
               USING  DS-MEDIC
               HIGHLIGHT.

           05  TDSNOME
               LINE 06  COLUMN 42  PIC X(30)
               USING  W-NOME-MEDIC
               HIGHLIGHT.

           05  TDSSUBST
               LINE 08  COLUMN 27  PIC X(30)
               USING  W-SUBST-MEDIC
               HIGHLIGHT.

           05  TDSUNIDADE
               LINE 10  COLUMN 27  PIC X(05)
               USING  DS-UNIDADE
               HIGHLIGHT.

           05  TDSMAXKG
               LINE 12  COLUMN 27  PIC ZZZ9,99
               USING  DS-MAX-KG
               HIGHLIGHT.

           05  TDSMAXDIA
               LINE 14  COLUMN 27  PIC ZZZZZ9,99
               USING  DS-MAX-DIA
               HIGHLIGHT.

           05  TDSIDADE
               LINE 16  COLUMN 27  PIC ZZ9
               USING  DS-IDADE-MIN
               HIGHLIGHT.

           05  TDSSTATUS
               LINE 18  COLUMN 27  PIC X(01)
               USING  DS-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 18  COLUMN 29  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADDOSE.
           OPEN I-O CADDOSE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADDOSE
                   CLOSE CADDOSE
                   GO TO ABRIR-CADDOSE
               ELSE
                   MOVE "CADDOSE" TO ERR-ARQUIVO
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
              CLOSE CADDOSE
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO DS-MEDIC DS-MAX-KG DS-MAX-DIA DS-IDADE-MIN
                     DS-DTCADASTRO DS-HRCADASTRO.
           MOVE SPACES TO DS-UNIDADE DS-STATUS TXSTATUS W-SEL
                          W-NOME-MEDIC W-SUBST-MEDIC.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT139.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TDSMEDIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADDOSE CADMEDIC
                   GO TO ROT-FIM.
           IF DS-MEDIC = ZEROS
                MOVE "MEDICAMENTO NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE DS-MEDIC TO MD-CODIGO.
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICAMENTO NAO CATALOGADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           MOVE MD-NOME-COM   TO W-NOME-MEDIC.
           MOVE MD-SUBSTANCIA TO W-SUBST-MEDIC.
           DISPLAY TDSNOME TDSSUBST.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADDOSE
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TXSTATUS
                   DISPLAY SMT139
                   MOVE "*** LIMITE JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADDOSE" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
           MOVE "*** LIMITE NAO CADASTRADO ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2
           MOVE "MG" TO DS-UNIDADE
           MOVE "A" TO DS-STATUS
           PERFORM SET-TXSTATUS
           DISPLAY SMT139.
       PASSO-2.
           ACCEPT TDSUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF DS-UNIDADE = SPACES
                MOVE "UNIDADE DA DOSE NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-3.
           ACCEPT TDSMAXKG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
       PASSO-4.
           ACCEPT TDSMAXDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
       PASSO-5.
           ACCEPT TDSIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF DS-MAX-KG = ZEROS AND DS-MAX-DIA = ZEROS
                                AND DS-IDADE-MIN = ZEROS
                MOVE "INFORME AO MENOS UM DOS LIMITES" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
       PASSO-6.
           ACCEPT TDSSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF DS-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVO  I=INATIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
           ACCEPT DS-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT DS-HRCADASTRO FROM TIME.
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
           WRITE REGDOSE
           IF ST-ERRO = "00" OR "02"
               MOVE "** LIMITE GRAVADO COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** LIMITE JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDOSE" TO W-MSG
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
                  GO TO PASSO-2.
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
           MOVE "I" TO DS-STATUS.
           REWRITE REGDOSE
           IF ST-ERRO = "00" OR "02"
              MOVE "*** LIMITE INATIVADO ***         " TO W-MSG
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
           REWRITE REGDOSE
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADDOSE" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF DS-STATUS = "I"
               MOVE "INATIVO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADDOSE" TO LCK-ARQUIVO.
           MOVE DS-MEDIC TO LCK-REGCHAVE.
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
