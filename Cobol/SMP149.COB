       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP149.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *    DADOS BANCARIOS DO MEDICO PARA O REPASSE          *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CADASTRO DA CONTA BANCARIA E DA CHAVE PIX DO MEDICO
      * (CADMEDBCO), USADOS NA REMESSA DE PAGAMENTO DO REPASSE
      * (SMP150). O FAVORECIDO PODE SER O PROPRIO MEDICO (CPF)
      * OU A PESSOA JURIDICA DELE (CNPJ).
      * EXCLUSAO LOGICA (STATUS = "I").
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADMEDBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMEDBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDBCO.DAT".
       COPY REGMEDBCO.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP149".
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
       01 W-CPF-VAL.
           03 W-CPF-NUM         PIC 9(11) VALUE ZEROS.
           03 W-CPF-OK          PIC X(01) VALUE "N".
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
       01 TXFORMA                PIC X(20) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT149.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "             *** DADOS BANCARIOS DO MEDI".
           05  LINE 03  COLUMN 41
               VALUE  "CO PARA REPASSE ***".

           05  LINE 05  COLUMN 01
               VALUE  "     MEDICO (CRM/UF)    :".

           05  LINE 07  COLUMN 01
               VALUE  "     FAVORECIDO         :".
           05  LINE 07  COLUMN 31
               VALUE  "(1=CPF 2=CNPJ)".
           05  LINE 08  COLUMN 01
               VALUE  "     CPF/CNPJ           :".
           05  LINE 09  COLUMN 01
               VALUE  "     NOME FAVORECIDO    :".

           05  LINE 11  COLUMN 01
               VALUE  "     FORMA DE PAGAMENTO :".
           05  LINE 11  COLUMN 31
               VALUE  "(C=CREDITO EM CONTA  P=PIX)".

           05  LINE 13  COLUMN 01
               VALUE  "     BANCO              :".
           05  LINE 14  COLUMN 01
               VALUE  "     AGENCIA / DV       :".
           05  LINE 15  COLUMN 01
               VALUE  "     CONTA / DV         :".
           05  LINE 16  COLUMN 01
               VALUE  "     TIPO DE CONTA      :".
           05  LINE 16  COLUMN 31
               VALUE  "(C=CORRENTE  P=POUPANCA)".

           05  LINE 18  COLUMN 01
               VALUE  "     TIPO DA CHAVE PIX  :".
           05  LINE 18  COLUMN 31
               VALUE  "(01=FONE 02=E-MAIL 03=CPF/CNPJ 04=ALEAT.)".
           05  LINE 19  COLUMN 01
               VALUE  "     CHAVE:".

           05  LINE 21  COLUMN 01
               VALUE  "     STATUS (A/I)       :".

           05  TBCCRM
               LINE 05  COLUMN 27  PIC Z99.999
               USING  BC-CRM
               HIGHLIGHT.

           05  TBCCRMUF
               LINE 05  COLUMN 35  PIC X(02)
               USING  BC-CRM-UF
               HIGHLIGHT.

           05  TBCNOMEMED
               LINE 05  COLUMN 39  PIC X(30)
               USING  NOME
               HIGHLIGHT.

           05  TBCTPINSC
               LINE 07  COLUMN 27  PIC 9(01)
               USING  BC-TIPO-INSC
               HIGHLIGHT.

           05  TBCINSC
               LINE 08  COLUMN 27  PIC 9(14)
               USING  BC-INSCRICAO
               HIGHLIGHT.

           05  TBCFAVOR
               LINE 09  COLUMN 27  PIC X(30)
               USING  BC-FAVORECIDO
               HIGHLIGHT.

           05  TBCFORMA
               LINE 11  COLUMN 27  PIC X(01)
               USING  BC-FORMA
               HIGHLIGHT.

           05  TBCBANCO
               LINE 13  COLUMN 27  PIC 9(03)
               USING  BC-BANCO
               HIGHLIGHT.

           05  TBCAGENCIA
               LINE 14  COLUMN 27  PIC 9(05)
               USING  BC-AGENCIA
               HIGHLIGHT.

           05  TBCAGDV
               LINE 14  COLUMN 33  PIC X(01)
               USING  BC-AGENCIA-DV
               HIGHLIGHT.

           05  TBCCONTA
               LINE 15  COLUMN 27  PIC 9(12)
               USING  BC-CONTA
               HIGHLIGHT.

           05  TBCCTDV
               LINE 15  COLUMN 40  PIC X(01)
               USING  BC-CONTA-DV
               HIGHLIGHT.

           05  TBCTPCONTA
               LINE 16  COLUMN 27  PIC X(01)
               USING  BC-TIPO-CONTA
               HIGHLIGHT.

           05  TBCPIXTIPO
               LINE 18  COLUMN 27  PIC 9(02)
               USING  BC-PIX-TIPO
               HIGHLIGHT.

           05  TBCPIXCHAVE
               LINE 19  COLUMN 13  PIC X(60)
               USING  BC-PIX-CHAVE
               HIGHLIGHT.

           05  TBCSTATUS
               LINE 21  COLUMN 27  PIC X(01)
               USING  BC-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 21  COLUMN 29  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADMEDBCO.
           OPEN I-O CADMEDBCO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADMEDBCO
                   CLOSE CADMEDBCO
                   GO TO ABRIR-CADMEDBCO
               ELSE
                   MOVE "CADMEDBCO" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADMED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMEDBCO
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO BC-CRM BC-TIPO-INSC BC-INSCRICAO BC-BANCO
                     BC-AGENCIA BC-CONTA BC-PIX-TIPO BC-DTCADASTRO.
           MOVE SPACES TO BC-CRM-UF BC-FAVORECIDO BC-FORMA
                          BC-AGENCIA-DV BC-CONTA-DV BC-TIPO-CONTA
                          BC-PIX-CHAVE BC-STATUS TXSTATUS W-SEL NOME.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT149.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TBCCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADMEDBCO CADMED
                   GO TO ROT-FIM.
           ACCEPT TBCCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           MOVE BC-CRM    TO CRM.
           MOVE BC-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           DISPLAY TBCNOMEMED.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADMEDBCO
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TXSTATUS
                   DISPLAY SMT149
                   MOVE "*** DADOS BANCARIOS JA CADASTRADOS ***"
                                                           TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADMEDBCO" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
           MOVE "*** DADOS BANCARIOS NAO CADASTRADOS ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2
           MOVE 1 TO BC-TIPO-INSC
           MOVE NOME TO BC-FAVORECIDO
           MOVE "C" TO BC-FORMA BC-TIPO-CONTA
           MOVE "A" TO BC-STATUS
           PERFORM SET-TXSTATUS
           DISPLAY SMT149.
       PASSO-2.
           ACCEPT TBCTPINSC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF BC-TIPO-INSC NOT = 1 AND NOT = 2
                MOVE "FAVORECIDO => 1=CPF  2=CNPJ" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-3.
           ACCEPT TBCINSC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF BC-INSCRICAO = ZEROS
                MOVE "CPF/CNPJ NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           IF BC-TIPO-INSC = 2
               GO TO PASSO-4.
      *----- ROTINA COMUM: CONFERE O DIGITO DO CPF
           MOVE BC-INSCRICAO TO W-CPF-NUM.
           CALL "SMPCPF" USING W-CPF-VAL.
           IF W-CPF-OK NOT = "S"
                MOVE "CPF INVALIDO. DIGITE NOVAMENTE" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
       PASSO-4.
           ACCEPT TBCFAVOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF BC-FAVORECIDO = SPACES
                MOVE "NOME DO FAVORECIDO NAO PODE FICAR EM BRANCO"
                                                           TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TBCFORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF BC-FORMA NOT = "C" AND "P"
                MOVE "FORMA => C=CREDITO EM CONTA  P=PIX" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           IF BC-FORMA = "P"
               GO TO PASSO-10.
       PASSO-6.
           ACCEPT TBCBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF BC-BANCO = ZEROS
                MOVE "CODIGO DO BANCO NAO PODE SER ZERO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
       PASSO-7.
           ACCEPT TBCAGENCIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF BC-AGENCIA = ZEROS
                MOVE "AGENCIA NAO PODE SER ZERO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           ACCEPT TBCAGDV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
       PASSO-8.
           ACCEPT TBCCONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
           IF BC-CONTA = ZEROS
                MOVE "CONTA NAO PODE SER ZERO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-8.
           ACCEPT TBCCTDV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
           IF BC-CONTA-DV = SPACES
                MOVE "DIGITO DA CONTA NAO PODE FICAR EM BRANCO"
                                                           TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-8.
       PASSO-9.
           ACCEPT TBCTPCONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
           IF BC-TIPO-CONTA NOT = "C" AND "P"
                MOVE "TIPO DE CONTA => C=CORRENTE  P=POUPANCA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-9.
      *----- A CHAVE PIX E OPCIONAL QUANDO O PAGAMENTO E EM CONTA
       PASSO-10.
           ACCEPT TBCPIXTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF BC-PIX-TIPO = ZEROS AND BC-FORMA = "C"
               MOVE SPACES TO BC-PIX-CHAVE
               DISPLAY TBCPIXCHAVE
               GO TO PASSO-12.
           IF BC-PIX-TIPO < 01 OR BC-PIX-TIPO > 04
                MOVE "TIPO DA CHAVE PIX => 01 A 04" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-10.
       PASSO-11.
           ACCEPT TBCPIXCHAVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-10.
           IF BC-PIX-CHAVE = SPACES
                MOVE "CHAVE PIX NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-11.
       PASSO-12.
           ACCEPT TBCSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-10.
           IF BC-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVO  I=INATIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-12.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
           ACCEPT BC-DTCADASTRO FROM DATE YYYYMMDD.
           IF W-SEL = "A"
               GO TO ALT-OPC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-12.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGMEDBCO
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** DADOS JA EXISTENTES ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMEDBCO" TO W-MSG
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
           MOVE "I" TO BC-STATUS.
           REWRITE REGMEDBCO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** DADOS BANCARIOS INATIVADOS ***" TO W-MSG
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
           IF W-ACT = 02 GO TO PASSO-12.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGMEDBCO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADMEDBCO" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF BC-STATUS = "I"
               MOVE "INATIVO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADMEDBCO" TO LCK-ARQUIVO.
           MOVE BC-CHAVE TO LCK-REGCHAVE.
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
