       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP160.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *        CADASTRO DE PERFIS (PAINEIS) DE EXAME         *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * MANTEM OS PERFIS DE EXAME PEDIDOS DE UMA VEZ SO NO
      * SMP039 ("CHECK-UP", "PRE-OPERATORIO" ...): CODIGO,
      * DESCRICAO E ATE 12 TIPOS DE EXAME DO CADEXTIPO, SEM
      * REPETICAO E SO ENTRE OS ATIVOS. CODIGO 0000 NA LISTA
      * ENCERRA OS ITENS. A EXCLUSAO E LOGICA (STATUS I), PARA
      * NAO PERDER O PERFIL DOS PEDIDOS JA FEITOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPERFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADEXTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ET-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPERFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERFIL.DAT".
       COPY REGPERFIL.
      *
       FD CADEXTIPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTIPO.DAT".
       COPY REGEXTIPO.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP160".
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
       01 W-IND                  PIC 9(02) VALUE ZEROS.
       01 W-IX                   PIC 9(02) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-COD                  PIC 9(04) VALUE ZEROS.
       01 W-DUP                  PIC X(01) VALUE "N".
       01 W-LINHA-IT.
           03 WI-NUM             PIC 9(02).
           03 FILLER             PIC X(03) VALUE " : ".
           03 WI-COD             PIC 9(04).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WI-DESC            PIC X(30).
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT160.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                *** CADASTRO DE PERFIS D".
           05  LINE 03  COLUMN 41
               VALUE  "E EXAME ***".

           05  LINE 05  COLUMN 01
               VALUE  "     CODIGO             :".

           05  LINE 07  COLUMN 01
               VALUE  "     DESCRICAO          :".

           05  LINE 08  COLUMN 01
               VALUE  "     STATUS (A/I)       :".

           05  LINE 10  COLUMN 01
               VALUE  "     ITEM   EXAME  ( 0000 = FIM DA LISTA".
           05  LINE 10  COLUMN 41
               VALUE  " )".

           05  TPFCODIGO
               LINE 05  COLUMN 27  PIC 9(04)
               USING  PF-CODIGO
               HIGHLIGHT.

           05  TPFDESCR
               LINE 07  COLUMN 27  PIC X(30)
               USING  PF-DESCRICAO
               HIGHLIGHT.

           05  TPFSTATUS
               LINE 08  COLUMN 27  PIC X(01)
               USING  PF-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 08  COLUMN 30  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADPERFIL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPERFIL
                   CLOSE CADPERFIL
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADPERFIL" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
       ABRIR-CADEXTIPO.
           OPEN INPUT CADEXTIPO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADEXTIPO NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPERFIL
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO PF-CODIGO PF-QTD PF-ITENS PF-DTCADASTRO
                     PF-HRCADASTRO.
           MOVE SPACES TO PF-DESCRICAO PF-STATUS TXSTATUS W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT160.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TPFCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADPERFIL CADEXTIPO
                   GO TO ROT-FIM.
           IF PF-CODIGO = ZEROS
                MOVE "NUMERO DE CODIGO INVALIDO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADPERFIL
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TXSTATUS
                   DISPLAY SMT160
                   PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
                   MOVE "*** PERFIL JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADPERFIL" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** PERFIL NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               MOVE "A" TO PF-STATUS
               PERFORM SET-TXSTATUS
               PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM.
       PASSO-2.
           ACCEPT TPFDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF PF-DESCRICAO = SPACES
                MOVE "DESCRICAO NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-3.
           ACCEPT TPFSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF PF-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVO  I=INATIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
      *--------------------[ ITENS DO PERFIL ]-------------------------
       PASSO-4.
           MOVE 1 TO W-IND.
       PASSO-4-ITEM.
           COMPUTE W-LIN = W-IND + 10.
           MOVE PF-TIPOCOD (W-IND) TO W-COD.
           ACCEPT (W-LIN, 11) W-COD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-IND = 1
                   GO TO PASSO-3
               ELSE
                   SUBTRACT 1 FROM W-IND
                   GO TO PASSO-4-ITEM.
           IF W-COD = ZEROS
               GO TO PASSO-4-FIM.
           MOVE W-COD TO ET-CODIGO.
           READ CADEXTIPO
           IF ST-ERRO NOT = "00"
               MOVE "*** TIPO DE EXAME NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-4-ITEM.
           IF ET-STATUS = "I"
               MOVE "*** TIPO DE EXAME INATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-4-ITEM.
           PERFORM VER-DUP THRU VER-DUP-FIM.
           IF W-DUP = "S"
               MOVE "*** EXAME JA INCLUIDO NESTE PERFIL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-4-ITEM.
           MOVE W-COD TO PF-TIPOCOD (W-IND).
           MOVE W-IND       TO WI-NUM.
           MOVE W-COD       TO WI-COD.
           MOVE ET-DESCRICAO TO WI-DESC.
           DISPLAY (W-LIN, 06) W-LINHA-IT.
           ADD 1 TO W-IND.
           IF W-IND NOT > 12
               GO TO PASSO-4-ITEM.
       PASSO-4-FIM.
           SUBTRACT 1 FROM W-IND GIVING PF-QTD.
           IF PF-QTD < 2
               MOVE "PERFIL PRECISA DE PELO MENOS 2 EXAMES" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-4-ITEM.
           MOVE W-IND TO W-IX.
           PERFORM LIMPA-RESTO THRU LIMPA-RESTO-FIM.
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM.
           ACCEPT PF-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT PF-HRCADASTRO FROM TIME.
           IF W-SEL = "A"
               GO TO ALT-OPC.

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
           WRITE REGPERFIL
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** PERFIL JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPERFIL" TO W-MSG
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
           MOVE "I" TO PF-STATUS.
           REWRITE REGPERFIL
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PERFIL INATIVADO ***           " TO W-MSG
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
           REWRITE REGPERFIL
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADPERFIL" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------[ MOSTRA AS 12 LINHAS DE ITENS DO PERFIL ]---------
       MOSTRA-ITENS.
           MOVE 1 TO W-IX.
       MOSTRA-ITENS-LOOP.
           COMPUTE W-LIN = W-IX + 10.
           MOVE W-IX TO WI-NUM.
           MOVE PF-TIPOCOD (W-IX) TO WI-COD.
           MOVE SPACES TO WI-DESC.
           IF WI-COD NOT = ZEROS
               MOVE WI-COD TO ET-CODIGO
               READ CADEXTIPO
               IF ST-ERRO = "00"
                   MOVE ET-DESCRICAO TO WI-DESC
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
           MOVE ZEROS TO PF-TIPOCOD (W-IX).
           ADD 1 TO W-IX.
           GO TO LIMPA-RESTO.
       LIMPA-RESTO-FIM.
           EXIT.
      *--------------[ EXAME REPETIDO NOS ITENS ANTERIORES ]------------
       VER-DUP.
           MOVE "N" TO W-DUP.
           MOVE 1 TO W-IX.
       VER-DUP-LOOP.
           IF W-IX NOT < W-IND
               GO TO VER-DUP-FIM.
           IF PF-TIPOCOD (W-IX) = W-COD
               MOVE "S" TO W-DUP
               GO TO VER-DUP-FIM.
           ADD 1 TO W-IX.
           GO TO VER-DUP-LOOP.
       VER-DUP-FIM.
           EXIT.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF PF-STATUS = "I"
               MOVE "INATIVO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADPERFIL" TO LCK-ARQUIVO.
           MOVE PF-CODIGO TO LCK-REGCHAVE.
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
