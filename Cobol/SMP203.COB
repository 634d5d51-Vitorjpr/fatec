       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP203.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   PRECOS DE MATERIAL E MEDICAMENTO POR CONVENIO      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * PRECO UNITARIO, CODIGO TUSS E CODIGO DE DESPESA TISS DE
      * CADA ITEM DO CATALOGO (CADMEDIC) POR CONVENIO. CONVENIO
      * 0000 E A TABELA GERAL: VALE PARA OS CONVENIOS SEM LINHA
      * PROPRIA E PARA A COBRANCA PARTICULAR (SMP034). O SMP010
      * FATURA OS ITENS GASTOS NOS PROCEDIMENTOS (CADPRMAT) COMO
      * OUTRAS DESPESAS DA GUIA; ITEM SEM PRECO NAO E FATURADO E
      * SAI CONTADO NOS TOTAIS DO FATURAMENTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADMTPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MT-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CV-NOME
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
       FD CADMTPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMTPREC.DAT".
       COPY REGMTPREC.
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       COPY REGCONV.
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       COPY REGMEDIC.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP203".
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
       01 W-TEM-CONV             PIC X(01) VALUE "N".
       01 W-CONV-NOME            PIC X(30) VALUE SPACES.
       01 W-MEDIC-DESC           PIC X(30) VALUE SPACES.
       01 W-DESP-DESC            PIC X(20) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT203.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "      *** PRECOS DE MATERIAL E MEDICAMENT".
           05  LINE 03  COLUMN 41
               VALUE  "O POR CONVENIO ***".

           05  LINE 05  COLUMN 01
               VALUE  "     CONVENIO           :".
           05  LINE 05  COLUMN 33
               VALUE  "( 0000 = TABELA GERAL / PARTICULAR )".

           05  LINE 07  COLUMN 01
               VALUE  "     ITEM DO CATALOGO   :".

           05  LINE 09  COLUMN 01
               VALUE  "     PRECO UNITARIO     :".

           05  LINE 10  COLUMN 01
               VALUE  "     CODIGO TUSS        :".

           05  LINE 11  COLUMN 01
               VALUE  "     DESPESA TISS       :".

           05  LINE 13  COLUMN 06
               VALUE  "DESPESA: 01=GASES MEDICINAIS  02=MEDICAM".
           05  LINE 13  COLUMN 46
               VALUE  "ENTOS  03=MATERIAIS  08=OPME".

           05  TMTCONV
               LINE 05  COLUMN 27  PIC 9(04)
               USING  MT-CONVENIO
               HIGHLIGHT.

           05  TCONVNOME
               LINE 06  COLUMN 27  PIC X(30)
               USING  W-CONV-NOME.

           05  TMTMEDIC
               LINE 07  COLUMN 27  PIC 9(04)
               USING  MT-MEDIC
               HIGHLIGHT.

           05  TMEDICDESC
               LINE 08  COLUMN 27  PIC X(30)
               USING  W-MEDIC-DESC.

           05  TMTVALOR
               LINE 09  COLUMN 27  PIC 9(06),99
               USING  MT-VALOR
               HIGHLIGHT.

           05  TMTTUSS
               LINE 10  COLUMN 27  PIC 9(10)
               USING  MT-TUSS
               HIGHLIGHT.

           05  TMTDESP
               LINE 11  COLUMN 27  PIC 9(02)
               USING  MT-DESPESA
               HIGHLIGHT.

           05  TDESPDESC
               LINE 11  COLUMN 31  PIC X(20)
               USING  W-DESP-DESC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADMTPREC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADMTPREC
                   CLOSE CADMTPREC
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADMTPREC" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
       ABRIR-APOIO.
           MOVE "S" TO W-TEM-CONV.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CONV.
           OPEN INPUT CADMEDIC
           IF ST-ERRO = "00"
               GO TO ROT-INIC.
           MOVE "*** CATALOGO CADMEDIC NAO DISPONIVEL ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE CADMTPREC.
           IF W-TEM-CONV = "S"
               CLOSE CADCONV.
           GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO MT-CONVENIO MT-MEDIC MT-VALOR MT-TUSS
                     MT-DESPESA MT-DTCADASTRO MT-HRCADASTRO.
           MOVE SPACES TO W-SEL W-CONV-NOME W-MEDIC-DESC
                          W-DESP-DESC.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT203.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TMTCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   PERFORM FECHAR-ARQ
                   GO TO ROT-FIM.
           IF MT-CONVENIO = ZEROS
                MOVE "TABELA GERAL / PARTICULAR" TO W-CONV-NOME
                DISPLAY TCONVNOME
                GO TO PASSO-1B.
           IF W-TEM-CONV = "N"
                MOVE SPACES TO W-CONV-NOME
                GO TO PASSO-1B.
           MOVE MT-CONVENIO TO CV-CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "*** CONVENIO NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE CV-NOME TO W-CONV-NOME.
           DISPLAY TCONVNOME.
       PASSO-1B.
           ACCEPT TMTMEDIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF MT-MEDIC = ZEROS
                MOVE "CODIGO DO ITEM NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1B.
           MOVE MT-MEDIC TO MD-CODIGO
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
                MOVE "*** ITEM NAO CADASTRADO NO CATALOGO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1B.
           MOVE MD-NOME-COM TO W-MEDIC-DESC.
           DISPLAY TMEDICDESC.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADMTPREC
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM DESC-DESPESA
                   DISPLAY SMT203
                   MOVE "*** PRECO JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADMTPREC" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** PRECO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2.
       PASSO-2.
           ACCEPT TMTVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1B.
           IF MT-VALOR = ZEROS
                MOVE "PRECO NAO PODE SER ZERO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-3.
           ACCEPT TMTTUSS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF MT-TUSS = ZEROS
                MOVE "CODIGO TUSS NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
       PASSO-4.
           ACCEPT TMTDESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF MT-DESPESA NOT = 01 AND 02 AND 03 AND 08
                MOVE "DESPESA: DIGITE 01, 02, 03 OU 08" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           PERFORM DESC-DESPESA.
           DISPLAY TDESPDESC.
           ACCEPT MT-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT MT-HRCADASTRO FROM TIME.
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
           WRITE REGMTPREC
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** PRECO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMTPREC" TO W-MSG
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
           DELETE CADMTPREC RECORD
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
           REWRITE REGMTPREC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADMTPREC" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ FECHAMENTO DOS ARQUIVOS ]--------------------
       FECHAR-ARQ.
           CLOSE CADMTPREC.
           IF W-TEM-CONV = "S"
               CLOSE CADCONV.
           CLOSE CADMEDIC.
      *--------------------[ DESCRICAO DO CODIGO DE DESPESA ]------------
       DESC-DESPESA.
           MOVE SPACES TO W-DESP-DESC.
           IF MT-DESPESA = 01
               MOVE "GASES MEDICINAIS" TO W-DESP-DESC.
           IF MT-DESPESA = 02
               MOVE "MEDICAMENTOS" TO W-DESP-DESC.
           IF MT-DESPESA = 03
               MOVE "MATERIAIS" TO W-DESP-DESC.
           IF MT-DESPESA = 08
               MOVE "OPME" TO W-DESP-DESC.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADMTPREC" TO LCK-ARQUIVO.
           MOVE MT-CHAVE TO LCK-REGCHAVE.
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
