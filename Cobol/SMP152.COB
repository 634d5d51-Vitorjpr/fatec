       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP152.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     TABELA MENSAL DE CUSTOS POR UNIDADE              *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CADASTRO DOS CUSTOS DO MES DE CADA UNIDADE (CADCUSTO)
      * POR CENTRO DE CUSTO, COM A REGRA DE RATEIO ENTRE AS
      * ESPECIALIDADES: A=POR ATENDIMENTO, H=POR HORA DE GRADE
      * (CADHOR) OU P=POR PROCEDIMENTO. OS CENTROS 01 A 06 TEM
      * DESCRICAO E RATEIO SUGERIDOS; OS DEMAIS SAO LIVRES.
      * O SMP153 CRUZA ESTA TABELA COM A RECEITA E O REPASSE.
      * EXCLUSAO LOGICA (STATUS = "I").
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CU-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTO.DAT".
       COPY REGCUSTO.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP152".
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
       01 TXRATEIO               PIC X(25) VALUE SPACES.
      *----- CENTROS DE CUSTO PADRAO: DESCRICAO E RATEIO SUGERIDO
       01 TAB-CENTRO-DISP.
           03 FILLER PIC X(21) VALUE "ALUGUEL E CONDOMINIOH".
           03 FILLER PIC X(21) VALUE "PESSOAL E ENCARGOS  A".
           03 FILLER PIC X(21) VALUE "MATERIAIS E INSUMOS P".
           03 FILLER PIC X(21) VALUE "ENERGIA AGUA TELEFONH".
           03 FILLER PIC X(21) VALUE "MANUTENCAO E LIMPEZAH".
           03 FILLER PIC X(21) VALUE "OUTROS CUSTOS       A".
       01 TAB-CENTRO-TAB REDEFINES TAB-CENTRO-DISP.
           03 TB-CC-ITEM OCCURS 6 TIMES.
               05 TB-CC-DESC          PIC X(20).
               05 TB-CC-RATEIO        PIC X(01).
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT152.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              *** TABELA MENSAL DE CUSTO".
           05  LINE 03  COLUMN 41
               VALUE  "S POR UNIDADE ***".

           05  LINE 05  COLUMN 01
               VALUE  "     UNIDADE            :".

           05  LINE 07  COLUMN 01
               VALUE  "     COMPETENCIA        :".
           05  LINE 07  COLUMN 29
               VALUE  "/".

           05  LINE 09  COLUMN 01
               VALUE  "     CENTRO DE CUSTO    :".
           05  LINE 10  COLUMN 27
               VALUE  "01=ALUGUEL 02=PESSOAL 03=MATERIAIS".
           05  LINE 11  COLUMN 27
               VALUE  "04=UTILIDADES 05=MANUTENCAO 06=OUTROS".

           05  LINE 13  COLUMN 01
               VALUE  "     DESCRICAO          :".

           05  LINE 15  COLUMN 01
               VALUE  "     VALOR DO MES       :".

           05  LINE 17  COLUMN 01
               VALUE  "     RATEIO             :".
           05  LINE 18  COLUMN 27
               VALUE  "A=ATENDIMENTO H=HORA DE GRADE P=PROCED.".

           05  LINE 20  COLUMN 01
               VALUE  "     STATUS (A/I)       :".

           05  TCUUNID
               LINE 05  COLUMN 27  PIC 9(02)
               USING  CU-UNIDADE
               HIGHLIGHT.

           05  TCUUNNOME
               LINE 05  COLUMN 31  PIC X(30)
               USING  UN-NOME
               HIGHLIGHT.

           05  TCUMES
               LINE 07  COLUMN 27  PIC 99
               USING  CU-MES
               HIGHLIGHT.

           05  TCUANO
               LINE 07  COLUMN 30  PIC 9(04)
               USING  CU-ANO
               HIGHLIGHT.

           05  TCUCENTRO
               LINE 09  COLUMN 27  PIC 9(02)
               USING  CU-CENTRO
               HIGHLIGHT.

           05  TCUDESCR
               LINE 13  COLUMN 27  PIC X(20)
               USING  CU-DESCRICAO
               HIGHLIGHT.

           05  TCUVALOR
               LINE 15  COLUMN 27  PIC ZZ.ZZZ.ZZ9,99
               USING  CU-VALOR
               HIGHLIGHT.

           05  TCURATEIO
               LINE 17  COLUMN 27  PIC X(01)
               USING  CU-RATEIO
               HIGHLIGHT.

           05  TTXRATEIO
               LINE 17  COLUMN 29  PIC X(25)
               USING  TXRATEIO
               HIGHLIGHT.

           05  TCUSTATUS
               LINE 20  COLUMN 27  PIC X(01)
               USING  CU-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 20  COLUMN 29  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADCUSTO.
           OPEN I-O CADCUSTO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCUSTO
                   CLOSE CADCUSTO
                   GO TO ABRIR-CADCUSTO
               ELSE
                   MOVE "CADCUSTO" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADUNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADUNID NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCUSTO
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO CU-UNIDADE CU-CENTRO CU-VALOR CU-DTCADASTRO.
           MOVE SPACES TO CU-DESCRICAO CU-RATEIO CU-STATUS TXSTATUS
                          TXRATEIO W-SEL UN-NOME.
      *----- COMPETENCIA SUGERIDA: MES CORRENTE
           ACCEPT CU-DTCADASTRO FROM DATE YYYYMMDD.
           DIVIDE CU-DTCADASTRO BY 10000 GIVING CU-ANO.
           COMPUTE CU-MES = (CU-DTCADASTRO - (CU-ANO * 10000)) / 100.
           MOVE ZEROS TO CU-DTCADASTRO.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT152.
      *--------------------[ DIGITAR CAMPOS CHAVE ]-----------------
       PASSO-1.
           ACCEPT TCUUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADCUSTO CADUNID
                   GO TO ROT-FIM.
           IF CU-UNIDADE = ZEROS
                MOVE "UNIDADE NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE CU-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           DISPLAY TCUUNNOME.
       PASSO-2.
           ACCEPT TCUMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF CU-MES < 01 OR CU-MES > 12
                MOVE "*** MES INVALIDO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-2A.
           ACCEPT TCUANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF CU-ANO < 2000
                MOVE "*** ANO INVALIDO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2A.
       PASSO-3.
           ACCEPT TCUCENTRO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2A.
           IF CU-CENTRO = ZEROS
                MOVE "CENTRO DE CUSTO NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADCUSTO
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TXSTATUS
                   PERFORM SET-TXRATEIO
                   DISPLAY SMT152
                   MOVE "*** CUSTO JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADCUSTO" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
           MOVE "*** CUSTO NAO CADASTRADO ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2
           MOVE SPACES TO CU-DESCRICAO
           MOVE "A" TO CU-RATEIO
           IF CU-CENTRO < 7
               MOVE TB-CC-DESC (CU-CENTRO)   TO CU-DESCRICAO
               MOVE TB-CC-RATEIO (CU-CENTRO) TO CU-RATEIO.
           MOVE ZEROS TO CU-VALOR
           MOVE "A" TO CU-STATUS
           PERFORM SET-TXSTATUS
           PERFORM SET-TXRATEIO
           DISPLAY SMT152.
       PASSO-4.
           ACCEPT TCUDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF CU-DESCRICAO = SPACES
                MOVE "DESCRICAO NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TCUVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF CU-VALOR = ZEROS
                MOVE "VALOR DO CUSTO NAO PODE SER ZERO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
       PASSO-6.
           ACCEPT TCURATEIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF CU-RATEIO NOT = "A" AND "H" AND "P"
                MOVE "RATEIO => A, H OU P" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           PERFORM SET-TXRATEIO.
           DISPLAY TTXRATEIO.
       PASSO-7.
           ACCEPT TCUSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF CU-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVO  I=INATIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
           ACCEPT CU-DTCADASTRO FROM DATE YYYYMMDD.
           IF W-SEL = "A"
               GO TO ALT-OPC.

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
           WRITE REGCUSTO
           IF ST-ERRO = "00" OR "02"
               MOVE "** CUSTO GRAVADO COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** CUSTO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCUSTO" TO W-MSG
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
                  GO TO PASSO-4.
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
           MOVE "I" TO CU-STATUS.
           REWRITE REGCUSTO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** CUSTO INATIVADO ***          " TO W-MSG
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
           REWRITE REGCUSTO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADCUSTO" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF CU-STATUS = "I"
               MOVE "INATIVO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
      *--------------------[ TEXTO DA REGRA DE RATEIO ]----------------
       SET-TXRATEIO.
           MOVE SPACES TO TXRATEIO.
           IF CU-RATEIO = "A"
               MOVE "POR ATENDIMENTO REALIZADO" TO TXRATEIO.
           IF CU-RATEIO = "H"
               MOVE "POR HORA DE GRADE" TO TXRATEIO.
           IF CU-RATEIO = "P"
               MOVE "POR PROCEDIMENTO" TO TXRATEIO.
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADCUSTO" TO LCK-ARQUIVO.
           MOVE CU-CHAVE TO LCK-REGCHAVE.
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
