       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP198.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   MAPEAMENTO DA IMPORTACAO DE PACIENTES (LEGADO)     *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * DESCREVE O ARQUIVO DELIMITADO QUE VEM DO SISTEMA DE
      * OUTRA CLINICA: SEPARADOR, CABECALHO, ORDEM DA DATA DE
      * NASCIMENTO E A COLUNA DE CADA CAMPO DO CADPACI, MAIS O
      * CONVENIO E A UNIDADE PADRAO PARA QUANDO O ARQUIVO NAO
      * TRAZ ESSES CAMPOS. A IMPORTACAO (SMP199) SO RODA COM
      * MAPEAMENTO ATIVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADIMPMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IM-LAYOUT
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CV-NOME
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
       FD CADIMPMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMPMP.DAT".
       COPY REGIMPMP.
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       COPY REGCONV.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP198".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
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
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 TXSTATUS               PIC X(10) VALUE SPACES.
       01 TXDATA                 PIC X(15) VALUE SPACES.
       01 TXDELIM                PIC X(15) VALUE SPACES.
       01 W-TEM-UNID             PIC X(01) VALUE "N".
       01 W-UNID-NOME            PIC X(30) VALUE SPACES.
       01 W-I                    PIC 9(02) VALUE ZEROS.
       01 W-J                    PIC 9(02) VALUE ZEROS.
       01 W-MSG-COLDUP.
           03 FILLER             PIC X(07) VALUE "COLUNA ".
           03 W-COLDUP           PIC 9(02).
           03 FILLER             PIC X(30) VALUE
              " USADA EM DOIS CAMPOS".
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT198.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** MAPEAMENTO DA IMPORTACAO".
           05  LINE 02  COLUMN 41
               VALUE  " DE PACIENTES (LEGADO) ***".

           05  LINE 04  COLUMN 01
               VALUE  "     LAYOUT             :".
           05  LINE 05  COLUMN 01
               VALUE  "     DESCRICAO          :".
           05  LINE 06  COLUMN 01
               VALUE  "     SEPARADOR          :".
           05  LINE 06  COLUMN 36
               VALUE  "(T = TABULACAO)".
           05  LINE 07  COLUMN 01
               VALUE  "     1A. LINHA CABEC.   :".
           05  LINE 07  COLUMN 36
               VALUE  "(S/N)".
           05  LINE 08  COLUMN 01
               VALUE  "     DATA NASCIMENTO    :".
           05  LINE 08  COLUMN 36
               VALUE  "(D=DIA/MES/ANO  A=ANO/MES/DIA)".

           05  LINE 10  COLUMN 01
               VALUE  "     COLUNA DE CADA CAMPO NO ARQUIVO (01 A".
           05  LINE 10  COLUMN 43
               VALUE  " 30 - 00 = NAO EXISTE)".
           05  LINE 11  COLUMN 01
               VALUE  "     CODIGO NO LEGADO   :".
           05  LINE 11  COLUMN 40
               VALUE  "CONVENIO           :".
           05  LINE 12  COLUMN 01
               VALUE  "     NOME               :".
           05  LINE 12  COLUMN 40
               VALUE  "PLANO              :".
           05  LINE 13  COLUMN 01
               VALUE  "     DATA NASCIMENTO    :".
           05  LINE 13  COLUMN 40
               VALUE  "CEP                :".
           05  LINE 14  COLUMN 01
               VALUE  "     SEXO               :".
           05  LINE 14  COLUMN 40
               VALUE  "NUMERO             :".
           05  LINE 15  COLUMN 01
               VALUE  "     CPF                :".
           05  LINE 15  COLUMN 40
               VALUE  "COMPLEMENTO        :".
           05  LINE 16  COLUMN 01
               VALUE  "     CNS                :".
           05  LINE 16  COLUMN 40
               VALUE  "EMAIL              :".
           05  LINE 17  COLUMN 01
               VALUE  "     TELEFONE           :".
           05  LINE 17  COLUMN 40
               VALUE  "UNIDADE            :".

           05  LINE 19  COLUMN 01
               VALUE  "     CONVENIO PADRAO    :".
           05  LINE 20  COLUMN 01
               VALUE  "     UNIDADE PADRAO     :".
           05  LINE 21  COLUMN 01
               VALUE  "     STATUS (A/I)       :".

           05  TIMLAYOUT
               LINE 04  COLUMN 27  PIC X(08)
               USING  IM-LAYOUT
               HIGHLIGHT.
           05  TIMDESCRICAO
               LINE 05  COLUMN 27  PIC X(30)
               USING  IM-DESCRICAO
               HIGHLIGHT.
           05  TIMDELIM
               LINE 06  COLUMN 27  PIC X(01)
               USING  IM-DELIM
               HIGHLIGHT.
           05  TTXDELIM
               LINE 06  COLUMN 52  PIC X(15)
               USING  TXDELIM.
           05  TIMCABEC
               LINE 07  COLUMN 27  PIC X(01)
               USING  IM-CABEC
               HIGHLIGHT.
           05  TIMFMTDATA
               LINE 08  COLUMN 27  PIC X(01)
               USING  IM-FMT-DATA
               HIGHLIGHT.
           05  TTXDATA
               LINE 09  COLUMN 27  PIC X(15)
               USING  TXDATA.

           05  TCOLCODANT
               LINE 11  COLUMN 27  PIC 9(02)
               USING  IM-COL-CODANT
               HIGHLIGHT.
           05  TCOLNOME
               LINE 12  COLUMN 27  PIC 9(02)
               USING  IM-COL-NOME
               HIGHLIGHT.
           05  TCOLNASC
               LINE 13  COLUMN 27  PIC 9(02)
               USING  IM-COL-NASC
               HIGHLIGHT.
           05  TCOLSEXO
               LINE 14  COLUMN 27  PIC 9(02)
               USING  IM-COL-SEXO
               HIGHLIGHT.
           05  TCOLCPF
               LINE 15  COLUMN 27  PIC 9(02)
               USING  IM-COL-CPF
               HIGHLIGHT.
           05  TCOLCNS
               LINE 16  COLUMN 27  PIC 9(02)
               USING  IM-COL-CNS
               HIGHLIGHT.
           05  TCOLTEL
               LINE 17  COLUMN 27  PIC 9(02)
               USING  IM-COL-TEL
               HIGHLIGHT.
           05  TCOLCONV
               LINE 11  COLUMN 61  PIC 9(02)
               USING  IM-COL-CONV
               HIGHLIGHT.
           05  TCOLPLANO
               LINE 12  COLUMN 61  PIC 9(02)
               USING  IM-COL-PLANO
               HIGHLIGHT.
           05  TCOLCEP
               LINE 13  COLUMN 61  PIC 9(02)
               USING  IM-COL-CEP
               HIGHLIGHT.
           05  TCOLNUM
               LINE 14  COLUMN 61  PIC 9(02)
               USING  IM-COL-NUM
               HIGHLIGHT.
           05  TCOLCOMPL
               LINE 15  COLUMN 61  PIC 9(02)
               USING  IM-COL-COMPL
               HIGHLIGHT.
           05  TCOLEMAIL
               LINE 16  COLUMN 61  PIC 9(02)
               USING  IM-COL-EMAIL
               HIGHLIGHT.
           05  TCOLUNID
               LINE 17  COLUMN 61  PIC 9(02)
               USING  IM-COL-UNID
               HIGHLIGHT.

           05  TIMCONVPAD
               LINE 19  COLUMN 27  PIC 9(04)
               USING  IM-CONV-PADRAO
               HIGHLIGHT.
           05  TCVNOME
               LINE 19  COLUMN 33  PIC X(30)
               USING  CV-NOME.
           05  TIMUNIDPAD
               LINE 20  COLUMN 27  PIC 9(02)
               USING  IM-UNID-PADRAO
               HIGHLIGHT.
           05  TUNIDNOME
               LINE 20  COLUMN 33  PIC X(30)
               USING  W-UNID-NOME.
           05  TIMSTATUS
               LINE 21  COLUMN 27  PIC X(01)
               USING  IM-STATUS
               HIGHLIGHT.
           05  TTXSTATUS
               LINE 21  COLUMN 29  PIC X(10)
               USING  TXSTATUS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADIMPMP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADIMPMP
                   CLOSE CADIMPMP
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADIMPMP" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
       ABRIR-CADCONV.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV " TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADIMPMP
               GO TO ROT-FIM.
       ABRIR-APOIO.
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE ZEROS TO IM-COLUNAS IM-CONV-PADRAO IM-UNID-PADRAO
                         IM-DTCADASTRO.
           MOVE SPACES TO IM-LAYOUT IM-DESCRICAO IM-DELIM IM-CABEC
                          IM-FMT-DATA IM-STATUS IM-OPERADOR CV-NOME
                          W-UNID-NOME TXSTATUS TXDATA TXDELIM W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT198.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TIMLAYOUT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   PERFORM FECHAR-ARQ
                   GO TO ROT-FIM.
           IF IM-LAYOUT = SPACES
                MOVE "LAYOUT NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADIMPMP
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TEXTOS THRU SET-TEXTOS-FIM
                   DISPLAY SMT198
                   MOVE "*** MAPEAMENTO JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADIMPMP" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** MAPEAMENTO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               MOVE ";" TO IM-DELIM
               MOVE "S" TO IM-CABEC
               MOVE "D" TO IM-FMT-DATA
               MOVE "A" TO IM-STATUS
               PERFORM SET-TEXTOS THRU SET-TEXTOS-FIM
               DISPLAY SMT198.
       PASSO-2.
           ACCEPT TIMDESCRICAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF IM-DESCRICAO = SPACES
                MOVE "DESCRICAO NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-3.
           ACCEPT TIMDELIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF IM-DELIM = "t"
                MOVE "T" TO IM-DELIM.
           IF IM-DELIM = SPACES
                MOVE "SEPARADOR NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           PERFORM SET-TEXTOS THRU SET-TEXTOS-FIM.
           DISPLAY TTXDELIM.
       PASSO-4.
           ACCEPT TIMCABEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF IM-CABEC = "s"
                MOVE "S" TO IM-CABEC.
           IF IM-CABEC = "n"
                MOVE "N" TO IM-CABEC.
           IF IM-CABEC NOT = "S" AND "N"
                MOVE "CABECALHO => S=SIM  N=NAO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TIMFMTDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF IM-FMT-DATA NOT = "D" AND "A"
                MOVE "DATA => D=DIA/MES/ANO  A=ANO/MES/DIA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           PERFORM SET-TEXTOS THRU SET-TEXTOS-FIM.
           DISPLAY TTXDATA.
      *--------------------[ COLUNAS DOS CAMPOS ]----------------------
       PASSO-6.
           ACCEPT TCOLCODANT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           ACCEPT TCOLNOME.
           ACCEPT TCOLNASC.
           ACCEPT TCOLSEXO.
           ACCEPT TCOLCPF.
           ACCEPT TCOLCNS.
           ACCEPT TCOLTEL.
           ACCEPT TCOLCONV.
           ACCEPT TCOLPLANO.
           ACCEPT TCOLCEP.
           ACCEPT TCOLNUM.
           ACCEPT TCOLCOMPL.
           ACCEPT TCOLEMAIL.
           ACCEPT TCOLUNID.
      *----- SEM O CODIGO DO LEGADO NAO HA COMO EVITAR IMPORTAR DE
      *----- NOVO NA REPETICAO; SEM NOME NAO HA CADASTRO
           IF IM-COL-CODANT = ZEROS
                MOVE "* COLUNA DO CODIGO NO LEGADO E OBRIGATORIA *"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           IF IM-COL-NOME = ZEROS
                MOVE "* COLUNA DO NOME E OBRIGATORIA *" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           MOVE 1 TO W-I.
       PASSO-6-FAIXA.
           IF IM-COL (W-I) > 30
                MOVE "* COLUNA FORA DA FAIXA 01 A 30 *" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           ADD 1 TO W-I.
           IF W-I < 15
               GO TO PASSO-6-FAIXA.
      *----- A MESMA COLUNA NAO PODE ALIMENTAR DOIS CAMPOS
           MOVE 1 TO W-I.
       PASSO-6-DUP.
           IF W-I > 13
               GO TO PASSO-7.
           IF IM-COL (W-I) = ZEROS
               ADD 1 TO W-I
               GO TO PASSO-6-DUP.
           ADD 1 W-I GIVING W-J.
       PASSO-6-DUP-J.
           IF W-J > 14
               ADD 1 TO W-I
               GO TO PASSO-6-DUP.
           IF IM-COL (W-J) = IM-COL (W-I)
                MOVE IM-COL (W-I) TO W-COLDUP
                MOVE W-MSG-COLDUP TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           ADD 1 TO W-J.
           GO TO PASSO-6-DUP-J.
      *--------------------[ CONVENIO E UNIDADE PADRAO ]---------------
       PASSO-7.
           ACCEPT TIMCONVPAD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           MOVE SPACES TO CV-NOME.
           IF IM-CONV-PADRAO = ZEROS
               IF IM-COL-CONV = ZEROS
                   MOVE "* SEM COLUNA DE CONVENIO: INFORME O PADRAO *"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PASSO-7
               ELSE
                   DISPLAY TCVNOME
                   GO TO PASSO-8.
           MOVE IM-CONV-PADRAO TO CV-CODIGO.
           READ CADCONV
           IF ST-ERRO NOT = "00"
                MOVE "*** CONVENIO NAO ENCONTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           DISPLAY TCVNOME.
       PASSO-8.
           ACCEPT TIMUNIDPAD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
           MOVE SPACES TO W-UNID-NOME.
           IF IM-UNID-PADRAO = ZEROS
               IF IM-COL-UNID = ZEROS
                   MOVE "* SEM COLUNA DE UNIDADE: INFORME O PADRAO *"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PASSO-8
               ELSE
                   DISPLAY TUNIDNOME
                   GO TO PASSO-9.
           IF W-TEM-UNID = "N"
               DISPLAY TUNIDNOME
               GO TO PASSO-9.
           MOVE IM-UNID-PADRAO TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-8.
           IF UN-STATUS = "I"
                MOVE "*** UNIDADE INATIVA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-8.
           MOVE UN-NOME TO W-UNID-NOME.
           DISPLAY TUNIDNOME.
       PASSO-9.
           ACCEPT TIMSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
           IF IM-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVO  I=INATIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-9.
           PERFORM SET-TEXTOS THRU SET-TEXTOS-FIM.
           DISPLAY TTXSTATUS.
           MOVE W-OPERADOR TO IM-OPERADOR.
           ACCEPT IM-DTCADASTRO FROM DATE YYYYMMDD.
           IF W-SEL = "A"
               GO TO ALT-OPC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-9.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGIMPMP
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** MAPEAMENTO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADIMPMP" TO W-MSG
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
           MOVE "I" TO IM-STATUS.
           REWRITE REGIMPMP
           IF ST-ERRO = "00" OR "02"
              MOVE "*** MAPEAMENTO INATIVADO ***        " TO W-MSG
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
           IF W-ACT = 02 GO TO PASSO-9.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGIMPMP
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADIMPMP" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ TEXTOS DA TELA ]--------------------
       SET-TEXTOS.
           IF IM-STATUS = "I"
               MOVE "INATIVO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
           MOVE SPACES TO TXDATA.
           IF IM-FMT-DATA = "D"
               MOVE "DD/MM/AAAA" TO TXDATA.
           IF IM-FMT-DATA = "A"
               MOVE "AAAA-MM-DD" TO TXDATA.
           MOVE SPACES TO TXDELIM.
           IF IM-DELIM = "T"
               MOVE "TABULACAO" TO TXDELIM.
           IF IM-DELIM = ";"
               MOVE "PONTO E VIRGULA" TO TXDELIM.
           IF IM-DELIM = ","
               MOVE "VIRGULA" TO TXDELIM.
           IF IM-DELIM = "|"
               MOVE "BARRA VERTICAL" TO TXDELIM.
           MOVE SPACES TO CV-NOME W-UNID-NOME.
           IF IM-CONV-PADRAO NOT = ZEROS
               MOVE IM-CONV-PADRAO TO CV-CODIGO
               READ CADCONV
               IF ST-ERRO NOT = "00"
                   MOVE SPACES TO CV-NOME.
           IF IM-UNID-PADRAO = ZEROS OR W-TEM-UNID = "N"
               GO TO SET-TEXTOS-FIM.
           MOVE IM-UNID-PADRAO TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO = "00"
               MOVE UN-NOME TO W-UNID-NOME.
       SET-TEXTOS-FIM.
           EXIT.
      *--------------------[ FECHAMENTO DOS ARQUIVOS ]--------------------
       FECHAR-ARQ.
           CLOSE CADIMPMP CADCONV.
           IF W-TEM-UNID = "S"
               CLOSE CADUNID.
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADIMPMP" TO LCK-ARQUIVO.
           MOVE IM-LAYOUT TO LCK-REGCHAVE.
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
