       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP187.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   CADASTRO DE EQUIPES DE ATENDIMENTO DOMICILIAR      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * EQUIPES MEDICAS OU DE ENFERMAGEM QUE FAZEM AS VISITAS
      * DOMICILIARES (AG-TIPO = "D"), COM O PROFISSIONAL
      * RESPONSAVEL E O VEICULO PADRAO DA ROTA. A EQUIPE DE CADA
      * VISITA E INFORMADA NO SMP188; A ROTA DO DIA SAI NO SMP189.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADEQDOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ED-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEQDOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQDOM.DAT".
       COPY REGEQDOM.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP187".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 TXTIPO                 PIC X(15) VALUE SPACES.
       01 TXSTATUS               PIC X(10) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT187.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "          *** CADASTRO DE EQUIPES DE ATEN".
           05  LINE 03  COLUMN 42
               VALUE  "DIMENTO DOMICILIAR ***".

           05  LINE 06  COLUMN 01
               VALUE  "     CODIGO EQUIPE      :".

           05  LINE 08  COLUMN 01
               VALUE  "     NOME DA EQUIPE     :".

           05  LINE 10  COLUMN 01
               VALUE  "     TIPO (M/E)         :".

           05  LINE 12  COLUMN 01
               VALUE  "     RESPONSAVEL        :".

           05  LINE 14  COLUMN 01
               VALUE  "     VEICULO            :".

           05  LINE 15  COLUMN 01
               VALUE  "     PLACA              :".

           05  LINE 17  COLUMN 01
               VALUE  "     STATUS (A/I)       :".

           05  TEDCODIGO
               LINE 06  COLUMN 27  PIC 9(03)
               USING  ED-CODIGO
               HIGHLIGHT.

           05  TEDNOME
               LINE 08  COLUMN 27  PIC X(30)
               USING  ED-NOME
               HIGHLIGHT.

           05  TEDTIPO
               LINE 10  COLUMN 27  PIC X(01)
               USING  ED-TIPO
               HIGHLIGHT.

           05  TTXTIPO
               LINE 10  COLUMN 33  PIC X(15)
               USING  TXTIPO
               HIGHLIGHT.

           05  TEDRESPONS
               LINE 12  COLUMN 27  PIC X(30)
               USING  ED-RESPONS
               HIGHLIGHT.

           05  TEDVEICULO
               LINE 14  COLUMN 27  PIC X(20)
               USING  ED-VEICULO
               HIGHLIGHT.

           05  TEDPLACA
               LINE 15  COLUMN 27  PIC X(08)
               USING  ED-PLACA
               HIGHLIGHT.

           05  TEDSTATUS
               LINE 17  COLUMN 27  PIC X(01)
               USING  ED-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 17  COLUMN 33  PIC X(10)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADEQDOM
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADEQDOM
                   CLOSE CADEQDOM
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADEQDOM" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS  TO ED-CODIGO ED-DTCADASTRO.
           MOVE SPACES TO ED-NOME ED-TIPO ED-RESPONS ED-VEICULO
                          ED-PLACA ED-STATUS TXTIPO TXSTATUS W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT187.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TEDCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADEQDOM
                   GO TO ROT-FIM.
           IF ED-CODIGO = ZEROS
                MOVE "CODIGO DA EQUIPE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADEQDOM
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM
                   DISPLAY SMT187
                   MOVE "*** EQUIPE JA CADASTRADA ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADEQDOM" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** EQUIPE NAO CADASTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2.
           MOVE "A" TO ED-STATUS.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TEDSTATUS TTXSTATUS.
       PASSO-2.
           ACCEPT TEDNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF ED-NOME = SPACES
                MOVE "NOME DA EQUIPE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-3.
           ACCEPT TEDTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF ED-TIPO = "m"
               MOVE "M" TO ED-TIPO.
           IF ED-TIPO = "e"
               MOVE "E" TO ED-TIPO.
           IF ED-TIPO NOT = "M" AND "E"
                MOVE "TIPO => M=EQUIPE MEDICA  E=ENFERMAGEM" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TEDTIPO TTXTIPO.
       PASSO-4.
           ACCEPT TEDRESPONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF ED-RESPONS = SPACES
                MOVE "PROFISSIONAL RESPONSAVEL NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TEDVEICULO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF ED-VEICULO = SPACES
                MOVE "VEICULO DA EQUIPE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
       PASSO-6.
           ACCEPT TEDPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF ED-PLACA = SPACES
                MOVE "PLACA DO VEICULO NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
      *----- STATUS SO NA ALTERACAO: EQUIPE NOVA ENTRA ATIVA
           IF W-SEL NOT = "A"
               GO TO PASSO-8.
       PASSO-7.
           ACCEPT TEDSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF ED-STATUS = "a"
               MOVE "A" TO ED-STATUS.
           IF ED-STATUS = "i"
               MOVE "I" TO ED-STATUS.
           IF ED-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVA  I=INATIVA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TEDSTATUS TTXSTATUS.
       PASSO-8.
           IF W-SEL = "A"
               GO TO ALT-OPC.
           ACCEPT ED-DTCADASTRO FROM DATE YYYYMMDD.

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
           WRITE REGEQDOM
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** EQUIPE JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEQDOM" TO W-MSG
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
           DELETE CADEQDOM RECORD
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
           REWRITE REGEQDOM
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADEQDOM" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ TEXTOS DA TELA ]--------------------
       MOSTRA-TEXTOS.
           MOVE SPACES TO TXTIPO TXSTATUS.
           IF ED-TIPO = "M"
               MOVE "EQUIPE MEDICA" TO TXTIPO.
           IF ED-TIPO = "E"
               MOVE "ENFERMAGEM" TO TXTIPO.
           IF ED-STATUS = "A"
               MOVE "ATIVA" TO TXSTATUS.
           IF ED-STATUS = "I"
               MOVE "INATIVA" TO TXSTATUS.
       MOSTRA-TEXTOS-FIM.
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
