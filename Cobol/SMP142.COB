       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP142.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     PEDIDO DE RENOVACAO DE RECEITA (RECEPCAO)        *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * A RECEPCAO REGISTRA QUE O PACIENTE CRONICO PRECISA
      * RENOVAR A RECEITA DE USO CONTINUO. MOSTRA OS ITENS
      * ATIVOS DO CADUSOC E GRAVA O PEDIDO PENDENTE NO CADRENOV
      * (UM POR PACIENTE POR DIA) COM O OPERADOR DA SESSAO.
      * O MEDICO APROVA E IMPRIME A RECEITA NO SMP143.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADRENOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADUSOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UC-CHAVE
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRENOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRENOV.DAT".
       COPY REGRENOV.
      *
       FD CADUSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOC.DAT".
       COPY REGUSOC.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP142".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE "NAOLOGAD".
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-PCOD                 PIC 9(06) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-TOT-ITENS            PIC 9(02) VALUE ZEROS.
       01 W-OBS                  PIC X(40) VALUE SPACES.
       01 W-LINHA-ITEM.
           03 LI-SEQ             PIC 9(02).
           03 FILLER             PIC X(02) VALUE ") ".
           03 LI-MEDICAMENTO     PIC X(30).
           03 FILLER             PIC X(01) VALUE " ".
           03 LI-DOSAGEM         PIC X(20).
           03 FILLER             PIC X(01) VALUE " ".
           03 LI-ULTREN          PIC 9999.99.99.
       01 W-LINHA-BRANCO         PIC X(66) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT142.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              *** PEDIDO DE RENOVACAO DE".
           05  LINE 03  COLUMN 41
               VALUE  " RECEITA ***".

           05  LINE 05  COLUMN 01
               VALUE  "     PACIENTE        :".
           05  LINE 05  COLUMN 31
               VALUE  "NOME: ".

           05  LINE 07  COLUMN 01
               VALUE  "     ITENS DE USO CONTINUO ATIVOS".
           05  LINE 07  COLUMN 61
               VALUE  "ULT.RENOV.".

           05  LINE 19  COLUMN 01
               VALUE  "     OBSERVACAO      :".

           05  TRNPCODIGO
               LINE 05  COLUMN 24  PIC 9(06)
               USING  RN-PCODIGO
               HIGHLIGHT.

           05  TRNNOMEPAC
               LINE 05  COLUMN 37  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TRNOBS
               LINE 19  COLUMN 24  PIC X(40)
               USING  W-OBS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADRENOV.
           OPEN I-O CADRENOV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADRENOV
                   CLOSE CADRENOV
                   GO TO ABRIR-CADRENOV
               ELSE
                   MOVE "CADRENOV" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADUSOC.
           OPEN INPUT CADUSOC
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM MEDICAMENTO DE USO CONTINUO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRENOV
              GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRENOV CADUSOC
              GO TO ROT-FIM.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS  TO RN-PCODIGO W-TOT-ITENS.
           MOVE SPACES TO P-NOME W-OBS.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT142.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TRNPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADRENOV CADUSOC CADPACI
                   GO TO ROT-FIM.
           IF RN-PCODIGO = ZEROS
                MOVE "PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE RN-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           DISPLAY TRNNOMEPAC.
           PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM.
           IF W-TOT-ITENS = ZEROS
               MOVE "*** PACIENTE SEM USO CONTINUO ATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           MOVE W-HOJE TO RN-DATA.
           MOVE P-CODIGO TO RN-PCODIGO.
           READ CADRENOV
           IF ST-ERRO = "00"
               MOVE "*** PEDIDO JA REGISTRADO HOJE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
       PASSO-2.
           ACCEPT TRNOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 35) "REGISTRAR PEDIDO (S/N) : ".
           ACCEPT (23, 61) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO NAO REGISTRADO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           MOVE W-HOJE     TO RN-DATA.
           MOVE P-CODIGO   TO RN-PCODIGO.
           ACCEPT RN-HORA FROM TIME.
           MOVE W-OPERADOR TO RN-OPERADOR.
           MOVE W-OBS      TO RN-OBS.
           MOVE "P"        TO RN-STATUS.
           MOVE ZEROS      TO RN-CRM RN-DTAPROV RN-ITENS.
           MOVE SPACES     TO RN-CRM-UF.
           WRITE REGRENOV
           IF ST-ERRO = "00" OR "02"
               MOVE "** PEDIDO DE RENOVACAO REGISTRADO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** PEDIDO JA REGISTRADO HOJE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRENOV" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *--------------[ ITENS ATIVOS DO PACIENTE (LINHAS 08-17) ]--------
       LISTA-ITENS.
           MOVE ZEROS TO W-TOT-ITENS.
           MOVE 08 TO W-LIN.
       LISTA-LIMPA.
           DISPLAY (W-LIN, 05) W-LINHA-BRANCO.
           ADD 1 TO W-LIN.
           IF W-LIN < 18
               GO TO LISTA-LIMPA.
           MOVE 08 TO W-LIN.
           MOVE P-CODIGO TO UC-PCODIGO W-PCOD.
           MOVE ZEROS    TO UC-SEQ.
           START CADUSOC KEY IS NOT LESS UC-CHAVE
               INVALID KEY
                   GO TO LISTA-ITENS-FIM.
       LISTA-LER.
           READ CADUSOC NEXT
           IF ST-ERRO NOT = "00"
               GO TO LISTA-ITENS-FIM.
           IF UC-PCODIGO NOT = W-PCOD
               GO TO LISTA-ITENS-FIM.
           IF UC-STATUS NOT = "A"
               GO TO LISTA-LER.
           ADD 1 TO W-TOT-ITENS.
           IF W-LIN > 17
               GO TO LISTA-LER.
           MOVE UC-SEQ         TO LI-SEQ.
           MOVE UC-MEDICAMENTO TO LI-MEDICAMENTO.
           MOVE UC-DOSAGEM     TO LI-DOSAGEM.
           MOVE UC-DTULTREN    TO LI-ULTREN.
           DISPLAY (W-LIN, 05) W-LINHA-ITEM.
           ADD 1 TO W-LIN.
           GO TO LISTA-LER.
       LISTA-ITENS-FIM.
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
