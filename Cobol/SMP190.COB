       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP190.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     SESSAO EM GRUPO - CADASTRO E INSCRICOES          *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * SESSAO EM GRUPO (PSICOLOGIA, TABAGISMO, EDUCACAO EM
      * DIABETES ...) COM UM PROFISSIONAL, UMA SALA DO CADRECUR,
      * DATA/HORA, DURACAO, CAPACIDADE (ATE 12), TEMA E O
      * PROCEDIMENTO QUE SERA LANCADO PARA CADA PRESENTE.
      * A SALA E RESERVADA NO CADRESVA NO HORARIO (COMO NO
      * AGENDAMENTO DE PROCEDIMENTO DO SMP006) E NAO PODE ESTAR EM
      * MANUTENCAO (CADRECMN). A LISTA DE INSCRITOS (CADGRPAC)
      * RESPEITA A CAPACIDADE. CANCELAR A SESSAO LIBERA A SALA.
      * A PRESENCA E LANCADA DEPOIS DA SESSAO NO SMP191.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADGRUPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GR-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADGRPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GP-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADRECUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RR-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRESVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RV-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRECMN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
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
       FD CADGRUPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRUPO.DAT".
       COPY REGGRUPO.
      *
       FD CADGRPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRPAC.DAT".
       COPY REGGRPAC.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECUR.DAT".
       COPY REGRECUR.
      *
       FD CADRESVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESVA.DAT".
       COPY REGRESVA.
      *
       FD CADRECMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECMN.DAT".
       COPY REGRECMN.
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       COPY REGPROC.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP190".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP190".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-TEM-RECMN            PIC X(01) VALUE "N".
       01 W-TEM-PACI             PIC X(01) VALUE "N".
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-DT.
           03 W-DT-ANO           PIC 9(04).
           03 W-DT-MES           PIC 9(02).
           03 W-DT-DIA           PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT PIC 9(08).
       01 W-HR                   PIC 9(04) VALUE ZEROS.
       01 W-HR-R REDEFINES W-HR.
           03 W-HR-HH            PIC 9(02).
           03 W-HR-MM            PIC 9(02).
       01 W-SALA-ANT             PIC 9(04) VALUE ZEROS.
       01 W-MANUT                PIC X(01) VALUE "N".
       01 W-MOMENTO              PIC 9(12) VALUE ZEROS.
       01 W-MN-INI               PIC 9(12) VALUE ZEROS.
       01 W-MN-FIM               PIC 9(12) VALUE ZEROS.
       01 W-PCOD                 PIC 9(06) VALUE ZEROS.
       01 W-QTD                  PIC 9(02) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-COL                  PIC 9(02) VALUE ZEROS.
       01 W-LINHA-INSC.
           03 WI-PCODIGO         PIC 9(06).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WI-NOME            PIC X(25).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WI-PRESENCA        PIC X(01).
       01 W-LIMPA                PIC X(79) VALUE SPACES.
       01 TXMEDICO               PIC X(30) VALUE SPACES.
       01 TXSALA                 PIC X(30) VALUE SPACES.
       01 TXPROC                 PIC X(30) VALUE SPACES.
       01 TXSTATUS               PIC X(10) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT190.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** SESSAO EM GRUPO - CADASTRO ".
           05  LINE 02  COLUMN 42
               VALUE  "E INSCRICOES ***".

           05  LINE 04  COLUMN 01
               VALUE  "     DATA DA SESSAO  :".
           05  LINE 04  COLUMN 40
               VALUE  "HORA:".

           05  LINE 05  COLUMN 01
               VALUE  "     CRM PROFISSIONAL:".
           05  LINE 05  COLUMN 33
               VALUE  "UF:".

           05  LINE 07  COLUMN 01
               VALUE  "     SALA            :".

           05  LINE 08  COLUMN 01
               VALUE  "     DURACAO (MIN)   :".

           05  LINE 09  COLUMN 01
               VALUE  "     CAPACIDADE      :".
           05  LINE 09  COLUMN 33
               VALUE  "INSCRITOS:".

           05  LINE 10  COLUMN 01
               VALUE  "     TEMA            :".

           05  LINE 11  COLUMN 01
               VALUE  "     PROCEDIMENTO    :".

           05  LINE 12  COLUMN 01
               VALUE  "     STATUS          :".

           05  LINE 13  COLUMN 01
               VALUE  "     INSCRITOS (P=PRESENTE  F=FALTOU):".

           05  TGRDATA
               LINE 04  COLUMN 24  PIC 9999.99.99
               USING  GR-DATA
               HIGHLIGHT.

           05  TGRHORA
               LINE 04  COLUMN 46  PIC 99.99
               USING  GR-HORA
               HIGHLIGHT.

           05  TGRCRM
               LINE 05  COLUMN 24  PIC Z99.999
               USING  GR-CRM
               HIGHLIGHT.

           05  TGRCRMUF
               LINE 05  COLUMN 37  PIC X(02)
               USING  GR-CRM-UF
               HIGHLIGHT.

           05  TTXMEDICO
               LINE 05  COLUMN 41  PIC X(30)
               USING  TXMEDICO
               HIGHLIGHT.

           05  TGRRECURSO
               LINE 07  COLUMN 24  PIC 9(04)
               USING  GR-RECURSO
               HIGHLIGHT.

           05  TTXSALA
               LINE 07  COLUMN 30  PIC X(30)
               USING  TXSALA
               HIGHLIGHT.

           05  TGRDURACAO
               LINE 08  COLUMN 24  PIC ZZ9
               USING  GR-DURACAO
               HIGHLIGHT.

           05  TGRCAPAC
               LINE 09  COLUMN 24  PIC Z9
               USING  GR-CAPAC
               HIGHLIGHT.

           05  TGRINSCR
               LINE 09  COLUMN 44  PIC Z9
               USING  GR-INSCR
               HIGHLIGHT.

           05  TGRTEMA
               LINE 10  COLUMN 24  PIC X(40)
               USING  GR-TEMA
               HIGHLIGHT.

           05  TGRPROC
               LINE 11  COLUMN 24  PIC 9(04)
               USING  GR-PROC
               HIGHLIGHT.

           05  TTXPROC
               LINE 11  COLUMN 30  PIC X(30)
               USING  TXPROC
               HIGHLIGHT.

           05  TGRSTATUS
               LINE 12  COLUMN 24  PIC X(01)
               USING  GR-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 12  COLUMN 27  PIC X(10)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADGRUPO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADGRUPO
                   CLOSE CADGRUPO
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADGRUPO" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADGRPAC.
           OPEN I-O CADGRPAC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADGRPAC
                   CLOSE CADGRPAC
                   GO TO ABRIR-CADGRPAC
               ELSE
                   MOVE "CADGRPAC" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "*** ARQUIVO CADGRPAC NAO DISPONIVEL ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   CLOSE CADGRUPO
                   GO TO ROT-FIM.

       ABRIR-CADRESVA.
           OPEN I-O CADRESVA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADRESVA
                   CLOSE CADRESVA
                   GO TO ABRIR-CADRESVA
               ELSE
                   MOVE "*** ARQUIVO CADRESVA NAO DISPONIVEL ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   CLOSE CADGRUPO CADGRPAC
                   GO TO ROT-FIM.

       ABRIR-CADASTROS.
           OPEN INPUT CADMED CADRECUR CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "* CADMED/CADRECUR/CADPROC NAO DISPONIVEL *"
                                                         TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS2
              CLOSE CADGRUPO CADGRPAC CADRESVA
              GO TO ROT-FIM.

           MOVE "S" TO W-TEM-RECMN.
           OPEN INPUT CADRECMN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RECMN.

           MOVE "S" TO W-TEM-PACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PACI.

           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS  TO GR-DATA GR-HORA GR-CRM GR-RECURSO GR-DURACAO
                          GR-CAPAC GR-INSCR GR-PROC GR-DTCAD.
           MOVE SPACES TO GR-CRM-UF GR-TEMA GR-STATUS GR-OPERADOR
                          TXMEDICO TXSALA TXPROC TXSTATUS W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT190.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TGRDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FECHA.
           MOVE GR-DATA TO W-DT-NUM.
           IF W-DT-MES < 01 OR W-DT-MES > 12
                            OR W-DT-DIA < 01 OR W-DT-DIA > 31
                MOVE "DATA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
       PASSO-2.
           ACCEPT TGRHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           MOVE GR-HORA TO W-HR.
           IF GR-HORA = ZEROS OR W-HR-HH > 23 OR W-HR-MM > 59
                MOVE "*** HORA INVALIDA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-3.
           ACCEPT TGRCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
       PASSO-3-B.
           ACCEPT TGRCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           MOVE GR-CRM    TO CRM.
           MOVE GR-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE "*** PROFISSIONAL NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           MOVE NOME TO TXMEDICO.
           DISPLAY TTXMEDICO.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADGRUPO
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM
                   DISPLAY SMT190
                   PERFORM MOSTRA-INSCR THRU MOSTRA-INSCR-FIM
                   MOVE "*** SESSAO JA CADASTRADA ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADGRUPO" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FECHA
           ELSE
               MOVE "*** SESSAO NAO CADASTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2.
           IF GR-DATA < W-HOJE
                MOVE "* SESSAO NOVA NAO PODE SER EM DATA PASSADA *"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE ZEROS TO W-SALA-ANT GR-INSCR.
           MOVE "A" TO GR-STATUS.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TGRSTATUS TTXSTATUS TGRINSCR.
      *--------------------[ SALA, DURACAO E CAPACIDADE ]--------------
       PASSO-4.
           ACCEPT TGRRECURSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           MOVE GR-RECURSO TO RR-CODIGO.
           READ CADRECUR
           IF ST-ERRO NOT = "00"
                MOVE "*** SALA NAO CADASTRADA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF RR-STATUS = "I"
                MOVE "*** SALA INATIVA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF RR-TIPO NOT = "S"
                MOVE "*** RECURSO NAO E SALA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           PERFORM CHK-MANUT THRU CHK-MANUT-FIM.
           IF W-MANUT = "S"
                MOVE "*** SALA EM MANUTENCAO NESTE HORARIO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           MOVE RR-DESCRICAO TO TXSALA.
           DISPLAY TTXSALA.
       PASSO-5.
           ACCEPT TGRDURACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF GR-DURACAO = ZEROS
                MOVE "DURACAO DA SESSAO NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
       PASSO-6.
           ACCEPT TGRCAPAC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF GR-CAPAC = ZEROS OR GR-CAPAC > 12
                MOVE "CAPACIDADE => DE 1 A 12 PACIENTES" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           IF GR-CAPAC < GR-INSCR
                MOVE "* CAPACIDADE MENOR QUE O NUMERO DE INSCRITOS *"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
       PASSO-7.
           ACCEPT TGRTEMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF GR-TEMA = SPACES
                MOVE "TEMA DA SESSAO NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
       PASSO-8.
           ACCEPT TGRPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
           MOVE GR-PROC TO PR-CODIGO.
           READ CADPROC
           IF ST-ERRO NOT = "00"
                MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-8.
           MOVE PR-DESCRICAO TO TXPROC.
           DISPLAY TTXPROC.
           MOVE W-OPERADOR TO GR-OPERADOR.
           IF W-SEL = "A"
               GO TO ALT-OPC.
           ACCEPT GR-DTCAD FROM DATE YYYYMMDD.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-8.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           PERFORM RESERVA-SALA THRU RESERVA-SALA-FIM.
           IF ST-ERRO = "22"
               MOVE "*** SALA JA RESERVADA NESTE HORARIO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
           MOVE "CADGRUPO" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGGRUPO TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGGRUPO
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS - INSCREVA OS PACIENTES **"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "I" TO W-SEL
               GO TO ACE-001.
           IF ST-ERRO = "22"
               MOVE "*** SESSAO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADGRUPO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/CANCELA  *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO  A=ALTERAR  C=CANCELAR  I=INSCRICOES"
           ACCEPT (23, 58) W-OPCAO
           IF W-OPCAO = "n"
               MOVE "N" TO W-OPCAO.
           IF W-OPCAO = "a"
               MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "c"
               MOVE "C" TO W-OPCAO.
           IF W-OPCAO = "i"
               MOVE "I" TO W-OPCAO.
           IF W-OPCAO NOT = "N" AND "A" AND "C" AND "I"
               GO TO ACE-001.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *----- SESSAO REALIZADA OU CANCELADA SO PARA CONSULTA
           IF GR-STATUS NOT = "A"
               MOVE "*** SESSAO JA REALIZADA OU CANCELADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  MOVE GR-RECURSO TO W-SALA-ANT
                  GO TO PASSO-4.
           IF W-OPCAO = "I"
                  GO TO INSCR-001.
      *
       CAN-OPC.
           DISPLAY (23, 40) "CANCELAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SESSAO NAO CANCELADA ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-OPC.
       CAN-RW1.
           MOVE GR-RECURSO TO W-SALA-ANT.
           PERFORM LIBERA-SALA THRU LIBERA-SALA-FIM.
           MOVE "C" TO GR-STATUS.
           MOVE "CADGRUPO" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGGRUPO TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGGRUPO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** SESSAO CANCELADA - SALA LIBERADA ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADGRUPO" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FECHA.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-8.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
      *----- TROCA DE SALA: RESERVA A NOVA ANTES DE LIBERAR A ANTIGA
           IF GR-RECURSO = W-SALA-ANT
               GO TO ALT-RW1.
           PERFORM RESERVA-SALA THRU RESERVA-SALA-FIM.
           IF ST-ERRO = "22"
               MOVE "*** SALA JA RESERVADA NESTE HORARIO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
           PERFORM LIBERA-SALA THRU LIBERA-SALA-FIM.
       ALT-RW1.
           MOVE "CADGRUPO" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGGRUPO TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGGRUPO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADGRUPO" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FECHA.
      *
      *****************************************
      * INSCRICAO E RETIRADA DE PACIENTES     *
      *****************************************
      *
      *----- PACIENTE JA INSCRITO PODE SER RETIRADO; NOVO SO ENTRA
      *----- COM VAGA (INSCRITOS ABAIXO DA CAPACIDADE)
       INSCR-001.
           MOVE ZEROS TO W-PCOD.
           DISPLAY (21, 05) "PACIENTE (ZERO=VOLTA) :".
           ACCEPT (21, 29) W-PCOD
           DISPLAY (21, 01) W-LIMPA.
           IF W-PCOD = ZEROS
               GO TO ROT-INIC.
           IF W-TEM-PACI = "N"
               MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE W-PCOD TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INSCR-001.
           MOVE GR-CHAVE TO GP-GRUPO.
           MOVE W-PCOD   TO GP-PCODIGO.
           READ CADGRPAC
           IF ST-ERRO = "00"
               GO TO INSCR-RETIRA.
           IF P-STATUS = "I"
               MOVE "*** PACIENTE INATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INSCR-001.
           IF GR-INSCR NOT < GR-CAPAC
               MOVE "*** SESSAO LOTADA - CAPACIDADE ATINGIDA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INSCR-001.
           MOVE GR-CHAVE   TO GP-GRUPO.
           MOVE W-PCOD     TO GP-PCODIGO.
           MOVE SPACES     TO GP-PRESENCA.
           MOVE W-OPERADOR TO GP-OPERADOR.
           ACCEPT GP-DTINSC FROM DATE YYYYMMDD.
           MOVE "CADGRPAC" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGGRPAC TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGGRPAC
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADGRPAC" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           ADD 1 TO GR-INSCR.
           GO TO INSCR-ATUALIZA.
       INSCR-RETIRA.
           MOVE P-NOME TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS2.
           DISPLAY (23, 40) "RETIRAR DA LISTA (S/N) : ".
           ACCEPT (23, 66) W-OPCAO
           DISPLAY (23, 40) W-LIMPA.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO INSCR-001.
           MOVE "CADGRPAC" TO JRN-ARQUIVO
           MOVE "D" TO JRN-OPER
           MOVE REGGRPAC TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           DELETE CADGRPAC RECORD
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA EXCLUSAO DO REGISTRO CADGRPAC" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           IF GR-INSCR > ZEROS
               SUBTRACT 1 FROM GR-INSCR.
       INSCR-ATUALIZA.
           MOVE "CADGRUPO" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGGRUPO TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGGRUPO
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA ALTERACAO DO REGISTRO CADGRUPO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           DISPLAY TGRINSCR.
           PERFORM MOSTRA-INSCR THRU MOSTRA-INSCR-FIM.
           GO TO INSCR-001.
      *--------------------[ LISTA DE INSCRITOS NA TELA ]--------------
      * DUAS COLUNAS DE SEIS (LINHAS 14 A 19), NA ORDEM DO CODIGO.
       MOSTRA-INSCR.
           MOVE 14 TO W-LIN.
       MOSTRA-INSCR-LIMPA.
           DISPLAY (W-LIN, 01) W-LIMPA.
           ADD 1 TO W-LIN.
           IF W-LIN < 20
               GO TO MOSTRA-INSCR-LIMPA.
           MOVE ZEROS    TO W-QTD.
           MOVE GR-CHAVE TO GP-GRUPO.
           MOVE ZEROS    TO GP-PCODIGO.
           START CADGRPAC KEY IS NOT LESS GP-CHAVE
               INVALID KEY
                   GO TO MOSTRA-INSCR-FIM.
       MOSTRA-INSCR-LER.
           READ CADGRPAC NEXT
           IF ST-ERRO NOT = "00"
               GO TO MOSTRA-INSCR-FIM.
           IF GP-GRUPO NOT = GR-CHAVE OR W-QTD NOT < 12
               GO TO MOSTRA-INSCR-FIM.
           ADD 1 TO W-QTD.
           MOVE GP-PCODIGO  TO WI-PCODIGO.
           MOVE GP-PRESENCA TO WI-PRESENCA.
           MOVE SPACES      TO WI-NOME.
           IF W-TEM-PACI = "S"
               MOVE GP-PCODIGO TO P-CODIGO
               READ CADPACI
               IF ST-ERRO = "00"
                   MOVE P-NOME TO WI-NOME.
           IF W-QTD > 6
               COMPUTE W-LIN = 7 + W-QTD
               MOVE 41 TO W-COL
           ELSE
               COMPUTE W-LIN = 13 + W-QTD
               MOVE 05 TO W-COL.
           DISPLAY (W-LIN, W-COL) W-LINHA-INSC.
           GO TO MOSTRA-INSCR-LER.
       MOSTRA-INSCR-FIM.
           EXIT.
      *--------------------[ RESERVA E LIBERACAO DA SALA ]-------------
      * MESMA RESERVA DO PROCEDIMENTO AGENDADO (CADRESVA): A CHAVE
      * SALA/DATA/HORA NAO DEIXA OUTRO USO NO MESMO HORARIO.
       RESERVA-SALA.
           MOVE GR-RECURSO TO RV-RECURSO.
           MOVE GR-DATA    TO RV-DATA.
           MOVE GR-HORA    TO RV-HORA.
           MOVE GR-CRM     TO RV-CRM.
           MOVE GR-CRM-UF  TO RV-CRM-UF.
           MOVE ZEROS      TO RV-PCODIGO.
           MOVE GR-PROC    TO RV-PROC.
           WRITE REGRESVA.
       RESERVA-SALA-FIM.
           EXIT.
      *
       LIBERA-SALA.
           MOVE W-SALA-ANT TO RV-RECURSO.
           MOVE GR-DATA    TO RV-DATA.
           MOVE GR-HORA    TO RV-HORA.
           READ CADRESVA
           IF ST-ERRO = "00" AND RV-PCODIGO = ZEROS
                             AND RV-CRM = GR-CRM
               DELETE CADRESVA RECORD.
       LIBERA-SALA-FIM.
           EXIT.
      *--------------[ SALA EM MANUTENCAO NO HORARIO (CADRECMN) ]-------
       CHK-MANUT.
           MOVE "N" TO W-MANUT.
           IF W-TEM-RECMN = "N"
               GO TO CHK-MANUT-FIM.
           COMPUTE W-MOMENTO = (GR-ANO * 100000000) +
                   (GR-MES * 1000000) + (GR-DIA * 10000) + GR-HORA.
           MOVE GR-RECURSO TO MN-RECURSO.
           MOVE ZEROS      TO MN-DTINI MN-HRINI.
           START CADRECMN KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   GO TO CHK-MANUT-FIM.
       CHK-MANUT-LER.
           READ CADRECMN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-MANUT-FIM.
           IF MN-RECURSO NOT = GR-RECURSO OR MN-DTINI > GR-DATA
               GO TO CHK-MANUT-FIM.
           IF MN-STATUS = "X"
               GO TO CHK-MANUT-LER.
           COMPUTE W-MN-INI = (MN-DTINI * 10000) + MN-HRINI.
           COMPUTE W-MN-FIM = (MN-DTFIM * 10000) + MN-HRFIM.
           IF W-MOMENTO < W-MN-INI OR W-MOMENTO NOT < W-MN-FIM
               GO TO CHK-MANUT-LER.
           MOVE "S" TO W-MANUT.
       CHK-MANUT-FIM.
           EXIT.
      *--------------------[ TEXTOS DA TELA ]--------------------
       MOSTRA-TEXTOS.
           MOVE SPACES TO TXSALA TXPROC TXSTATUS.
           MOVE GR-RECURSO TO RR-CODIGO.
           READ CADRECUR
           IF ST-ERRO = "00"
               MOVE RR-DESCRICAO TO TXSALA.
           MOVE GR-PROC TO PR-CODIGO.
           READ CADPROC
           IF ST-ERRO = "00"
               MOVE PR-DESCRICAO TO TXPROC.
           IF GR-STATUS = "A"
               MOVE "ABERTA" TO TXSTATUS.
           IF GR-STATUS = "R"
               MOVE "REALIZADA" TO TXSTATUS.
           IF GR-STATUS = "C"
               MOVE "CANCELADA" TO TXSTATUS.
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

       ROT-FECHA.
           CLOSE CADGRUPO CADGRPAC CADRESVA CADMED CADRECUR CADPROC.
           IF W-TEM-RECMN = "S"
               CLOSE CADRECMN.
           IF W-TEM-PACI = "S"
               CLOSE CADPACI.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
