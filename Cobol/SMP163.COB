       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP163.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   TERMO DE CONSENTIMENTO - IMPRESSAO E RECEBIMENTO   *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * PARA A CONSULTA AGENDADA E O PROCEDIMENTO QUE EXIGE
      * TERMO (PR-TERMO = S), IMPRIME O TERMO DE CONSENTIMENTO
      * COM O TEXTO DO SMP162 E OS DADOS DO PACIENTE (CADPACI),
      * DO MEDICO (CADMED) E, PARA O MENOR DE 18 ANOS, DO
      * RESPONSAVEL QUE ASSINA (CADRESP). QUANDO A VIA ASSINADA
      * VOLTA, REGISTRA O RECEBIMENTO NO CADTERMAS COM A VERSAO
      * DO TEXTO, DATA, HORA E OPERADOR - E SO ENTAO O SMP036
      * ACEITA O LANCAMENTO DO PROCEDIMENTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADTERMAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TA-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADTERMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TM-PROC
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

                    SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PR-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS P-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RS-PCODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT TERMOIMP ASSIGN TO W-NOME-TERMO
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTERMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTERMAS.DAT".
       COPY REGTERMAS.
      *
       FD CADTERMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTERMO.DAT".
       COPY REGTERMO.
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       COPY REGPROC.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
       COPY REGRESP.
      *
       FD TERMOIMP
               LABEL RECORD IS STANDARD.
       01 REGTERMIMP    PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP163".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-LIMPA                PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 W-TEM-RESP             PIC X(01) VALUE "N".
       01 W-MENOR                PIC X(01) VALUE "N".
       01 W-IDADE-PAC            PIC S9(04) VALUE ZEROS.
       01 W-IND                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 TXASSIN                PIC X(11) VALUE SPACES.
       01 W-HOJE.
           03 W-HJ-ANO           PIC 9(04).
           03 W-HJ-MES           PIC 9(02).
           03 W-HJ-DIA           PIC 9(02).
       01 W-TXSIT.
           03 W-SIT-TEXTO        PIC X(26) VALUE SPACES.
           03 W-SIT-DATA         PIC 9999.99.99 BLANK WHEN ZERO.
       01 W-NOME-TERMO.
           05 FILLER             PIC X(05) VALUE "TERMO".
           05 W-TRM-DATA         PIC 9(08).
           05 W-TRM-PCOD         PIC 9(06).
           05 W-TRM-PROC         PIC 9(04).
           05 FILLER             PIC X(04) VALUE ".TXT".
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *
       01  TRI-BORDA.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  TRI-TITULO.
           05  FILLER                 PIC X(040) VALUE
           "- PROGRAMACAO PARA MAINFRAME            ".
           05  FILLER                 PIC X(039) VALUE
           "TERMO DE CONSENTIMENTO                 ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-BRANCO.
           05  FILLER                 PIC X(079) VALUE "-".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-PACIENTE.
           05  FILLER                 PIC X(012) VALUE "- PACIENTE :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TP-NOME                PIC X(030).
           05  FILLER                 PIC X(009) VALUE " NASCIM.:".
           05  TP-DIA                 PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  TP-MES                 PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  TP-ANO                 PIC 9(004).
           05  FILLER                 PIC X(005) VALUE " CPF:".
           05  TP-CPF                 PIC 9(011).
           05  FILLER                 PIC X(001) VALUE " ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-RESP.
           05  FILLER                 PIC X(012) VALUE "- RESPONS. :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TR-NOME                PIC X(030).
           05  FILLER                 PIC X(009) VALUE " PARENT.:".
           05  TR-PARENT              PIC X(010).
           05  FILLER                 PIC X(005) VALUE " CPF:".
           05  TR-CPF                 PIC 9(011).
           05  FILLER                 PIC X(001) VALUE " ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-PROC.
           05  FILLER                 PIC X(012) VALUE "- PROCED.  :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TQ-DESCR               PIC X(030).
           05  FILLER                 PIC X(007) VALUE " DATA: ".
           05  TQ-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(019) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-MEDICO.
           05  FILLER                 PIC X(012) VALUE "- MEDICO   :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TD-NOMEMED             PIC X(030).
           05  FILLER                 PIC X(006) VALUE " CRM: ".
           05  TD-CRMMED              PIC 9(006).
           05  FILLER                 PIC X(001) VALUE "/".
           05  TD-UFMED               PIC X(002).
           05  FILLER                 PIC X(021) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-CABTERMO.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  TC-TITULO              PIC X(040).
           05  FILLER                 PIC X(027) VALUE SPACES.
           05  FILLER                 PIC X(008) VALUE "VERSAO: ".
           05  TC-VERSAO              PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-TEXTO.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  TT-TEXTO               PIC X(060).
           05  FILLER                 PIC X(017) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-DECLARA.
           05  FILLER                 PIC X(040) VALUE
           "- DECLARO QUE LI E ENTENDI ESTE TERMO, T".
           05  FILLER                 PIC X(039) VALUE
           "IVE MINHAS DUVIDAS ESCLARECIDAS E".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-DECLARA2.
           05  FILLER                 PIC X(040) VALUE
           "- AUTORIZO A REALIZACAO DO PROCEDIMENTO ".
           05  FILLER                 PIC X(039) VALUE
           "ACIMA.".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-ASSPAC.
           05  FILLER                 PIC X(040) VALUE
           "- ASSINATURA DO PACIENTE/RESPONSAVEL : _".
           05  FILLER                 PIC X(039) VALUE
           "_______________________".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-ASSMED.
           05  FILLER                 PIC X(040) VALUE
           "- ASSINATURA DO MEDICO               : _".
           05  FILLER                 PIC X(039) VALUE
           "_______________________".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-LOCAL.
           05  FILLER                 PIC X(040) VALUE
           "- LOCAL E DATA                       : _".
           05  FILLER                 PIC X(039) VALUE
           "_______________________".
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT163.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                 *** TERMO DE CONSENTIME".
           05  LINE 03  COLUMN 41
               VALUE  "NTO ***".

           05  LINE 05  COLUMN 01
               VALUE  "     DATA CONSULTA   :".

           05  LINE 07  COLUMN 01
               VALUE  "     CRM MEDICO      :".
           05  LINE 07  COLUMN 33
               VALUE  "UF:".
           05  LINE 07  COLUMN 40
               VALUE  "NOME: ".

           05  LINE 09  COLUMN 01
               VALUE  "     CODIGO PACIENTE :".
           05  LINE 09  COLUMN 30
               VALUE  "NOME: ".

           05  LINE 11  COLUMN 01
               VALUE  "     PROCEDIMENTO    :".
           05  LINE 11  COLUMN 30
               VALUE  "DESCR: ".

           05  LINE 13  COLUMN 01
               VALUE  "     TERMO           :".
           05  LINE 13  COLUMN 66
               VALUE  "VERSAO:".

           05  LINE 15  COLUMN 01
               VALUE  "     ASSINA          :".

           05  LINE 16  COLUMN 01
               VALUE  "     NOME / CPF      :".

           05  LINE 18  COLUMN 01
               VALUE  "     SITUACAO        :".

           05  TTADATA
               LINE 05  COLUMN 24  PIC 9999.99.99
               USING  TA-DATA
               HIGHLIGHT.

           05  TTACRM
               LINE 07  COLUMN 24  PIC Z99.999
               USING  TA-CRM
               HIGHLIGHT.

           05  TTACRMUF
               LINE 07  COLUMN 36  PIC X(02)
               USING  TA-CRM-UF
               HIGHLIGHT.

           05  TTANOMEMED
               LINE 07  COLUMN 46  PIC X(30)
               USING  NOME
               HIGHLIGHT.

           05  TTAPCODIGO
               LINE 09  COLUMN 24  PIC 9(06)
               USING  TA-PCODIGO
               HIGHLIGHT.

           05  TTANOMEPAC
               LINE 09  COLUMN 37  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TTAPROC
               LINE 11  COLUMN 24  PIC 9(04)
               USING  TA-PROC
               HIGHLIGHT.

           05  TTADESCR
               LINE 11  COLUMN 37  PIC X(30)
               USING  PR-DESCRICAO
               HIGHLIGHT.

           05  TTMTITULO
               LINE 13  COLUMN 24  PIC X(40)
               USING  TM-TITULO
               HIGHLIGHT.

           05  TTMVERSAO
               LINE 13  COLUMN 74  PIC 9(02)
               USING  TM-VERSAO
               HIGHLIGHT.

           05  TTXASSIN
               LINE 15  COLUMN 24  PIC X(11)
               USING  TXASSIN
               HIGHLIGHT.

           05  TTANOME
               LINE 16  COLUMN 24  PIC X(30)
               USING  TA-NOME
               HIGHLIGHT.

           05  TTACPF
               LINE 16  COLUMN 56  PIC 9(11)
               USING  TA-CPF
               HIGHLIGHT.

           05  TTXSIT
               LINE 18  COLUMN 24  PIC X(36)
               USING  W-TXSIT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ OPERADOR DA SESSAO (REGISTRO DO RECEBIMENTO) ]-----
       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADTERMAS.
           OPEN I-O CADTERMAS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADTERMAS
                   CLOSE CADTERMAS
                   GO TO ABRIR-CADTERMAS
               ELSE
                   MOVE "CADTERMAS" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO-MSG
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADTERMO.
           OPEN INPUT CADTERMO
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM TEXTO DE TERMO CADASTRADO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTERMAS
              GO TO ROT-FIM.

       ABRIR-CADAGEN.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADAGEN NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTERMAS CADTERMO
              GO TO ROT-FIM.

       ABRIR-CADPROC.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE PROCEDIMENTOS VAZIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTERMAS CADTERMO CADAGEN
              GO TO ROT-FIM.

       ABRIR-CADMED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTERMAS CADTERMO CADAGEN CADPROC
              GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTERMAS CADTERMO CADAGEN CADPROC CADMED
              GO TO ROT-FIM.

       ABRIR-CADRESP.
           MOVE "S" TO W-TEM-RESP.
           OPEN INPUT CADRESP
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-RESP.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO TA-DATA TA-CRM TA-PCODIGO TA-PROC TA-VERSAO
                     TA-CPF TA-DTRECEB TA-HRRECEB TM-VERSAO P-CODIGO.
           MOVE SPACES TO TA-CRM-UF TA-ASSINANTE TA-NOME TA-OPERADOR
                          NOME P-NOME PR-DESCRICAO TM-TITULO
                          TXASSIN W-TXSIT.
           ACCEPT TA-DATA FROM DATE YYYYMMDD.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT163.
      *--------------------[ CONSULTA: DATA, MEDICO E PACIENTE ]-------
       PASSO-1.
           ACCEPT TTADATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   PERFORM FECHAR-ARQ
                   GO TO ROT-FIM.
           IF TA-DATA = ZEROS
                MOVE "DATA DA CONSULTA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
       PASSO-2.
           ACCEPT TTACRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF TA-CRM = ZEROS
                MOVE "CRM NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-2-B.
           ACCEPT TTACRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF TA-CRM-UF = SPACES
                MOVE "UF DO CRM NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2-B.
           MOVE TA-CRM    TO CRM.
           MOVE TA-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-2.
           DISPLAY TTANOMEMED.
       PASSO-3.
           ACCEPT TTAPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2-B.
           IF TA-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
      *--------------------[ CONFERE O AGENDAMENTO ]-------------------
       CHK-AGENDA.
           MOVE TA-DATA    TO AG-DATA.
           MOVE TA-CRM     TO AG-CRM.
           MOVE TA-CRM-UF  TO AG-CRM-UF.
           MOVE TA-PCODIGO TO AG-PCODIGO.
      *----- O TERMO VALE PARA O DIA: BASTA UM AGENDAMENTO NA DATA
           MOVE ZEROS      TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "*** CONSULTA NAO EXISTE NA AGENDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF AG-STATUS = "C"
               MOVE "*** CONSULTA CANCELADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           MOVE TA-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3.
           DISPLAY TTANOMEPAC.
      *--------------------[ PROCEDIMENTO E TEXTO DO TERMO ]-----------
       PASSO-4.
           ACCEPT TTAPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF TA-PROC = ZEROS
                MOVE "CODIGO DO PROCEDIMENTO NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           MOVE TA-PROC TO PR-CODIGO.
           READ CADPROC
           IF ST-ERRO NOT = "00"
               MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
           DISPLAY TTADESCR.
           IF PR-TERMO NOT = "S"
               MOVE "*** PROCEDIMENTO NAO EXIGE TERMO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
           MOVE TA-PROC TO TM-PROC.
           READ CADTERMO
           IF ST-ERRO NOT = "00"
               MOVE "*** TEXTO DO TERMO NAO CADASTRADO (SMP162) ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
           PERFORM DEF-ASSINANTE THRU DEF-ASSINANTE-FIM.
           PERFORM SET-TXASSIN.
           IF W-MENOR = "S" AND TA-ASSINANTE NOT = "R"
               MOVE "* MENOR SEM RESPONSAVEL CADASTRADO (SMP082) *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
      *--------------------[ TERMO JA RECEBIDO? ]----------------------
       LER-TERMAS.
           READ CADTERMAS
           IF ST-ERRO = "00"
               MOVE "ASSINADO - RECEBIDO EM" TO W-SIT-TEXTO
               MOVE TA-DTRECEB TO W-SIT-DATA
               PERFORM SET-TXASSIN
           ELSE
               MOVE "PENDENTE - AGUARDA VIA" TO W-SIT-TEXTO
               MOVE ZEROS TO W-SIT-DATA TA-DTRECEB.
           DISPLAY SMT163.
       ACE-001.
           DISPLAY (23, 13)
                "I=IMPRIMIR   R=REGISTRAR ASSINADO   F=FIM"
           ACCEPT (23, 56) W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO ROT-INIC.
           IF W-OPCAO = "I" OR "i"
               PERFORM IMPRIME-TERMO THRU IMPRIME-TERMO-FIM
               GO TO ACE-001.
           IF W-OPCAO NOT = "R" AND "r"
               GO TO ACE-001.
           IF TA-DTRECEB NOT = ZEROS
               MOVE "*** TERMO ASSINADO JA REGISTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
      *--------------------[ REGISTRA A VIA ASSINADA ]-----------------
       REG-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 13) W-LIMPA.
           DISPLAY (23, 13) "TERMO ASSINADO RECEBIDO (S/N) : ".
           ACCEPT (23, 46) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REG-OPC.
       GRAVAR-TERMAS.
           MOVE TM-VERSAO  TO TA-VERSAO.
           ACCEPT TA-DTRECEB FROM DATE YYYYMMDD.
           ACCEPT TA-HRRECEB FROM TIME.
           MOVE W-OPERADOR TO TA-OPERADOR.
           WRITE REGTERMAS
           IF ST-ERRO = "00" OR "02"
               MOVE "** TERMO ASSINADO REGISTRADO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** TERMO ASSINADO JA REGISTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTERMAS" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------[ QUEM ASSINA: PACIENTE OU RESPONSAVEL ]-----------
      * MENOR DE 18 ANOS (MESMA CONTA DO SMP006) ASSINA PELO
      * RESPONSAVEL DO CADRESP; SEM ELE O TERMO NAO SAI.
       DEF-ASSINANTE.
           MOVE "N" TO W-MENOR.
           MOVE "P"       TO TA-ASSINANTE.
           MOVE P-NOME    TO TA-NOME.
           MOVE P-CPF     TO TA-CPF.
           IF P-ANO = ZEROS
               GO TO DEF-ASSINANTE-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           COMPUTE W-IDADE-PAC = W-HJ-ANO - P-ANO.
           IF W-IDADE-PAC NOT < 18
               GO TO DEF-ASSINANTE-FIM.
           MOVE "S" TO W-MENOR.
           MOVE SPACES TO TA-ASSINANTE TA-NOME.
           MOVE ZEROS  TO TA-CPF.
           IF W-TEM-RESP = "N"
               GO TO DEF-ASSINANTE-FIM.
           MOVE P-CODIGO TO RS-PCODIGO.
           READ CADRESP
           IF ST-ERRO NOT = "00"
               GO TO DEF-ASSINANTE-FIM.
           MOVE "R"       TO TA-ASSINANTE.
           MOVE RS-NOME   TO TA-NOME.
           MOVE RS-CPF    TO TA-CPF.
       DEF-ASSINANTE-FIM.
           EXIT.
      *
       SET-TXASSIN.
           IF TA-ASSINANTE = "R"
               MOVE "RESPONSAVEL" TO TXASSIN
           ELSE
               MOVE "PACIENTE" TO TXASSIN.
      *--------------------[ IMPRESSAO DO TERMO ]----------------------
       IMPRIME-TERMO.
           MOVE TA-DATA    TO W-TRM-DATA.
           MOVE TA-PCODIGO TO W-TRM-PCOD.
           MOVE TA-PROC    TO W-TRM-PROC.
           OPEN OUTPUT TERMOIMP
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA IMPRESSAO DO TERMO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO IMPRIME-TERMO-FIM.
           WRITE REGTERMIMP FROM TRI-BORDA.
           WRITE REGTERMIMP FROM TRI-TITULO.
           WRITE REGTERMIMP FROM TRI-BORDA.
           MOVE P-NOME TO TP-NOME.
           MOVE P-DIA  TO TP-DIA.
           MOVE P-MES  TO TP-MES.
           MOVE P-ANO  TO TP-ANO.
           MOVE P-CPF  TO TP-CPF.
           WRITE REGTERMIMP FROM TRI-PACIENTE.
           IF TA-ASSINANTE = "R"
               MOVE RS-NOME       TO TR-NOME
               MOVE RS-PARENTESCO TO TR-PARENT
               MOVE RS-CPF        TO TR-CPF
               WRITE REGTERMIMP FROM TRI-RESP.
           MOVE PR-DESCRICAO TO TQ-DESCR.
           MOVE TA-DATA      TO TQ-DATA.
           WRITE REGTERMIMP FROM TRI-PROC.
           MOVE NOME      TO TD-NOMEMED.
           MOVE TA-CRM    TO TD-CRMMED.
           MOVE TA-CRM-UF TO TD-UFMED.
           WRITE REGTERMIMP FROM TRI-MEDICO.
           WRITE REGTERMIMP FROM TRI-BORDA.
           MOVE TM-TITULO TO TC-TITULO.
           MOVE TM-VERSAO TO TC-VERSAO.
           WRITE REGTERMIMP FROM TRI-CABTERMO.
           WRITE REGTERMIMP FROM TRI-BRANCO.
           MOVE 1 TO W-IND.
       IMPRIME-TERMO-LINHA.
           IF TM-LINHA (W-IND) NOT = SPACES
               MOVE TM-LINHA (W-IND) TO TT-TEXTO
               WRITE REGTERMIMP FROM TRI-TEXTO.
           ADD 1 TO W-IND.
           IF W-IND NOT > 10
               GO TO IMPRIME-TERMO-LINHA.
           WRITE REGTERMIMP FROM TRI-BRANCO.
           WRITE REGTERMIMP FROM TRI-DECLARA.
           WRITE REGTERMIMP FROM TRI-DECLARA2.
           WRITE REGTERMIMP FROM TRI-BRANCO.
           WRITE REGTERMIMP FROM TRI-ASSPAC.
           WRITE REGTERMIMP FROM TRI-BRANCO.
           WRITE REGTERMIMP FROM TRI-ASSMED.
           WRITE REGTERMIMP FROM TRI-BRANCO.
           WRITE REGTERMIMP FROM TRI-LOCAL.
           WRITE REGTERMIMP FROM TRI-BORDA.
           CLOSE TERMOIMP.
           MOVE "** TERMO IMPRESSO COM SUCESSO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIME-TERMO-FIM.
           EXIT.
      *--------------------[ FECHAMENTO DOS ARQUIVOS ]--------------------
       FECHAR-ARQ.
           CLOSE CADTERMAS CADTERMO CADAGEN CADPROC CADMED CADPACI.
           IF W-TEM-RESP = "S"
               CLOSE CADRESP.
      *--------------[ LOCALIZA O AGENDAMENTO DO DIA ]------------------
      * A HORA FAZ PARTE DA CHAVE DO CADAGEN. COM A HORA INFORMADA
      * A LEITURA E DIRETA; COM A HORA ZERADA TRAZ O PRIMEIRO
      * AGENDAMENTO DO PACIENTE COM O MEDICO NA DATA E DEVOLVE
      * W-LOC-ACHOU = "M" QUANDO HOUVER MAIS DE UM NO DIA.
       LOCALIZA-AGENDA.
           MOVE "N" TO W-LOC-ACHOU.
           IF AG-HORA NOT = ZEROS
               READ CADAGEN
               IF ST-ERRO = "00"
                   MOVE "S" TO W-LOC-ACHOU
                   GO TO LOCALIZA-AGENDA-FIM
               ELSE
                   GO TO LOCALIZA-AGENDA-FIM.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO LOCALIZA-AGENDA-FIM.
       LOCALIZA-AGENDA-LER.
           READ CADAGEN NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LOCALIZA-AGENDA-REL.
           IF AG-CHAVE (1:22) NOT = W-LOC-CHAVE (1:22)
               GO TO LOCALIZA-AGENDA-REL.
           IF W-LOC-ACHOU = "S"
               MOVE "M" TO W-LOC-ACHOU
               GO TO LOCALIZA-AGENDA-REL.
           MOVE "S" TO W-LOC-ACHOU.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           GO TO LOCALIZA-AGENDA-LER.
       LOCALIZA-AGENDA-REL.
           MOVE W-LOC-CHAVE TO AG-CHAVE.
           IF W-LOC-ACHOU NOT = "N"
               READ CADAGEN.
       LOCALIZA-AGENDA-FIM.
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
