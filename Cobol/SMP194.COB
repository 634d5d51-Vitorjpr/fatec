       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP194.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   ORCAMENTO PARTICULAR - EMISSAO E CONVERSAO         *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * ORCAMENTO DE PEQUENA CIRURGIA / CONJUNTO DE EXAMES PARA O
      * PACIENTE PARTICULAR, NO LUGAR DA ANOTACAO EM PAPEL:
      * PACIENTE, MEDICO, ITENS (PROCEDIMENTOS DO CADPROC, EXAMES
      * DO CADEXTIPO E A CONSULTA PELA TARIFA DA ESPECIALIDADE NO
      * CADTPART), DESCONTO, TOTAL, VALIDADE E OPERADOR EMISSOR.
      * O PRECO DE CADA ITEM E GRAVADO NA INCLUSAO E NAO MUDA
      * MAIS. IMPRESSAO EM ORCAMnnnnnn.TXT.
      * CONVERSAO (PACIENTE ACEITOU, DENTRO DA VALIDADE): GRAVA O
      * AGENDAMENTO (CONSULTA, OU PROCEDIMENTO QUANDO NAO HA
      * CONSULTA NO ORCAMENTO) NA DATA/HORA COMBINADA COM O MEDICO
      * DO ORCAMENTO, OS PEDIDOS DOS EXAMES ORCADOS (CADEXAME) E A
      * COBRANCA PELO TOTAL ORCADO: A VISTA NO CAIXA (O SMP034
      * COBRA O OC-TOTAL NO LUGAR DA TARIFA) OU PARCELADO (O PLANO
      * E GRAVADO AQUI NO CADPARC, COMO NO SMP092, E BAIXADO LA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS OC-AG-CHAVE
                                     WITH DUPLICATES.

                    SELECT CADORCIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OI-CHAVE
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

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADEXTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ET-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADTPART ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TP-ESPEC
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

                    SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT ORCAMIMP ASSIGN TO W-NOME-ORCAM
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
       COPY REGORCA.
      *
       FD CADORCIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCIT.DAT".
       COPY REGORCIT.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       COPY REGPROC.
      *
       FD CADEXTIPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTIPO.DAT".
       COPY REGEXTIPO.
      *
       FD CADTPART
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPART.DAT".
       COPY REGTPART.
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       COPY REGEXAME.
      *
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       COPY REGPARC.
      *
       FD ORCAMIMP
               LABEL RECORD IS STANDARD.
       01 REGORCIMP    PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP194".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP194".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-FEC-PARM.
           03 FEC-UNIDADE        PIC 9(02) VALUE ZEROS.
           03 FEC-DATA           PIC 9(08) VALUE ZEROS.
           03 FEC-FECHADO        PIC X(01) VALUE "N".
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-TEM-PROC             PIC X(01) VALUE "N".
       01 W-TEM-EXTIPO           PIC X(01) VALUE "N".
       01 W-TEM-TPART            PIC X(01) VALUE "N".
       01 W-TEM-AGEN             PIC X(01) VALUE "N".
       01 W-TEM-EXAME            PIC X(01) VALUE "N".
       01 W-TEM-PARC             PIC X(01) VALUE "N".
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
       01 W-MAXNUM               PIC 9(06) VALUE ZEROS.
       01 W-ESPEC-MED            PIC 9(02) VALUE ZEROS.
       01 W-UNID-MED             PIC 9(02) VALUE ZEROS.
      *----- ITENS DO ORCAMENTO (MONTADO PELO MOSTRA-ITENS)
       01 W-TIPO-IT              PIC X(01) VALUE SPACES.
       01 W-COD-IT               PIC 9(04) VALUE ZEROS.
       01 W-QTD-IT               PIC 9(02) VALUE ZEROS.
       01 W-SEQ-IT               PIC 9(02) VALUE ZEROS.
       01 W-ULT-SEQ              PIC 9(02) VALUE ZEROS.
       01 W-QTD                  PIC 9(02) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-TEM-CONS             PIC X(01) VALUE "N".
       01 W-ESPEC-CONS           PIC 9(02) VALUE ZEROS.
       01 W-PRI-PROC             PIC 9(04) VALUE ZEROS.
       01 W-SUBTOTAL             PIC 9(06)V99 VALUE ZEROS.
       01 W-DESC-CONS.
           03 FILLER             PIC X(09) VALUE "CONSULTA ".
           03 WDC-ESPEC          PIC X(20).
           03 FILLER             PIC X(01) VALUE SPACES.
       01 W-LINHA-ITEM.
           03 WL-SEQ             PIC 9(02).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WL-TIPO            PIC X(01).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WL-CODIGO          PIC 9(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WL-DESC            PIC X(30).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WL-QTD             PIC Z9.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WL-UNIT            PIC ZZZ.ZZ9,99.
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WL-TOTAL           PIC ZZZ.ZZ9,99.
      *----- CONVERSAO
       01 W-CV-DATA              PIC 9(08) VALUE ZEROS.
       01 W-CV-HORA              PIC 9(04) VALUE ZEROS.
       01 W-CV-PAGTO             PIC X(01) VALUE SPACES.
       01 W-CV-PARC              PIC 9(02) VALUE ZEROS.
       01 W-OCUPADO              PIC X(01) VALUE "N".
       01 W-MAXSEQ               PIC 9(02) VALUE ZEROS.
       01 W-IX                   PIC 9(02) VALUE ZEROS.
       01 W-VAL-PARC             PIC 9(06)V99 VALUE ZEROS.
       01 W-VAL-ULT              PIC 9(06)V99 VALUE ZEROS.
       01 W-SOMA-PARC            PIC 9(06)V99 VALUE ZEROS.
       01 W-VENC-DATA.
           03 W-VC-ANO           PIC 9(04).
           03 W-VC-MES           PIC 9(02).
           03 W-VC-DIA           PIC 9(02).
       01 W-LIMPA                PIC X(79) VALUE SPACES.
       01 TXPACI                 PIC X(30) VALUE SPACES.
       01 TXMEDICO               PIC X(30) VALUE SPACES.
       01 TXSTATUS               PIC X(12) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
       01 W-NOME-ORCAM.
           05 FILLER             PIC X(05) VALUE "ORCAM".
           05 W-NUM-ORCAM        PIC 9(06).
           05 FILLER             PIC X(04) VALUE ".TXT".
      *
      *-----------------[ ORCAMENTO IMPRESSO - 80 COLUNAS ]------------
       01  ORC-BORDA.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  ORC-CLINICA.
           05  FILLER                 PIC X(030) VALUE
           "- PROGRAMACAO PARA MAINFRAME  ".
           05  FILLER                 PIC X(049) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  ORC-TITULO.
           05  FILLER                 PIC X(017) VALUE
           "- ORCAMENTO No : ".
           05  OT-NUMERO              PIC 9(006).
           05  FILLER                 PIC X(016) VALUE
           "   EMITIDO EM : ".
           05  OT-EMISSAO             PIC 9999.99.99.
           05  FILLER                 PIC X(030) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  ORC-PACIENTE.
           05  FILLER                 PIC X(013) VALUE
           "- PACIENTE : ".
           05  OP-NOME                PIC X(030).
           05  FILLER                 PIC X(036) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  ORC-MEDICO.
           05  FILLER                 PIC X(013) VALUE
           "- MEDICO   : ".
           05  OM-NOME                PIC X(030).
           05  FILLER                 PIC X(006) VALUE "  CRM ".
           05  OM-CRM                 PIC 9(006).
           05  FILLER                 PIC X(001) VALUE "-".
           05  OM-CRM-UF              PIC X(002).
           05  FILLER                 PIC X(021) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  ORC-CABITEM.
           05  FILLER                 PIC X(005) VALUE "-  T ".
           05  FILLER                 PIC X(030) VALUE "DESCRICAO".
           05  FILLER                 PIC X(004) VALUE "  QT".
           05  FILLER                 PIC X(012) VALUE
           "    UNITARIO".
           05  FILLER                 PIC X(012) VALUE
           "       TOTAL".
           05  FILLER                 PIC X(016) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  ORC-ITEM.
           05  FILLER                 PIC X(003) VALUE "-  ".
           05  OI-R-TIPO              PIC X(001).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  OI-R-DESC              PIC X(030).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  OI-R-QTD               PIC Z9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  OI-R-UNIT              PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  OI-R-TOTAL             PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(016) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  ORC-TOT.
           05  FILLER                 PIC X(040) VALUE "-".
           05  OT-ROTULO              PIC X(013).
           05  OT-VALOR               PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(016) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  ORC-VALIDADE.
           05  FILLER                 PIC X(025) VALUE
           "- ORCAMENTO VALIDO ATE : ".
           05  OV-VALIDADE            PIC 9999.99.99.
           05  FILLER                 PIC X(014) VALUE
           "   OPERADOR : ".
           05  OV-OPERADOR            PIC X(008).
           05  FILLER                 PIC X(022) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  ORC-OBS.
           05  FILLER                 PIC X(057) VALUE
           "- VALORES GARANTIDOS ATE A VALIDADE, MESMO COM REAJUSTE  ".
           05  FILLER                 PIC X(023) VALUE
           "DA TABELA DE PRECOS   -".
       01  ORC-BRANCO.
           05  FILLER                 PIC X(079) VALUE "-".
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT194.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** ORCAMENTO PARTICULAR - EMI".
           05  LINE 02  COLUMN 41
               VALUE  "SSAO E CONVERSAO ***".

           05  LINE 04  COLUMN 01
               VALUE  "     NUMERO ORCAMENTO:".
           05  LINE 04  COLUMN 33
               VALUE  "(ZERO = NOVO)".
           05  LINE 04  COLUMN 50
               VALUE  "STATUS:".

           05  LINE 05  COLUMN 01
               VALUE  "     CODIGO PACIENTE :".
           05  LINE 05  COLUMN 33
               VALUE  "NOME:".

           05  LINE 06  COLUMN 01
               VALUE  "     CRM MEDICO      :".
           05  LINE 06  COLUMN 33
               VALUE  "UF:".

           05  LINE 07  COLUMN 01
               VALUE  "     VALIDADE        :".
           05  LINE 07  COLUMN 37
               VALUE  "EMISSAO:".
           05  LINE 07  COLUMN 58
               VALUE  "OPER:".

           05  LINE 09  COLUMN 01
               VALUE  "     SQ T CODG DESCRICAO                 ".
           05  LINE 09  COLUMN 42
               VALUE  "     QT   UNITARIO      TOTAL".

           05  LINE 18  COLUMN 01
               VALUE  "     SUBTOTAL        :".
           05  LINE 18  COLUMN 40
               VALUE  "DESCONTO:".

           05  LINE 19  COLUMN 01
               VALUE  "     TOTAL           :".

           05  TOCNUMERO
               LINE 04  COLUMN 24  PIC 9(06)
               USING  OC-NUMERO
               HIGHLIGHT.

           05  TOCSTATUS
               LINE 04  COLUMN 58  PIC X(01)
               USING  OC-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 04  COLUMN 60  PIC X(12)
               USING  TXSTATUS
               HIGHLIGHT.

           05  TOCPCODIGO
               LINE 05  COLUMN 24  PIC 9(06)
               USING  OC-PCODIGO
               HIGHLIGHT.

           05  TTXPACI
               LINE 05  COLUMN 39  PIC X(30)
               USING  TXPACI
               HIGHLIGHT.

           05  TOCCRM
               LINE 06  COLUMN 24  PIC Z99.999
               USING  OC-CRM
               HIGHLIGHT.

           05  TOCCRMUF
               LINE 06  COLUMN 37  PIC X(02)
               USING  OC-CRM-UF
               HIGHLIGHT.

           05  TTXMEDICO
               LINE 06  COLUMN 41  PIC X(30)
               USING  TXMEDICO
               HIGHLIGHT.

           05  TOCVALIDADE
               LINE 07  COLUMN 24  PIC 9999.99.99
               USING  OC-VALIDADE
               HIGHLIGHT.

           05  TOCDTEMISSAO
               LINE 07  COLUMN 46  PIC 9999.99.99
               USING  OC-DTEMISSAO
               HIGHLIGHT.

           05  TOCOPERADOR
               LINE 07  COLUMN 64  PIC X(08)
               USING  OC-OPERADOR
               HIGHLIGHT.

           05  TOCSUBTOTAL
               LINE 18  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  OC-SUBTOTAL
               HIGHLIGHT.

           05  TOCDESCONTO
               LINE 18  COLUMN 50  PIC ZZZ.ZZ9,99
               USING  OC-DESCONTO
               HIGHLIGHT.

           05  TOCTOTAL
               LINE 19  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  OC-TOTAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADORCA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADORCA
                   CLOSE CADORCA
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADORCA" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADORCIT.
           OPEN I-O CADORCIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADORCIT
                   CLOSE CADORCIT
                   GO TO ABRIR-CADORCIT
               ELSE
                   MOVE "CADORCIT" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "*** ARQUIVO CADORCIT NAO DISPONIVEL ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   CLOSE CADORCA
                   GO TO ROT-FIM.

       ABRIR-CADASTROS.
           OPEN INPUT CADPACI CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** CADPACI/CADMED NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS2
              CLOSE CADORCA CADORCIT
              GO TO ROT-FIM.

           MOVE "S" TO W-TEM-PROC.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PROC.

           MOVE "S" TO W-TEM-EXTIPO.
           OPEN INPUT CADEXTIPO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EXTIPO.

           MOVE "S" TO W-TEM-TPART.
           OPEN INPUT CADTPART
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-TPART.
      *----- ARQUIVOS DA CONVERSAO
           MOVE "S" TO W-TEM-AGEN.
           OPEN I-O CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-AGEN.

       ABRIR-CADEXAME.
           MOVE "S" TO W-TEM-EXAME.
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADEXAME
                   CLOSE CADEXAME
                   GO TO ABRIR-CADEXAME
               ELSE
                   MOVE "N" TO W-TEM-EXAME.

       ABRIR-CADPARC.
           MOVE "S" TO W-TEM-PARC.
           OPEN I-O CADPARC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPARC
                   CLOSE CADPARC
                   GO TO ABRIR-CADPARC
               ELSE
                   MOVE "N" TO W-TEM-PARC.

           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS  TO OC-NUMERO OC-PCODIGO OC-CRM OC-DTEMISSAO
                          OC-HREMISSAO OC-VALIDADE OC-ITENS OC-SUBTOTAL
                          OC-DESCONTO OC-TOTAL OC-PARCELAS OC-AG-CHAVE
                          OC-DTCONV W-ESPEC-MED W-UNID-MED.
           MOVE SPACES TO OC-CRM-UF OC-OPERADOR OC-STATUS OC-PAGTO
                          OC-OPCONV TXPACI TXMEDICO TXSTATUS W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT194.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TOCNUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FECHA.
           IF OC-NUMERO = ZEROS
               GO TO NOVO-ORC.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADORCA
           IF ST-ERRO = "00"
               PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM
               DISPLAY SMT194
               PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
               GO TO ACE-001.
           IF ST-ERRO = "23"
               MOVE "*** ORCAMENTO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           MOVE "ERRO NA LEITURA ARQUIVO CADORCA" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2
           GO TO ROT-FECHA.
      *----- ORCAMENTO NOVO: PROXIMO NUMERO DO ARQUIVO
       NOVO-ORC.
           PERFORM ACHAR-NUMERO THRU ACHAR-NUMERO-FIM.
           ADD 1 TO W-MAXNUM GIVING OC-NUMERO.
           MOVE "A" TO OC-STATUS.
           MOVE W-HOJE     TO OC-DTEMISSAO.
           MOVE W-OPERADOR TO OC-OPERADOR.
      *----- VALIDADE SUGERIDA: UM MES A PARTIR DE HOJE
           MOVE W-HOJE TO W-DT-NUM.
           ADD 1 TO W-DT-MES.
           IF W-DT-MES > 12
               MOVE 01 TO W-DT-MES
               ADD 1 TO W-DT-ANO.
           IF W-DT-DIA > 28
               MOVE 28 TO W-DT-DIA.
           MOVE W-DT-NUM TO OC-VALIDADE.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY SMT194.
       PASSO-2.
           ACCEPT TOCPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           MOVE OC-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           IF P-STATUS = "I"
                MOVE "*** PACIENTE INATIVO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           MOVE P-NOME TO TXPACI.
           DISPLAY TTXPACI.
           IF P-CONVENIO NOT = ZEROS
                MOVE "* PACIENTE COM CONVENIO - ORCADO PARTICULAR *"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2.
       PASSO-3.
           ACCEPT TOCCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
       PASSO-3-B.
           ACCEPT TOCCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           MOVE OC-CRM    TO CRM.
           MOVE OC-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICO NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           MOVE NOME    TO TXMEDICO.
           MOVE ESPEC   TO W-ESPEC-MED.
           MOVE UNIDADE TO W-UNID-MED.
           DISPLAY TTXMEDICO.
      *--------------------[ VALIDADE E DESCONTO ]---------------------
       PASSO-4.
           ACCEPT TOCVALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-SEL = "A"
                   GO TO ROT-INIC
               ELSE
                   GO TO PASSO-3.
           MOVE OC-VALIDADE TO W-DT-NUM.
           IF W-DT-MES < 01 OR W-DT-MES > 12
                            OR W-DT-DIA < 01 OR W-DT-DIA > 31
                MOVE "DATA DE VALIDADE INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF OC-VALIDADE < W-HOJE
                MOVE "* VALIDADE NAO PODE SER ANTERIOR A HOJE *"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF W-SEL NOT = "A"
               GO TO VALID-OPCAO.
      *----- DESCONTO EM VALOR SOBRE O SUBTOTAL DOS ITENS
       PASSO-5.
           ACCEPT TOCDESCONTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF OC-DESCONTO > OC-SUBTOTAL
                MOVE "* DESCONTO MAIOR QUE O SUBTOTAL DOS ITENS *"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           COMPUTE OC-TOTAL = OC-SUBTOTAL - OC-DESCONTO.
           DISPLAY TOCTOTAL.
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
           ACCEPT OC-HREMISSAO FROM TIME.
           MOVE "CADORCA" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGORCA TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGORCA
           IF ST-ERRO = "00" OR "02"
               MOVE "** ORCAMENTO GRAVADO - INCLUA OS ITENS **"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM
               GO TO ITENS-001.
           IF ST-ERRO = "22"
               MOVE "*** ORCAMENTO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCA" TO W-MSG
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
           "N=NOVO A=ALTERAR I=ITENS P=IMPRIMIR V=CONVERTER C=CANCELAR"
           ACCEPT (23, 72) W-OPCAO
           IF W-OPCAO = "n"
               MOVE "N" TO W-OPCAO.
           IF W-OPCAO = "a"
               MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "i"
               MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "p"
               MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "v"
               MOVE "V" TO W-OPCAO.
           IF W-OPCAO = "c"
               MOVE "C" TO W-OPCAO.
           IF W-OPCAO NOT = "N" AND "A" AND "I" AND "P" AND "V"
                                                       AND "C"
               GO TO ACE-001.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-LIMPA
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
           IF W-OPCAO  = "P"
                    PERFORM IMPRIME-ORC THRU IMPRIME-ORC-FIM
                    GO TO ACE-001.
      *----- CONVERTIDO OU CANCELADO SO PARA CONSULTA E IMPRESSAO
           IF OC-STATUS NOT = "A"
               MOVE "*** ORCAMENTO JA CONVERTIDO OU CANCELADO ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  GO TO PASSO-4.
           IF W-OPCAO = "I"
                  GO TO ITENS-001.
           IF W-OPCAO = "V"
                  GO TO CONV-001.
      *
       CAN-OPC.
           DISPLAY (23, 40) "CANCELAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ORCAMENTO NAO CANCELADO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-OPC.
       CAN-RW1.
           MOVE "C" TO OC-STATUS.
           MOVE "CADORCA" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGORCA TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGORCA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** ORCAMENTO CANCELADO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADORCA" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FECHA.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-5.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           MOVE "CADORCA" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGORCA TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGORCA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE SPACES TO W-SEL
              GO TO ACE-001.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADORCA" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FECHA.
      *
      *****************************************
      * INCLUSAO E RETIRADA DE ITENS          *
      *****************************************
      *
      *----- ATE 8 ITENS; O PRECO VEM DA TABELA DO DIA E FICA
      *----- GRAVADO NO ITEM. UMA CONSULTA SO POR ORCAMENTO.
       ITENS-001.
           DISPLAY (21, 01) W-LIMPA.
           MOVE SPACES TO W-TIPO-IT.
           DISPLAY (21, 05)
                "C=CONSULTA P=PROCEDIMENTO E=EXAME R=RETIRAR F=FIM :".
           ACCEPT (21, 57) W-TIPO-IT
           DISPLAY (21, 01) W-LIMPA.
           IF W-TIPO-IT = "c"
               MOVE "C" TO W-TIPO-IT.
           IF W-TIPO-IT = "p"
               MOVE "P" TO W-TIPO-IT.
           IF W-TIPO-IT = "e"
               MOVE "E" TO W-TIPO-IT.
           IF W-TIPO-IT = "r"
               MOVE "R" TO W-TIPO-IT.
           IF W-TIPO-IT = "F" OR "f"
               GO TO ACE-001.
           IF W-TIPO-IT = "R"
               GO TO ITENS-RETIRA.
           IF W-TIPO-IT NOT = "C" AND "P" AND "E"
               GO TO ITENS-001.
           IF OC-ITENS NOT < 8
               MOVE "*** LIMITE DE 8 ITENS POR ORCAMENTO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           MOVE ZEROS TO W-COD-IT.
           MOVE 1     TO W-QTD-IT.
           IF W-TIPO-IT = "P"
               GO TO ITENS-PROC.
           IF W-TIPO-IT = "E"
               GO TO ITENS-EXAME.
      *----- CONSULTA PELA TARIFA PARTICULAR DA ESPECIALIDADE
       ITENS-CONS.
           IF W-TEM-CONS = "S"
               MOVE "*** ORCAMENTO JA TEM CONSULTA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           IF W-TEM-TPART = "N"
               MOVE "*** TARIFAS PARTICULARES NAO CADASTRADAS ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           DISPLAY (21, 05) "ESPECIALIDADE (00 = A DO MEDICO) :".
           ACCEPT (21, 40) W-COD-IT
           DISPLAY (21, 01) W-LIMPA.
           IF W-COD-IT = ZEROS
               MOVE W-ESPEC-MED TO W-COD-IT.
           MOVE W-COD-IT TO TP-ESPEC.
           READ CADTPART
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM TARIFA PARA A ESPECIALIDADE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           MOVE TP-DESCRICAO TO WDC-ESPEC.
           MOVE W-DESC-CONS  TO OI-DESCRICAO.
           MOVE TP-VALOR     TO OI-VALOR-UNIT.
           GO TO ITENS-GRAVA.
       ITENS-PROC.
           IF W-TEM-PROC = "N"
               MOVE "*** ARQUIVO CADPROC NAO DISPONIVEL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           DISPLAY (21, 05) "PROCEDIMENTO :".
           ACCEPT (21, 20) W-COD-IT
           DISPLAY (21, 01) W-LIMPA.
           MOVE W-COD-IT TO PR-CODIGO.
           READ CADPROC
           IF ST-ERRO NOT = "00"
               MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           MOVE PR-DESCRICAO TO OI-DESCRICAO.
           MOVE PR-VALOR     TO OI-VALOR-UNIT.
       ITENS-PROC-QTD.
           DISPLAY (21, 05) "QUANTIDADE :".
           ACCEPT (21, 18) W-QTD-IT
           DISPLAY (21, 01) W-LIMPA.
           IF W-QTD-IT = ZEROS
               MOVE "QUANTIDADE NAO INFORMADA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ITENS-PROC-QTD.
           GO TO ITENS-GRAVA.
       ITENS-EXAME.
           IF W-TEM-EXTIPO = "N"
               MOVE "*** ARQUIVO CADEXTIPO NAO DISPONIVEL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           DISPLAY (21, 05) "EXAME (CODIGO) :".
           ACCEPT (21, 22) W-COD-IT
           DISPLAY (21, 01) W-LIMPA.
           MOVE W-COD-IT TO ET-CODIGO.
           READ CADEXTIPO
           IF ST-ERRO NOT = "00"
               MOVE "*** TIPO DE EXAME NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           IF ET-STATUS = "I"
               MOVE "*** TIPO DE EXAME INATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           IF ET-VALOR = ZEROS
               MOVE "*** EXAME SEM PRECO PADRAO (CADEXTIPO) ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           MOVE ET-DESCRICAO TO OI-DESCRICAO.
           MOVE ET-VALOR     TO OI-VALOR-UNIT.
       ITENS-GRAVA.
           IF W-ULT-SEQ NOT < 99
               MOVE "*** SEQUENCIA DE ITENS ESGOTADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           MOVE OC-NUMERO TO OI-NUMERO.
           ADD 1 TO W-ULT-SEQ GIVING OI-SEQ.
           MOVE W-TIPO-IT TO OI-TIPO.
           MOVE W-COD-IT  TO OI-CODIGO.
           MOVE W-QTD-IT  TO OI-QTDE.
           COMPUTE OI-VALOR = OI-VALOR-UNIT * OI-QTDE
               ON SIZE ERROR
                   MOVE "*** VALOR DO ITEM MUITO ALTO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITENS-001.
           MOVE "CADORCIT" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGORCIT TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGORCIT
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCIT" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           GO TO ITENS-ATUALIZA.
       ITENS-RETIRA.
           MOVE ZEROS TO W-SEQ-IT.
           DISPLAY (21, 05) "SEQUENCIA DO ITEM A RETIRAR :".
           ACCEPT (21, 35) W-SEQ-IT
           DISPLAY (21, 01) W-LIMPA.
           IF W-SEQ-IT = ZEROS
               GO TO ITENS-001.
           MOVE OC-NUMERO TO OI-NUMERO.
           MOVE W-SEQ-IT  TO OI-SEQ.
           READ CADORCIT
           IF ST-ERRO NOT = "00"
               MOVE "*** ITEM NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ITENS-001.
           MOVE "CADORCIT" TO JRN-ARQUIVO
           MOVE "D" TO JRN-OPER
           MOVE REGORCIT TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           DELETE CADORCIT RECORD
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA EXCLUSAO DO REGISTRO CADORCIT" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
      *----- REFAZ OS TOTAIS DO CABECALHO PELOS ITENS GRAVADOS
       ITENS-ATUALIZA.
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM.
           MOVE W-QTD      TO OC-ITENS.
           MOVE W-SUBTOTAL TO OC-SUBTOTAL.
           IF OC-DESCONTO > OC-SUBTOTAL
               MOVE OC-SUBTOTAL TO OC-DESCONTO.
           COMPUTE OC-TOTAL = OC-SUBTOTAL - OC-DESCONTO.
           MOVE "CADORCA" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGORCA TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGORCA
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA ALTERACAO DO REGISTRO CADORCA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           DISPLAY TOCSUBTOTAL TOCDESCONTO TOCTOTAL.
           GO TO ITENS-001.
      *
      *****************************************
      * CONVERSAO EM ATENDIMENTO E COBRANCA   *
      *****************************************
      *
       CONV-001.
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM.
           IF W-QTD = ZEROS OR OC-TOTAL = ZEROS
               MOVE "*** ORCAMENTO SEM ITENS - NADA A CONVERTER ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           IF OC-VALIDADE < W-HOJE
               MOVE "*** ORCAMENTO VENCIDO - EMITA UM NOVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           IF W-TEM-AGEN = "N"
               MOVE "*** ARQUIVO CADAGEN NAO DISPONIVEL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE OC-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           MOVE ZEROS TO W-CV-DATA W-CV-HORA W-CV-PARC.
           MOVE SPACES TO W-CV-PAGTO.
      *----- DATA E HORA COMBINADAS COM O PACIENTE (ZERO = VOLTA)
       CONV-DATA.
           DISPLAY (21, 05) "DATA DO ATENDIMENTO (AAAAMMDD) :".
           ACCEPT (21, 38) W-CV-DATA
           IF W-CV-DATA = ZEROS
               DISPLAY (21, 01) W-LIMPA
               GO TO ACE-001.
           MOVE W-CV-DATA TO W-DT-NUM.
           IF W-DT-MES < 01 OR W-DT-MES > 12
                            OR W-DT-DIA < 01 OR W-DT-DIA > 31
                MOVE "DATA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO CONV-DATA.
           IF W-CV-DATA < W-HOJE
                MOVE "* ATENDIMENTO NAO PODE SER EM DATA PASSADA *"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO CONV-DATA.
       CONV-HORA.
           DISPLAY (21, 50) "HORA (HHMM) :".
           ACCEPT (21, 64) W-CV-HORA
           MOVE W-CV-HORA TO W-HR.
           IF W-CV-HORA = ZEROS OR W-HR-HH > 23 OR W-HR-MM > 59
                MOVE "*** HORA INVALIDA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO CONV-HORA.
           MOVE OC-CRM    TO CRM.
           MOVE OC-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
                MOVE "*** MEDICO DO ORCAMENTO NAO CADASTRADO ***"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ACE-001.
           MOVE ESPEC   TO W-ESPEC-MED.
           MOVE UNIDADE TO W-UNID-MED.
           MOVE W-UNID-MED TO FEC-UNIDADE.
           MOVE W-CV-DATA  TO FEC-DATA.
           CALL "SMPFEC" USING W-FEC-PARM.
           IF FEC-FECHADO = "S"
               MOVE "*** COMPETENCIA FECHADA - LANCAMENTO VEDADO ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO CONV-DATA.
           PERFORM CHK-HORARIO THRU CHK-HORARIO-FIM.
           IF W-OCUPADO = "S"
                MOVE "*** MEDICO JA TEM PACIENTE NESTE HORARIO ***"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO CONV-DATA.
      *----- FORMA DE COBRANCA DO TOTAL ORCADO
       CONV-PAGTO.
           DISPLAY (22, 05)
                "COBRANCA V=A VISTA NO CAIXA  P=PARCELADO :".
           ACCEPT (22, 48) W-CV-PAGTO
           IF W-CV-PAGTO = "v"
               MOVE "V" TO W-CV-PAGTO.
           IF W-CV-PAGTO = "p"
               MOVE "P" TO W-CV-PAGTO.
           IF W-CV-PAGTO NOT = "V" AND "P"
               GO TO CONV-PAGTO.
           IF W-CV-PAGTO = "V"
               MOVE ZEROS TO W-CV-PARC
               GO TO CONV-OPC.
           IF W-TEM-PARC = "N"
               MOVE "*** ARQUIVO CADPARC NAO DISPONIVEL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO CONV-PAGTO.
       CONV-PARC.
           DISPLAY (22, 52) "PARCELAS (02 A 12) :".
           ACCEPT (22, 73) W-CV-PARC
           IF W-CV-PARC < 02 OR W-CV-PARC > 12
                MOVE "PARCELAS DE 02 A 12" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO CONV-PARC.
       CONV-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONVERTER (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           DISPLAY (21, 01) W-LIMPA.
           DISPLAY (22, 01) W-LIMPA.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ORCAMENTO NAO CONVERTIDO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONV-OPC.
      *----- AGENDAMENTO: CONSULTA QUANDO HA CONSULTA ORCADA; SENAO
      *----- PROCEDIMENTO (O PRIMEIRO PROCEDIMENTO DO ORCAMENTO)
       CONV-AGENDA.
           MOVE W-CV-DATA  TO AG-DATA.
           MOVE OC-CRM     TO AG-CRM.
           MOVE OC-CRM-UF  TO AG-CRM-UF.
           MOVE OC-PCODIGO TO AG-PCODIGO.
           MOVE W-CV-HORA  TO AG-HORA.
           MOVE "A"        TO AG-STATUS.
           MOVE ZEROS  TO AG-CID AG-HORACHEG AG-SERIE AG-REMARC-DE
                          AG-REMARCAS AG-PROC AG-ESPEC AG-HRINI-AT
                          AG-HRFIM-AT.
           MOVE SPACES TO AG-AUTORIZ AG-CONFIRM AG-REMARC-ORIG
                          AG-PARTICULAR AG-COPART-PEND AG-RESTAURADO
                          AG-ENCAIXE AG-MOT-ENCAIXE.
           IF W-TEM-CONS = "S"
               MOVE "C"          TO AG-TIPO
               MOVE W-ESPEC-CONS TO AG-ESPEC
           ELSE
               MOVE "P"          TO AG-TIPO
               MOVE W-PRI-PROC   TO AG-PROC.
      *----- PACIENTE COM CONVENIO: ATENDIDO COMO PARTICULAR
           IF P-CONVENIO NOT = ZEROS
               MOVE "S" TO AG-PARTICULAR.
           MOVE W-UNID-MED TO AG-UNIDADE.
           ACCEPT AG-DTCAD FROM DATE YYYYMMDD.
           MOVE AG-PCODIGO TO AG-PAC-PCODIGO.
           MOVE AG-DATA    TO AG-PAC-DATA.
           MOVE "CADAGEN" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGAGEN TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGAGEN
           IF ST-ERRO = "22"
               MOVE "*** PACIENTE JA TEM AGENDAMENTO NESTE HORARIO ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO DE AGENDA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           PERFORM CONV-EXAMES THRU CONV-EXAMES-FIM.
           IF W-CV-PAGTO = "P"
               PERFORM CONV-PLANO THRU CONV-PLANO-FIM.
      *----- ORCAMENTO CONVERTIDO, LIGADO AO AGENDAMENTO
           MOVE "V"        TO OC-STATUS.
           MOVE W-CV-PAGTO TO OC-PAGTO.
           MOVE W-CV-PARC  TO OC-PARCELAS.
           MOVE AG-CHAVE   TO OC-AG-CHAVE.
           MOVE W-HOJE     TO OC-DTCONV.
           MOVE W-OPERADOR TO OC-OPCONV.
           MOVE "CADORCA" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGORCA TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGORCA
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA ALTERACAO DO REGISTRO CADORCA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TOCSTATUS TTXSTATUS.
           IF W-CV-PAGTO = "P"
               MOVE "** CONVERTIDO - PARCELAS NO SMP092 **" TO W-MSG
           ELSE
               MOVE "** CONVERTIDO - COBRAR O TOTAL NO SMP034 **"
                                                         TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ACE-001.
      *--------------------[ PEDIDOS DOS EXAMES ORCADOS ]--------------
      * UM PEDIDO POR EXAME NA DATA DO ATENDIMENTO, PELO MEDICO DO
      * ORCAMENTO, NA SEQUENCIA SEGUINTE DO PACIENTE NO DIA.
       CONV-EXAMES.
           IF W-TEM-EXAME = "N"
               GO TO CONV-EXAMES-FIM.
           MOVE OC-NUMERO TO OI-NUMERO.
           MOVE ZEROS     TO OI-SEQ.
           START CADORCIT KEY IS NOT LESS OI-CHAVE
               INVALID KEY
                   GO TO CONV-EXAMES-FIM.
       CONV-EXAMES-LER.
           READ CADORCIT NEXT
           IF ST-ERRO NOT = "00"
               GO TO CONV-EXAMES-FIM.
           IF OI-NUMERO NOT = OC-NUMERO
               GO TO CONV-EXAMES-FIM.
           IF OI-TIPO NOT = "E"
               GO TO CONV-EXAMES-LER.
           PERFORM ACHAR-SEQ-EX THRU ACHAR-SEQ-EX-FIM.
           MOVE W-CV-DATA  TO EX-DATA.
           MOVE OC-PCODIGO TO EX-PCODIGO.
           ADD 1 TO W-MAXSEQ GIVING EX-SEQ.
           MOVE OC-CRM     TO EX-CRM.
           MOVE OC-CRM-UF  TO EX-CRM-UF.
           MOVE OI-DESCRICAO TO EX-TIPO.
           MOVE OI-CODIGO  TO EX-TIPOCOD.
           MOVE "R" TO EX-STATUS.
           MOVE ZEROS TO EX-DTRESULT EX-VALOR-RES EX-DTCOLETA
                         EX-HRCOLETA EX-DTENVIO EX-HRENVIO
                         EX-DTENTREGA EX-PERFIL EX-PFSEQ.
           MOVE SPACES TO EX-FAIXA EX-CRIT-VISTO EX-OPCOLETA.
           WRITE REGEXAME
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEXAME" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO CONV-EXAMES-LER.
       CONV-EXAMES-FIM.
           EXIT.
      *
       ACHAR-SEQ-EX.
           MOVE ZEROS      TO W-MAXSEQ.
           MOVE W-CV-DATA  TO EX-DATA.
           MOVE OC-PCODIGO TO EX-PCODIGO.
           MOVE ZEROS      TO EX-SEQ.
           START CADEXAME KEY IS NOT LESS EX-CHAVE
               INVALID KEY
                   GO TO ACHAR-SEQ-EX-FIM.
       ACHAR-SEQ-EX-LER.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHAR-SEQ-EX-FIM.
           IF EX-DATA NOT = W-CV-DATA OR EX-PCODIGO NOT = OC-PCODIGO
               GO TO ACHAR-SEQ-EX-FIM.
           IF EX-SEQ > W-MAXSEQ
               MOVE EX-SEQ TO W-MAXSEQ.
           GO TO ACHAR-SEQ-EX-LER.
       ACHAR-SEQ-EX-FIM.
           EXIT.
      *--------------------[ PLANO DE PARCELAS DO TOTAL ORCADO ]-------
      * MESMA DIVISAO DO SMP092: PARCELAS IGUAIS, A ULTIMA LEVA A
      * DIFERENCA, VENCIMENTO MENSAL A PARTIR DE HOJE.
       CONV-PLANO.
           DIVIDE OC-TOTAL BY W-CV-PARC GIVING W-VAL-PARC.
           COMPUTE W-SOMA-PARC = W-VAL-PARC * (W-CV-PARC - 1).
           COMPUTE W-VAL-ULT = OC-TOTAL - W-SOMA-PARC.
           MOVE W-HOJE TO W-VENC-DATA.
           MOVE 1 TO W-IX.
       CONV-PLANO-LOOP.
           IF W-IX > W-CV-PARC
               GO TO CONV-PLANO-FIM.
           ADD 1 TO W-VC-MES.
           IF W-VC-MES > 12
               MOVE 01 TO W-VC-MES
               ADD 1 TO W-VC-ANO.
           IF W-VC-DIA > 28
               MOVE 28 TO W-VC-DIA.
           MOVE OC-PCODIGO TO PC-PCODIGO.
           MOVE W-CV-DATA  TO PC-AG-DATA.
           MOVE OC-CRM     TO PC-CRM.
           MOVE OC-CRM-UF  TO PC-CRM-UF.
           MOVE W-CV-HORA  TO PC-AG-HORA.
           MOVE W-IX       TO PC-NUM.
           IF W-IX = W-CV-PARC
               MOVE W-VAL-ULT TO PC-VALOR
           ELSE
               MOVE W-VAL-PARC TO PC-VALOR.
           MOVE W-VENC-DATA TO PC-DTVENC.
           MOVE ZEROS TO PC-DTPAGTO PC-RECIBO PC-NOSSONUM PC-NSA
                         PC-ENCARGOS.
           MOVE SPACES TO PC-SITBOL.
           WRITE REGPARC
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPARC" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CONV-PLANO-FIM.
           ADD 1 TO W-IX.
           GO TO CONV-PLANO-LOOP.
       CONV-PLANO-FIM.
           EXIT.
      *--------------------[ MEDICO JA OCUPADO NO HORARIO ]------------
       CHK-HORARIO.
           MOVE "N" TO W-OCUPADO.
           MOVE W-CV-DATA TO AG-DATA.
           MOVE OC-CRM    TO AG-CRM.
           MOVE OC-CRM-UF TO AG-CRM-UF.
           MOVE ZEROS     TO AG-PCODIGO AG-HORA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO CHK-HORARIO-FIM.
       CHK-HORARIO-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-HORARIO-FIM.
           IF AG-DATA NOT = W-CV-DATA OR AG-CRM NOT = OC-CRM
                                      OR AG-CRM-UF NOT = OC-CRM-UF
               GO TO CHK-HORARIO-FIM.
           IF AG-HORA NOT = W-CV-HORA OR AG-STATUS = "C" OR "T"
               GO TO CHK-HORARIO-LER.
           IF AG-ENCAIXE = "S"
               GO TO CHK-HORARIO-LER.
           MOVE "S" TO W-OCUPADO.
       CHK-HORARIO-FIM.
           EXIT.
      *--------------------[ ITENS NA TELA E TOTAIS ]------------------
      * LINHAS 10 A 17; DEVOLVE A QUANTIDADE, O SUBTOTAL, A ULTIMA
      * SEQUENCIA E OS DADOS QUE A CONVERSAO USA.
       MOSTRA-ITENS.
           MOVE 10 TO W-LIN.
       MOSTRA-ITENS-LIMPA.
           DISPLAY (W-LIN, 01) W-LIMPA.
           ADD 1 TO W-LIN.
           IF W-LIN < 18
               GO TO MOSTRA-ITENS-LIMPA.
           MOVE ZEROS TO W-QTD W-SUBTOTAL W-ULT-SEQ W-ESPEC-CONS
                         W-PRI-PROC.
           MOVE "N"   TO W-TEM-CONS.
           MOVE OC-NUMERO TO OI-NUMERO.
           MOVE ZEROS     TO OI-SEQ.
           START CADORCIT KEY IS NOT LESS OI-CHAVE
               INVALID KEY
                   GO TO MOSTRA-ITENS-FIM.
       MOSTRA-ITENS-LER.
           READ CADORCIT NEXT
           IF ST-ERRO NOT = "00"
               GO TO MOSTRA-ITENS-FIM.
           IF OI-NUMERO NOT = OC-NUMERO
               GO TO MOSTRA-ITENS-FIM.
           ADD 1 TO W-QTD.
           ADD OI-VALOR TO W-SUBTOTAL.
           MOVE OI-SEQ TO W-ULT-SEQ.
           IF OI-TIPO = "C"
               MOVE "S"       TO W-TEM-CONS
               MOVE OI-CODIGO TO W-ESPEC-CONS.
           IF OI-TIPO = "P" AND W-PRI-PROC = ZEROS
               MOVE OI-CODIGO TO W-PRI-PROC.
           IF W-QTD > 8
               GO TO MOSTRA-ITENS-LER.
           MOVE OI-SEQ        TO WL-SEQ.
           MOVE OI-TIPO       TO WL-TIPO.
           MOVE OI-CODIGO     TO WL-CODIGO.
           MOVE OI-DESCRICAO  TO WL-DESC.
           MOVE OI-QTDE       TO WL-QTD.
           MOVE OI-VALOR-UNIT TO WL-UNIT.
           MOVE OI-VALOR      TO WL-TOTAL.
           COMPUTE W-LIN = 9 + W-QTD.
           DISPLAY (W-LIN, 05) W-LINHA-ITEM.
           GO TO MOSTRA-ITENS-LER.
       MOSTRA-ITENS-FIM.
           EXIT.
      *--------------------[ MAIOR NUMERO DE ORCAMENTO ]---------------
       ACHAR-NUMERO.
           MOVE ZEROS TO W-MAXNUM OC-NUMERO.
           START CADORCA KEY IS NOT LESS OC-NUMERO
               INVALID KEY
                   GO TO ACHAR-NUMERO-FIM.
       ACHAR-NUMERO-LER.
           READ CADORCA NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHAR-NUMERO-FIM.
           MOVE OC-NUMERO TO W-MAXNUM.
           GO TO ACHAR-NUMERO-LER.
       ACHAR-NUMERO-FIM.
           MOVE ZEROS  TO OC-PCODIGO OC-CRM OC-DTEMISSAO OC-HREMISSAO
                          OC-VALIDADE OC-ITENS OC-SUBTOTAL OC-DESCONTO
                          OC-TOTAL OC-PARCELAS OC-AG-CHAVE OC-DTCONV.
           MOVE SPACES TO OC-CRM-UF OC-OPERADOR OC-STATUS OC-PAGTO
                          OC-OPCONV.
      *--------------------[ IMPRESSAO DO ORCAMENTO ]------------------
       IMPRIME-ORC.
           MOVE OC-NUMERO TO W-NUM-ORCAM.
           OPEN OUTPUT ORCAMIMP
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA IMPRESSAO DO ORCAMENTO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO IMPRIME-ORC-FIM.
           MOVE OC-NUMERO    TO OT-NUMERO.
           MOVE OC-DTEMISSAO TO OT-EMISSAO.
           MOVE TXPACI       TO OP-NOME.
           MOVE TXMEDICO     TO OM-NOME.
           MOVE OC-CRM       TO OM-CRM.
           MOVE OC-CRM-UF    TO OM-CRM-UF.
           WRITE REGORCIMP FROM ORC-BORDA.
           WRITE REGORCIMP FROM ORC-CLINICA.
           WRITE REGORCIMP FROM ORC-BORDA.
           WRITE REGORCIMP FROM ORC-TITULO.
           WRITE REGORCIMP FROM ORC-PACIENTE.
           WRITE REGORCIMP FROM ORC-MEDICO.
           WRITE REGORCIMP FROM ORC-BRANCO.
           WRITE REGORCIMP FROM ORC-CABITEM.
           MOVE OC-NUMERO TO OI-NUMERO.
           MOVE ZEROS     TO OI-SEQ.
           START CADORCIT KEY IS NOT LESS OI-CHAVE
               INVALID KEY
                   GO TO IMPRIME-ORC-TOT.
       IMPRIME-ORC-LER.
           READ CADORCIT NEXT
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME-ORC-TOT.
           IF OI-NUMERO NOT = OC-NUMERO
               GO TO IMPRIME-ORC-TOT.
           MOVE OI-TIPO       TO OI-R-TIPO.
           MOVE OI-DESCRICAO  TO OI-R-DESC.
           MOVE OI-QTDE       TO OI-R-QTD.
           MOVE OI-VALOR-UNIT TO OI-R-UNIT.
           MOVE OI-VALOR      TO OI-R-TOTAL.
           WRITE REGORCIMP FROM ORC-ITEM.
           GO TO IMPRIME-ORC-LER.
       IMPRIME-ORC-TOT.
           WRITE REGORCIMP FROM ORC-BRANCO.
           MOVE "SUBTOTAL   : " TO OT-ROTULO.
           MOVE OC-SUBTOTAL     TO OT-VALOR.
           WRITE REGORCIMP FROM ORC-TOT.
           MOVE "DESCONTO   : " TO OT-ROTULO.
           MOVE OC-DESCONTO     TO OT-VALOR.
           WRITE REGORCIMP FROM ORC-TOT.
           MOVE "TOTAL      : " TO OT-ROTULO.
           MOVE OC-TOTAL        TO OT-VALOR.
           WRITE REGORCIMP FROM ORC-TOT.
           WRITE REGORCIMP FROM ORC-BRANCO.
           MOVE OC-VALIDADE  TO OV-VALIDADE.
           MOVE OC-OPERADOR  TO OV-OPERADOR.
           WRITE REGORCIMP FROM ORC-VALIDADE.
           WRITE REGORCIMP FROM ORC-OBS.
           WRITE REGORCIMP FROM ORC-BORDA.
           CLOSE ORCAMIMP.
           MOVE "** ORCAMENTO IMPRESSO EM ORCAMnnnnnn.TXT **" TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIME-ORC-FIM.
           EXIT.
      *--------------------[ TEXTOS DA TELA ]--------------------
       MOSTRA-TEXTOS.
           MOVE SPACES TO TXPACI TXMEDICO TXSTATUS.
           MOVE OC-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME TO TXPACI.
           MOVE OC-CRM    TO CRM.
           MOVE OC-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO = "00"
               MOVE NOME    TO TXMEDICO
               MOVE ESPEC   TO W-ESPEC-MED
               MOVE UNIDADE TO W-UNID-MED.
           IF OC-STATUS = "A"
               MOVE "EM ABERTO" TO TXSTATUS.
           IF OC-STATUS = "A" AND OC-VALIDADE < W-HOJE
               MOVE "VENCIDO" TO TXSTATUS.
           IF OC-STATUS = "V"
               MOVE "CONVERTIDO" TO TXSTATUS.
           IF OC-STATUS = "C"
               MOVE "CANCELADO" TO TXSTATUS.
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
           CLOSE CADORCA CADORCIT CADPACI CADMED.
           IF W-TEM-PROC = "S"
               CLOSE CADPROC.
           IF W-TEM-EXTIPO = "S"
               CLOSE CADEXTIPO.
           IF W-TEM-TPART = "S"
               CLOSE CADTPART.
           IF W-TEM-AGEN = "S"
               CLOSE CADAGEN.
           IF W-TEM-EXAME = "S"
               CLOSE CADEXAME.
           IF W-TEM-PARC = "S"
               CLOSE CADPARC.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
