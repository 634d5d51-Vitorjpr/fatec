       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP197.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   GERACAO DA COPIA DO PRONTUARIO                     *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * A PARTIR DE UMA SOLICITACAO APROVADA (CADSOLPR, SMP196)
      * GERA O ARQUIVO PARA IMPRESSAO DA COPIA DO PRONTUARIO
      * (PRONTnnnnnn.TXT): IDENTIFICACAO DO PACIENTE, DO PEDIDO
      * E DE QUEM APROVOU; ALERGIAS ATIVAS E, EM ORDEM DE DATA
      * DENTRO DO PERIODO PEDIDO, A LINHA DO TEMPO DO CONSPRON
      * COM AS NOTAS DE EVOLUCAO (CADEVOL) POR EXTENSO, AS
      * RECEITAS COM DOSAGEM E DURACAO, OS EXAMES COM O
      * RESULTADO E OS LAUDOS ASSINADOS COMPLETOS.
      * A SOLICITACAO PASSA A G = COPIA GERADA, O PEDIDO DA
      * FILA CADAPROV FICA COMO EXECUTADO E A LIBERACAO FICA
      * NO CADAUDIT. A ENTREGA E REGISTRADA NO SMP196.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADSOLPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SP-NUMERO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-NUMERO
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

                    SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

                    SELECT CADDIAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DG-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                                      WITH DUPLICATES.

                    SELECT CADREF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REF-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REF-PCODIGO
                                                      WITH DUPLICATES.

                    SELECT CADRECET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RE-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADSINAIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EV-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADLAUDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LD-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT PRONTIMP ASSIGN TO W-NOME-PRONT
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSOLPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSOLPR.DAT".
       COPY REGSOLPR.
      *
       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
       COPY REGAPROV.
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
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADDIAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAG.DAT".
       01 REGDIAG.
           03 DG-CHAVE.
               05 DG-PCODIGO        PIC 9(06).
               05 DG-CID            PIC 9(04).
               05 DG-DATA.
                   07 DG-ANO        PIC 9(04).
                   07 DG-MES        PIC 9(02).
                   07 DG-DIA        PIC 9(02).
           03 DG-DIASAFAST          PIC 9(03).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       COPY REGCID.
      *
       FD CADREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREF.DAT".
       COPY REGREF.
      *
       FD CADRECET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECET.DAT".
       COPY REGRECET.
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       COPY REGEXAME.
      *
       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERG.DAT".
       COPY REGALERG.
      *
       FD CADSINAIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINAIS.DAT".
       COPY REGSINAIS.
      *
       FD CADEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVOL.DAT".
       COPY REGEVOL.
      *
       FD CADLAUDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLAUDO.DAT".
       COPY REGLAUDO.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
       FD PRONTIMP
               LABEL RECORD IS STANDARD.
       01 REGPRONTIMP  PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP197".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP197".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 TXSTATUS               PIC X(18) VALUE SPACES.
       01 TXVINC                 PIC X(20) VALUE SPACES.
       01 W-TEM-MED              PIC X(01) VALUE "N".
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-AUD-CHAVE.
           03 WA-NUMERO          PIC 9(06).
           03 FILLER             PIC X(01) VALUE "/".
           03 WA-PCODIGO         PIC 9(06).
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-PCODIGO              PIC 9(06) VALUE ZEROS.
       01 W-NOME-PRONT.
           05 FILLER             PIC X(05) VALUE "PRONT".
           05 W-NUM-PRONT        PIC 9(06).
           05 FILLER             PIC X(04) VALUE ".TXT".
      *
      *----- LINHA DO TEMPO DA COPIA: CADA EVENTO OCUPA UMA OU MAIS
      *----- LINHAS (CONTINUACAO COM TIPO EM BRANCO). A ORDEM DE
      *----- CARGA VAI NA CHAVE PARA A CONTINUACAO FICAR COLADA NO
      *----- EVENTO DEPOIS DA ORDENACAO POR DATA.
       01 NUMREG                 PIC 9(04) VALUE ZEROS.
       01 W-I                    PIC 9(04) VALUE ZEROS.
       01 W-J                    PIC 9(04) VALUE ZEROS.
       01 W-EVENTOS              PIC 9(04) VALUE ZEROS.
       01 W-TROCOU               PIC X(01) VALUE "N".
       01 W-CHEIO                PIC X(01) VALUE "N".
       01 W-NO-PERIODO           PIC X(01) VALUE "N".
       01 W-TROCA-ITEM           PIC X(92) VALUE SPACES.
       01 TAB-TIMELINE.
           03 TL-ITEM OCCURS 2000 TIMES.
               05 TL-CHAVE.
                   07 TL-DATA      PIC 9(08).
                   07 TL-ORDEM     PIC 9(04).
               05 TL-TIPO          PIC X(10).
               05 TL-DESCR         PIC X(70).
       01 W-EV-DATA              PIC 9(08) VALUE ZEROS.
       01 W-EV-TIPO              PIC X(10) VALUE SPACES.
       01 W-EV-DESCR             PIC X(70) VALUE SPACES.
      *
       01 W-DESC-AGEN.
           03 FILLER             PIC X(04) VALUE "CRM ".
           03 WDA-CRM            PIC 9(06).
           03 FILLER             PIC X(01) VALUE "/".
           03 WDA-UF             PIC X(02).
           03 FILLER             PIC X(06) VALUE " HORA ".
           03 WDA-HH             PIC 9(02).
           03 FILLER             PIC X(01) VALUE ":".
           03 WDA-MM             PIC 9(02).
           03 FILLER             PIC X(08) VALUE " STATUS ".
           03 WDA-STATUS         PIC X(01).
           03 FILLER             PIC X(01) VALUE " ".
           03 WDA-NOME           PIC X(30).
           03 FILLER             PIC X(06) VALUE SPACES.
       01 W-DESC-DIAG.
           03 FILLER             PIC X(04) VALUE "CID ".
           03 WDD-CID            PIC 9(04).
           03 FILLER             PIC X(01) VALUE " ".
           03 WDD-DENOM          PIC X(30).
           03 FILLER             PIC X(07) VALUE " AFAST ".
           03 WDD-DIAS           PIC 9(03).
           03 FILLER             PIC X(21) VALUE SPACES.
       01 W-DESC-REF.
           03 FILLER             PIC X(09) VALUE "P/ ESPEC ".
           03 WDR-ESPEC          PIC 9(02).
           03 FILLER             PIC X(08) VALUE " STATUS ".
           03 WDR-STATUS         PIC X(01).
           03 FILLER             PIC X(01) VALUE " ".
           03 WDR-MOTIVO         PIC X(40).
           03 FILLER             PIC X(09) VALUE SPACES.
       01 W-DESC-RECET.
           03 WDC-MEDICAM        PIC X(30).
           03 FILLER             PIC X(01) VALUE " ".
           03 WDC-DOSAGEM        PIC X(20).
           03 FILLER             PIC X(01) VALUE " ".
           03 WDC-DURACAO        PIC X(15).
           03 FILLER             PIC X(03) VALUE SPACES.
       01 W-DESC-EXAME.
           03 WDE-TIPO           PIC X(30).
           03 FILLER             PIC X(08) VALUE " STATUS ".
           03 WDE-STATUS         PIC X(01).
           03 FILLER             PIC X(31) VALUE SPACES.
       01 W-DESC-RESULT.
           03 FILLER             PIC X(13) VALUE "RESULTADO EM ".
           03 WDX-DATA           PIC 9999.99.99.
           03 FILLER             PIC X(07) VALUE " VALOR ".
           03 WDX-VALOR          PIC ZZZZ9,99.
           03 FILLER             PIC X(07) VALUE " FAIXA ".
           03 WDX-FAIXA          PIC X(01).
           03 FILLER             PIC X(24) VALUE SPACES.
       01 W-DESC-SINAIS.
           03 FILLER             PIC X(03) VALUE "PA ".
           03 WDS-SIST           PIC ZZ9.
           03 FILLER             PIC X(01) VALUE "/".
           03 WDS-DIAST          PIC ZZ9.
           03 FILLER             PIC X(06) VALUE " PESO ".
           03 WDS-PESO           PIC ZZ9,99.
           03 FILLER             PIC X(06) VALUE " TEMP ".
           03 WDS-TEMP           PIC Z9,9.
           03 FILLER             PIC X(05) VALUE " SAT ".
           03 WDS-SATO2          PIC ZZ9.
           03 FILLER             PIC X(30) VALUE SPACES.
       01 W-DESC-ALERG.
           03 WDL-SUBST          PIC X(30).
           03 FILLER             PIC X(08) VALUE " REACAO ".
           03 WDL-REACAO         PIC X(30).
           03 FILLER             PIC X(02) VALUE SPACES.
       01 W-DESC-CRM.
           03 FILLER             PIC X(04) VALUE "CRM ".
           03 WDM-CRM            PIC 9(06).
           03 FILLER             PIC X(01) VALUE "/".
           03 WDM-UF             PIC X(02).
           03 FILLER             PIC X(01) VALUE " ".
           03 WDM-NOME           PIC X(30).
           03 FILLER             PIC X(26) VALUE SPACES.
       01 W-DESC-TEXTO.
           03 WDT-ROTULO         PIC X(11).
           03 WDT-TEXTO          PIC X(59).
       01 W-DESC-TEXTO60.
           03 WDT6-ROTULO        PIC X(03).
           03 WDT6-TEXTO         PIC X(60).
           03 FILLER             PIC X(07) VALUE SPACES.
      *
       01  CAB0-PR.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-PR.
           05  FILLER                 PIC X(057) VALUE
           "- COPIA DO PRONTUARIO DO PACIENTE        DOCUMENTO SIGILO".
           05  FILLER                 PIC X(043) VALUE
           "SO - ENTREGA SOMENTE AO SOLICITANTE       -".
       01  CAB2-PR.
           05  FILLER                 PIC X(016) VALUE
           "- PACIENTE    : ".
           05  C2-PCODIGO             PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  C2-NOME                PIC X(030).
           05  FILLER                 PIC X(008) VALUE "  NASC: ".
           05  C2-DIA                 PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  C2-MES                 PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  C2-ANO                 PIC 9(004).
           05  FILLER                 PIC X(007) VALUE "  CPF: ".
           05  C2-CPF                 PIC 9(011).
           05  FILLER                 PIC X(010) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-PR.
           05  FILLER                 PIC X(016) VALUE
           "- SOLICITACAO : ".
           05  C3-NUMERO              PIC 9(006).
           05  FILLER                 PIC X(005) VALUE "  DE ".
           05  C3-DTSOL               PIC 9999.99.99.
           05  FILLER                 PIC X(014) VALUE
           "  PRAZO LEGAL ".
           05  C3-PRAZO               PIC 9999.99.99.
           05  FILLER                 PIC X(038) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB4-PR.
           05  FILLER                 PIC X(016) VALUE
           "- SOLICITANTE : ".
           05  C4-NOME                PIC X(030).
           05  FILLER                 PIC X(007) VALUE "  CPF: ".
           05  C4-CPF                 PIC 9(011).
           05  FILLER                 PIC X(011) VALUE
           "  VINCULO: ".
           05  C4-VINCULO             PIC X(020).
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB5-PR.
           05  FILLER                 PIC X(016) VALUE
           "- DOCUMENTOS  : ".
           05  C5-DOCS                PIC X(040).
           05  FILLER                 PIC X(043) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB6-PR.
           05  FILLER                 PIC X(016) VALUE
           "- PERIODO     : ".
           05  C6-PERIODO             PIC X(030).
           05  FILLER                 PIC X(053) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB7-PR.
           05  FILLER                 PIC X(016) VALUE
           "- APROVACAO   : ".
           05  C7-APROV               PIC X(050).
           05  FILLER                 PIC X(033) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB8-PR.
           05  FILLER                 PIC X(057) VALUE
           "- DATA        EVENTO      DETALHE                        ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".
       01  W-TX-PERIODO.
           05  WTP-DTINI              PIC 9999.99.99.
           05  FILLER                 PIC X(003) VALUE " A ".
           05  WTP-DTFIM              PIC 9999.99.99.
           05  FILLER                 PIC X(007) VALUE SPACES.
       01  W-TX-APROV.
           05  WTA-QUEM               PIC X(011).
           05  WTA-APROVADOR          PIC X(008).
           05  FILLER                 PIC X(004) VALUE " EM ".
           05  WTA-DATA               PIC 9999.99.99.
           05  FILLER                 PIC X(017) VALUE SPACES.
       01  DET-PR.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  D-DATA                 PIC 9999.99.99.
           05  D-DATA-X REDEFINES D-DATA PIC X(010).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  D-TIPO                 PIC X(010).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  D-DESCR                PIC X(070).
           05  FILLER                 PIC X(004) VALUE "   -".
       01  LIN-BRANCO.
           05  FILLER                 PIC X(099) VALUE "-".
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-VAZIO.
           05  FILLER                 PIC X(057) VALUE
           "- NENHUM REGISTRO CLINICO NO PERIODO PEDIDO              ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".
       01  LIN-CHEIO.
           05  FILLER                 PIC X(057) VALUE
           "- *** LIMITE DE LINHAS ATINGIDO - COPIA INCOMPLETA, GERAR".
           05  FILLER                 PIC X(043) VALUE
           " NOVO PEDIDO POR PERIODO MENOR ***        -".
       01  ROD1-PR.
           05  FILLER                 PIC X(014) VALUE "- GERADO EM : ".
           05  R1-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(014) VALUE
           "   OPERADOR : ".
           05  R1-OPERADOR            PIC X(008).
           05  FILLER                 PIC X(013) VALUE
           "   LINHAS : ".
           05  R1-LINHAS              PIC ZZZ9.
           05  FILLER                 PIC X(036) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TRACO.
           05  FILLER                 PIC X(004) VALUE "-   ".
           05  FILLER                 PIC X(030) VALUE ALL "_".
           05  FILLER                 PIC X(018) VALUE SPACES.
           05  FILLER                 PIC X(030) VALUE ALL "_".
           05  FILLER                 PIC X(017) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-ASSINA.
           05  FILLER                 PIC X(052) VALUE
           "-   RESPONSAVEL PELA LIBERACAO                      ".
           05  FILLER                 PIC X(047) VALUE
           "RECEBIDO POR (NOME E CPF)                      ".
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT197.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** COPIA DO PRONTUARIO -".
           05  LINE 02  COLUMN 41
               VALUE  " GERACAO ***".

           05  LINE 05  COLUMN 01
               VALUE  "     NUMERO SOLICITACAO :".

           05  LINE 07  COLUMN 01
               VALUE  "     PACIENTE           :".

           05  LINE 09  COLUMN 01
               VALUE  "     SOLICITANTE        :".

           05  LINE 10  COLUMN 01
               VALUE  "     VINCULO            :".

           05  LINE 12  COLUMN 01
               VALUE  "     PERIODO            :".
           05  LINE 12  COLUMN 38
               VALUE  "ATE:".
           05  LINE 12  COLUMN 55
               VALUE  "(ZEROS = TUDO)".

           05  LINE 14  COLUMN 01
               VALUE  "     STATUS             :".

           05  LINE 16  COLUMN 01
               VALUE  "     APROVADO POR       :".
           05  LINE 16  COLUMN 40
               VALUE  "EM:".

           05  LINE 18  COLUMN 01
               VALUE  "     ARQUIVO DA COPIA   :".

           05  TSPNUMERO
               LINE 05  COLUMN 27  PIC 9(06)
               USING  SP-NUMERO
               HIGHLIGHT.

           05  TSPPCODIGO
               LINE 07  COLUMN 27  PIC 9(06)
               USING  SP-PCODIGO
               HIGHLIGHT.

           05  TNOMEPAC
               LINE 07  COLUMN 35  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TSPREQNOME
               LINE 09  COLUMN 27  PIC X(30)
               USING  SP-REQ-NOME
               HIGHLIGHT.

           05  TSPVINCULO
               LINE 10  COLUMN 27  PIC X(01)
               USING  SP-VINCULO
               HIGHLIGHT.

           05  TTXVINC
               LINE 10  COLUMN 29  PIC X(20)
               USING  TXVINC
               HIGHLIGHT.

           05  TSPDTINI
               LINE 12  COLUMN 27  PIC 9999.99.99
               USING  SP-DTINI
               HIGHLIGHT.

           05  TSPDTFIM
               LINE 12  COLUMN 43  PIC 9999.99.99
               USING  SP-DTFIM
               HIGHLIGHT.

           05  TSPSTATUS
               LINE 14  COLUMN 27  PIC X(01)
               USING  SP-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 14  COLUMN 29  PIC X(18)
               USING  TXSTATUS
               HIGHLIGHT.

           05  TSPAPTIPO
               LINE 16  COLUMN 27  PIC X(01)
               USING  SP-APROV-TIPO
               HIGHLIGHT.

           05  TSPAPROVADOR
               LINE 16  COLUMN 29  PIC X(08)
               USING  SP-APROVADOR
               HIGHLIGHT.

           05  TSPDTAPROV
               LINE 16  COLUMN 44  PIC 9999.99.99
               USING  SP-DTAPROV
               HIGHLIGHT.

           05  TNOMEPRONT
               LINE 18  COLUMN 27  PIC X(15)
               USING  W-NOME-PRONT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADSOLPR.
           OPEN I-O CADSOLPR
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   MOVE "* NENHUMA SOLICITACAO REGISTRADA (SMP196) *"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
               ELSE
                   MOVE "CADSOLPR" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADSOLPR" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

       ABRIR-CADAPROV.
           OPEN I-O CADAPROV
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPROV" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADSOLPR
               GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI " TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADSOLPR CADAPROV
               GO TO ROT-FIM.

           MOVE "S" TO W-TEM-MED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MED.
      *------------[ ROTINA DE ABERTURA ARQUIVO DE AUDITORIA ]----------
       ABRIR-AUDIT.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO SP-NUMERO SP-PCODIGO SP-DTINI SP-DTFIM
                         SP-DTAPROV W-NUM-PRONT.
           MOVE SPACES TO SP-REQ-NOME SP-VINCULO SP-STATUS
                          SP-APROV-TIPO SP-APROVADOR P-NOME TXSTATUS
                          TXVINC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           DISPLAY SMT197.
      *--------------------[ PEDE A SOLICITACAO ]----------------------
       PASSO-1.
           ACCEPT TSPNUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FECHA.
           IF SP-NUMERO = ZEROS
                MOVE "NUMERO DA SOLICITACAO NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           READ CADSOLPR
           IF ST-ERRO NOT = "00"
               MOVE "*** SOLICITACAO NAO ENCONTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           PERFORM SINCRONIZA THRU SINCRONIZA-FIM.
           MOVE SP-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE DO PEDIDO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY SMT197.
      *----- SO SAI COPIA DE PEDIDO APROVADO (OU JA GERADO, 2A. VIA)
           IF SP-STATUS = "P"
               MOVE "* PEDIDO AINDA NAO APROVADO - SMP107/SMP196 *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF SP-STATUS NOT = "A" AND "G"
               MOVE "* PEDIDO ENCERRADO - COPIA NAO PODE SER GERADA *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
       PASSO-2.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GERAR COPIA (S/N) : ".
           ACCEPT (23, 61) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PASSO-2.
           MOVE "* AGUARDE - MONTANDO A COPIA DO PRONTUARIO *" TO W-MSG
           DISPLAY (23, 12) W-MSG.
      *--------------------[ CARREGA E ORDENA O PRONTUARIO ]-----------
       CARREGA.
           MOVE SP-PCODIGO TO W-PCODIGO.
           MOVE ZEROS TO NUMREG W-EVENTOS.
           MOVE "N" TO W-CHEIO.
           PERFORM CARREGA-ALERG  THRU CARREGA-ALERG-FIM.
           PERFORM CARREGA-AGEN   THRU CARREGA-AGEN-FIM.
           PERFORM CARREGA-DIAG   THRU CARREGA-DIAG-FIM.
           PERFORM CARREGA-REF    THRU CARREGA-REF-FIM.
           PERFORM CARREGA-RECET  THRU CARREGA-RECET-FIM.
           PERFORM CARREGA-EXAME  THRU CARREGA-EXAME-FIM.
           PERFORM CARREGA-SINAIS THRU CARREGA-SINAIS-FIM.
           PERFORM CARREGA-EVOL   THRU CARREGA-EVOL-FIM.
           PERFORM CARREGA-LAUDO  THRU CARREGA-LAUDO-FIM.
       ORDENA.
           MOVE "S" TO W-TROCOU.
       ORDENA-PASSO.
           IF W-TROCOU = "N"
               GO TO IMPRIME.
           MOVE "N" TO W-TROCOU.
           MOVE 1 TO W-I.
       ORDENA-LOOP.
           IF W-I NOT < NUMREG
               GO TO ORDENA-PASSO.
           ADD 1 W-I GIVING W-J.
           IF TL-CHAVE (W-I) > TL-CHAVE (W-J)
               MOVE TL-ITEM (W-I) TO W-TROCA-ITEM
               MOVE TL-ITEM (W-J) TO TL-ITEM (W-I)
               MOVE W-TROCA-ITEM  TO TL-ITEM (W-J)
               MOVE "S" TO W-TROCOU.
           MOVE W-J TO W-I.
           GO TO ORDENA-LOOP.
      *--------------------[ IMPRESSAO DA COPIA ]----------------------
       IMPRIME.
           MOVE SP-NUMERO TO W-NUM-PRONT.
           OPEN OUTPUT PRONTIMP
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA GERACAO DO ARQUIVO DA COPIA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE SP-PCODIGO  TO C2-PCODIGO.
           MOVE P-NOME      TO C2-NOME.
           MOVE P-DIA       TO C2-DIA.
           MOVE P-MES       TO C2-MES.
           MOVE P-ANO       TO C2-ANO.
           MOVE P-CPF       TO C2-CPF.
           MOVE SP-NUMERO   TO C3-NUMERO.
           MOVE SP-DTSOL    TO C3-DTSOL.
           MOVE SP-PRAZO    TO C3-PRAZO.
           MOVE SP-REQ-NOME TO C4-NOME.
           MOVE SP-REQ-CPF  TO C4-CPF.
           MOVE TXVINC      TO C4-VINCULO.
           MOVE SP-DOCUMENTOS TO C5-DOCS.
           IF SP-DTINI = ZEROS AND SP-DTFIM = ZEROS
               MOVE "TODO O PRONTUARIO" TO C6-PERIODO
           ELSE
               MOVE SP-DTINI TO WTP-DTINI
               MOVE SP-DTFIM TO WTP-DTFIM
               MOVE W-TX-PERIODO TO C6-PERIODO.
           IF SP-APROV-TIPO = "M"
               MOVE "MEDICO CRM " TO WTA-QUEM
           ELSE
               MOVE "SUPERVISOR " TO WTA-QUEM.
           MOVE SP-APROVADOR TO WTA-APROVADOR.
           MOVE SP-DTAPROV   TO WTA-DATA.
           MOVE W-TX-APROV   TO C7-APROV.
           WRITE REGPRONTIMP FROM CAB0-PR.
           WRITE REGPRONTIMP FROM CAB1-PR.
           WRITE REGPRONTIMP FROM CAB0-PR.
           WRITE REGPRONTIMP FROM CAB2-PR.
           WRITE REGPRONTIMP FROM CAB3-PR.
           WRITE REGPRONTIMP FROM CAB4-PR.
           WRITE REGPRONTIMP FROM CAB5-PR.
           WRITE REGPRONTIMP FROM CAB6-PR.
           WRITE REGPRONTIMP FROM CAB7-PR.
           WRITE REGPRONTIMP FROM CAB0-PR.
           WRITE REGPRONTIMP FROM CAB8-PR.
           WRITE REGPRONTIMP FROM CAB0-PR.
           IF NUMREG = ZEROS
               WRITE REGPRONTIMP FROM LIN-VAZIO
               GO TO IMPRIME-RODAPE.
           MOVE 1 TO W-I.
       IMPRIME-LINHA.
           IF W-I > NUMREG
               GO TO IMPRIME-RODAPE.
      *----- DATA E TIPO SO NA PRIMEIRA LINHA DE CADA EVENTO;
      *----- ALERGIA NAO TEM DATA
           IF TL-TIPO (W-I) = SPACES OR TL-DATA (W-I) = ZEROS
               MOVE SPACES TO D-DATA-X
           ELSE
               MOVE TL-DATA (W-I) TO D-DATA.
           MOVE TL-TIPO (W-I)  TO D-TIPO.
           MOVE TL-DESCR (W-I) TO D-DESCR.
           IF TL-TIPO (W-I) NOT = SPACES AND W-I > 1
               WRITE REGPRONTIMP FROM LIN-BRANCO.
           WRITE REGPRONTIMP FROM DET-PR.
           ADD 1 TO W-I.
           GO TO IMPRIME-LINHA.
       IMPRIME-RODAPE.
           WRITE REGPRONTIMP FROM CAB0-PR.
           IF W-CHEIO = "S"
               WRITE REGPRONTIMP FROM LIN-CHEIO
               WRITE REGPRONTIMP FROM CAB0-PR.
           WRITE REGPRONTIMP FROM LIN-BRANCO.
           WRITE REGPRONTIMP FROM LIN-BRANCO.
           WRITE REGPRONTIMP FROM LIN-TRACO.
           WRITE REGPRONTIMP FROM LIN-ASSINA.
           WRITE REGPRONTIMP FROM LIN-BRANCO.
           MOVE W-HOJE     TO R1-DATA.
           MOVE W-OPERADOR TO R1-OPERADOR.
           MOVE NUMREG     TO R1-LINHAS.
           WRITE REGPRONTIMP FROM ROD1-PR.
           WRITE REGPRONTIMP FROM CAB0-PR.
           CLOSE PRONTIMP.
      *--------------------[ MARCA O PEDIDO COMO GERADO ]--------------
       ATUALIZA.
           MOVE SP-APROV-NUM TO AP-NUMERO.
           READ CADAPROV
           IF ST-ERRO = "00" AND AP-STATUS = "A"
               MOVE "E" TO AP-STATUS
               REWRITE REGAPROV.
           MOVE "G" TO SP-STATUS.
           MOVE W-HOJE TO SP-DTGERA.
           MOVE "CADSOLPR" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGSOLPR TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGSOLPR
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA ALTERACAO DO REGISTRO CADSOLPR" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
      *----- TRILHA DUPLA: ACESSO AO PRONTUARIO (SMP065) E LIBERACAO
           MOVE W-OPERADOR   TO AUD-OPERADOR.
           MOVE "SMP197"     TO AUD-PROGRAMA.
           MOVE SP-PCODIGO   TO AUD-CHAVE.
           MOVE "PRONTUARIO" TO AUD-ACAO.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
           MOVE SP-NUMERO    TO WA-NUMERO.
           MOVE SP-PCODIGO   TO WA-PCODIGO.
           MOVE W-AUD-CHAVE  TO AUD-CHAVE.
           MOVE "COPIA-LIB"  TO AUD-ACAO.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY SMT197.
           MOVE "** COPIA GERADA - ENTREGA PELO SMP196 **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-INIC.
      *--------------------[ ROTINA DE AUDITORIA ]--------------------
       GRAVAR-AUDIT.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE "SMP197"      TO AUD-PROGRAMA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-AUDIT-FIM.
           EXIT.
      *--------------------[ SITUACAO DA FILA CADAPROV ]---------------
       SINCRONIZA.
           IF SP-STATUS NOT = "P" OR SP-APROV-NUM = ZEROS
               GO TO SINCRONIZA-FIM.
           MOVE SP-APROV-NUM TO AP-NUMERO.
           READ CADAPROV
           IF ST-ERRO NOT = "00"
               GO TO SINCRONIZA-FIM.
           IF AP-STATUS = "P"
               GO TO SINCRONIZA-FIM.
           IF AP-STATUS = "R"
               MOVE "R" TO SP-STATUS
           ELSE
               MOVE "A" TO SP-STATUS.
           IF SP-APROV-TIPO = SPACES
               MOVE "S" TO SP-APROV-TIPO.
           MOVE AP-APROVADOR TO SP-APROVADOR.
           MOVE AP-DTAPROV TO SP-DTAPROV.
           MOVE "CADSOLPR" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGSOLPR TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGSOLPR.
       SINCRONIZA-FIM.
           EXIT.
      *--------------------[ DESCRICOES NA TELA ]----------------------
       MOSTRA-TEXTOS.
           MOVE SPACES TO TXSTATUS TXVINC.
           IF SP-STATUS = "P"
               MOVE "AGUARDA APROVACAO" TO TXSTATUS.
           IF SP-STATUS = "A"
               MOVE "APROVADA" TO TXSTATUS.
           IF SP-STATUS = "R"
               MOVE "REJEITADA" TO TXSTATUS.
           IF SP-STATUS = "G"
               MOVE "COPIA GERADA" TO TXSTATUS.
           IF SP-STATUS = "E"
               MOVE "ENTREGUE" TO TXSTATUS.
           IF SP-STATUS = "X"
               MOVE "CANCELADA" TO TXSTATUS.
           IF SP-VINCULO = "P"
               MOVE "O PROPRIO PACIENTE" TO TXVINC.
           IF SP-VINCULO = "R"
               MOVE "RESPONSAVEL" TO TXVINC.
           IF SP-VINCULO = "L"
               MOVE "REPRESENTANTE LEGAL" TO TXVINC.
           IF SP-VINCULO = "J"
               MOVE "ORDEM JUDICIAL" TO TXVINC.
       MOSTRA-TEXTOS-FIM.
           EXIT.
      *--------------------[ DATA DO EVENTO DENTRO DO PERIODO? ]-------
       CHK-PERIODO.
           MOVE "S" TO W-NO-PERIODO.
           IF SP-DTINI NOT = ZEROS AND W-EV-DATA < SP-DTINI
               MOVE "N" TO W-NO-PERIODO.
           IF SP-DTFIM NOT = ZEROS AND W-EV-DATA > SP-DTFIM
               MOVE "N" TO W-NO-PERIODO.
       CHK-PERIODO-FIM.
           EXIT.
      *--------------------[ GUARDA UMA LINHA NA TABELA ]--------------
      * W-EV-TIPO EM BRANCO = CONTINUACAO DO EVENTO ANTERIOR
       ADD-LINHA.
           IF NUMREG NOT < 2000
               MOVE "S" TO W-CHEIO
               GO TO ADD-LINHA-FIM.
           ADD 1 TO NUMREG.
           MOVE W-EV-DATA  TO TL-DATA (NUMREG).
           MOVE NUMREG     TO TL-ORDEM (NUMREG).
           MOVE W-EV-TIPO  TO TL-TIPO (NUMREG).
           MOVE W-EV-DESCR TO TL-DESCR (NUMREG).
           IF W-EV-TIPO NOT = SPACES
               ADD 1 TO W-EVENTOS.
       ADD-LINHA-FIM.
           EXIT.
      *--------------------[ NOME DO MEDICO PELO CRM ]-----------------
       BUSCA-MEDICO.
           MOVE SPACES TO WDM-NOME.
           IF W-TEM-MED = "N"
               GO TO BUSCA-MEDICO-FIM.
           MOVE WDM-CRM TO CRM.
           MOVE WDM-UF  TO CRM-UF.
           READ CADMED
           IF ST-ERRO = "00"
               MOVE NOME TO WDM-NOME.
       BUSCA-MEDICO-FIM.
           EXIT.
      *--------------------[ ALERGIAS DO PACIENTE ]--------------------
      * SEMPRE NO TOPO DA COPIA, QUALQUER QUE SEJA O PERIODO
       CARREGA-ALERG.
           OPEN INPUT CADALERG
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-ALERG-FIM.
           MOVE W-PCODIGO TO AL-PCODIGO.
           MOVE ZEROS     TO AL-SEQ.
           START CADALERG KEY IS NOT LESS AL-CHAVE
               INVALID KEY
                   GO TO CARREGA-ALERG-FECHA.
       CARREGA-ALERG-LER.
           READ CADALERG NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-ALERG-FECHA.
           IF AL-PCODIGO NOT = W-PCODIGO
               GO TO CARREGA-ALERG-FECHA.
           IF AL-STATUS NOT = "A"
               GO TO CARREGA-ALERG-LER.
           MOVE ZEROS TO W-EV-DATA.
           MOVE "ALERGIA" TO W-EV-TIPO.
           MOVE AL-SUBSTANCIA TO WDL-SUBST.
           MOVE AL-REACAO     TO WDL-REACAO.
           MOVE W-DESC-ALERG TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           GO TO CARREGA-ALERG-LER.
       CARREGA-ALERG-FECHA.
           CLOSE CADALERG.
       CARREGA-ALERG-FIM.
           EXIT.
      *--------------------[ CONSULTAS DO PACIENTE ]-------------------
       CARREGA-AGEN.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-AGEN-FIM.
           MOVE W-PCODIGO TO AG-PAC-PCODIGO.
           MOVE ZEROS     TO AG-PAC-DATA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE-PAC
               INVALID KEY
                   GO TO CARREGA-AGEN-FECHA.
       CARREGA-AGEN-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-AGEN-FECHA.
           IF AG-PAC-PCODIGO NOT = W-PCODIGO
               GO TO CARREGA-AGEN-FECHA.
           MOVE AG-DATA TO W-EV-DATA.
           PERFORM CHK-PERIODO THRU CHK-PERIODO-FIM.
           IF W-NO-PERIODO = "N"
               GO TO CARREGA-AGEN-LER.
           MOVE "CONSULTA" TO W-EV-TIPO.
           IF AG-TIPO = "G"
               MOVE "SESSAO GRP" TO W-EV-TIPO.
           MOVE AG-CRM    TO WDA-CRM WDM-CRM.
           MOVE AG-CRM-UF TO WDA-UF WDM-UF.
           PERFORM BUSCA-MEDICO THRU BUSCA-MEDICO-FIM.
           MOVE WDM-NOME  TO WDA-NOME.
           MOVE AG-HH     TO WDA-HH.
           MOVE AG-MM     TO WDA-MM.
           MOVE AG-STATUS TO WDA-STATUS.
           MOVE W-DESC-AGEN TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           GO TO CARREGA-AGEN-LER.
       CARREGA-AGEN-FECHA.
           CLOSE CADAGEN.
       CARREGA-AGEN-FIM.
           EXIT.
      *--------------------[ DIAGNOSTICOS DO PACIENTE ]----------------
       CARREGA-DIAG.
           OPEN INPUT CADDIAG
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-DIAG-FIM.
           OPEN INPUT CADCID.
           MOVE W-PCODIGO TO DG-PCODIGO.
           MOVE ZEROS TO DG-CID DG-ANO DG-MES DG-DIA.
           START CADDIAG KEY IS NOT LESS DG-CHAVE
               INVALID KEY
                   GO TO CARREGA-DIAG-FECHA.
       CARREGA-DIAG-LER.
           READ CADDIAG NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-DIAG-FECHA.
           IF DG-PCODIGO NOT = W-PCODIGO
               GO TO CARREGA-DIAG-FECHA.
           MOVE DG-DATA TO W-EV-DATA.
           PERFORM CHK-PERIODO THRU CHK-PERIODO-FIM.
           IF W-NO-PERIODO = "N"
               GO TO CARREGA-DIAG-LER.
           MOVE "DIAGNOST." TO W-EV-TIPO.
           MOVE DG-CID TO WDD-CID CODIGO.
           READ CADCID
           IF ST-ERRO = "00"
               MOVE DENOMINACAO TO WDD-DENOM
           ELSE
               MOVE "(CID NAO CADASTRADO)" TO WDD-DENOM.
           MOVE DG-DIASAFAST TO WDD-DIAS.
           MOVE W-DESC-DIAG TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           GO TO CARREGA-DIAG-LER.
       CARREGA-DIAG-FECHA.
           CLOSE CADDIAG CADCID.
       CARREGA-DIAG-FIM.
           EXIT.
      *--------------------[ ENCAMINHAMENTOS DO PACIENTE ]-------------
       CARREGA-REF.
           OPEN INPUT CADREF
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-REF-FIM.
       CARREGA-REF-LER.
           READ CADREF NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-REF-FECHA.
           IF REF-PCODIGO NOT = W-PCODIGO
               GO TO CARREGA-REF-LER.
           MOVE REF-DATA TO W-EV-DATA.
           PERFORM CHK-PERIODO THRU CHK-PERIODO-FIM.
           IF W-NO-PERIODO = "N"
               GO TO CARREGA-REF-LER.
           MOVE "ENCAMINH." TO W-EV-TIPO.
           MOVE REF-ESPEC-DESTINO TO WDR-ESPEC.
           MOVE REF-STATUS TO WDR-STATUS.
           MOVE REF-MOTIVO TO WDR-MOTIVO.
           MOVE W-DESC-REF TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           GO TO CARREGA-REF-LER.
       CARREGA-REF-FECHA.
           CLOSE CADREF.
       CARREGA-REF-FIM.
           EXIT.
      *--------------------[ RECEITAS DO PACIENTE ]--------------------
       CARREGA-RECET.
           OPEN INPUT CADRECET
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-RECET-FIM.
       CARREGA-RECET-LER.
           READ CADRECET NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-RECET-FECHA.
           IF RE-PCODIGO NOT = W-PCODIGO
               GO TO CARREGA-RECET-LER.
           MOVE RE-DATA TO W-EV-DATA.
           PERFORM CHK-PERIODO THRU CHK-PERIODO-FIM.
           IF W-NO-PERIODO = "N"
               GO TO CARREGA-RECET-LER.
           MOVE "RECEITA" TO W-EV-TIPO.
           MOVE RE-MEDICAMENTO TO WDC-MEDICAM.
           MOVE RE-DOSAGEM     TO WDC-DOSAGEM.
           MOVE RE-DURACAO     TO WDC-DURACAO.
           MOVE W-DESC-RECET TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           MOVE SPACES TO W-EV-TIPO.
           MOVE RE-CRM    TO WDM-CRM.
           MOVE RE-CRM-UF TO WDM-UF.
           PERFORM BUSCA-MEDICO THRU BUSCA-MEDICO-FIM.
           MOVE W-DESC-CRM TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           GO TO CARREGA-RECET-LER.
       CARREGA-RECET-FECHA.
           CLOSE CADRECET.
       CARREGA-RECET-FIM.
           EXIT.
      *--------------------[ EXAMES E RESULTADOS DO PACIENTE ]---------
       CARREGA-EXAME.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-EXAME-FIM.
       CARREGA-EXAME-LER.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-EXAME-FECHA.
           IF EX-PCODIGO NOT = W-PCODIGO
               GO TO CARREGA-EXAME-LER.
           MOVE EX-DATA TO W-EV-DATA.
           PERFORM CHK-PERIODO THRU CHK-PERIODO-FIM.
           IF W-NO-PERIODO = "N"
               GO TO CARREGA-EXAME-LER.
           MOVE "EXAME" TO W-EV-TIPO.
           MOVE EX-TIPO   TO WDE-TIPO.
           MOVE EX-STATUS TO WDE-STATUS.
           MOVE W-DESC-EXAME TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           IF EX-DTRESULT = ZEROS
               GO TO CARREGA-EXAME-LER.
           MOVE SPACES TO W-EV-TIPO.
           MOVE EX-DTRESULT  TO WDX-DATA.
           MOVE EX-VALOR-RES TO WDX-VALOR.
           MOVE EX-FAIXA     TO WDX-FAIXA.
           MOVE W-DESC-RESULT TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           GO TO CARREGA-EXAME-LER.
       CARREGA-EXAME-FECHA.
           CLOSE CADEXAME.
       CARREGA-EXAME-FIM.
           EXIT.
      *--------------------[ SINAIS VITAIS DO PACIENTE ]---------------
       CARREGA-SINAIS.
           OPEN INPUT CADSINAIS
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-SINAIS-FIM.
           MOVE W-PCODIGO TO SN-PCODIGO.
           MOVE ZEROS     TO SN-DATA SN-HORA.
           START CADSINAIS KEY IS NOT LESS SN-CHAVE
               INVALID KEY
                   GO TO CARREGA-SINAIS-FECHA.
       CARREGA-SINAIS-LER.
           READ CADSINAIS NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-SINAIS-FECHA.
           IF SN-PCODIGO NOT = W-PCODIGO
               GO TO CARREGA-SINAIS-FECHA.
           MOVE SN-DATA TO W-EV-DATA.
           PERFORM CHK-PERIODO THRU CHK-PERIODO-FIM.
           IF W-NO-PERIODO = "N"
               GO TO CARREGA-SINAIS-LER.
           MOVE "SINAIS" TO W-EV-TIPO.
           MOVE SN-PA-SIST  TO WDS-SIST.
           MOVE SN-PA-DIAST TO WDS-DIAST.
           MOVE SN-PESO     TO WDS-PESO.
           MOVE SN-TEMP     TO WDS-TEMP.
           MOVE SN-SATO2    TO WDS-SATO2.
           MOVE W-DESC-SINAIS TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           GO TO CARREGA-SINAIS-LER.
       CARREGA-SINAIS-FECHA.
           CLOSE CADSINAIS.
       CARREGA-SINAIS-FIM.
           EXIT.
      *--------------------[ NOTAS DE EVOLUCAO POR EXTENSO ]-----------
       CARREGA-EVOL.
           OPEN INPUT CADEVOL
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-EVOL-FIM.
       CARREGA-EVOL-LER.
           READ CADEVOL NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-EVOL-FECHA.
           IF EV-PCODIGO NOT = W-PCODIGO
               GO TO CARREGA-EVOL-LER.
           MOVE EV-DATA TO W-EV-DATA.
           PERFORM CHK-PERIODO THRU CHK-PERIODO-FIM.
           IF W-NO-PERIODO = "N"
               GO TO CARREGA-EVOL-LER.
           MOVE "EVOLUCAO" TO W-EV-TIPO.
           MOVE EV-CRM    TO WDM-CRM.
           MOVE EV-CRM-UF TO WDM-UF.
           PERFORM BUSCA-MEDICO THRU BUSCA-MEDICO-FIM.
           MOVE W-DESC-CRM TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           MOVE SPACES TO W-EV-TIPO.
           MOVE "S: " TO WDT6-ROTULO.
           MOVE EV-SUBJETIVO TO WDT6-TEXTO.
           MOVE W-DESC-TEXTO60 TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           MOVE "O: " TO WDT6-ROTULO.
           MOVE EV-OBJETIVO TO WDT6-TEXTO.
           MOVE W-DESC-TEXTO60 TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           MOVE "A: " TO WDT6-ROTULO.
           MOVE EV-AVALIACAO TO WDT6-TEXTO.
           MOVE W-DESC-TEXTO60 TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           MOVE "P: " TO WDT6-ROTULO.
           MOVE EV-PLANO TO WDT6-TEXTO.
           MOVE W-DESC-TEXTO60 TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           GO TO CARREGA-EVOL-LER.
       CARREGA-EVOL-FECHA.
           CLOSE CADEVOL.
       CARREGA-EVOL-FIM.
           EXIT.
      *--------------------[ LAUDOS ASSINADOS COMPLETOS ]--------------
      * SO O LAUDO JA ASSINADO, NA DATA DA ASSINATURA; O ADENDO DE
      * CORRECAO SAI COMO EVENTO PROPRIO, COMO NO CONSPRON.
       CARREGA-LAUDO.
           OPEN INPUT CADLAUDO
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-LAUDO-FIM.
       CARREGA-LAUDO-LER.
           READ CADLAUDO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-LAUDO-FECHA.
           IF LD-PCODIGO NOT = W-PCODIGO OR LD-STATUS NOT = "A"
               GO TO CARREGA-LAUDO-LER.
           MOVE LD-DTASSIN TO W-EV-DATA.
           PERFORM CHK-PERIODO THRU CHK-PERIODO-FIM.
           IF W-NO-PERIODO = "N"
               GO TO CARREGA-LAUDO-LER.
           IF LD-TIPO = "A"
               MOVE "ADENDO LAU" TO W-EV-TIPO
           ELSE
               MOVE "LAUDO" TO W-EV-TIPO.
           MOVE LD-CRM    TO WDM-CRM.
           MOVE LD-CRM-UF TO WDM-UF.
           PERFORM BUSCA-MEDICO THRU BUSCA-MEDICO-FIM.
           MOVE W-DESC-CRM TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           MOVE SPACES TO W-EV-TIPO.
           MOVE "TECNICA  : " TO WDT-ROTULO.
           MOVE LD-TECNICA1 TO WDT-TEXTO.
           PERFORM ADD-TEXTO THRU ADD-TEXTO-FIM.
           MOVE LD-TECNICA2 TO WDT-TEXTO.
           PERFORM ADD-TEXTO THRU ADD-TEXTO-FIM.
           MOVE "ACHADOS  : " TO WDT-ROTULO.
           MOVE LD-ACHADO1 TO WDT-TEXTO.
           PERFORM ADD-TEXTO THRU ADD-TEXTO-FIM.
           MOVE LD-ACHADO2 TO WDT-TEXTO.
           PERFORM ADD-TEXTO THRU ADD-TEXTO-FIM.
           MOVE LD-ACHADO3 TO WDT-TEXTO.
           PERFORM ADD-TEXTO THRU ADD-TEXTO-FIM.
           MOVE LD-ACHADO4 TO WDT-TEXTO.
           PERFORM ADD-TEXTO THRU ADD-TEXTO-FIM.
           MOVE "CONCLUSAO: " TO WDT-ROTULO.
           MOVE LD-CONCLUSAO1 TO WDT-TEXTO.
           PERFORM ADD-TEXTO THRU ADD-TEXTO-FIM.
           MOVE LD-CONCLUSAO2 TO WDT-TEXTO.
           PERFORM ADD-TEXTO THRU ADD-TEXTO-FIM.
           GO TO CARREGA-LAUDO-LER.
       CARREGA-LAUDO-FECHA.
           CLOSE CADLAUDO.
       CARREGA-LAUDO-FIM.
           EXIT.
      *----- LINHA DE TEXTO DO LAUDO: BRANCO NAO SAI; O ROTULO SO NA
      *----- PRIMEIRA LINHA DE CADA BLOCO
       ADD-TEXTO.
           IF WDT-TEXTO = SPACES
               GO TO ADD-TEXTO-FIM.
           MOVE W-DESC-TEXTO TO W-EV-DESCR.
           PERFORM ADD-LINHA THRU ADD-LINHA-FIM.
           MOVE SPACES TO WDT-ROTULO.
       ADD-TEXTO-FIM.
           EXIT.
      *
       ROT-FECHA.
           CLOSE CADSOLPR CADAPROV CADPACI CADAUDIT.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
           GO TO ROT-FIM.
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
