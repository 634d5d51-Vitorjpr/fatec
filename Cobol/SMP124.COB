       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP124.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *      PRODUCAO AMBULATORIAL SUS - ARQUIVO BPA         *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * GERA O BOLETIM DE PRODUCAO AMBULATORIAL INDIVIDUALIZADO
      * (BPA-I) DA COMPETENCIA INFORMADA, COM OS ATENDIMENTOS
      * REALIZADOS (CADAGEN) DOS PACIENTES DO CONVENIO QUE
      * REPRESENTA O CONTRATO COM O MUNICIPIO (PARAMETRO
      * CONVSUS). UMA LINHA POR PROCEDIMENTO LANCADO (CADPROCAG)
      * OU, SEM PROCEDIMENTO, UMA LINHA DE CONSULTA (PROC. 0000),
      * COM O CODIGO SIGTAP DO CADTUSS, O CNS DO PACIENTE, O CRM
      * DO MEDICO E O CNES DA UNIDADE.
      * PACIENTE SEM CNS, PROCEDIMENTO SEM SIGTAP E UNIDADE SEM
      * CNES NAO SAO ENVIADOS: SAEM NA LISTA DE AVISO DO
      * RELATORIO DE CONTROLE (BPACTL.DOC), QUE TRAZ TAMBEM OS
      * TOTAIS ENVIADOS POR UNIDADE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CHAVE-PAC
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

                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CV-NOME
                                                      WITH DUPLICATES.

                    SELECT CADPROCAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PA-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADBPACTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT BPAFILE ASSIGN TO W-NOME-BPA
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRUNCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUN-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       COPY REGCONV.
      *
       FD CADPROCAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROCAG.DAT".
       COPY REGPROCAG.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
       COPY REGTUSS.
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       COPY REGCID.
      *
       FD CADBPACTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BPACTL.DOC".
       01 REGBPACTL     PIC X(100).
      *
       FD BPAFILE
               LABEL RECORD IS STANDARD.
       01 REGBPA        PIC X(80).
      *
       FD CADRUNCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUNCTL.DAT".
       COPY REGRUNCTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-RUN-CHAVE  PIC X(24) VALUE SPACES.
       77 W-RUN-STATUS PIC X(01) VALUE "I".
       77 W-RUN-REGS   PIC 9(06) VALUE ZEROS.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-CV-CODIGO   PIC 9(04) VALUE ZEROS.
       77 W-PER-ANO     PIC 9(04) VALUE ZEROS.
       77 W-PER-MES     PIC 9(02) VALUE ZEROS.
       77 W-TEM-PROCAG  PIC X(01) VALUE "N".
       77 W-TEM-MED     PIC X(01) VALUE "N".
       77 W-TEM-UNID    PIC X(01) VALUE "N".
       77 W-TEM-TUSS    PIC X(01) VALUE "N".
       77 W-TEM-CID     PIC X(01) VALUE "N".
       77 W-TUSS-OK     PIC X(01) VALUE "N".
       77 W-TUSS-COD    PIC 9(10) VALUE ZEROS.
       77 W-TUSS-PROC   PIC 9(04) VALUE ZEROS.
       77 W-SEM-TUSS    PIC X(01) VALUE "N".
       77 W-PROC-SEM    PIC 9(04) VALUE ZEROS.
       77 W-UNID-AT     PIC 9(02) VALUE ZEROS.
       77 W-CNES-AT     PIC 9(07) VALUE ZEROS.
       77 W-CID-STD     PIC X(04) VALUE SPACES.
       77 W-TOT-ATEND   PIC 9(06) VALUE ZEROS.
       77 W-TOT-LINHAS  PIC 9(06) VALUE ZEROS.
       77 W-SEM-CNS     PIC 9(06) VALUE ZEROS.
       77 W-SEM-SIGTAP  PIC 9(06) VALUE ZEROS.
       77 W-SEM-CNES    PIC 9(06) VALUE ZEROS.
       77 W-AG-PARTIC   PIC 9(06) VALUE ZEROS.
       77 W-BP-IX       PIC 9(02) VALUE ZEROS.
       77 W-UN-IX       PIC 9(02) VALUE ZEROS.
       01 W-PAR-PARM.
           03 PAR-CODIGO    PIC X(10) VALUE SPACES.
           03 PAR-VALOR     PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX  PIC X(20) VALUE SPACES.
           03 PAR-ACHOU     PIC X(01) VALUE "N".
      *----- PROCEDIMENTOS DO ATENDIMENTO JA TRADUZIDOS PARA SIGTAP
       01 W-BPA-TAB.
           03 W-BP-QTD  PIC 9(02) VALUE ZEROS.
           03 W-BP-ITEM OCCURS 20 TIMES.
               05 W-BP-SIGTAP   PIC 9(10).
      *----- TOTAIS ENVIADOS POR UNIDADE (INDICE = CODIGO DA UNIDADE)
       01 W-UNID-TAB.
           03 W-UN-ITEM OCCURS 99 TIMES.
               05 W-UN-ATEND    PIC 9(06).
               05 W-UN-LINHAS   PIC 9(06).
               05 W-UN-CNES     PIC 9(07).
       01 W-MOT-SIGTAP.
           05 FILLER           PIC X(06) VALUE "PROC. ".
           05 W-MOT-PROC       PIC 9(04).
           05 FILLER           PIC X(18) VALUE " SEM CODIGO SIGTAP".
       01 W-NOME-BPA.
           05 FILLER           PIC X(03) VALUE "BPA".
           05 W-BPA-ANO        PIC 9(04).
           05 W-BPA-MES        PIC 9(02).
           05 FILLER           PIC X(04) VALUE ".TXT".
      *
      *------------------[ LAYOUT FIXO DO ARQUIVO BPA ]-----------------
       01  BPA-HEADER.
           05  BH-TIPO                PIC X(02) VALUE "01".
           05  BH-IDENT               PIC X(05) VALUE "#BPA#".
           05  BH-COMPET              PIC 9(06).
           05  BH-DATA-GER            PIC 9(08).
           05  BH-CONVENIO            PIC 9(04).
           05  FILLER                 PIC X(55) VALUE SPACES.
       01  BPA-DETALHE.
           05  BD-TIPO                PIC X(02) VALUE "03".
           05  BD-CNES                PIC 9(07).
           05  BD-COMPET              PIC 9(06).
           05  BD-CRM                 PIC 9(06).
           05  BD-CRM-UF              PIC X(02).
           05  BD-DATA                PIC 9(08).
           05  BD-SIGTAP              PIC 9(10).
           05  BD-CNS                 PIC 9(15).
           05  BD-SEXO                PIC X(01).
           05  BD-DTNASC.
               07  BD-NASC-ANO        PIC 9(04).
               07  BD-NASC-MES        PIC 9(02).
               07  BD-NASC-DIA        PIC 9(02).
           05  BD-CID                 PIC X(04).
           05  BD-QTD                 PIC 9(06).
           05  FILLER                 PIC X(05) VALUE SPACES.
       01  BPA-TRAILER.
           05  BT-TIPO                PIC X(02) VALUE "99".
           05  BT-TOT-LINHAS          PIC 9(06).
           05  BT-TOT-ATEND           PIC 9(06).
           05  FILLER                 PIC X(66) VALUE SPACES.
      *
       01  CABECALHO-0.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".

       01  CABECALHO-1.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME      PRODUCAO AMBULATORIAL S".
           05  FILLER                 PIC X(043) VALUE
           "US - CONTROLE DO BPA                      -".

       01  CABECALHO-3.
           05  FILLER                 PIC X(030) VALUE
           "- CONVENIO SUS :             ".
           05  CAB3-CODIGO            PIC 9(004).
           05  FILLER                 PIC X(023) VALUE
           "                       ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".

       01  CABECALHO-4.
           05  FILLER                 PIC X(030) VALUE
           "- COMPETENCIA  :             ".
           05  CAB4-MES               PIC 99.
           05  FILLER                 PIC X(001) VALUE
           "/".
           05  CAB4-ANO               PIC 9(004).
           05  FILLER                 PIC X(020) VALUE
           "                    ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".

       01  CABECALHO-6.
           05  FILLER                 PIC X(057) VALUE
           "- DATA       CRM    PACIENTE NAO ENVIADO - MOTIVO        ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".

       01  DETALHE-BLOQ.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  BQ-DATA   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  BQ-CRM    VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  BQ-PCODIGO VALUE ZEROS PIC 9(006).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  BQ-NOME   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  BQ-MOTIVO VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(012) VALUE
           "           -".

       01  CABECALHO-7.
           05  FILLER                 PIC X(057) VALUE
           "- UN NOME DA UNIDADE                  CNES     ATENDIMENT".
           05  FILLER                 PIC X(043) VALUE
           "OS   LINHAS BPA                           -".

       01  DETALHE-UNID.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  DU-UNIDADE VALUE ZEROS PIC 9(002).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  DU-NOME   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(003) VALUE
           "   ".
           05  DU-CNES   VALUE ZEROS  PIC 9(007).
           05  FILLER                 PIC X(005) VALUE
           "     ".
           05  DU-ATEND  VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(005) VALUE
           "     ".
           05  DU-LINHAS VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(033) VALUE
           "                                -".

       01  LINHA-TOTAL.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(033) VALUE
           "TOTAL DE ATENDIMENTOS ENVIADOS  :".
           05  LT-ATEND               PIC ZZZZZ9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  FILLER                 PIC X(013) VALUE
           "LINHAS BPA  :".
           05  LT-LINHAS              PIC ZZZZZ9.
           05  FILLER                 PIC X(035) VALUE
           "                                  -".

       01  LINHA-SEMCNS.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(033) VALUE
           "NAO ENVIADOS - PACIENTE SEM CNS :".
           05  LC-SEMCNS              PIC ZZZZZ9.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".

       01  LINHA-SEMSIGTAP.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(033) VALUE
           "NAO ENVIADOS - PROC. SEM SIGTAP :".
           05  LS-SEMSIGTAP           PIC ZZZZZ9.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".

       01  LINHA-SEMCNES.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(033) VALUE
           "NAO ENVIADOS - UNIDADE SEM CNES :".
           05  LN-SEMCNES             PIC ZZZZZ9.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".

       01  LINHA-PARTIC.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(033) VALUE
           "AGENDADOS COMO PARTICULAR       :".
           05  LP-PARTIC              PIC ZZZZZ9.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT124.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    *** PRODUCAO AMBULA".
           05  LINE 02  COLUMN 41
               VALUE  "TORIAL SUS - BPA ***".
           05  LINE 06  COLUMN 01
               VALUE  "     CONVENIO SUS       :".
           05  LINE 08  COLUMN 01
               VALUE  "     COMPETENCIA MES/ANO:".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-CVCODIGO
               LINE 06  COLUMN 27  PIC 9(04)
               USING  W-CV-CODIGO
               HIGHLIGHT.
           05  T-CVNOME
               LINE 06  COLUMN 33  PIC X(30)
               USING  CV-NOME
               HIGHLIGHT.
           05  T-PERMES
               LINE 08  COLUMN 27  PIC 99
               USING  W-PER-MES
               HIGHLIGHT.
           05  T-PERANO
               LINE 08  COLUMN 30  PIC 9(04)
               USING  W-PER-ANO
               HIGHLIGHT.

           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           MOVE ZEROS TO W-CV-CODIGO W-PER-ANO W-PER-MES
                         W-TOT-ATEND W-TOT-LINHAS.
           MOVE SPACES TO CV-NOME.
      *----- CONVENIO QUE REPRESENTA O CONTRATO SUS (CADPARAM)
           MOVE "CONVSUS" TO PAR-CODIGO.
           MOVE ZEROS TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S"
               MOVE PAR-VALOR TO W-CV-CODIGO.
           DISPLAY SMT124.

       INC-CV.
           ACCEPT T-CVCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
           IF W-CV-CODIGO = ZEROS
               MOVE "*** CODIGO DO CONVENIO NAO INFORMADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-CV.

       INC-CV-A.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   MOVE "* ARQUIVO CADCONV NAO EXISTE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

           MOVE W-CV-CODIGO TO CV-CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** CONVENIO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCONV
                   GO TO INC-CV
               ELSE
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADCONV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCONV
                   GO TO ROT-FIM
           ELSE
               DISPLAY T-CVNOME
               CLOSE CADCONV.

       INC-PER.
           ACCEPT T-PERMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-CV.
           IF W-PER-MES < 01 OR W-PER-MES > 12
               MOVE "*** MES INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PER.

       INC-PER-A.
           ACCEPT T-PERANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PER.
           IF W-PER-ANO = ZEROS
               MOVE "*** ANO INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PER-A.

       INC-OPC.
           ACCEPT T-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PER-A.
           IF W-OPCAO = "N" OR "n"
               MOVE "* GERACAO RECUSADA PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *
       INC-OP0.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           MOVE ZEROS TO W-UN-IX.
       INC-OP0-ZERA.
           ADD 1 TO W-UN-IX.
           MOVE ZEROS TO W-UN-ATEND (W-UN-IX) W-UN-LINHAS (W-UN-IX)
                         W-UN-CNES (W-UN-IX).
           IF W-UN-IX < 99
               GO TO INC-OP0-ZERA.

           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   MOVE "* ARQUIVO CADAGEN NAO EXISTE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADAGEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   MOVE "* ARQUIVO CADPACI NAO EXISTE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAGEN
                   GO TO ROT-FIM
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAGEN
                   GO TO ROT-FIM.

           MOVE "S" TO W-TEM-PROCAG.
           OPEN INPUT CADPROCAG
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PROCAG.

           MOVE "S" TO W-TEM-MED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MED.

           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.

           MOVE "S" TO W-TEM-TUSS.
           OPEN INPUT CADTUSS
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-TUSS.

           MOVE "S" TO W-TEM-CID.
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CID.

           OPEN OUTPUT CADBPACTL
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO BPACTL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FECHA-ARQ.

           MOVE W-PER-ANO TO W-BPA-ANO.
           MOVE W-PER-MES TO W-BPA-MES.
           OPEN OUTPUT BPAFILE
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQUIVO BPA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADBPACTL
                      GO TO ROT-FECHA-ARQ.
           ACCEPT BH-DATA-GER FROM DATE YYYYMMDD.
           COMPUTE BH-COMPET = (W-PER-ANO * 100) + W-PER-MES.
           MOVE W-CV-CODIGO TO BH-CONVENIO.
           WRITE REGBPA FROM BPA-HEADER.
           MOVE BH-COMPET TO BD-COMPET.

           WRITE REGBPACTL FROM CABECALHO-0.
           WRITE REGBPACTL FROM CABECALHO-1.
           WRITE REGBPACTL FROM CABECALHO-0.
           MOVE W-CV-CODIGO TO CAB3-CODIGO.
           WRITE REGBPACTL FROM CABECALHO-3.
           MOVE W-PER-MES TO CAB4-MES.
           MOVE W-PER-ANO TO CAB4-ANO.
           WRITE REGBPACTL FROM CABECALHO-4.
           WRITE REGBPACTL FROM CABECALHO-0.
           WRITE REGBPACTL FROM CABECALHO-6.
      *
       LER-AGEN.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "10"
                   GO TO ROT-TOTAIS
               ELSE
                   MOVE "ERRO NA LEITURA CADAGEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA
           ELSE
              NEXT SENTENCE.
      *--------------------[ SO INTERESSA A COMPETENCIA PEDIDA ]--------
       CHK-PERIODO.
           IF AG-ANO NOT = W-PER-ANO OR AG-MES NOT = W-PER-MES
               GO TO LER-AGEN.
      *--------------------[ SO ATENDIMENTO REALIZADO ]-----------------
       CHK-REALIZADO.
           IF AG-STATUS = "C"
               GO TO LER-AGEN.
           IF AG-STATUS NOT = "R" AND AG-HORACHEG = ZEROS
               GO TO LER-AGEN.
      *--------------------[ PACIENTE DO CONVENIO SUS ]-----------------
       CHK-PACIENTE.
           MOVE AG-PCODIGO TO P-CODIGO
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO LER-AGEN.
           IF P-CONVENIO NOT = W-CV-CODIGO
               GO TO LER-AGEN.
      *----- MARCADO COMO PARTICULAR NA CARENCIA NAO E PRODUCAO SUS
           IF AG-PARTICULAR = "S"
               ADD 1 TO W-AG-PARTIC
               GO TO LER-AGEN.
      *----- EXAME OCUPACIONAL E COBRADO DA EMPRESA (SMP170)
           IF AG-TIPO = "O"
               GO TO LER-AGEN.
      *--------------------[ BPA-I IDENTIFICA O PACIENTE PELO CNS ]-----
       CHK-CNS.
           IF P-CNS = ZEROS
               ADD 1 TO W-SEM-CNS
               MOVE "PACIENTE SEM CNS" TO BQ-MOTIVO
               PERFORM GRAVA-BLOQ THRU GRAVA-BLOQ-FIM
               GO TO LER-AGEN.
      *--------------------[ CNES DA UNIDADE DO ATENDIMENTO ]-----------
       CHK-CNES.
           PERFORM BUSCA-CNES THRU BUSCA-CNES-FIM.
           IF W-CNES-AT = ZEROS
               ADD 1 TO W-SEM-CNES
               MOVE "UNIDADE SEM CNES" TO BQ-MOTIVO
               PERFORM GRAVA-BLOQ THRU GRAVA-BLOQ-FIM
               GO TO LER-AGEN.
      *--------------------[ PROCEDIMENTOS EM CODIGO SIGTAP ]-----------
       CHK-PROCED.
           PERFORM MONTA-PROC THRU MONTA-PROC-FIM.
           IF W-SEM-TUSS = "S"
               ADD 1 TO W-SEM-SIGTAP
               MOVE W-PROC-SEM TO W-MOT-PROC
               MOVE W-MOT-SIGTAP TO BQ-MOTIVO
               PERFORM GRAVA-BLOQ THRU GRAVA-BLOQ-FIM
               GO TO LER-AGEN.
      *
       INC-003.
           PERFORM BUSCA-CID THRU BUSCA-CID-FIM.
           MOVE W-CNES-AT    TO BD-CNES.
           MOVE AG-CRM       TO BD-CRM.
           MOVE AG-CRM-UF    TO BD-CRM-UF.
           MOVE AG-DATA      TO BD-DATA.
           MOVE P-CNS        TO BD-CNS.
           MOVE P-SEXO       TO BD-SEXO.
           MOVE P-ANO        TO BD-NASC-ANO.
           MOVE P-MES        TO BD-NASC-MES.
           MOVE P-DIA        TO BD-NASC-DIA.
           MOVE W-CID-STD    TO BD-CID.
           MOVE 1            TO BD-QTD.
           MOVE ZEROS TO W-BP-IX.
       INC-WR1.
           ADD 1 TO W-BP-IX.
           IF W-BP-IX > W-BP-QTD
               GO TO INC-WR1-FIM.
           MOVE W-BP-SIGTAP (W-BP-IX) TO BD-SIGTAP.
           WRITE REGBPA FROM BPA-DETALHE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO BPA" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           ADD 1 TO W-TOT-LINHAS W-UN-LINHAS (W-UNID-AT).
           GO TO INC-WR1.
       INC-WR1-FIM.
           ADD 1 TO W-TOT-ATEND W-UN-ATEND (W-UNID-AT).
           MOVE W-CNES-AT TO W-UN-CNES (W-UNID-AT).
           GO TO LER-AGEN.
      *--------------[ UNIDADE E CNES DO ATENDIMENTO ]------------------
      * REGISTRO ANTIGO SEM AG-UNIDADE USA A UNIDADE DO CADASTRO DO
      * MEDICO. UNIDADE INEXISTENTE OU SEM CNES DEVOLVE ZEROS.
       BUSCA-CNES.
           MOVE ZEROS TO W-CNES-AT.
           MOVE AG-UNIDADE TO W-UNID-AT.
           IF W-UNID-AT = ZEROS AND W-TEM-MED = "S"
               MOVE AG-CRM    TO CRM
               MOVE AG-CRM-UF TO CRM-UF
               READ CADMED
               IF ST-ERRO = "00"
                   MOVE UNIDADE TO W-UNID-AT.
           IF W-UNID-AT = ZEROS OR W-TEM-UNID = "N"
               GO TO BUSCA-CNES-FIM.
           MOVE W-UNID-AT TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO = "00"
               MOVE UN-CNES TO W-CNES-AT.
       BUSCA-CNES-FIM.
           EXIT.
      *--------------[ PROCEDIMENTOS LANCADOS NO ATENDIMENTO ]----------
      * SEM LANCAMENTO NO CADPROCAG VAI UMA LINHA DE CONSULTA
      * (PROCEDIMENTO 0000). QUALQUER PROCEDIMENTO SEM CODIGO
      * SIGTAP SEGURA O ATENDIMENTO INTEIRO, COMO NO SMP010.
       MONTA-PROC.
           MOVE ZEROS TO W-BP-QTD.
           MOVE "N"   TO W-SEM-TUSS.
           IF W-TEM-PROCAG = "N"
               GO TO MONTA-PROC-CONS.
           MOVE AG-DATA    TO PA-DATA.
           MOVE AG-CRM     TO PA-CRM.
           MOVE AG-CRM-UF  TO PA-CRM-UF.
           MOVE AG-PCODIGO TO PA-PCODIGO.
           MOVE AG-HORA    TO PA-HORA.
           MOVE ZEROS      TO PA-SEQ.
           START CADPROCAG KEY IS NOT LESS PA-CHAVE
               INVALID KEY
                   GO TO MONTA-PROC-CONS.
       MONTA-PROC-LER.
           READ CADPROCAG NEXT
           IF ST-ERRO NOT = "00"
               GO TO MONTA-PROC-CONS.
           IF PA-DATA NOT = AG-DATA OR PA-CRM NOT = AG-CRM OR
              PA-CRM-UF NOT = AG-CRM-UF OR
              PA-PCODIGO NOT = AG-PCODIGO OR PA-HORA NOT = AG-HORA
               GO TO MONTA-PROC-CONS.
           MOVE PA-PROC TO W-TUSS-PROC.
           PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           IF W-TUSS-OK = "N"
               MOVE "S" TO W-SEM-TUSS
               MOVE PA-PROC TO W-PROC-SEM
               GO TO MONTA-PROC-FIM.
           IF W-BP-QTD < 20
               ADD 1 TO W-BP-QTD
               MOVE W-TUSS-COD TO W-BP-SIGTAP (W-BP-QTD).
           GO TO MONTA-PROC-LER.
       MONTA-PROC-CONS.
           IF W-BP-QTD NOT = ZEROS
               GO TO MONTA-PROC-FIM.
           MOVE ZEROS TO W-TUSS-PROC.
           PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           IF W-TUSS-OK = "N"
               MOVE "S" TO W-SEM-TUSS
               MOVE ZEROS TO W-PROC-SEM
               GO TO MONTA-PROC-FIM.
           MOVE 1 TO W-BP-QTD.
           MOVE W-TUSS-COD TO W-BP-SIGTAP (1).
       MONTA-PROC-FIM.
           EXIT.
      *--------------[ CODIGO SIGTAP DO PROCEDIMENTO ]------------------
      * PARA O CONVENIO SUS O CADTUSS GUARDA O CODIGO SIGTAP. SO
      * VALE A LINHA DO PROPRIO CONVENIO: O MAPEAMENTO GERAL
      * (CONVENIO 0000) E TUSS E NAO SERVE PARA O BPA.
       BUSCA-TUSS.
           MOVE "N" TO W-TUSS-OK.
           MOVE ZEROS TO W-TUSS-COD.
           IF W-TEM-TUSS = "N"
               GO TO BUSCA-TUSS-FIM.
           MOVE W-TUSS-PROC TO TU-PROC.
           MOVE W-CV-CODIGO TO TU-CONVENIO.
           READ CADTUSS
           IF ST-ERRO = "00" AND TU-STATUS NOT = "I"
               MOVE TU-TUSS TO W-TUSS-COD
               MOVE "S" TO W-TUSS-OK.
       BUSCA-TUSS-FIM.
           EXIT.
      *--------------[ CID-10 OFICIAL DO ATENDIMENTO ]------------------
       BUSCA-CID.
           MOVE SPACES TO W-CID-STD.
           IF W-TEM-CID = "N" OR AG-CID = ZEROS
               GO TO BUSCA-CID-FIM.
           MOVE AG-CID TO CODIGO.
           READ CADCID
           IF ST-ERRO = "00"
               MOVE CID-COD-STD TO W-CID-STD.
       BUSCA-CID-FIM.
           EXIT.
      *--------------[ LISTA DE AVISO - ATENDIMENTO NAO ENVIADO ]-------
       GRAVA-BLOQ.
           MOVE AG-DATA    TO BQ-DATA.
           MOVE AG-CRM     TO BQ-CRM.
           MOVE AG-PCODIGO TO BQ-PCODIGO.
           MOVE P-NOME     TO BQ-NOME.
           WRITE REGBPACTL FROM DETALHE-BLOQ.
       GRAVA-BLOQ-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           WRITE REGBPACTL FROM CABECALHO-0.
           WRITE REGBPACTL FROM CABECALHO-7.
           MOVE ZEROS TO W-UN-IX.
       ROT-TOTAIS-UN.
           IF W-UN-IX = 99
               GO TO ROT-TOTAIS-GER.
           ADD 1 TO W-UN-IX.
           IF W-UN-ATEND (W-UN-IX) = ZEROS
               GO TO ROT-TOTAIS-UN.
           MOVE W-UN-IX TO DU-UNIDADE UN-CODIGO.
           MOVE SPACES TO DU-NOME.
           READ CADUNID
           IF ST-ERRO = "00"
               MOVE UN-NOME TO DU-NOME.
           MOVE W-UN-CNES (W-UN-IX)   TO DU-CNES.
           MOVE W-UN-ATEND (W-UN-IX)  TO DU-ATEND.
           MOVE W-UN-LINHAS (W-UN-IX) TO DU-LINHAS.
           WRITE REGBPACTL FROM DETALHE-UNID.
           GO TO ROT-TOTAIS-UN.
       ROT-TOTAIS-GER.
           WRITE REGBPACTL FROM CABECALHO-0.
           MOVE W-TOT-ATEND  TO LT-ATEND.
           MOVE W-TOT-LINHAS TO LT-LINHAS.
           WRITE REGBPACTL FROM LINHA-TOTAL.
           MOVE W-SEM-CNS TO LC-SEMCNS.
           WRITE REGBPACTL FROM LINHA-SEMCNS.
           MOVE W-SEM-SIGTAP TO LS-SEMSIGTAP.
           WRITE REGBPACTL FROM LINHA-SEMSIGTAP.
           MOVE W-SEM-CNES TO LN-SEMCNES.
           WRITE REGBPACTL FROM LINHA-SEMCNES.
           MOVE W-AG-PARTIC TO LP-PARTIC.
           WRITE REGBPACTL FROM LINHA-PARTIC.
           WRITE REGBPACTL FROM CABECALHO-0.
           MOVE W-TOT-LINHAS TO BT-TOT-LINHAS.
           MOVE W-TOT-ATEND  TO BT-TOT-ATEND.
           WRITE REGBPA FROM BPA-TRAILER.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-TOT-LINHAS TO W-RUN-REGS.
           MOVE "*** ARQUIVO BPA GERADO COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      **********************
      *
       ROT-FECHA.
           CLOSE BPAFILE CADBPACTL.
       ROT-FECHA-ARQ.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           CLOSE CADAGEN CADPACI.
           IF W-TEM-PROCAG = "S"
               CLOSE CADPROCAG.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
           IF W-TEM-UNID = "S"
               CLOSE CADUNID.
           IF W-TEM-TUSS = "S"
               CLOSE CADTUSS.
           IF W-TEM-CID = "S"
               CLOSE CADCID.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.

       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
               DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
      *
      *------------[ CONTROLE CENTRAL DE EXECUCAO DOS BATCHES ]---------
       RUNCTL-INI.
           OPEN I-O CADRUNCTL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADRUNCTL
                   CLOSE CADRUNCTL
                   OPEN I-O CADRUNCTL
               ELSE
                   GO TO RUNCTL-INI-FIM.
           ACCEPT RUN-DATA FROM DATE YYYYMMDD.
           ACCEPT RUN-HORA-INI FROM TIME.
           MOVE "SMP124" TO RUN-PROGRAMA.
           MOVE ZEROS TO RUN-HORA-FIM RUN-REGISTROS.
           MOVE "I" TO RUN-STATUS.
           WRITE REGRUNCTL.
           MOVE RUN-CHAVE TO W-RUN-CHAVE.
           CLOSE CADRUNCTL.
       RUNCTL-INI-FIM.
           EXIT.
       RUNCTL-FIM.
           OPEN I-O CADRUNCTL
           IF ST-ERRO NOT = "00"
               GO TO RUNCTL-FIM-FIM.
           MOVE W-RUN-CHAVE TO RUN-CHAVE.
           READ CADRUNCTL
           IF ST-ERRO = "00"
               ACCEPT RUN-HORA-FIM FROM TIME
               MOVE W-RUN-STATUS TO RUN-STATUS
               MOVE W-RUN-REGS   TO RUN-REGISTROS
               REWRITE REGRUNCTL.
           CLOSE CADRUNCTL.
       RUNCTL-FIM-FIM.
           EXIT.
