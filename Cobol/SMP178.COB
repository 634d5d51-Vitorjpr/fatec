       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP178.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     CRITICA DE PRE-FATURAMENTO DE CONVENIO (SMP010)   *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * RODA ANTES DO FECHAMENTO DO FATURAMENTO (SMP010) PARA O
      * MESMO CONVENIO E COMPETENCIA. PASSA PELOS MESMOS ITENS QUE
      * O SMP010 FATURARIA (CONSULTAS DO CADAGEN COM OS PROCEDIMENTOS
      * DO CADPROCAG E EXAMES DO CADEXAME) E LISTA NO CRITFAT.DOC,
      * POR ATENDIMENTO, CADA ERRO ENCONTRADO E A ACAO CORRETIVA:
      *   - AUTORIZACAO EM BRANCO EM CONVENIO QUE EXIGE (CV-AUTORIZ)
      *   - CONSULTA OU PROCEDIMENTO SEM MAPEAMENTO NO CADTUSS
      *   - PACIENTE FORA DA CARGA DE ELEGIBILIDADE (CADELEG)
      *   - CONSULTA SEM CID (AVISO - NAO IMPEDE O FECHAMENTO)
      *   - CRM DO MEDICO VENCIDO NA DATA DO ATENDIMENTO
      * B = ERRO IMPEDITIVO  A = AVISO. O RESUMO VAI PARA O
      * CADCRITF, CONSULTADO PELO SMP010 ANTES DE FATURAR.
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

                    SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADELEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EL-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCRITF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CQ-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CRITREL ASSIGN TO DISK
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
       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
       COPY REGTUSS.
      *
       FD CADELEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADELEG.DAT".
       COPY REGELEG.
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       COPY REGEXAME.
      *
       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
       COPY REGTELE.
      *
       FD CADCRITF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRITF.DAT".
       COPY REGCRITF.
      *
       FD CRITREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRITFAT.DOC".
       01 REGCRITREL    PIC X(100).
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
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-CV-CODIGO   PIC 9(04) VALUE ZEROS.
       77 W-CV-AUTORIZ  PIC X(01) VALUE "N".
       77 W-PER-ANO     PIC 9(04) VALUE ZEROS.
       77 W-PER-MES     PIC 9(02) VALUE ZEROS.
       77 W-CTR-INI     PIC 9(08) VALUE ZEROS.
       77 W-CTR-FIM     PIC 9(08) VALUE ZEROS.
       77 W-TEM-PROCAG  PIC X(01) VALUE "N".
       77 W-TEM-MED     PIC X(01) VALUE "N".
       77 W-TEM-TUSS    PIC X(01) VALUE "N".
       77 W-TEM-ELEG    PIC X(01) VALUE "N".
       77 W-TEM-EXAME   PIC X(01) VALUE "N".
       77 W-TEM-TELE    PIC X(01) VALUE "N".
       77 W-ELEG-CONV   PIC X(01) VALUE "N".
       77 W-TUSS-OK     PIC X(01) VALUE "N".
       77 W-TUSS-PROC   PIC 9(04) VALUE ZEROS.
       77 W-TUSS-CONS   PIC X(01) VALUE "N".
       77 W-TUSS-TELE   PIC X(01) VALUE "N".
       77 W-TEM-PROC    PIC X(01) VALUE "N".
       77 W-DATA-ATD    PIC 9(08) VALUE ZEROS.
       77 W-CRM-ATD     PIC 9(06) VALUE ZEROS.
       77 W-CRMUF-ATD   PIC X(02) VALUE SPACES.
       77 W-QTD-ITENS   PIC 9(06) VALUE ZEROS.
       77 W-QTD-BLOQ    PIC 9(06) VALUE ZEROS.
       77 W-QTD-AVISO   PIC 9(06) VALUE ZEROS.
       77 W-QTD-ITERRO  PIC 9(06) VALUE ZEROS.
       77 W-ERROS-ITEM  PIC 9(04) VALUE ZEROS.
       77 W-EH-RETORNO  PIC X(01) VALUE "N".
       77 W-JANELA-RET  PIC 9(03) VALUE 30.
       77 W-AG-CHAVE-SALVA PIC X(26) VALUE SPACES.
       77 W-REGAGEN-SV  PIC X(150) VALUE SPACES.
       77 W-RET-CRM     PIC 9(06) VALUE ZEROS.
       77 W-RET-CRMUF   PIC X(02) VALUE SPACES.
       77 W-CS-SERIAL   PIC 9(08) VALUE ZEROS.
       77 W-CS-QUOC     PIC 9(04) VALUE ZEROS.
       77 W-SER-CONS    PIC 9(08) VALUE ZEROS.
       77 W-SER-ANT     PIC 9(08) VALUE ZEROS.
       77 W-DIF-DIAS    PIC S9(08) VALUE ZEROS.
       01 W-CS-DATA.
           03 W-CS-ANO  PIC 9(04).
           03 W-CS-MES  PIC 9(02).
           03 W-CS-DIA  PIC 9(02).
       01 W-ERRO-TXT.
           03 W-ERR-TIPO    PIC X(01) VALUE SPACES.
           03 W-ERR-DESC    PIC X(30) VALUE SPACES.
           03 W-ERR-ACAO    PIC X(32) VALUE SPACES.
       01 W-ERR-PROCTX.
           03 FILLER        PIC X(08) VALUE "PROCED. ".
           03 W-ERR-PROC    PIC 9(04) VALUE ZEROS.
           03 FILLER        PIC X(18) VALUE " SEM CODIGO TUSS".
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-PAR-PARM.
           03 PAR-CODIGO    PIC X(10) VALUE SPACES.
           03 PAR-VALOR     PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX  PIC X(20) VALUE SPACES.
           03 PAR-ACHOU     PIC X(01) VALUE "N".
       01 W-HCV-PARM.
           03 HCV-ACAO           PIC X(01) VALUE SPACES.
           03 HCV-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 HCV-DATA           PIC 9(08) VALUE ZEROS.
           03 HCV-CONVENIO       PIC 9(04) VALUE ZEROS.
           03 HCV-PLANO          PIC 9(02) VALUE ZEROS.
           03 HCV-CARTEIRA       PIC X(20) VALUE SPACES.
           03 HCV-ACHOU          PIC X(01) VALUE SPACES.
      *
       01  CABECALHO-0.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".

       01  CABECALHO-1.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME      CRITICA DE PRE-FATURAME".
           05  FILLER                 PIC X(043) VALUE
           "NTO                                       -".

       01  CABECALHO-3.
           05  FILLER                 PIC X(030) VALUE
           "- CONVENIO :                 ".
           05  CAB3-CODIGO            PIC 9(004).
           05  FILLER                 PIC X(023) VALUE
           "                       ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".

       01  CABECALHO-4.
           05  FILLER                 PIC X(030) VALUE
           "- PERIODO  :                 ".
           05  CAB4-MES               PIC 99.
           05  FILLER                 PIC X(001) VALUE
           "/".
           05  CAB4-ANO               PIC 9(004).
           05  FILLER                 PIC X(020) VALUE
           "                    ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".

       01  LIN-LEGENDA.
           05  FILLER                 PIC X(057) VALUE
           "- T = TIPO DO ERRO:  B = IMPEDE O FATURAMENTO  A = AVISO ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".

       01  CABECALHO-6.
           05  FILLER                 PIC X(057) VALUE
           "- DATA       HORA  CRM    PACIEN T ERRO                  ".
           05  FILLER                 PIC X(043) VALUE
           "         ACAO CORRETIVA                   -".

       01  DETALHE-CRIT.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  DC-DATA   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  DC-HORA   VALUE ZEROS  PIC 99.99.
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  DC-CRM    VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  DC-PCOD   VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  DC-TIPO   VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  DC-ERRO   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  DC-ACAO   VALUE SPACES PIC X(032).
           05  FILLER                 PIC X(002) VALUE
           " -".

       01  LINHA-FINAL.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".

       01  LINHA-ITENS.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(034) VALUE
           "ITENS FATURAVEIS CRITICADOS     :".
           05  LI-ITENS               PIC ZZZZZ9.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".

       01  LINHA-ITERRO.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(034) VALUE
           "ATENDIMENTOS COM ERRO IMPEDITIVO:".
           05  LE-ITERRO              PIC ZZZZZ9.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".

       01  LINHA-BLOQ.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(034) VALUE
           "ERROS IMPEDITIVOS (B)           :".
           05  LB-BLOQ                PIC ZZZZZ9.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".

       01  LINHA-AVISO.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(034) VALUE
           "AVISOS (A)                      :".
           05  LA-AVISO               PIC ZZZZZ9.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT178.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                *** CRITICA DE PRE-FATURA".
           05  LINE 02  COLUMN 42
               VALUE  "MENTO ***".
           05  LINE 06  COLUMN 01
               VALUE  "     CODIGO DO CONVENIO :".
           05  LINE 08  COLUMN 01
               VALUE  "     PERIODO (MES/ANO)  :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA CRITIC".
           05  LINE 12  COLUMN 41
               VALUE  "A (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-CVCODIGO
               LINE 06  COLUMN 27  PIC 9(04)
               USING  W-CV-CODIGO
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
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

       INC-001.
           MOVE ZEROS TO W-CV-CODIGO W-PER-ANO W-PER-MES.
           DISPLAY SMT178.

       INC-CV.
           ACCEPT T-CVCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIMP.
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
                   GO TO ROT-FIMP
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.

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
                   GO TO ROT-FIMP
           ELSE
               MOVE CV-DTINICTR TO W-CTR-INI
               MOVE CV-DTFIMCTR TO W-CTR-FIM
               MOVE CV-AUTORIZ  TO W-CV-AUTORIZ
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
           IF W-OPCAO = "N" OR "n"
               MOVE "* CRITICA CANCELADA PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIMP.

           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *
       INC-OP0.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
      *----- JANELA DE RETORNO ISENTO PARAMETRIZADA (CADPARAM),
      *----- A MESMA DO SMP010: RETORNO ISENTO NAO E CRITICADO
           MOVE "JANELARET" TO PAR-CODIGO.
           MOVE W-JANELA-RET TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
               MOVE PAR-VALOR TO W-JANELA-RET.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   MOVE "* ARQUIVO CADAGEN NAO EXISTE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADAGEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMP.

           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   MOVE "* ARQUIVO CADPACI NAO EXISTE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAGEN
                   GO TO ROT-FIMP
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAGEN
                   GO TO ROT-FIMP.

           MOVE "S" TO W-TEM-PROCAG.
           OPEN INPUT CADPROCAG
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PROCAG.

           MOVE "S" TO W-TEM-MED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MED.

           MOVE "S" TO W-TEM-EXAME.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EXAME.

           MOVE "S" TO W-TEM-TELE.
           OPEN INPUT CADTELE
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-TELE.
      *----- SEM O CADTUSS O SMP010 NAO CONFERE O MAPEAMENTO; A
      *----- CRITICA TAMBEM NAO. CODIGO DA CONSULTA (PROCEDIMENTO
      *----- 0000) E DA TELECONSULTA (9999, OU NA FALTA O DA
      *----- CONSULTA), COMO NO SMP010.
           MOVE "S" TO W-TEM-TUSS.
           OPEN INPUT CADTUSS
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-TUSS.
           MOVE ZEROS TO W-TUSS-PROC.
           PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           MOVE W-TUSS-OK TO W-TUSS-CONS W-TUSS-TELE.
           MOVE 9999 TO W-TUSS-PROC.
           PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           IF W-TUSS-OK = "S"
               MOVE "S" TO W-TUSS-TELE.
      *----- ELEGIBILIDADE SO E CRITICADA QUANDO O CONVENIO JA
      *----- MANDOU CARGA DE ASSOCIADOS (SMP052)
           MOVE "S" TO W-TEM-ELEG.
           OPEN INPUT CADELEG
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-ELEG.
           PERFORM VER-CARGA THRU VER-CARGA-FIM.

           OPEN OUTPUT CRITREL
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO CRITFAT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

           WRITE REGCRITREL FROM CABECALHO-0.
           WRITE REGCRITREL FROM CABECALHO-1.
           WRITE REGCRITREL FROM CABECALHO-0.
           MOVE W-CV-CODIGO TO CAB3-CODIGO.
           WRITE REGCRITREL FROM CABECALHO-3.
           MOVE W-PER-MES TO CAB4-MES.
           MOVE W-PER-ANO TO CAB4-ANO.
           WRITE REGCRITREL FROM CABECALHO-4.
           WRITE REGCRITREL FROM LIN-LEGENDA.
           WRITE REGCRITREL FROM CABECALHO-0.
           WRITE REGCRITREL FROM CABECALHO-6.
      *
      *----- MESMA SELECAO DO SMP010: PERIODO, CONVENIO VIGENTE NA
      *----- DATA, SEM CANCELADAS, OCUPACIONAIS, TELECONSULTAS COM
      *----- FALHA, FORA DO CONTRATO, PARTICULARES E RETORNOS ISENTOS
       LER-AGEN.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "10"
                   GO TO ROT-TOTAIS
               ELSE
                   MOVE "ERRO NA LEITURA CADAGEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           IF AG-ANO NOT = W-PER-ANO OR AG-MES NOT = W-PER-MES
               GO TO LER-AGEN.
           IF AG-STATUS = "C" OR AG-TIPO = "O"
               GO TO LER-AGEN.
           MOVE AG-PCODIGO TO P-CODIGO
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO LER-AGEN.
           MOVE AG-DATA TO HCV-DATA.
           PERFORM CONV-VIGENTE THRU CONV-VIGENTE-FIM.
           IF P-CONVENIO NOT = W-CV-CODIGO
               GO TO LER-AGEN.
           IF AG-TIPO NOT = "T" OR W-TEM-TELE = "N"
               GO TO LER-AGEN-CTR.
           MOVE AG-CHAVE TO TL-CHAVE.
           READ CADTELE
           IF ST-ERRO = "00" AND TL-RESULTADO = "F"
               GO TO LER-AGEN.
       LER-AGEN-CTR.
           IF W-CTR-INI NOT = ZEROS AND AG-DATA < W-CTR-INI
               GO TO LER-AGEN.
           IF W-CTR-FIM NOT = ZEROS AND AG-DATA > W-CTR-FIM
               GO TO LER-AGEN.
           IF AG-PARTICULAR = "S"
               GO TO LER-AGEN.
           IF AG-TIPO = "R"
               PERFORM CHK-RETORNO THRU CHK-RETORNO-FIM
               IF W-EH-RETORNO = "S"
                   GO TO LER-AGEN.
      *
       CRITICA-AGEN.
           ADD 1 TO W-QTD-ITENS.
           MOVE ZEROS     TO W-ERROS-ITEM.
           MOVE AG-DATA   TO W-DATA-ATD DC-DATA.
           MOVE AG-HORA   TO DC-HORA.
           MOVE AG-CRM    TO W-CRM-ATD DC-CRM.
           MOVE AG-CRM-UF TO W-CRMUF-ATD.
           MOVE AG-PCODIGO TO DC-PCOD.
      *--------------------[ SENHA DE AUTORIZACAO ]---------------------
           IF W-CV-AUTORIZ = "S" AND AG-AUTORIZ = SPACES
               MOVE "B" TO W-ERR-TIPO
               MOVE "AUTORIZACAO NAO INFORMADA" TO W-ERR-DESC
               MOVE "LANCAR A SENHA DO CONVENIO" TO W-ERR-ACAO
               PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM.
      *--------------------[ MAPEAMENTO TUSS ]--------------------------
           PERFORM CRIT-PROC THRU CRIT-PROC-FIM.
      *--------------------[ ELEGIBILIDADE NO CONVENIO ]----------------
           PERFORM CRIT-ELEG THRU CRIT-ELEG-FIM.
      *--------------------[ CID DO ATENDIMENTO ]-----------------------
           IF AG-CID = ZEROS
               MOVE "A" TO W-ERR-TIPO
               MOVE "ATENDIMENTO SEM CID" TO W-ERR-DESC
               MOVE "MEDICO INFORMAR O CID" TO W-ERR-ACAO
               PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM.
      *--------------------[ VALIDADE DO CRM DO MEDICO ]----------------
           PERFORM CRIT-CRM THRU CRIT-CRM-FIM.
           IF W-ERROS-ITEM NOT = ZEROS
               ADD 1 TO W-QTD-ITERRO.
           GO TO LER-AGEN.
      *--------------[ TUSS DA CONSULTA OU DOS PROCEDIMENTOS ]----------
      * COM PROCEDIMENTOS LANCADOS CADA UM PRECISA DE CODIGO TUSS
      * PARA O CONVENIO; SEM ELES A GUIA SAI COM O CODIGO DA
      * CONSULTA (OU DA TELECONSULTA).
       CRIT-PROC.
           MOVE "N" TO W-TEM-PROC.
           IF W-TEM-PROCAG = "N"
               GO TO CRIT-PROC-CONS.
           MOVE AG-DATA    TO PA-DATA.
           MOVE AG-CRM     TO PA-CRM.
           MOVE AG-CRM-UF  TO PA-CRM-UF.
           MOVE AG-PCODIGO TO PA-PCODIGO.
           MOVE AG-HORA    TO PA-HORA.
           MOVE ZEROS      TO PA-SEQ.
           START CADPROCAG KEY IS NOT LESS PA-CHAVE
               INVALID KEY
                   GO TO CRIT-PROC-CONS.
       CRIT-PROC-LER.
           READ CADPROCAG NEXT
           IF ST-ERRO NOT = "00"
               GO TO CRIT-PROC-CONS.
           IF PA-DATA NOT = AG-DATA OR PA-CRM NOT = AG-CRM OR
              PA-CRM-UF NOT = AG-CRM-UF OR
              PA-PCODIGO NOT = AG-PCODIGO OR PA-HORA NOT = AG-HORA
               GO TO CRIT-PROC-CONS.
           MOVE "S" TO W-TEM-PROC.
           IF W-TEM-TUSS = "N"
               GO TO CRIT-PROC-LER.
           MOVE PA-PROC TO W-TUSS-PROC.
           PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           IF W-TUSS-OK = "N"
               MOVE "B" TO W-ERR-TIPO
               MOVE PA-PROC TO W-ERR-PROC
               MOVE W-ERR-PROCTX TO W-ERR-DESC
               MOVE "MAPEAR O PROCED. NO CADTUSS" TO W-ERR-ACAO
               PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM.
           GO TO CRIT-PROC-LER.
       CRIT-PROC-CONS.
           IF W-TEM-PROC = "S" OR W-TEM-TUSS = "N"
               GO TO CRIT-PROC-FIM.
           IF AG-TIPO = "T" AND W-TUSS-TELE = "N"
               MOVE "B" TO W-ERR-TIPO
               MOVE "TELECONSULTA SEM CODIGO TUSS" TO W-ERR-DESC
               MOVE "MAPEAR PROCED. 9999 NO CADTUSS" TO W-ERR-ACAO
               PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
               GO TO CRIT-PROC-FIM.
           IF AG-TIPO NOT = "T" AND W-TUSS-CONS = "N"
               MOVE "B" TO W-ERR-TIPO
               MOVE "CONSULTA SEM CODIGO TUSS" TO W-ERR-DESC
               MOVE "MAPEAR PROCED. 0000 NO CADTUSS" TO W-ERR-ACAO
               PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM.
       CRIT-PROC-FIM.
           EXIT.
      *--------------[ CODIGO TUSS DO PROCEDIMENTO ]--------------------
      * MESMA REGRA DO SMP010: LINHA DO CONVENIO OU, NA FALTA, O
      * MAPEAMENTO GERAL (CONVENIO 0000). LINHA INATIVA NAO VALE.
       BUSCA-TUSS.
           MOVE "N" TO W-TUSS-OK.
           IF W-TEM-TUSS = "N"
               GO TO BUSCA-TUSS-FIM.
           MOVE W-TUSS-PROC TO TU-PROC.
           MOVE W-CV-CODIGO TO TU-CONVENIO.
           READ CADTUSS
           IF ST-ERRO = "00" AND TU-STATUS NOT = "I"
               MOVE "S" TO W-TUSS-OK
               GO TO BUSCA-TUSS-FIM.
           MOVE W-TUSS-PROC TO TU-PROC.
           MOVE ZEROS TO TU-CONVENIO.
           READ CADTUSS
           IF ST-ERRO = "00" AND TU-STATUS NOT = "I"
               MOVE "S" TO W-TUSS-OK.
       BUSCA-TUSS-FIM.
           EXIT.
      *--------------[ CONVENIO JA MANDOU CARGA DE ASSOCIADOS? ]--------
       VER-CARGA.
           MOVE "N" TO W-ELEG-CONV.
           IF W-TEM-ELEG = "N"
               GO TO VER-CARGA-FIM.
           MOVE W-CV-CODIGO TO EL-CONVENIO.
           MOVE ZEROS       TO EL-PLANO EL-CPF.
           START CADELEG KEY IS NOT LESS EL-CHAVE
               INVALID KEY
                   GO TO VER-CARGA-FIM.
           READ CADELEG NEXT
           IF ST-ERRO NOT = "00"
               GO TO VER-CARGA-FIM.
           IF EL-CONVENIO = W-CV-CODIGO
               MOVE "S" TO W-ELEG-CONV.
       VER-CARGA-FIM.
           EXIT.
      *--------------[ PACIENTE NA CARGA DE ELEGIBILIDADE ]-------------
      * CONVENIO/PLANO VIGENTE NA DATA (JA TROCADO NO REGPACI) E
      * CPF DO PACIENTE NA ULTIMA CARGA, COM STATUS ATIVO.
       CRIT-ELEG.
           IF W-ELEG-CONV = "N"
               GO TO CRIT-ELEG-FIM.
           MOVE P-CONVENIO TO EL-CONVENIO.
           MOVE P-PLANO    TO EL-PLANO.
           MOVE P-CPF      TO EL-CPF.
           READ CADELEG
           IF ST-ERRO NOT = "00"
               MOVE "B" TO W-ERR-TIPO
               MOVE "PACIENTE FORA DA CARGA CONV." TO W-ERR-DESC
               MOVE "CONFERIR CPF/PLANO NO CADPACI" TO W-ERR-ACAO
               PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM
               GO TO CRIT-ELEG-FIM.
           IF EL-STATUS NOT = "A"
               MOVE "B" TO W-ERR-TIPO
               MOVE "PACIENTE INATIVO NO CONVENIO" TO W-ERR-DESC
               MOVE "CONFIRMAR COBERTURA C/CONVENIO" TO W-ERR-ACAO
               PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM.
       CRIT-ELEG-FIM.
           EXIT.
      *--------------[ CRM DO MEDICO VALIDO NA DATA ]-------------------
      * VALIDADE ZERADA = NAO INFORMADA NO CADASTRO (NAO CRITICA).
       CRIT-CRM.
           IF W-TEM-MED = "N"
               GO TO CRIT-CRM-FIM.
           MOVE W-CRM-ATD   TO CRM.
           MOVE W-CRMUF-ATD TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               GO TO CRIT-CRM-FIM.
           IF CRM-VALIDADE = ZEROS
               GO TO CRIT-CRM-FIM.
           IF CRM-VALIDADE < W-DATA-ATD
               MOVE "B" TO W-ERR-TIPO
               MOVE "CRM DO MEDICO VENCIDO" TO W-ERR-DESC
               MOVE "ATUALIZAR VALIDADE CRM (SMP001)" TO W-ERR-ACAO
               PERFORM GRAVA-ERRO THRU GRAVA-ERRO-FIM.
       CRIT-CRM-FIM.
           EXIT.
      *--------------[ LINHA DE ERRO DO ATENDIMENTO ]-------------------
       GRAVA-ERRO.
           MOVE W-ERR-TIPO TO DC-TIPO.
           MOVE W-ERR-DESC TO DC-ERRO.
           MOVE W-ERR-ACAO TO DC-ACAO.
           WRITE REGCRITREL FROM DETALHE-CRIT.
           IF W-ERR-TIPO = "B"
               ADD 1 TO W-QTD-BLOQ W-ERROS-ITEM
           ELSE
               ADD 1 TO W-QTD-AVISO.
       GRAVA-ERRO-FIM.
           EXIT.
      *--------------[ EXAMES QUE O SMP010 VAI FATURAR ]----------------
      * PEDIDOS DO PERIODO JA COLETADOS OU COM RESULTADO, COM TIPO
      * CODIFICADO, DE PACIENTE DESTE CONVENIO NA DATA. CRITICA A
      * ELEGIBILIDADE DO PACIENTE E O CRM DO MEDICO SOLICITANTE.
       CRITICA-EXAMES.
           IF W-TEM-EXAME = "N"
               GO TO CRITICA-EXAMES-FIM.
           MOVE ZEROS TO EX-DATA EX-PCODIGO EX-SEQ.
           START CADEXAME KEY IS NOT LESS EX-CHAVE
               INVALID KEY
                   GO TO CRITICA-EXAMES-FIM.
       CRITICA-EXAMES-LER.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
               GO TO CRITICA-EXAMES-FIM.
           IF EX-ANO NOT = W-PER-ANO OR EX-MES NOT = W-PER-MES
               GO TO CRITICA-EXAMES-LER.
           IF EX-STATUS = "R" OR EX-TIPOCOD = ZEROS
               GO TO CRITICA-EXAMES-LER.
           MOVE EX-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO CRITICA-EXAMES-LER.
           MOVE EX-DATA TO HCV-DATA.
           PERFORM CONV-VIGENTE THRU CONV-VIGENTE-FIM.
           IF P-CONVENIO NOT = W-CV-CODIGO
               GO TO CRITICA-EXAMES-LER.
           ADD 1 TO W-QTD-ITENS.
           MOVE ZEROS      TO W-ERROS-ITEM DC-HORA.
           MOVE EX-DATA    TO W-DATA-ATD DC-DATA.
           MOVE EX-CRM     TO W-CRM-ATD DC-CRM.
           MOVE EX-CRM-UF  TO W-CRMUF-ATD.
           MOVE EX-PCODIGO TO DC-PCOD.
           PERFORM CRIT-ELEG THRU CRIT-ELEG-FIM.
           PERFORM CRIT-CRM THRU CRIT-CRM-FIM.
           IF W-ERROS-ITEM NOT = ZEROS
               ADD 1 TO W-QTD-ITERRO.
           GO TO CRITICA-EXAMES-LER.
       CRITICA-EXAMES-FIM.
           EXIT.
      *--------------[ RETORNO ISENTO PELO CONTRATO ]-------------------
      * MESMA REGRA DO SMP010: CONSULTA ANTERIOR DO MESMO MEDICO
      * DENTRO DA JANELA; REPOSICIONA O CADAGEN NO REGISTRO CORRENTE.
       CHK-RETORNO.
           MOVE "N" TO W-EH-RETORNO.
           MOVE AG-CHAVE TO W-AG-CHAVE-SALVA.
           MOVE REGAGEN  TO W-REGAGEN-SV.
           MOVE AG-CRM    TO W-RET-CRM.
           MOVE AG-CRM-UF TO W-RET-CRMUF.
           MOVE AG-DATA  TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-CONS.
           MOVE AG-PCODIGO TO AG-PAC-PCODIGO.
           MOVE ZEROS      TO AG-PAC-DATA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE-PAC
               INVALID KEY
                   GO TO CHK-RETORNO-REST.
       CHK-RETORNO-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-RETORNO-REST.
           IF AG-PAC-PCODIGO NOT = P-CODIGO
               GO TO CHK-RETORNO-REST.
           IF AG-CHAVE = W-AG-CHAVE-SALVA
               GO TO CHK-RETORNO-LER.
           IF AG-STATUS = "C"
               GO TO CHK-RETORNO-LER.
           IF AG-CRM NOT = W-RET-CRM OR AG-CRM-UF NOT = W-RET-CRMUF
               GO TO CHK-RETORNO-LER.
           MOVE AG-DATA TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-ANT.
           COMPUTE W-DIF-DIAS = W-SER-CONS - W-SER-ANT.
           IF W-DIF-DIAS > 0 AND W-DIF-DIAS NOT > W-JANELA-RET
               MOVE "S" TO W-EH-RETORNO
               GO TO CHK-RETORNO-REST.
           GO TO CHK-RETORNO-LER.
       CHK-RETORNO-REST.
           MOVE W-REGAGEN-SV TO REGAGEN.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO CHK-RETORNO-FIM.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               NEXT SENTENCE.
       CHK-RETORNO-FIM.
           EXIT.
      *--------------[ DIAS CORRIDOS APROXIMADOS DA DATA ]--------------
       CALC-SERIAL.
           COMPUTE W-CS-SERIAL = (W-CS-ANO * 365) + W-CS-DIA.
           DIVIDE W-CS-ANO BY 4 GIVING W-CS-QUOC.
           ADD W-CS-QUOC TO W-CS-SERIAL.
           IF W-CS-MES = 02 ADD 031 TO W-CS-SERIAL.
           IF W-CS-MES = 03 ADD 059 TO W-CS-SERIAL.
           IF W-CS-MES = 04 ADD 090 TO W-CS-SERIAL.
           IF W-CS-MES = 05 ADD 120 TO W-CS-SERIAL.
           IF W-CS-MES = 06 ADD 151 TO W-CS-SERIAL.
           IF W-CS-MES = 07 ADD 181 TO W-CS-SERIAL.
           IF W-CS-MES = 08 ADD 212 TO W-CS-SERIAL.
           IF W-CS-MES = 09 ADD 243 TO W-CS-SERIAL.
           IF W-CS-MES = 10 ADD 273 TO W-CS-SERIAL.
           IF W-CS-MES = 11 ADD 304 TO W-CS-SERIAL.
           IF W-CS-MES = 12 ADD 334 TO W-CS-SERIAL.
       CALC-SERIAL-FIM.
           EXIT.
      *--------------[ CONVENIO/PLANO VIGENTE NA DATA (SMPHCV) ]-------
       CONV-VIGENTE.
           MOVE "C"        TO HCV-ACAO.
           MOVE P-CODIGO   TO HCV-PCODIGO.
           MOVE P-CONVENIO TO HCV-CONVENIO.
           MOVE P-PLANO    TO HCV-PLANO.
           CALL "SMPHCV" USING W-HCV-PARM.
           MOVE HCV-CONVENIO TO P-CONVENIO.
           MOVE HCV-PLANO    TO P-PLANO.
       CONV-VIGENTE-FIM.
           EXIT.
      *--------------[ RESUMO DA CRITICA PARA O SMP010 ]----------------
      * NOVA CRITICA SUBSTITUI A ANTERIOR DA COMPETENCIA E ANULA
      * UMA LIBERACAO DE SUPERVISOR QUE TENHA SIDO DADA NELA.
       GRAVA-RESUMO.
           OPEN I-O CADCRITF
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCRITF
                   CLOSE CADCRITF
                   OPEN I-O CADCRITF
               ELSE
                   GO TO GRAVA-RESUMO-FIM.
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-RESUMO-FIM.
           MOVE W-CV-CODIGO TO CQ-CONVENIO.
           COMPUTE CQ-COMPET = (W-PER-ANO * 100) + W-PER-MES.
           ACCEPT CQ-DTCRIT FROM DATE YYYYMMDD.
           ACCEPT CQ-HRCRIT FROM TIME.
           MOVE W-OPERADOR  TO CQ-OPERADOR.
           MOVE W-QTD-ITENS TO CQ-ITENS.
           MOVE W-QTD-BLOQ  TO CQ-BLOQ.
           MOVE W-QTD-AVISO TO CQ-AVISOS.
           MOVE SPACES TO CQ-LIB-OPER.
           MOVE ZEROS  TO CQ-LIB-DATA CQ-LIB-HORA.
           WRITE REGCRITF
           IF ST-ERRO = "22"
               REWRITE REGCRITF.
           CLOSE CADCRITF.
       GRAVA-RESUMO-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           PERFORM CRITICA-EXAMES THRU CRITICA-EXAMES-FIM.
           WRITE REGCRITREL FROM LINHA-FINAL.
           MOVE W-QTD-ITENS TO LI-ITENS.
           WRITE REGCRITREL FROM LINHA-ITENS.
           MOVE W-QTD-ITERRO TO LE-ITERRO.
           WRITE REGCRITREL FROM LINHA-ITERRO.
           MOVE W-QTD-BLOQ TO LB-BLOQ.
           WRITE REGCRITREL FROM LINHA-BLOQ.
           MOVE W-QTD-AVISO TO LA-AVISO.
           WRITE REGCRITREL FROM LINHA-AVISO.
           WRITE REGCRITREL FROM LINHA-FINAL.
           PERFORM GRAVA-RESUMO THRU GRAVA-RESUMO-FIM.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-QTD-ITENS TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           IF W-QTD-BLOQ = ZEROS
               MOVE "*** CRITICA SEM ERRO IMPEDITIVO ***" TO MENS
           ELSE
               MOVE "* ERROS IMPEDITIVOS - VER CRITFAT.DOC *" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           MOVE "F" TO HCV-ACAO.
           CALL "SMPHCV" USING W-HCV-PARM.
           CLOSE CADAGEN CADPACI CRITREL.
           IF W-TEM-PROCAG = "S"
               CLOSE CADPROCAG.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
           IF W-TEM-TUSS = "S"
               CLOSE CADTUSS.
           IF W-TEM-ELEG = "S"
               CLOSE CADELEG.
           IF W-TEM-EXAME = "S"
               CLOSE CADEXAME.
           IF W-TEM-TELE = "S"
               CLOSE CADTELE.
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
           MOVE "SMP178" TO RUN-PROGRAMA.
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
