       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP134.
      ****************************************
      *   PAINEL DE CONTROLE HAS / DIABETES  *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * BATCH MENSAL DO PROGRAMA DE CRONICOS. TODO PACIENTE COM
      * DIAGNOSTICO (CADDIAG) DE HIPERTENSAO (CID-10 I10 A I15) OU
      * DIABETES (CID-10 E10 A E14) E CLASSIFICADO PELA ULTIMA
      * AFERICAO DE PA (CADSINAIS) E PELO ULTIMO RESULTADO DE
      * HBA1C OU, NA FALTA DELA, DE GLICEMIA (CADEXAME) EM:
      *   C = CONTROLADO  N = NAO CONTROLADO
      *   S = SEM MEDICAO DENTRO DA JANELA (CRONMESES)
      * O MEDICO ASSISTENTE E A UNIDADE SAO OS DA ULTIMA CONSULTA
      * REALIZADA (CADAGEN STATUS R); SEM CONSULTA, VALE A UNIDADE
      * DO CADASTRO DO PACIENTE.
      * SAIDA: CRONCTRL.DOC - LISTA POR MEDICO E RESUMO POR UNIDADE.
      * METAS E TIPOS DE EXAME VEM DO CADPARAM (SMPPAR):
      *   EXGLICEMIA / EXHBA1C - CODIGOS DOS EXAMES NO CADEXTIPO
      *   PASISTMAX / PADIASTMAX / GLICMAX / HBA1CMAX / CRONMESES
      * REGISTRA A EXECUCAO NO CADRUNCTL.DAT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CADSINAIS ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SN-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADEXAME ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS EX-CHAVE
             FILE STATUS  IS ST-ERRO.

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

           SELECT CADOBITO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OB-PCODIGO
             FILE STATUS  IS ST-ERRO.

           SELECT CRONREL ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
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
       FD CADSINAIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINAIS.DAT".
       COPY REGSINAIS.
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       COPY REGEXAME.
      *
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
       FD CADOBITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBITO.DAT".
       COPY REGOBITO.
      *
       FD CRONREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRONCTRL.DOC".
       01 REGCRONREL   PIC X(100).
      *-----------------------------------------------------------------
      *
       FD CADRUNCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUNCTL.DAT".
       COPY REGRUNCTL.
       WORKING-STORAGE SECTION.
       77 W-RUN-CHAVE  PIC X(24) VALUE SPACES.
       77 W-RUN-STATUS PIC X(01) VALUE "I".
       77 W-RUN-REGS   PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-TEM-SINAIS PIC X(01) VALUE "N".
       77 W-TEM-EXAME  PIC X(01) VALUE "N".
       77 W-TEM-AGEN   PIC X(01) VALUE "N".
       77 W-TEM-PACI   PIC X(01) VALUE "N".
       77 W-TEM-MED    PIC X(01) VALUE "N".
       77 W-TEM-UNID   PIC X(01) VALUE "N".
       77 W-TEM-OBITO  PIC X(01) VALUE "N".
       77 W-CAB-MED    PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-MESES      PIC 9(02) VALUE 6.
       77 W-PAS-MAX    PIC 9(03) VALUE 140.
       77 W-PAD-MAX    PIC 9(03) VALUE 90.
       77 W-GLIC-MAX   PIC 9(05) VALUE 130.
       77 W-A1C-MAX    PIC 9(03) VALUE 70.
       77 W-A1C-DEC    PIC 9(07)V9 VALUE ZEROS.
       77 W-EX-GLIC    PIC 9(04) VALUE ZEROS.
       77 W-EX-A1C     PIC 9(04) VALUE ZEROS.
       77 W-ULT-PULA   PIC 9(06) VALUE ZEROS.
       77 W-UNID       PIC 9(02) VALUE ZEROS.
       77 W-AG-CRM     PIC 9(06) VALUE ZEROS.
       77 W-AG-UF      PIC X(02) VALUE SPACES.
       77 W-AG-UNID    PIC 9(02) VALUE ZEROS.
       77 W-IX         PIC 9(04) VALUE ZEROS.
       77 W-IC         PIC 9(04) VALUE ZEROS.
       77 W-IM         PIC 9(04) VALUE ZEROS.
       77 W-IU         PIC 9(04) VALUE ZEROS.
       77 W-TOT-CIDCR  PIC 9(04) VALUE ZEROS.
       77 W-TOT-CRON   PIC 9(04) VALUE ZEROS.
       77 W-TOT-MED    PIC 9(04) VALUE ZEROS.
       77 W-FORA-TAB   PIC 9(05) VALUE ZEROS.
       77 W-MD-TOTAL   PIC 9(05) VALUE ZEROS.
       77 W-MD-CTRL    PIC 9(05) VALUE ZEROS.
       77 W-MD-NCTRL   PIC 9(05) VALUE ZEROS.
       77 W-MD-SEMMED  PIC 9(05) VALUE ZEROS.
       01 W-PAR-PARM.
           03 PAR-CODIGO         PIC X(10) VALUE SPACES.
           03 PAR-VALOR          PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX       PIC X(20) VALUE SPACES.
           03 PAR-ACHOU          PIC X(01) VALUE "N".
      *----- INICIO DA JANELA DE MEDICAO (HOJE MENOS CRONMESES)
       01 W-DT-LIMITE.
           03 W-LM-ANO  PIC 9(04).
           03 W-LM-MES  PIC 9(02).
           03 W-LM-DIA  PIC 9(02).
       01 W-DT-LIMITE-N REDEFINES W-DT-LIMITE PIC 9(08).
      *----- CODIGO CID-10 OFICIAL QUEBRADO EM LETRA E CATEGORIA
       01 W-CID-STD.
           03 W-CID-LETRA  PIC X(01).
           03 W-CID-CATEG  PIC X(02).
           03 FILLER       PIC X(01).
      *----- CIDS DO PROGRAMA (H = HIPERTENSAO  D = DIABETES)
       01 TAB-CIDCR.
           03 TB-CI-ITEM OCCURS 200 TIMES.
               05 TC-CID-COD       PIC 9(04).
               05 TC-CID-TIPO      PIC X(01).
      *----- PACIENTES DO PROGRAMA, NA ORDEM DO CADDIAG (CODIGO)
       01 TAB-CRON.
           03 TB-CR-ITEM OCCURS 3000 TIMES.
               05 TR-PCODIGO       PIC 9(06).
               05 TR-HAS           PIC X(01).
               05 TR-DM            PIC X(01).
               05 TR-MED           PIC 9(03).
               05 TR-UNID          PIC 9(02).
               05 TR-SIST          PIC 9(03).
               05 TR-DIAST         PIC 9(03).
               05 TR-DTPA          PIC 9(08).
               05 TR-A1C-DT        PIC 9(08).
               05 TR-A1C-VAL       PIC 9(05)V99.
               05 TR-GLI-DT        PIC 9(08).
               05 TR-GLI-VAL       PIC 9(05)V99.
               05 TR-ST-PA         PIC X(01).
               05 TR-ST-DM         PIC X(01).
               05 TR-GERAL         PIC X(01).
      *----- MEDICOS ASSISTENTES ENCONTRADOS
       01 TAB-MEDC.
           03 TB-MD-ITEM OCCURS 300 TIMES.
               05 TM-CRM           PIC 9(06).
               05 TM-UF            PIC X(02).
               05 TM-UNID          PIC 9(02).
      *----- CONTADORES POR UNIDADE (CODIGO + 1); 101 = CLINICA
       01 TAB-UNIC.
           03 TB-UN-ITEM OCCURS 101 TIMES.
               05 TU-TOTAL         PIC 9(05).
               05 TU-CTRL          PIC 9(05).
               05 TU-NCTRL         PIC 9(05).
               05 TU-SEMMED        PIC 9(05).
               05 TU-HAS-C         PIC 9(05).
               05 TU-HAS-N         PIC 9(05).
               05 TU-HAS-S         PIC 9(05).
               05 TU-DM-C          PIC 9(05).
               05 TU-DM-N          PIC 9(05).
               05 TU-DM-S          PIC 9(05).
      *
       01  CAB0-CRON.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-CRON.
           05  FILLER                 PIC X(043) VALUE
           "- PAINEL DE CONTROLE HAS / DIABETES EM     ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(046) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-META.
           05  FILLER                 PIC X(014) VALUE
           "- METAS: PA < ".
           05  LG-PAS                 PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE "/".
           05  LG-PAD                 PIC ZZ9.
           05  FILLER                 PIC X(016) VALUE
           " MMHG   HBA1C < ".
           05  LG-A1C                 PIC Z9,9.
           05  FILLER                 PIC X(016) VALUE
           " %   GLICEMIA < ".
           05  LG-GLIC                PIC ZZZZ9.
           05  FILLER                 PIC X(017) VALUE
           " MG/DL   JANELA: ".
           05  LG-MESES               PIC Z9.
           05  FILLER                 PIC X(006) VALUE
           " MESES".
           05  FILLER                 PIC X(012) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-LEGENDA.
           05  FILLER                 PIC X(057) VALUE
           "- S: C=CONTROLADO  N=NAO CONTROLADO  S=SEM MEDICAO NA JAN".
           05  FILLER                 PIC X(043) VALUE
           "ELA   T: A=HBA1C  G=GLICEMIA              -".
       01  LIN-MED.
           05  FILLER                 PIC X(021) VALUE
           "- MEDICO ASSISTENTE: ".
           05  LM-CRM    VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE "/".
           05  LM-UF     VALUE SPACES PIC X(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  LM-NOME   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(038) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-CRON.
           05  FILLER                 PIC X(057) VALUE
           "- PACIEN NOME                 CND  PA MMHG ULTIMA PA   S ".
           05  FILLER                 PIC X(043) VALUE
           " T  RESULT. DATA EXAME  S  SITUACAO       -".
       01  DET-CRON.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DC-PCOD   VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-NOME   VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-COND   VALUE SPACES PIC X(003).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DC-SIST   VALUE ZEROS  PIC ZZ9.
           05  DC-BARRA  VALUE SPACES PIC X(001).
           05  DC-DIAST  VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-DTPA   VALUE ZEROS  PIC ZZZZ.ZZ.ZZ.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DC-ST-PA  VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DC-TPEX   VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-RESULT VALUE ZEROS  PIC ZZZZZ,ZZ.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-DTEX   VALUE ZEROS  PIC ZZZZ.ZZ.ZZ.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DC-ST-DM  VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DC-GERAL  VALUE SPACES PIC X(013).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-SUBMED.
           05  FILLER                 PIC X(015) VALUE
           "-   PACIENTES: ".
           05  LS-TOTAL               PIC ZZZZ9.
           05  FILLER                 PIC X(016) VALUE
           "   CONTROLADOS: ".
           05  LS-CTRL                PIC ZZZZ9.
           05  FILLER                 PIC X(020) VALUE
           "   NAO CONTROLADOS: ".
           05  LS-NCTRL               PIC ZZZZ9.
           05  FILLER                 PIC X(016) VALUE
           "   SEM MEDICAO: ".
           05  LS-SEMMED              PIC ZZZZ9.
           05  FILLER                 PIC X(012) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TIT-UNID.
           05  FILLER                 PIC X(057) VALUE
           "- RESUMO POR UNIDADE                                     ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".
       01  CAB-UNID.
           05  FILLER                 PIC X(057) VALUE
           "- UN NOME DA UNIDADE           TOTAL CTRL. NAO C SEM M %C".
           05  FILLER                 PIC X(043) VALUE
           "TRL HAS-C HAS-N HAS-S  DM-C  DM-N  DM-S   -".
       01  DET-UNID.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DU-UN     VALUE SPACES PIC X(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-NOME   VALUE SPACES PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-TOTAL  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-CTRL   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-NCTRL  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-SEMMED VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-PCT    VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-HAS-C  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-HAS-N  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-HAS-S  VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-DM-C   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-DM-N   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DU-DM-S   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DO PAINEL DE CRONICOS SMP134 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *------------[ METAS E EXAMES PARAMETRIZADOS (CADPARAM) ]--------
           MOVE "CRONMESES" TO PAR-CODIGO.
           MOVE W-MESES TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
              AND PAR-VALOR < 13
               MOVE PAR-VALOR TO W-MESES.
           MOVE "PASISTMAX" TO PAR-CODIGO.
           MOVE W-PAS-MAX TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
              AND PAR-VALOR < 1000
               MOVE PAR-VALOR TO W-PAS-MAX.
           MOVE "PADIASTMAX" TO PAR-CODIGO.
           MOVE W-PAD-MAX TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
              AND PAR-VALOR < 1000
               MOVE PAR-VALOR TO W-PAD-MAX.
           MOVE "GLICMAX" TO PAR-CODIGO.
           MOVE W-GLIC-MAX TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
              AND PAR-VALOR < 100000
               MOVE PAR-VALOR TO W-GLIC-MAX.
           MOVE "HBA1CMAX" TO PAR-CODIGO.
           MOVE W-A1C-MAX TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
              AND PAR-VALOR < 1000
               MOVE PAR-VALOR TO W-A1C-MAX.
           MOVE "EXGLICEMIA" TO PAR-CODIGO.
           MOVE W-EX-GLIC TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR < 10000
               MOVE PAR-VALOR TO W-EX-GLIC.
           MOVE "EXHBA1C" TO PAR-CODIGO.
           MOVE W-EX-A1C TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR < 10000
               MOVE PAR-VALOR TO W-EX-A1C.
      *----- JANELA: MESMO DIA, W-MESES MESES ATRAS
           MOVE W-HOJE TO W-DT-LIMITE-N.
           IF W-LM-MES > W-MESES
               SUBTRACT W-MESES FROM W-LM-MES
           ELSE
               COMPUTE W-LM-MES = W-LM-MES + 12 - W-MESES
               SUBTRACT 1 FROM W-LM-ANO.

       ABRE-ARQS.
           OPEN INPUT CADDIAG
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADDIAG NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADCID NAO DISPONIVEL - FIM *"
               CLOSE CADDIAG
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-SINAIS.
           OPEN INPUT CADSINAIS
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-SINAIS.
           MOVE "S" TO W-TEM-EXAME.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EXAME.
           MOVE "S" TO W-TEM-AGEN.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-AGEN.
           MOVE "S" TO W-TEM-PACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PACI.
           MOVE "S" TO W-TEM-MED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MED.
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
           MOVE "S" TO W-TEM-OBITO.
           OPEN INPUT CADOBITO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-OBITO.
           OPEN OUTPUT CRONREL.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           MOVE ZEROS TO TAB-UNIC.
           WRITE REGCRONREL FROM CAB0-CRON.
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGCRONREL FROM CAB1-CRON.
           MOVE W-PAS-MAX  TO LG-PAS.
           MOVE W-PAD-MAX  TO LG-PAD.
           DIVIDE W-A1C-MAX BY 10 GIVING LG-A1C.
           MOVE W-GLIC-MAX TO LG-GLIC.
           MOVE W-MESES    TO LG-MESES.
           WRITE REGCRONREL FROM LIN-META.
           WRITE REGCRONREL FROM LIN-LEGENDA.
           WRITE REGCRONREL FROM CAB0-CRON.
      *
      *--------------------[ CIDS DE HAS E DIABETES ]------------------
       CARGA-CID.
           MOVE ZEROS TO W-TOT-CIDCR CODIGO.
           START CADCID KEY IS NOT LESS CODIGO
               INVALID KEY GO TO CARGA-DIAG.
       CARGA-CID-LER.
           READ CADCID NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARGA-DIAG.
           MOVE CID-COD-STD TO W-CID-STD.
           IF W-CID-LETRA = "I" AND W-CID-CATEG NOT < "10"
                                AND W-CID-CATEG NOT > "15"
               GO TO CARGA-CID-GUARDA.
           IF W-CID-LETRA = "E" AND W-CID-CATEG NOT < "10"
                                AND W-CID-CATEG NOT > "14"
               GO TO CARGA-CID-GUARDA.
           GO TO CARGA-CID-LER.
       CARGA-CID-GUARDA.
           IF W-TOT-CIDCR NOT < 200
               DISPLAY "* MAIS DE 200 CIDS DO PROGRAMA - IGNORADO: "
                       CODIGO
               GO TO CARGA-CID-LER.
           ADD 1 TO W-TOT-CIDCR.
           MOVE CODIGO TO TC-CID-COD (W-TOT-CIDCR).
           IF W-CID-LETRA = "I"
               MOVE "H" TO TC-CID-TIPO (W-TOT-CIDCR)
           ELSE
               MOVE "D" TO TC-CID-TIPO (W-TOT-CIDCR).
           GO TO CARGA-CID-LER.
      *
      *--------------------[ PACIENTES COM DIAGNOSTICO ]---------------
      * O CADDIAG ESTA EM ORDEM DE PACIENTE: DIAGNOSTICOS DO MESMO
      * PACIENTE CAEM SEMPRE NA ULTIMA POSICAO DA TABELA.
       CARGA-DIAG.
           MOVE ZEROS TO W-TOT-CRON W-ULT-PULA.
           IF W-TOT-CIDCR = ZEROS
               DISPLAY "* NENHUM CID DE HAS/DIABETES NO CADCID *"
               GO TO ROT-TOTAL.
           MOVE ZEROS TO DG-PCODIGO DG-CID DG-ANO DG-MES DG-DIA.
           START CADDIAG KEY IS NOT LESS DG-CHAVE
               INVALID KEY GO TO VARRE-EXAME.
       CARGA-DIAG-LER.
           READ CADDIAG NEXT
           IF ST-ERRO NOT = "00"
               GO TO VARRE-EXAME.
           IF DG-PCODIGO = W-ULT-PULA
               GO TO CARGA-DIAG-LER.
           MOVE ZEROS TO W-IX.
       CARGA-DIAG-CID.
           ADD 1 TO W-IX
           IF W-IX > W-TOT-CIDCR
               GO TO CARGA-DIAG-LER.
           IF TC-CID-COD (W-IX) NOT = DG-CID
               GO TO CARGA-DIAG-CID.
           IF W-TOT-CRON NOT = ZEROS
               IF TR-PCODIGO (W-TOT-CRON) = DG-PCODIGO
                   GO TO CARGA-DIAG-MARCA.
      *----- PACIENTE COM OBITO REGISTRADO NAO ENTRA NO PAINEL
           IF W-TEM-OBITO = "S"
               MOVE DG-PCODIGO TO OB-PCODIGO
               READ CADOBITO
               IF ST-ERRO = "00"
                   MOVE DG-PCODIGO TO W-ULT-PULA
                   GO TO CARGA-DIAG-LER.
           IF W-TOT-CRON NOT < 3000
               ADD 1 TO W-FORA-TAB
               MOVE DG-PCODIGO TO W-ULT-PULA
               GO TO CARGA-DIAG-LER.
           ADD 1 TO W-TOT-CRON.
           MOVE ZEROS TO TB-CR-ITEM (W-TOT-CRON).
           MOVE DG-PCODIGO TO TR-PCODIGO (W-TOT-CRON).
           MOVE "N" TO TR-HAS (W-TOT-CRON) TR-DM (W-TOT-CRON).
           MOVE SPACES TO TR-ST-PA (W-TOT-CRON) TR-ST-DM (W-TOT-CRON)
                          TR-GERAL (W-TOT-CRON).
       CARGA-DIAG-MARCA.
           IF TC-CID-TIPO (W-IX) = "H"
               MOVE "S" TO TR-HAS (W-TOT-CRON)
           ELSE
               MOVE "S" TO TR-DM (W-TOT-CRON).
           GO TO CARGA-DIAG-LER.
      *
      *--------------------[ EXAMES DENTRO DA JANELA ]-----------------
      * UMA PASSADA SO NO CADEXAME A PARTIR DO INICIO DA JANELA; A
      * LEITURA E EM ORDEM DE DATA, ENTAO FICA O RESULTADO MAIS NOVO.
       VARRE-EXAME.
           IF W-FORA-TAB NOT = ZEROS
               DISPLAY "* PACIENTES ALEM DA TABELA (3000) IGNORADOS: "
                       W-FORA-TAB.
           IF W-TEM-EXAME NOT = "S" OR W-TOT-CRON = ZEROS
               GO TO PROC-PAC.
           IF W-EX-GLIC = ZEROS AND W-EX-A1C = ZEROS
               DISPLAY "* EXGLICEMIA E EXHBA1C NAO PARAMETRIZADOS *"
               GO TO PROC-PAC.
           MOVE W-DT-LIMITE-N TO EX-DATA.
           MOVE ZEROS TO EX-PCODIGO EX-SEQ.
           START CADEXAME KEY IS NOT LESS EX-CHAVE
               INVALID KEY GO TO PROC-PAC.
       VARRE-EXAME-LER.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
               GO TO PROC-PAC.
           IF EX-STATUS NOT = "T" OR EX-TIPOCOD = ZEROS
               GO TO VARRE-EXAME-LER.
           IF EX-TIPOCOD NOT = W-EX-GLIC AND NOT = W-EX-A1C
               GO TO VARRE-EXAME-LER.
           MOVE ZEROS TO W-IC.
       VARRE-EXAME-PAC.
           ADD 1 TO W-IC
           IF W-IC > W-TOT-CRON
               GO TO VARRE-EXAME-LER.
           IF TR-PCODIGO (W-IC) > EX-PCODIGO
               GO TO VARRE-EXAME-LER.
           IF TR-PCODIGO (W-IC) NOT = EX-PCODIGO
               GO TO VARRE-EXAME-PAC.
           IF EX-TIPOCOD = W-EX-A1C
               MOVE EX-DATA      TO TR-A1C-DT (W-IC)
               MOVE EX-VALOR-RES TO TR-A1C-VAL (W-IC)
           ELSE
               MOVE EX-DATA      TO TR-GLI-DT (W-IC)
               MOVE EX-VALOR-RES TO TR-GLI-VAL (W-IC).
           GO TO VARRE-EXAME-LER.
      *
      *--------------------[ CADA PACIENTE DO PROGRAMA ]---------------
       PROC-PAC.
           MOVE ZEROS TO W-IC.
       PROC-PAC-LOOP.
           ADD 1 TO W-IC
           IF W-IC > W-TOT-CRON
               GO TO IMPRIME.
           MOVE ZEROS TO W-UNID.
           IF W-TEM-PACI = "S"
               MOVE TR-PCODIGO (W-IC) TO P-CODIGO
               READ CADPACI
               IF ST-ERRO = "00"
                   MOVE P-UNIDADE TO W-UNID.
           PERFORM ULT-SINAIS THRU ULT-SINAIS-FIM.
           PERFORM ULT-CONSULTA THRU ULT-CONSULTA-FIM.
           MOVE W-UNID TO TR-UNID (W-IC).
           PERFORM CLASSIFICA THRU CLASSIFICA-FIM.
           COMPUTE W-IU = W-UNID + 1.
           PERFORM SOMA-UNID THRU SOMA-UNID-FIM.
           MOVE 101 TO W-IU.
           PERFORM SOMA-UNID THRU SOMA-UNID-FIM.
           GO TO PROC-PAC-LOOP.
      *
      *--------------------[ LISTA POR MEDICO ASSISTENTE ]-------------
      * PACIENTES SEM CONSULTA REALIZADA SAEM POR ULTIMO.
       IMPRIME.
           MOVE ZEROS TO W-IM.
       IMPRIME-MED.
           ADD 1 TO W-IM
           IF W-IM > W-TOT-MED
               MOVE ZEROS TO W-IM
               PERFORM LISTA-MED THRU LISTA-MED-FIM
               GO TO RESUMO-UNID.
           PERFORM LISTA-MED THRU LISTA-MED-FIM.
           GO TO IMPRIME-MED.
      *
      *--------------------[ RESUMO POR UNIDADE ]----------------------
       RESUMO-UNID.
           WRITE REGCRONREL FROM LIN-TIT-UNID.
           WRITE REGCRONREL FROM CAB0-CRON.
           WRITE REGCRONREL FROM CAB-UNID.
           MOVE ZEROS TO W-IU.
       RESUMO-UNID-LOOP.
           ADD 1 TO W-IU
           IF W-IU > 100
               GO TO RESUMO-UNID-TOTAL.
           IF TU-TOTAL (W-IU) = ZEROS
               GO TO RESUMO-UNID-LOOP.
           COMPUTE W-UNID = W-IU - 1.
           MOVE W-UNID TO DU-UN.
           MOVE "(SEM UNIDADE DEFINIDA)" TO DU-NOME.
           IF W-UNID = ZEROS
               GO TO RESUMO-UNID-LINHA.
           MOVE "(UNIDADE NAO CADASTRADA)" TO DU-NOME.
           IF W-TEM-UNID = "S"
               MOVE W-UNID TO UN-CODIGO
               READ CADUNID
               IF ST-ERRO = "00"
                   MOVE UN-NOME TO DU-NOME.
       RESUMO-UNID-LINHA.
           PERFORM LINHA-UNID THRU LINHA-UNID-FIM.
           GO TO RESUMO-UNID-LOOP.
       RESUMO-UNID-TOTAL.
           WRITE REGCRONREL FROM CAB0-CRON.
           MOVE SPACES TO DU-UN.
           MOVE "TOTAL DA CLINICA" TO DU-NOME.
           MOVE 101 TO W-IU.
           PERFORM LINHA-UNID THRU LINHA-UNID-FIM.
           WRITE REGCRONREL FROM CAB0-CRON.
      *
       ROT-TOTAL.
           CLOSE CADDIAG CADCID CRONREL.
           IF W-TEM-SINAIS = "S"
               CLOSE CADSINAIS.
           IF W-TEM-EXAME = "S"
               CLOSE CADEXAME.
           IF W-TEM-AGEN = "S"
               CLOSE CADAGEN.
           IF W-TEM-PACI = "S"
               CLOSE CADPACI.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
           IF W-TEM-UNID = "S"
               CLOSE CADUNID.
           IF W-TEM-OBITO = "S"
               CLOSE CADOBITO.
           DISPLAY "PACIENTES NO PAINEL    : " W-TOT-CRON.
           DISPLAY "CONTROLADOS            : " TU-CTRL (101).
           DISPLAY "NAO CONTROLADOS        : " TU-NCTRL (101).
           DISPLAY "SEM MEDICAO NA JANELA  : " TU-SEMMED (101).
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-TOT-CRON TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DO PAINEL DE CRONICOS SMP134 ***".
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *--------------[ ULTIMA AFERICAO DE PA DO PACIENTE ]--------------
       ULT-SINAIS.
           IF W-TEM-SINAIS NOT = "S"
               GO TO ULT-SINAIS-FIM.
           MOVE TR-PCODIGO (W-IC) TO SN-PCODIGO.
           MOVE ZEROS TO SN-DATA SN-HORA.
           START CADSINAIS KEY IS NOT LESS SN-CHAVE
               INVALID KEY GO TO ULT-SINAIS-FIM.
       ULT-SINAIS-LER.
           READ CADSINAIS NEXT
           IF ST-ERRO NOT = "00"
               GO TO ULT-SINAIS-FIM.
           IF SN-PCODIGO NOT = TR-PCODIGO (W-IC)
               GO TO ULT-SINAIS-FIM.
           IF SN-PA-SIST = ZEROS OR SN-PA-DIAST = ZEROS
               GO TO ULT-SINAIS-LER.
           MOVE SN-PA-SIST  TO TR-SIST (W-IC).
           MOVE SN-PA-DIAST TO TR-DIAST (W-IC).
           MOVE SN-DATA     TO TR-DTPA (W-IC).
           GO TO ULT-SINAIS-LER.
       ULT-SINAIS-FIM.
           EXIT.
      *
      *--------------[ MEDICO E UNIDADE DA ULTIMA CONSULTA ]------------
      * UNIDADE: A DA CONSULTA; ZERADA (AGENDAMENTO ANTIGO) VALE A
      * DO MEDICO; SEM CONSULTA FICA A DO CADASTRO DO PACIENTE.
       ULT-CONSULTA.
           MOVE ZEROS  TO W-AG-CRM W-AG-UNID.
           MOVE SPACES TO W-AG-UF.
           IF W-TEM-AGEN NOT = "S"
               GO TO ULT-CONSULTA-FIM.
           MOVE TR-PCODIGO (W-IC) TO AG-PAC-PCODIGO.
           MOVE ZEROS TO AG-PAC-DATA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE-PAC
               INVALID KEY GO TO ULT-CONSULTA-FIM.
       ULT-CONSULTA-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO ULT-CONSULTA-MED.
           IF AG-PAC-PCODIGO NOT = TR-PCODIGO (W-IC)
               GO TO ULT-CONSULTA-MED.
           IF AG-PAC-DATA > W-HOJE
               GO TO ULT-CONSULTA-MED.
           IF AG-STATUS NOT = "R"
               GO TO ULT-CONSULTA-LER.
           MOVE AG-CRM     TO W-AG-CRM.
           MOVE AG-CRM-UF  TO W-AG-UF.
           MOVE AG-UNIDADE TO W-AG-UNID.
           GO TO ULT-CONSULTA-LER.
       ULT-CONSULTA-MED.
           IF W-AG-CRM = ZEROS
               GO TO ULT-CONSULTA-FIM.
           MOVE ZEROS TO W-IM.
       ULT-CONSULTA-BUSCA.
           ADD 1 TO W-IM
           IF W-IM > W-TOT-MED
               GO TO ULT-CONSULTA-NOVO.
           IF TM-CRM (W-IM) NOT = W-AG-CRM OR
              TM-UF (W-IM) NOT = W-AG-UF
               GO TO ULT-CONSULTA-BUSCA.
           GO TO ULT-CONSULTA-UNID.
       ULT-CONSULTA-NOVO.
           IF W-TOT-MED NOT < 300
               DISPLAY "* MAIS DE 300 MEDICOS - NAO AGRUPADO: "
                       W-AG-CRM "/" W-AG-UF
               MOVE ZEROS TO W-IM
               GO TO ULT-CONSULTA-UNID.
           ADD 1 TO W-TOT-MED.
           MOVE W-TOT-MED TO W-IM.
           MOVE W-AG-CRM  TO TM-CRM (W-IM).
           MOVE W-AG-UF   TO TM-UF (W-IM).
           MOVE ZEROS     TO TM-UNID (W-IM).
           IF W-TEM-MED = "S"
               MOVE W-AG-CRM TO CRM
               MOVE W-AG-UF  TO CRM-UF
               READ CADMED
               IF ST-ERRO = "00"
                   MOVE UNIDADE TO TM-UNID (W-IM).
       ULT-CONSULTA-UNID.
           MOVE W-IM TO TR-MED (W-IC).
           IF W-AG-UNID NOT = ZEROS
               MOVE W-AG-UNID TO W-UNID
               GO TO ULT-CONSULTA-FIM.
           IF W-IM = ZEROS
               GO TO ULT-CONSULTA-FIM.
           IF TM-UNID (W-IM) NOT = ZEROS
               MOVE TM-UNID (W-IM) TO W-UNID.
       ULT-CONSULTA-FIM.
           EXIT.
      *
      *--------------[ CLASSIFICACAO DO PACIENTE ]----------------------
      * PA: CONTROLADA ABAIXO DE PASISTMAX/PADIASTMAX.
      * DIABETES: HBA1C DA JANELA ABAIXO DE HBA1CMAX (EM DECIMOS);
      * SEM HBA1C, GLICEMIA DA JANELA ABAIXO DE GLICMAX.
      * GERAL: QUALQUER N DA N; SENAO QUALQUER S DA S; SENAO C.
       CLASSIFICA.
           IF TR-HAS (W-IC) NOT = "S"
               GO TO CLASSIFICA-DM.
           MOVE "S" TO TR-ST-PA (W-IC).
           IF TR-DTPA (W-IC) < W-DT-LIMITE-N
               GO TO CLASSIFICA-DM.
           IF TR-SIST (W-IC) < W-PAS-MAX AND
              TR-DIAST (W-IC) < W-PAD-MAX
               MOVE "C" TO TR-ST-PA (W-IC)
           ELSE
               MOVE "N" TO TR-ST-PA (W-IC).
       CLASSIFICA-DM.
           IF TR-DM (W-IC) NOT = "S"
               GO TO CLASSIFICA-GERAL.
           MOVE "S" TO TR-ST-DM (W-IC).
           IF TR-A1C-DT (W-IC) = ZEROS
               GO TO CLASSIFICA-GLIC.
           COMPUTE W-A1C-DEC = TR-A1C-VAL (W-IC) * 10.
           IF W-A1C-DEC < W-A1C-MAX
               MOVE "C" TO TR-ST-DM (W-IC)
           ELSE
               MOVE "N" TO TR-ST-DM (W-IC).
           GO TO CLASSIFICA-GERAL.
       CLASSIFICA-GLIC.
           IF TR-GLI-DT (W-IC) = ZEROS
               GO TO CLASSIFICA-GERAL.
           IF TR-GLI-VAL (W-IC) < W-GLIC-MAX
               MOVE "C" TO TR-ST-DM (W-IC)
           ELSE
               MOVE "N" TO TR-ST-DM (W-IC).
       CLASSIFICA-GERAL.
           MOVE "C" TO TR-GERAL (W-IC).
           IF TR-ST-PA (W-IC) = "S" OR TR-ST-DM (W-IC) = "S"
               MOVE "S" TO TR-GERAL (W-IC).
           IF TR-ST-PA (W-IC) = "N" OR TR-ST-DM (W-IC) = "N"
               MOVE "N" TO TR-GERAL (W-IC).
       CLASSIFICA-FIM.
           EXIT.
      *
      *--------------[ CONTADORES DA UNIDADE W-IU ]---------------------
       SOMA-UNID.
           ADD 1 TO TU-TOTAL (W-IU).
           IF TR-GERAL (W-IC) = "C"
               ADD 1 TO TU-CTRL (W-IU).
           IF TR-GERAL (W-IC) = "N"
               ADD 1 TO TU-NCTRL (W-IU).
           IF TR-GERAL (W-IC) = "S"
               ADD 1 TO TU-SEMMED (W-IU).
           IF TR-ST-PA (W-IC) = "C"
               ADD 1 TO TU-HAS-C (W-IU).
           IF TR-ST-PA (W-IC) = "N"
               ADD 1 TO TU-HAS-N (W-IU).
           IF TR-ST-PA (W-IC) = "S"
               ADD 1 TO TU-HAS-S (W-IU).
           IF TR-ST-DM (W-IC) = "C"
               ADD 1 TO TU-DM-C (W-IU).
           IF TR-ST-DM (W-IC) = "N"
               ADD 1 TO TU-DM-N (W-IU).
           IF TR-ST-DM (W-IC) = "S"
               ADD 1 TO TU-DM-S (W-IU).
       SOMA-UNID-FIM.
           EXIT.
      *
      *--------------[ PACIENTES DO MEDICO W-IM ]-----------------------
       LISTA-MED.
           MOVE "N" TO W-CAB-MED.
           MOVE ZEROS TO W-MD-TOTAL W-MD-CTRL W-MD-NCTRL W-MD-SEMMED.
           MOVE ZEROS TO W-IC.
       LISTA-MED-LOOP.
           ADD 1 TO W-IC
           IF W-IC > W-TOT-CRON
               GO TO LISTA-MED-SUB.
           IF TR-MED (W-IC) NOT = W-IM
               GO TO LISTA-MED-LOOP.
           IF W-CAB-MED = "N"
               PERFORM CAB-MED THRU CAB-MED-FIM.
           PERFORM DET-PAC THRU DET-PAC-FIM.
           GO TO LISTA-MED-LOOP.
       LISTA-MED-SUB.
           IF W-CAB-MED = "N"
               GO TO LISTA-MED-FIM.
           MOVE W-MD-TOTAL  TO LS-TOTAL.
           MOVE W-MD-CTRL   TO LS-CTRL.
           MOVE W-MD-NCTRL  TO LS-NCTRL.
           MOVE W-MD-SEMMED TO LS-SEMMED.
           WRITE REGCRONREL FROM LIN-SUBMED.
           WRITE REGCRONREL FROM CAB0-CRON.
       LISTA-MED-FIM.
           EXIT.
      *
       CAB-MED.
           MOVE "S" TO W-CAB-MED.
           IF W-IM = ZEROS
               MOVE ZEROS  TO LM-CRM
               MOVE SPACES TO LM-UF
               MOVE "(SEM CONSULTA REALIZADA)" TO LM-NOME
               GO TO CAB-MED-GRAVA.
           MOVE TM-CRM (W-IM) TO LM-CRM.
           MOVE TM-UF (W-IM)  TO LM-UF.
           MOVE "(MEDICO NAO CADASTRADO)" TO LM-NOME.
           IF W-TEM-MED = "S"
               MOVE TM-CRM (W-IM) TO CRM
               MOVE TM-UF (W-IM)  TO CRM-UF
               READ CADMED
               IF ST-ERRO = "00"
                   MOVE NOME TO LM-NOME.
       CAB-MED-GRAVA.
           WRITE REGCRONREL FROM LIN-MED.
           WRITE REGCRONREL FROM CAB3-CRON.
       CAB-MED-FIM.
           EXIT.
      *
       DET-PAC.
           MOVE TR-PCODIGO (W-IC) TO DC-PCOD.
           MOVE SPACES TO DC-NOME.
           IF W-TEM-PACI = "S"
               MOVE TR-PCODIGO (W-IC) TO P-CODIGO
               READ CADPACI
               IF ST-ERRO = "00"
                   MOVE P-NOME TO DC-NOME.
           MOVE "HAS" TO DC-COND.
           IF TR-DM (W-IC) = "S"
               MOVE "DM " TO DC-COND.
           IF TR-HAS (W-IC) = "S" AND TR-DM (W-IC) = "S"
               MOVE "H+D" TO DC-COND.
           MOVE TR-SIST (W-IC)  TO DC-SIST.
           MOVE TR-DIAST (W-IC) TO DC-DIAST.
           MOVE TR-DTPA (W-IC)  TO DC-DTPA.
           MOVE SPACES TO DC-BARRA.
           IF TR-DTPA (W-IC) NOT = ZEROS
               MOVE "/" TO DC-BARRA.
           MOVE TR-ST-PA (W-IC) TO DC-ST-PA.
           MOVE SPACES TO DC-TPEX.
           MOVE ZEROS  TO DC-RESULT DC-DTEX.
           IF TR-GLI-DT (W-IC) NOT = ZEROS
               MOVE "G" TO DC-TPEX
               MOVE TR-GLI-VAL (W-IC) TO DC-RESULT
               MOVE TR-GLI-DT (W-IC)  TO DC-DTEX.
           IF TR-A1C-DT (W-IC) NOT = ZEROS
               MOVE "A" TO DC-TPEX
               MOVE TR-A1C-VAL (W-IC) TO DC-RESULT
               MOVE TR-A1C-DT (W-IC)  TO DC-DTEX.
           MOVE TR-ST-DM (W-IC) TO DC-ST-DM.
           ADD 1 TO W-MD-TOTAL.
           IF TR-GERAL (W-IC) = "C"
               MOVE "CONTROLADO" TO DC-GERAL
               ADD 1 TO W-MD-CTRL.
           IF TR-GERAL (W-IC) = "N"
               MOVE "NAO CONTROL." TO DC-GERAL
               ADD 1 TO W-MD-NCTRL.
           IF TR-GERAL (W-IC) = "S"
               MOVE "SEM MEDICAO" TO DC-GERAL
               ADD 1 TO W-MD-SEMMED.
           WRITE REGCRONREL FROM DET-CRON.
       DET-PAC-FIM.
           EXIT.
      *
      *--------------[ LINHA DO RESUMO DA UNIDADE W-IU ]----------------
       LINHA-UNID.
           MOVE TU-TOTAL (W-IU)  TO DU-TOTAL.
           MOVE TU-CTRL (W-IU)   TO DU-CTRL.
           MOVE TU-NCTRL (W-IU)  TO DU-NCTRL.
           MOVE TU-SEMMED (W-IU) TO DU-SEMMED.
           MOVE ZEROS TO DU-PCT.
           IF TU-TOTAL (W-IU) NOT = ZEROS
               COMPUTE DU-PCT ROUNDED =
                       TU-CTRL (W-IU) * 100 / TU-TOTAL (W-IU).
           MOVE TU-HAS-C (W-IU)  TO DU-HAS-C.
           MOVE TU-HAS-N (W-IU)  TO DU-HAS-N.
           MOVE TU-HAS-S (W-IU)  TO DU-HAS-S.
           MOVE TU-DM-C (W-IU)   TO DU-DM-C.
           MOVE TU-DM-N (W-IU)   TO DU-DM-N.
           MOVE TU-DM-S (W-IU)   TO DU-DM-S.
           WRITE REGCRONREL FROM DET-UNID.
       LINHA-UNID-FIM.
           EXIT.
      *
      *--------------[ CONTROLE DE EXECUCAO DO BATCH ]------------------
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
           MOVE "SMP134" TO RUN-PROGRAMA.
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
      *---------------------*** FIM DE PROGRAMA ***--------------------*
