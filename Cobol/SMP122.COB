       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP122.
      ****************************************
      *   EXPORTACAO DE VACINAS PARA A RNDS  *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * BATCH DIARIO. VARRE O CADVACIN ATRAS DAS DOSES AINDA NAO
      * ENVIADAS (SEM REGISTRO NO CONTROLE CADRNDS) OU REJEITADAS
      * E JA CORRIGIDAS (SITUACAO C), GERA O EXTRATO NO LEIAUTE
      * FIXO DA RNDS/E-SUS (RNDSVACaaaammdd.TXT) COM CPF/CNS,
      * NASCIMENTO E SEXO DO PACIENTE, VACINA, DOSE, LOTE, DATA
      * DA APLICACAO, UNIDADE E VACINADOR, E MARCA CADA DOSE NO
      * CADRNDS COMO ENVIADA. O RETORNO DA RNDS E LIDO PELO SMP123.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVACIN ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS VC-CHAVE
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

           SELECT CADUNID ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS UN-CODIGO
             FILE STATUS  IS ST-ERRO.

           SELECT CADRNDS ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS RN-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT RNDSEXT ASSIGN TO W-NOME-RNDS
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
       FD CADVACIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACIN.DAT".
       COPY REGVACIN.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADRNDS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRNDS.DAT".
       COPY REGRNDS.
      *
       FD RNDSEXT
               LABEL RECORD IS STANDARD.
       01 REGRNDSEXT   PIC X(106).
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
       77 ST-ERRO     PIC X(02) VALUE "00".
       77 W-HOJE      PIC 9(08) VALUE ZEROS.
       77 W-TOTAL     PIC 9(05) VALUE ZEROS.
       77 W-REENVIO   PIC 9(05) VALUE ZEROS.
       77 W-TEM-UNID  PIC X(01) VALUE "N".
       77 W-NOVO      PIC X(01) VALUE "S".
       01 W-NOME-RNDS.
           05 FILLER           PIC X(07) VALUE "RNDSVAC".
           05 W-DATA-RNDS      PIC 9(08).
           05 FILLER           PIC X(04) VALUE ".TXT".
      *
      *----- LEIAUTE FIXO DO EXTRATO: 0 = CABECALHO, 1 = DOSE,
      *----- 9 = RODAPE COM A QUANTIDADE DE DOSES. A CHAVE LOCAL
      *----- (PACIENTE+VACINA+DOSE) VOLTA NO RETORNO DA RNDS.
       01  EXT-CAB.
           05  EC-TIPO                PIC X(001) VALUE "0".
           05  EC-SISTEMA             PIC X(010) VALUE "SMP-VACINA".
           05  EC-DTGERACAO           PIC 9(008).
           05  FILLER                 PIC X(087) VALUE SPACES.
       01  EXT-DET.
           05  EX-TIPO                PIC X(001) VALUE "1".
           05  EX-CHAVE.
               07  EX-PCODIGO         PIC 9(006).
               07  EX-VACINA          PIC X(020).
               07  EX-DOSE            PIC 9(002).
           05  EX-CPF                 PIC 9(011).
      *----- PACIENTE SEM CNS VAI ZERADO E A RNDS IDENTIFICA O
      *----- CIDADAO PELO CPF
           05  EX-CNS                 PIC 9(015).
           05  EX-DTNASC.
               07  EX-NASC-ANO        PIC 9(004).
               07  EX-NASC-MES        PIC 9(002).
               07  EX-NASC-DIA        PIC 9(002).
           05  EX-SEXO                PIC X(001).
           05  EX-LOTE                PIC X(010).
           05  EX-DTAPLIC             PIC 9(008).
           05  EX-UNIDADE             PIC 9(002).
           05  EX-CNPJ                PIC 9(014).
           05  EX-VACINADOR           PIC X(008).
       01  EXT-ROD.
           05  ER-TIPO                PIC X(001) VALUE "9".
           05  ER-QTDE                PIC 9(006).
           05  FILLER                 PIC X(099) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DA EXPORTACAO RNDS SMP122 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-DATA-RNDS.

       ABRE-ARQS.
           OPEN INPUT CADVACIN
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADVACIN NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADPACI NAO DISPONIVEL - FIM *"
               CLOSE CADVACIN
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
       ABRE-RNDS.
           OPEN I-O CADRNDS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADRNDS
                   CLOSE CADRNDS
                   GO TO ABRE-RNDS
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO CONTROLE CADRNDS"
                   CLOSE CADVACIN CADPACI
                   GO TO ROT-FECHA-UNID.
           OPEN OUTPUT RNDSEXT
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO EXTRATO RNDS"
               GO TO ROT-FECHA.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           MOVE W-HOJE TO EC-DTGERACAO.
           WRITE REGRNDSEXT FROM EXT-CAB.

       LER-VACIN.
           READ CADVACIN NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
      *----- JA ENVIADA ? SO VOLTA SE FOI REJEITADA E CORRIGIDA
           MOVE "S" TO W-NOVO.
           MOVE VC-CHAVE TO RN-CHAVE.
           READ CADRNDS
           IF ST-ERRO = "00"
               IF RN-SITUACAO NOT = "C"
                   GO TO LER-VACIN
               ELSE
                   MOVE "N" TO W-NOVO.
      *----- MONTA A LINHA DO EXTRATO
       MONTA-EXTRATO.
           MOVE VC-PCODIGO   TO EX-PCODIGO P-CODIGO.
           MOVE VC-VACINA    TO EX-VACINA.
           MOVE VC-DOSE      TO EX-DOSE.
           MOVE ZEROS        TO EX-CNS.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-CPF  TO EX-CPF
               MOVE P-CNS  TO EX-CNS
               MOVE P-ANO  TO EX-NASC-ANO
               MOVE P-MES  TO EX-NASC-MES
               MOVE P-DIA  TO EX-NASC-DIA
               MOVE P-SEXO TO EX-SEXO
           ELSE
               MOVE ZEROS  TO EX-CPF EX-DTNASC
               MOVE SPACES TO EX-SEXO.
           MOVE VC-LOTE      TO EX-LOTE.
           MOVE VC-DTAPLIC   TO EX-DTAPLIC.
           MOVE VC-UNIDADE   TO EX-UNIDADE.
           MOVE VC-VACINADOR TO EX-VACINADOR.
           MOVE ZEROS        TO EX-CNPJ.
           IF W-TEM-UNID = "S"
               MOVE VC-UNIDADE TO UN-CODIGO
               READ CADUNID
               IF ST-ERRO = "00"
                   MOVE UN-CNPJ TO EX-CNPJ.
           WRITE REGRNDSEXT FROM EXT-DET.
      *----- MARCA COMO ENVIADA
           MOVE VC-CHAVE TO RN-CHAVE.
           MOVE "E"      TO RN-SITUACAO.
           MOVE W-HOJE   TO RN-DTENVIO.
           MOVE ZEROS    TO RN-DTRETORNO.
           MOVE SPACES   TO RN-MOTIVO.
           IF W-NOVO = "S"
               WRITE REGRNDS
           ELSE
               REWRITE REGRNDS
               ADD 1 TO W-REENVIO.
           ADD 1 TO W-TOTAL.
           GO TO LER-VACIN.
      *
       ROT-TOTAL.
           MOVE W-TOTAL TO ER-QTDE.
           WRITE REGRNDSEXT FROM EXT-ROD.
           CLOSE RNDSEXT.
           DISPLAY "DOSES EXPORTADAS     : " W-TOTAL.
           DISPLAY "REENVIOS CORRIGIDOS  : " W-REENVIO.
           DISPLAY "EXTRATO GERADO - " W-NOME-RNDS.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-TOTAL TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
       ROT-FECHA.
           CLOSE CADVACIN CADPACI CADRNDS.
       ROT-FECHA-UNID.
           IF W-TEM-UNID = "S"
               CLOSE CADUNID.
           DISPLAY "*** FIM DA EXPORTACAO RNDS SMP122 ***".
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
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
           MOVE "SMP122" TO RUN-PROGRAMA.
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
