      * VARRE A AGENDA DO DIA SEGUINTE (AG-STATUS = "A") E GERA O
      * ARQUIVO DE LEMBRETES COM HORARIO, MEDICO, TELEFONE E E-MAIL
      * DO PACIENTE, PARA ENVIO AO SERVICO DE SMS/E-MAIL.
      * PACIENTE COM RESTRICAO POR FALTAS (SMPFAL) SAI MARCADO
      * COM "LIGAR": A RECEPCAO CONFIRMA A VINDA POR TELEFONE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-TOTAL    PIC 9(05) VALUE ZEROS.
       77 W-SUPRIMIDOS PIC 9(05) VALUE ZEROS.
       77 W-LIGAR    PIC 9(05) VALUE ZEROS.
       01 W-FAL-PARM.
           03 FAL-ACAO           PIC X(01) VALUE SPACES.
           03 FAL-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 FAL-DATA           PIC 9(08) VALUE ZEROS.
           03 FAL-QTD            PIC 9(02) VALUE ZEROS.
           03 FAL-ULTIMA         PIC 9(08) VALUE ZEROS.
           03 FAL-RESTRITO       PIC X(01) VALUE "N".
           03 FAL-LIMITE         PIC 9(02) VALUE ZEROS.
           03 FAL-ULT-SLOTS      PIC 9(02) VALUE ZEROS.
       01 W-CON-PARM.
           03 CON-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 CON-FINALIDADE     PIC X(01) VALUE "C".
           05  FILLER                 PIC X(057) VALUE
           "- HORA  MEDICO                         PACIENTE          ".
           05  FILLER                 PIC X(057) VALUE
           "              TELEFONE    E-MAIL                        L".
           05  FILLER                 PIC X(006) VALUE
           "IGAR -".
       01  DET-LEMB.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DL-HH     VALUE ZEROS  PIC 9(002).
           05  DL-FONE   VALUE ZEROS  PIC 9(011).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DL-EMAIL  VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DL-LIGAR  VALUE SPACES PIC X(005).
           05  FILLER                 PIC X(002) VALUE " -".
       01  LIN-TOTAL.
           05  FILLER                 PIC X(022) VALUE
           "- TOTAL DE LEMBRETES :".
       INC-001.
           DISPLAY "*** INICIO DA EXTRACAO DE LEMBRETES SMP030 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO FAL-DATA.
      *----- ANTECEDENCIA DO LEMBRETE EM DIAS, PARAMETRIZADA NO
      *----- CADPARAM (LEMBDIAS). SEM O PARAMETRO VALE 1 DIA
      *----- (AMANHA), COMO SEMPRE FOI.
           MOVE W-AM-ANO TO AG-ANO.
           MOVE W-AM-MES TO AG-MES.
           MOVE W-AM-DIA TO AG-DIA.
           MOVE ZEROS    TO AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES   TO AG-CRM-UF.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
               MOVE "(PACIENTE NAO CADASTRADO)" TO DL-PACIEN
               MOVE ZEROS  TO DL-FONE
               MOVE SPACES TO DL-EMAIL.
      *----- FALTOSO RESTRITO: CONFIRMACAO POR TELEFONE
           MOVE SPACES     TO DL-LIGAR.
           MOVE "C"        TO FAL-ACAO.
           MOVE AG-PCODIGO TO FAL-PCODIGO.
           CALL "SMPFAL" USING W-FAL-PARM.
           IF FAL-RESTRITO = "S"
               MOVE "LIGAR" TO DL-LIGAR
               ADD 1 TO W-LIGAR.
           WRITE REGLEMBRA FROM DET-LEMB.
           ADD 1 TO W-TOTAL.
           GO TO LER-AGEN.
           CLOSE CADAGEN CADMED CADPACI CADLEMBRA.
           IF W-TEM-OBITO = "S"
               CLOSE CADOBITO.
           MOVE "F" TO FAL-ACAO.
           CALL "SMPFAL" USING W-FAL-PARM.
           DISPLAY "LEMBRETES GERADOS - " W-NOME-LEMB.
           DISPLAY "TOTAL DE LEMBRETES : " W-TOTAL.
           DISPLAY "SUPRIMIDOS SEM CONSENTIMENTO LGPD : " W-SUPRIMIDOS.
           DISPLAY "FALTOSOS A CONFIRMAR POR TELEFONE : " W-LIGAR.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-TOTAL TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
