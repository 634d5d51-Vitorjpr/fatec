       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP164.
      ****************************************
      *   IMPORTACAO DE PEDIDOS DO PORTAL    *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * LE OS PEDIDOS DE AGENDAMENTO FEITOS PELO PACIENTE NA PAGINA
      * DA CLINICA (PORTALPED.TXT, POSICIONAL: PEDIDO 9(08), CPF
      * 9(11), ESPECIALIDADE 9(02), DATA PREFERIDA 9(08), PERIODO
      * X(01) COM M=MANHA T=TARDE BRANCO=QUALQUER, CONVENIO 9(04)).
      * O PACIENTE E ACHADO PELO CPF (CHAVE ALTERNATIVA P-CPF) E A
      * VAGA E PROCURADA A PARTIR DA DATA PREFERIDA (NUNCA ANTES DE
      * AMANHA), DIA A DIA, NOS MEDICOS DA ESPECIALIDADE, COM AS
      * MESMAS REGRAS DO SMP006: GRADE (CADHOR), FERIADO E
      * FECHAMENTO DA UNIDADE (CADFERIA), AUSENCIA (CADAUSEN),
      * BLOQUEIO PARCIAL (CADBLOQ), HORARIO OCUPADO, VIGENCIA DO
      * CONTRATO E AUTORIZACAO PREVIA (CADCONV), COBERTURA DA
      * ESPECIALIDADE (CADCOBER), CARENCIA (CADCAREN) E
      * ELEGIBILIDADE (CADELEG). O QUE NO BALCAO E SO AVISO AQUI
      * RECUSA O PEDIDO, PORQUE NAO HA RECEPCIONISTA PARA DECIDIR;
      * MEDICO SEM GRADE NAO TEM VAGA A OFERECER E E IGNORADO.
      * A PRIMEIRA VAGA LIVRE E MARCADA NO CADAGEN (TIPO CONSULTA).
      * A RESPOSTA DE CADA PEDIDO VOLTA AO PORTAL EM PORTALRET.TXT
      * (A=AGENDADO COM DATA/HORA/MEDICO, R=RECUSADO COM O MOTIVO,
      * P=PENDENTE DE CADASTRO). CPF SEM CADASTRO SAI NA LISTA
      * PORTALPEN.TXT PARA A RECEPCAO CADASTRAR O PACIENTE (SMP004)
      * E O PORTAL REENVIAR O PEDIDO.
      * A JANELA DE BUSCA E O PARAMETRO PORTALDIAS (PADRAO 30).
      * REGISTRA A EXECUCAO NO CADRUNCTL.DAT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTALPED ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT PORTALRET ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT PORTALPEN ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
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

           SELECT CADHOR ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS HR-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADCONV ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CV-CODIGO
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS CV-NOME
                                     WITH DUPLICATES.

           SELECT CADFERIA ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS FE-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADAUSEN ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS AU-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADBLOQ ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS BQ-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADELEG ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS EL-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADCOBER ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CB-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADMESP ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ME-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS ME-ESPEC
                                     WITH DUPLICATES.

           SELECT CADCAREN ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CA-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADOBITO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OB-PCODIGO
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
       FD PORTALPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PORTALPED.TXT".
       01 REGPORTALPED.
           03 PD-PEDIDO         PIC 9(08).
           03 PD-CPF            PIC 9(11).
           03 PD-ESPEC          PIC 9(02).
           03 PD-DATA.
               05 PD-ANO        PIC 9(04).
               05 PD-MES        PIC 9(02).
               05 PD-DIA        PIC 9(02).
           03 PD-PERIODO        PIC X(01).
           03 PD-CONVENIO       PIC 9(04).
      *
       FD PORTALRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PORTALRET.TXT".
       01 REGPORTALRET.
           03 RT-PEDIDO         PIC 9(08).
           03 RT-SITUACAO       PIC X(01).
           03 RT-DATA           PIC 9(08).
           03 RT-HORA           PIC 9(04).
           03 RT-CRM            PIC 9(06).
           03 RT-CRM-UF         PIC X(02).
           03 RT-NOMEMED        PIC X(30).
           03 RT-UNIDADE        PIC 9(02).
           03 RT-MOTIVO         PIC X(40).
      *
       FD PORTALPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PORTALPEN.TXT".
       01 REGPORTALPEN  PIC X(80).
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
       FD CADHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOR.DAT".
       COPY REGHOR.
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       COPY REGCONV.
      *
       FD CADFERIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIA.DAT".
       COPY REGFERIA.
      *
       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSEN.DAT".
       COPY REGAUSEN.
      *
       FD CADBLOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBLOQ.DAT".
       COPY REGBLOQ.
      *
       FD CADELEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADELEG.DAT".
       COPY REGELEG.
      *
       FD CADCOBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBER.DAT".
       COPY REGCOBER.
      *
       FD CADMESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMESP.DAT".
       COPY REGMESP.
      *
       FD CADCAREN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAREN.DAT".
       COPY REGCAREN.
      *
       FD CADOBITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBITO.DAT".
       COPY REGOBITO.
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
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-AGENDADOS  PIC 9(06) VALUE ZEROS.
       77 W-RECUSADOS  PIC 9(06) VALUE ZEROS.
       77 W-PENDENTES  PIC 9(06) VALUE ZEROS.
       77 W-JANELA     PIC 9(03) VALUE 30.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-TEM-FERIA  PIC X(01) VALUE "N".
       77 W-TEM-AUSEN  PIC X(01) VALUE "N".
       77 W-TEM-BLOQ   PIC X(01) VALUE "N".
       77 W-TEM-ELEG   PIC X(01) VALUE "N".
       77 W-TEM-COBER  PIC X(01) VALUE "N".
       77 W-TEM-CAREN  PIC X(01) VALUE "N".
       77 W-TEM-MESP   PIC X(01) VALUE "N".
       77 W-TEM-OBITO  PIC X(01) VALUE "N".
       77 W-TEM-CONV   PIC X(01) VALUE "N".
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-LIVRE      PIC X(01) VALUE "S".
       77 W-TEM-ESPEC  PIC X(01) VALUE "N".
       77 W-NDIAS      PIC 9(03) VALUE ZEROS.
       77 W-DIAS-CTR   PIC 9(03) VALUE ZEROS.
       77 W-DIAS-CAREN PIC 9(03) VALUE ZEROS.
       77 W-CTR-INI    PIC 9(08) VALUE ZEROS.
       77 W-CTR-FIM    PIC 9(08) VALUE ZEROS.
       77 W-CAREN-DIAS PIC 9(03) VALUE ZEROS.
       77 W-SER-INI    PIC 9(08) VALUE ZEROS.
       77 W-DIF-CAREN  PIC S9(08) VALUE ZEROS.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
      *
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP164".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
      *
       01 W-PAR-PARM.
           03 PAR-CODIGO         PIC X(10) VALUE SPACES.
           03 PAR-VALOR          PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX       PIC X(20) VALUE SPACES.
           03 PAR-ACHOU          PIC X(01) VALUE "N".
      *----- DIA EM ANALISE NA BUSCA DE VAGA
       01 W-BD-DATA.
           03 W-BD-ANO           PIC 9(04).
           03 W-BD-MES           PIC 9(02).
           03 W-BD-DIA           PIC 9(02).
       01 W-ULT-DIA              PIC 9(02) VALUE ZEROS.
       01 W-RESTO4               PIC 9(04) VALUE ZEROS.
       01 W-RESTO100             PIC 9(04) VALUE ZEROS.
       01 W-RESTO400             PIC 9(04) VALUE ZEROS.
       01 W-QUOC-ULT             PIC 9(04) VALUE ZEROS.
      *----- DIA DA SEMANA (ZELLER, IGUAL AO SMP006)
       01 W-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       01 W-ZL-ANO               PIC 9(04) VALUE ZEROS.
       01 W-ZL-MES               PIC 9(02) VALUE ZEROS.
       01 W-ZL-DIA               PIC 9(02) VALUE ZEROS.
       01 W-ZL-J                 PIC 9(04) VALUE ZEROS.
       01 W-ZL-K                 PIC 9(04) VALUE ZEROS.
       01 W-ZL-T1                PIC 9(04) VALUE ZEROS.
       01 W-ZL-T2                PIC 9(04) VALUE ZEROS.
       01 W-ZL-T3                PIC 9(04) VALUE ZEROS.
       01 W-ZL-H                 PIC 9(05) VALUE ZEROS.
       01 W-ZL-Q                 PIC 9(05) VALUE ZEROS.
       01 W-ZL-R                 PIC 9(01) VALUE ZEROS.
      *----- HORARIO CANDIDATO DENTRO DA GRADE, EM MINUTOS
       01 W-MIN-INI              PIC 9(04) VALUE ZEROS.
       01 W-MIN-FIM              PIC 9(04) VALUE ZEROS.
       01 W-MIN-SLOT             PIC 9(04) VALUE ZEROS.
       01 W-MIN-PASSO            PIC 9(02) VALUE ZEROS.
       01 W-SL-HORA.
           03 W-SL-HH            PIC 9(02).
           03 W-SL-MM            PIC 9(02).
       01 W-BQ-HORA              PIC 9(04) VALUE ZEROS.
      *----- VAGA ENCONTRADA
       01 W-VG-CRM               PIC 9(06) VALUE ZEROS.
       01 W-VG-CRM-UF            PIC X(02) VALUE SPACES.
       01 W-VG-NOME              PIC X(30) VALUE SPACES.
       01 W-VG-UNIDADE           PIC 9(02) VALUE ZEROS.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
      *----- DIAS CORRIDOS APROXIMADOS (IGUAL AO SMP006)
       01 W-CS-DATA.
           03 W-CS-ANO           PIC 9(04).
           03 W-CS-MES           PIC 9(02).
           03 W-CS-DIA           PIC 9(02).
       01 W-CS-SERIAL            PIC 9(08) VALUE ZEROS.
       01 W-CS-QUOC              PIC 9(04) VALUE ZEROS.
      *
       01  CAB0-PEN.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  CAB1-PEN.
           05  FILLER                 PIC X(047) VALUE
           "- PEDIDOS DO PORTAL COM CPF SEM CADASTRO - EM ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(022) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB2-PEN.
           05  FILLER                 PIC X(040) VALUE
           "- PEDIDO   CPF         ESP DATA PREF. P ".
           05  FILLER                 PIC X(039) VALUE
           "CONV".
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-PEN.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DP-PEDIDO              PIC 9(008).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-CPF                 PIC 9(011).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-ESPEC               PIC 9(002).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DP-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-PERIODO             PIC X(001).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DP-CONVENIO            PIC 9(004).
           05  FILLER                 PIC X(035) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOT-PEN.
           05  FILLER                 PIC X(011) VALUE "- PEDIDOS ".
           05  LT-LIDOS               PIC ZZZZZ9.
           05  FILLER                 PIC X(012) VALUE "  AGENDADOS ".
           05  LT-AGEND               PIC ZZZZZ9.
           05  FILLER                 PIC X(012) VALUE "  RECUSADOS ".
           05  LT-RECUS               PIC ZZZZZ9.
           05  FILLER                 PIC X(012) VALUE "  PENDENTES ".
           05  LT-PEND                PIC ZZZZZ9.
           05  FILLER                 PIC X(008) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DA IMPORTACAO DE PEDIDOS DO PORTAL ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE "PORTALDIAS" TO PAR-CODIGO.
           MOVE ZEROS TO PAR-VALOR.
           MOVE SPACES TO PAR-VALOR-TX.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR > ZEROS
                              AND PAR-VALOR < 1000
               MOVE PAR-VALOR TO W-JANELA.

       ABRE-ARQS.
           OPEN INPUT PORTALPED
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO PORTALPED.TXT NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           OPEN I-O CADAGEN
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADAGEN NAO DISPONIVEL - FIM *"
               CLOSE PORTALPED
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADPACI NAO DISPONIVEL - FIM *"
               CLOSE PORTALPED CADAGEN
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADMED NAO DISPONIVEL - FIM *"
               CLOSE PORTALPED CADAGEN CADPACI
               GO TO ROT-FIM.
           OPEN INPUT CADHOR
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADHOR NAO DISPONIVEL - FIM *"
               CLOSE PORTALPED CADAGEN CADPACI CADMED
               GO TO ROT-FIM.
           OPEN OUTPUT PORTALRET
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PORTALRET"
               CLOSE PORTALPED CADAGEN CADPACI CADMED CADHOR
               GO TO ROT-FIM.
           OPEN OUTPUT PORTALPEN
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO PORTALPEN"
               CLOSE PORTALPED CADAGEN CADPACI CADMED CADHOR
                     PORTALRET
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-CONV.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CONV.
           MOVE "S" TO W-TEM-FERIA.
           OPEN INPUT CADFERIA
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-FERIA.
           MOVE "S" TO W-TEM-AUSEN.
           OPEN INPUT CADAUSEN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-AUSEN.
           MOVE "S" TO W-TEM-BLOQ.
           OPEN INPUT CADBLOQ
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-BLOQ.
           MOVE "S" TO W-TEM-ELEG.
           OPEN INPUT CADELEG
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-ELEG.
           MOVE "S" TO W-TEM-COBER.
           OPEN INPUT CADCOBER
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-COBER.
           MOVE "S" TO W-TEM-CAREN.
           OPEN INPUT CADCAREN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CAREN.
           MOVE "S" TO W-TEM-MESP.
           OPEN INPUT CADMESP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MESP.
           MOVE "S" TO W-TEM-OBITO.
           OPEN INPUT CADOBITO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-OBITO.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           WRITE REGPORTALPEN FROM CAB0-PEN.
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGPORTALPEN FROM CAB1-PEN.
           WRITE REGPORTALPEN FROM CAB0-PEN.
           WRITE REGPORTALPEN FROM CAB2-PEN.
           WRITE REGPORTALPEN FROM CAB0-PEN.
      *
      *--------------[ LEITURA DOS PEDIDOS DO PORTAL ]------------------
       LER-PED.
           READ PORTALPED
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           ADD 1 TO W-LIDOS.
           MOVE PD-PEDIDO TO RT-PEDIDO.
           MOVE ZEROS     TO RT-DATA RT-HORA RT-CRM RT-UNIDADE.
           MOVE SPACES    TO RT-CRM-UF RT-NOMEMED RT-MOTIVO.
           IF PD-CPF = ZEROS
               MOVE "CPF NAO INFORMADO" TO W-MOTIVO
               GO TO RECUSA-PED.
           IF PD-ESPEC = ZEROS
               MOVE "ESPECIALIDADE NAO INFORMADA" TO W-MOTIVO
               GO TO RECUSA-PED.
           IF PD-PERIODO NOT = "M" AND "T" AND SPACES
               MOVE "PERIODO INVALIDO (M=MANHA T=TARDE)" TO W-MOTIVO
               GO TO RECUSA-PED.
           IF PD-DATA NOT = ZEROS
               IF PD-DIA < 01 OR PD-DIA > 31 OR
                  PD-MES < 01 OR PD-MES > 12
                   MOVE "DATA PREFERIDA INVALIDA" TO W-MOTIVO
                   GO TO RECUSA-PED.
      *----- PACIENTE PELO CPF; SEM CADASTRO VAI PARA A RECEPCAO
           MOVE PD-CPF TO P-CPF.
           READ CADPACI KEY IS P-CPF
           IF ST-ERRO NOT = "00"
               GO TO PENDENTE-PED.
           IF P-STATUS = "I"
               MOVE "CADASTRO DO PACIENTE INATIVO" TO W-MOTIVO
               GO TO RECUSA-PED.
           IF W-TEM-OBITO = "S"
               MOVE P-CODIGO TO OB-PCODIGO
               READ CADOBITO
               IF ST-ERRO = "00"
                   MOVE "PACIENTE COM OBITO REGISTRADO" TO W-MOTIVO
                   GO TO RECUSA-PED.
           IF PD-CONVENIO NOT = P-CONVENIO
               MOVE "CONVENIO DIFERE DO CADASTRO - LIGAR" TO W-MOTIVO
               GO TO RECUSA-PED.
           PERFORM CHK-CONVENIO THRU CHK-CONVENIO-FIM.
           IF W-MOTIVO NOT = SPACES
               GO TO RECUSA-PED.
           PERFORM BUSCA-VAGA THRU BUSCA-VAGA-FIM.
           IF W-ACHOU = "N"
               GO TO RECUSA-PED.
           PERFORM GRAVA-AGENDA THRU GRAVA-AGENDA-FIM.
           IF W-ACHOU = "N"
               GO TO RECUSA-PED.
           MOVE "A"          TO RT-SITUACAO.
           MOVE W-BD-DATA    TO RT-DATA.
           MOVE W-SL-HORA    TO RT-HORA.
           MOVE W-VG-CRM     TO RT-CRM.
           MOVE W-VG-CRM-UF  TO RT-CRM-UF.
           MOVE W-VG-NOME    TO RT-NOMEMED.
           MOVE W-VG-UNIDADE TO RT-UNIDADE.
           MOVE "CONSULTA AGENDADA" TO RT-MOTIVO.
           WRITE REGPORTALRET.
           ADD 1 TO W-AGENDADOS.
           GO TO LER-PED.
       RECUSA-PED.
           MOVE "R"      TO RT-SITUACAO.
           MOVE W-MOTIVO TO RT-MOTIVO.
           WRITE REGPORTALRET.
           ADD 1 TO W-RECUSADOS.
           GO TO LER-PED.
       PENDENTE-PED.
           MOVE "P" TO RT-SITUACAO.
           MOVE "CPF SEM CADASTRO - RECEPCAO VAI CONTATAR"
                                                   TO RT-MOTIVO.
           WRITE REGPORTALRET.
           MOVE PD-PEDIDO   TO DP-PEDIDO.
           MOVE PD-CPF      TO DP-CPF.
           MOVE PD-ESPEC    TO DP-ESPEC.
           MOVE PD-DATA     TO DP-DATA.
           MOVE PD-PERIODO  TO DP-PERIODO.
           MOVE PD-CONVENIO TO DP-CONVENIO.
           WRITE REGPORTALPEN FROM DET-PEN.
           ADD 1 TO W-PENDENTES.
           GO TO LER-PED.
      *
      *--------------[ REGRAS DO CONVENIO DO PACIENTE ]----------------
      * SEM RECEPCIONISTA NA LINHA, O QUE NO SMP006 E AVISO AQUI
      * RECUSA: AUTORIZACAO PREVIA, FORA DA CARGA DE ELEGIBILIDADE,
      * ESPECIALIDADE SEM COBERTURA. A VIGENCIA DO CONTRATO E A
      * CARENCIA DEPENDEM DO DIA E SAO TESTADAS NA BUSCA DA VAGA.
       CHK-CONVENIO.
           MOVE SPACES TO W-MOTIVO.
           MOVE ZEROS  TO W-CTR-INI W-CTR-FIM W-CAREN-DIAS W-SER-INI.
           IF P-CONVENIO = ZEROS
               GO TO CHK-CONVENIO-FIM.
           IF W-TEM-CONV = "S"
               MOVE P-CONVENIO TO CV-CODIGO
               READ CADCONV
               IF ST-ERRO = "00"
                   MOVE CV-DTINICTR TO W-CTR-INI
                   MOVE CV-DTFIMCTR TO W-CTR-FIM
                   IF CV-AUTORIZ = "S"
                       MOVE "CONVENIO EXIGE AUTORIZACAO PREVIA"
                                                         TO W-MOTIVO
                       GO TO CHK-CONVENIO-FIM.
           PERFORM CHK-ELEG THRU CHK-ELEG-FIM.
           IF W-MOTIVO NOT = SPACES
               GO TO CHK-CONVENIO-FIM.
           PERFORM CHK-COBER THRU CHK-COBER-FIM.
           IF W-MOTIVO NOT = SPACES
               GO TO CHK-CONVENIO-FIM.
           PERFORM PREP-CARENCIA THRU PREP-CARENCIA-FIM.
       CHK-CONVENIO-FIM.
           EXIT.
      *
      *----- MESMO TESTE DO CHK-ELEG DO SMP006: SO VALE QUANDO O
      *----- CONVENIO JA MANDOU CARGA DE ASSOCIADOS
       CHK-ELEG.
           IF W-TEM-ELEG = "N"
               GO TO CHK-ELEG-FIM.
           MOVE P-CONVENIO TO EL-CONVENIO.
           MOVE ZEROS      TO EL-PLANO EL-CPF.
           START CADELEG KEY IS NOT LESS EL-CHAVE
               INVALID KEY
                   GO TO CHK-ELEG-FIM.
           READ CADELEG NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-ELEG-FIM.
           IF EL-CONVENIO NOT = P-CONVENIO
               GO TO CHK-ELEG-FIM.
           MOVE P-CONVENIO TO EL-CONVENIO.
           MOVE P-PLANO    TO EL-PLANO.
           MOVE P-CPF      TO EL-CPF.
           READ CADELEG
           IF ST-ERRO NOT = "00"
               MOVE "PACIENTE FORA DA CARGA DO CONVENIO" TO W-MOTIVO
               GO TO CHK-ELEG-FIM.
           IF EL-STATUS NOT = "A"
               MOVE "PACIENTE INATIVO NO CONVENIO" TO W-MOTIVO.
       CHK-ELEG-FIM.
           EXIT.
      *
      *----- MESMO TESTE DO CHK-COBER DO SMP006, PELA ESPECIALIDADE
      *----- PEDIDA NO PORTAL
       CHK-COBER.
           IF W-TEM-COBER = "N"
               GO TO CHK-COBER-FIM.
           MOVE P-CONVENIO TO CB-CONVENIO.
           MOVE P-PLANO    TO CB-PLANO.
           MOVE ZEROS      TO CB-ESPEC.
           START CADCOBER KEY IS NOT LESS CB-CHAVE
               INVALID KEY
                   GO TO CHK-COBER-FIM.
           READ CADCOBER NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-COBER-FIM.
           IF CB-CONVENIO NOT = P-CONVENIO OR CB-PLANO NOT = P-PLANO
               GO TO CHK-COBER-FIM.
           MOVE P-CONVENIO TO CB-CONVENIO.
           MOVE P-PLANO    TO CB-PLANO.
           MOVE PD-ESPEC   TO CB-ESPEC.
           READ CADCOBER
           IF ST-ERRO NOT = "00"
               MOVE "ESPECIALIDADE FORA DA COBERTURA DO PLANO"
                                                         TO W-MOTIVO
               GO TO CHK-COBER-FIM.
           IF CB-COBERTO NOT = "S"
               MOVE "ESPECIALIDADE FORA DA COBERTURA DO PLANO"
                                                         TO W-MOTIVO.
       CHK-COBER-FIM.
           EXIT.
      *
      *----- DIAS DE CARENCIA (CLASSE C) E INICIO DO ASSOCIADO NO
      *----- PLANO, COMO NO CHK-CARENCIA DO SMP006; O DIA E
      *----- COMPARADO NA BUSCA (DIA-CARENCIA)
       PREP-CARENCIA.
           IF W-TEM-CAREN = "N" OR W-TEM-ELEG = "N"
               GO TO PREP-CARENCIA-FIM.
           MOVE P-CONVENIO TO CA-CONVENIO.
           MOVE P-PLANO    TO CA-PLANO.
           MOVE "C"        TO CA-CLASSE.
           READ CADCAREN
           IF ST-ERRO NOT = "00"
               MOVE P-CONVENIO TO CA-CONVENIO
               MOVE ZEROS      TO CA-PLANO
               MOVE "C"        TO CA-CLASSE
               READ CADCAREN
               IF ST-ERRO NOT = "00"
                   GO TO PREP-CARENCIA-FIM.
           MOVE P-CONVENIO TO EL-CONVENIO.
           MOVE P-PLANO    TO EL-PLANO.
           MOVE P-CPF      TO EL-CPF.
           READ CADELEG
           IF ST-ERRO NOT = "00"
               GO TO PREP-CARENCIA-FIM.
           IF EL-DTINICIO = ZEROS
               GO TO PREP-CARENCIA-FIM.
           MOVE CA-DIAS TO W-CAREN-DIAS.
           MOVE EL-DTINICIO TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-INI.
       PREP-CARENCIA-FIM.
           EXIT.
      *
      *--------------[ BUSCA DA PRIMEIRA VAGA LIVRE ]-------------------
      * VARRE DIA A DIA A JANELA DE BUSCA; EM CADA DIA, OS MEDICOS
      * DA ESPECIALIDADE (CADMED EM ORDEM DE CRM) E, EM CADA MEDICO,
      * AS GRADES QUE ATENDEM NAQUELE DIA DA SEMANA, HORARIO A
      * HORARIO PELA DURACAO DA CONSULTA (30 MINUTOS QUANDO A
      * GRADE NAO TEM DURACAO).
       BUSCA-VAGA.
           MOVE "N"   TO W-ACHOU W-TEM-ESPEC.
           MOVE ZEROS TO W-NDIAS W-DIAS-CTR W-DIAS-CAREN.
           MOVE W-HOJE TO W-BD-DATA.
           PERFORM AVANCA-DATA THRU AVANCA-DATA-FIM.
           IF PD-DATA > W-BD-DATA
               MOVE PD-DATA TO W-BD-DATA.
       BUSCA-DIA.
           IF W-NDIAS NOT < W-JANELA
               GO TO BUSCA-SEM-VAGA.
           ADD 1 TO W-NDIAS.
           IF W-CTR-INI NOT = ZEROS AND W-BD-DATA < W-CTR-INI
               ADD 1 TO W-DIAS-CTR
               GO TO BUSCA-AVANCA.
           IF W-CTR-FIM NOT = ZEROS AND W-BD-DATA > W-CTR-FIM
               ADD 1 TO W-DIAS-CTR
               GO TO BUSCA-AVANCA.
           IF W-CAREN-DIAS NOT = ZEROS
               MOVE W-BD-DATA TO W-CS-DATA
               PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
               COMPUTE W-DIF-CAREN = W-CS-SERIAL - W-SER-INI
               IF W-DIF-CAREN < W-CAREN-DIAS
                   ADD 1 TO W-DIAS-CAREN
                   GO TO BUSCA-AVANCA.
           IF W-TEM-FERIA = "S"
               MOVE W-BD-DATA TO FE-DATA
               MOVE ZEROS     TO FE-UNIDADE
               READ CADFERIA
               IF ST-ERRO = "00"
                   GO TO BUSCA-AVANCA.
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM.
           MOVE ZEROS  TO CRM.
           MOVE SPACES TO CRM-UF.
           START CADMED KEY IS NOT LESS CRM-CHAVE
               INVALID KEY
                   GO TO BUSCA-AVANCA.
       BUSCA-MED.
           READ CADMED NEXT
           IF ST-ERRO NOT = "00"
               GO TO BUSCA-AVANCA.
      *----- ESPECIALIDADE PRINCIPAL DO CADMED OU ADICIONAL (CADMESP)
           IF ESPEC NOT = PD-ESPEC
               IF W-TEM-MESP = "N"
                   GO TO BUSCA-MED
               ELSE
                   MOVE CRM      TO ME-CRM
                   MOVE CRM-UF   TO ME-CRM-UF
                   MOVE PD-ESPEC TO ME-ESPEC
                   READ CADMESP
                   IF ST-ERRO NOT = "00"
                       GO TO BUSCA-MED.
           MOVE "S" TO W-TEM-ESPEC.
           IF W-TEM-FERIA = "S"
               MOVE W-BD-DATA TO FE-DATA
               MOVE UNIDADE   TO FE-UNIDADE
               READ CADFERIA
               IF ST-ERRO = "00"
                   GO TO BUSCA-MED.
           PERFORM CHK-AUSENCIA THRU CHK-AUSENCIA-FIM.
           IF W-LIVRE = "N"
               GO TO BUSCA-MED.
      *----- PACIENTE JA MARCADO COM ESTE MEDICO NO DIA
           MOVE W-BD-DATA TO AG-DATA.
           MOVE CRM       TO AG-CRM.
           MOVE CRM-UF    TO AG-CRM-UF.
           MOVE P-CODIGO  TO AG-PCODIGO.
           MOVE ZEROS     TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU NOT = "N"
               GO TO BUSCA-MED.
           MOVE CRM       TO HR-CRM.
           MOVE CRM-UF    TO HR-CRM-UF.
           MOVE ZEROS     TO HR-UNIDADE.
           START CADHOR KEY IS NOT LESS HR-CHAVE
               INVALID KEY
                   GO TO BUSCA-MED.
       BUSCA-GRADE.
           READ CADHOR NEXT
           IF ST-ERRO NOT = "00"
               GO TO BUSCA-MED.
           IF HR-CRM NOT = CRM OR HR-CRM-UF NOT = CRM-UF
               GO TO BUSCA-MED.
           IF HR-DIA-SEM (W-DIA-SEMANA) NOT = "S"
               GO TO BUSCA-GRADE.
           COMPUTE W-MIN-INI = (HR-INI-HH * 60) + HR-INI-MM.
           COMPUTE W-MIN-FIM = (HR-FIM-HH * 60) + HR-FIM-MM.
           MOVE HR-DURACAO TO W-MIN-PASSO.
           IF W-MIN-PASSO = ZEROS
               MOVE 30 TO W-MIN-PASSO.
           MOVE W-MIN-INI TO W-MIN-SLOT.
       BUSCA-HORARIO.
           IF W-MIN-SLOT NOT < W-MIN-FIM
               GO TO BUSCA-GRADE.
           IF PD-PERIODO = "M" AND W-MIN-SLOT NOT < 720
               GO TO BUSCA-GRADE.
           IF PD-PERIODO = "T" AND W-MIN-SLOT < 720
               GO TO BUSCA-PROX-HORA.
           DIVIDE W-MIN-SLOT BY 60 GIVING W-SL-HH REMAINDER W-SL-MM.
           PERFORM CHK-BLOQUEIO THRU CHK-BLOQUEIO-FIM.
           IF W-LIVRE = "N"
               GO TO BUSCA-PROX-HORA.
           PERFORM CHK-OCUPADO THRU CHK-OCUPADO-FIM.
           IF W-LIVRE = "N"
               GO TO BUSCA-PROX-HORA.
           MOVE "S"        TO W-ACHOU.
           MOVE CRM        TO W-VG-CRM.
           MOVE CRM-UF     TO W-VG-CRM-UF.
           MOVE NOME       TO W-VG-NOME.
           MOVE HR-UNIDADE TO W-VG-UNIDADE.
           GO TO BUSCA-VAGA-FIM.
       BUSCA-PROX-HORA.
           ADD W-MIN-PASSO TO W-MIN-SLOT.
           GO TO BUSCA-HORARIO.
       BUSCA-AVANCA.
           PERFORM AVANCA-DATA THRU AVANCA-DATA-FIM.
           GO TO BUSCA-DIA.
       BUSCA-SEM-VAGA.
           IF W-DIAS-CTR = W-NDIAS
               MOVE "FORA DA VIGENCIA DO CONTRATO DO CONVENIO"
                                                         TO W-MOTIVO
               GO TO BUSCA-VAGA-FIM.
           IF W-DIAS-CAREN + W-DIAS-CTR = W-NDIAS
               MOVE "PERIODO DENTRO DA CARENCIA DO PLANO" TO W-MOTIVO
               GO TO BUSCA-VAGA-FIM.
           IF W-TEM-ESPEC = "N"
               MOVE "NENHUM MEDICO NA ESPECIALIDADE" TO W-MOTIVO
               GO TO BUSCA-VAGA-FIM.
           MOVE "SEM VAGA NA JANELA DE BUSCA - LIGAR" TO W-MOTIVO.
       BUSCA-VAGA-FIM.
           EXIT.
      *
      *----- AUSENCIA DO MEDICO QUE ENGLOBE O DIA (CHK-AUSENCIA DO
      *----- SMP006); W-LIVRE = N QUANDO AUSENTE
       CHK-AUSENCIA.
           MOVE "S" TO W-LIVRE.
           IF W-TEM-AUSEN = "N"
               GO TO CHK-AUSENCIA-FIM.
           MOVE CRM    TO AU-CRM.
           MOVE CRM-UF TO AU-CRM-UF.
           MOVE ZEROS  TO AU-DT-INI.
           START CADAUSEN KEY IS NOT LESS AU-CHAVE
               INVALID KEY
                   GO TO CHK-AUSENCIA-FIM.
       CHK-AUSENCIA-LER.
           READ CADAUSEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-AUSENCIA-FIM.
           IF AU-CRM NOT = CRM OR AU-CRM-UF NOT = CRM-UF
               GO TO CHK-AUSENCIA-FIM.
           IF W-BD-DATA NOT < AU-DT-INI AND W-BD-DATA NOT > AU-DT-FIM
               MOVE "N" TO W-LIVRE
               GO TO CHK-AUSENCIA-FIM.
           GO TO CHK-AUSENCIA-LER.
       CHK-AUSENCIA-FIM.
           EXIT.
      *
      *----- BLOQUEIO PARCIAL DO DIA QUE ENGLOBE O HORARIO
      *----- (CHK-BLOQUEIO DO SMP006)
       CHK-BLOQUEIO.
           MOVE "S" TO W-LIVRE.
           IF W-TEM-BLOQ = "N"
               GO TO CHK-BLOQUEIO-FIM.
           COMPUTE W-BQ-HORA = (W-SL-HH * 100) + W-SL-MM.
           MOVE CRM       TO BQ-CRM.
           MOVE CRM-UF    TO BQ-CRM-UF.
           MOVE W-BD-DATA TO BQ-DATA.
           MOVE ZEROS     TO BQ-HR-INI.
           START CADBLOQ KEY IS NOT LESS BQ-CHAVE
               INVALID KEY
                   GO TO CHK-BLOQUEIO-FIM.
       CHK-BLOQUEIO-LER.
           READ CADBLOQ NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-BLOQUEIO-FIM.
           IF BQ-CRM NOT = CRM OR BQ-CRM-UF NOT = CRM-UF OR
              BQ-DATA NOT = W-BD-DATA
               GO TO CHK-BLOQUEIO-FIM.
           IF W-BQ-HORA NOT < BQ-HR-INI AND W-BQ-HORA < BQ-HR-FIM
               MOVE "N" TO W-LIVRE
               GO TO CHK-BLOQUEIO-FIM.
           GO TO CHK-BLOQUEIO-LER.
       CHK-BLOQUEIO-FIM.
           EXIT.
      *
      *----- OUTRO PACIENTE NO MESMO HORARIO DO MEDICO (CHK-HORARIO
      *----- DO SMP006: SO O CANCELADO LIBERA O HORARIO)
       CHK-OCUPADO.
           MOVE "S" TO W-LIVRE.
           MOVE W-BD-DATA TO AG-DATA.
           MOVE CRM       TO AG-CRM.
           MOVE CRM-UF    TO AG-CRM-UF.
           MOVE ZEROS     TO AG-PCODIGO AG-HORA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO CHK-OCUPADO-FIM.
       CHK-OCUPADO-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-OCUPADO-FIM.
           IF AG-DATA NOT = W-BD-DATA OR AG-CRM NOT = CRM OR
              AG-CRM-UF NOT = CRM-UF
               GO TO CHK-OCUPADO-FIM.
           IF AG-STATUS = "C" OR AG-ENCAIXE = "S"
               GO TO CHK-OCUPADO-LER.
           IF AG-HORA = W-SL-HORA
               MOVE "N" TO W-LIVRE
               GO TO CHK-OCUPADO-FIM.
           GO TO CHK-OCUPADO-LER.
       CHK-OCUPADO-FIM.
           EXIT.
      *
      *--------------[ MARCA A VAGA NO CADAGEN ]------------------------
       GRAVA-AGENDA.
           MOVE ZEROS TO AG-CID AG-HORACHEG AG-SERIE AG-REMARC-DE
                         AG-REMARCAS AG-PROC AG-HRINI-AT AG-HRFIM-AT.
           MOVE SPACES TO AG-AUTORIZ AG-REMARC-ORIG AG-CONFIRM
                          AG-COPART-PEND AG-RESTAURADO AG-PARTICULAR
                          AG-MOT-ENCAIXE.
           MOVE "N"          TO AG-ENCAIXE.
           MOVE W-BD-DATA    TO AG-DATA.
           MOVE W-VG-CRM     TO AG-CRM.
           MOVE W-VG-CRM-UF  TO AG-CRM-UF.
           MOVE P-CODIGO     TO AG-PCODIGO.
           MOVE W-SL-HORA    TO AG-HORA.
           MOVE W-VG-UNIDADE TO AG-UNIDADE.
           MOVE "A"          TO AG-STATUS.
           MOVE "C"          TO AG-TIPO.
           MOVE PD-ESPEC     TO AG-ESPEC.
           MOVE W-HOJE       TO AG-DTCAD.
           MOVE AG-PCODIGO   TO AG-PAC-PCODIGO.
           MOVE AG-DATA      TO AG-PAC-DATA.
           MOVE "CADAGEN" TO JRN-ARQUIVO.
           MOVE "W" TO JRN-OPER.
           MOVE REGAGEN TO JRN-IMAGEM.
           CALL "SMPJRN" USING W-JRN-PARM.
           WRITE REGAGEN
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "N" TO W-ACHOU
               MOVE "ERRO NA GRAVACAO DA AGENDA - LIGAR" TO W-MOTIVO.
       GRAVA-AGENDA-FIM.
           EXIT.
      *
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
      *--------------[ DIA DA SEMANA - CALCULO DE ZELLER ]--------------
      * DEVOLVE 1=DOMINGO ... 7=SABADO
       CALC-DIA-SEM.
           MOVE W-BD-ANO TO W-ZL-ANO.
           MOVE W-BD-MES TO W-ZL-MES.
           MOVE W-BD-DIA TO W-ZL-DIA.
           IF W-ZL-MES < 3
               ADD 12 TO W-ZL-MES
               SUBTRACT 1 FROM W-ZL-ANO.
           DIVIDE W-ZL-ANO BY 100 GIVING W-ZL-J REMAINDER W-ZL-K.
           COMPUTE W-ZL-T1 = 13 * (W-ZL-MES + 1).
           DIVIDE W-ZL-T1 BY 5 GIVING W-ZL-T1.
           DIVIDE W-ZL-K BY 4 GIVING W-ZL-T2.
           DIVIDE W-ZL-J BY 4 GIVING W-ZL-T3.
           COMPUTE W-ZL-H = W-ZL-DIA + W-ZL-T1 + W-ZL-K + W-ZL-T2
                          + W-ZL-T3 + (5 * W-ZL-J).
           DIVIDE W-ZL-H BY 7 GIVING W-ZL-Q REMAINDER W-ZL-R.
           IF W-ZL-R = 0
               MOVE 7 TO W-DIA-SEMANA
           ELSE
               MOVE W-ZL-R TO W-DIA-SEMANA.
       CALC-DIA-SEM-FIM.
           EXIT.
      *
      *--------------[ PROXIMO DIA DO CALENDARIO ]----------------------
       AVANCA-DATA.
           PERFORM CALC-ULT-DIA-MES THRU CALC-ULT-DIA-MES-FIM.
           IF W-BD-DIA < W-ULT-DIA
               ADD 1 TO W-BD-DIA
               GO TO AVANCA-DATA-FIM.
           MOVE 01 TO W-BD-DIA.
           IF W-BD-MES < 12
               ADD 1 TO W-BD-MES
           ELSE
               MOVE 01 TO W-BD-MES
               ADD 1 TO W-BD-ANO.
       AVANCA-DATA-FIM.
           EXIT.
      *
       CALC-ULT-DIA-MES.
           IF W-BD-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-MES-FIM.
           IF W-BD-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-MES-FIM.
           MOVE 28 TO W-ULT-DIA.
           DIVIDE W-BD-ANO BY 4 GIVING W-QUOC-ULT REMAINDER W-RESTO4.
           DIVIDE W-BD-ANO BY 100 GIVING W-QUOC-ULT
                                  REMAINDER W-RESTO100.
           DIVIDE W-BD-ANO BY 400 GIVING W-QUOC-ULT
                                  REMAINDER W-RESTO400.
           IF W-RESTO4 = ZEROS
               IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                   MOVE 29 TO W-ULT-DIA.
       CALC-ULT-DIA-MES-FIM.
           EXIT.
      *
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
      *
       ROT-TOTAL.
           MOVE W-LIDOS     TO LT-LIDOS.
           MOVE W-AGENDADOS TO LT-AGEND.
           MOVE W-RECUSADOS TO LT-RECUS.
           MOVE W-PENDENTES TO LT-PEND.
           WRITE REGPORTALPEN FROM CAB0-PEN.
           WRITE REGPORTALPEN FROM LIN-TOT-PEN.
           WRITE REGPORTALPEN FROM CAB0-PEN.
           CLOSE PORTALPED PORTALRET PORTALPEN CADAGEN CADPACI
                 CADMED CADHOR.
           IF W-TEM-CONV = "S"
               CLOSE CADCONV.
           IF W-TEM-FERIA = "S"
               CLOSE CADFERIA.
           IF W-TEM-AUSEN = "S"
               CLOSE CADAUSEN.
           IF W-TEM-BLOQ = "S"
               CLOSE CADBLOQ.
           IF W-TEM-ELEG = "S"
               CLOSE CADELEG.
           IF W-TEM-COBER = "S"
               CLOSE CADCOBER.
           IF W-TEM-MESP = "S"
               CLOSE CADMESP.
           IF W-TEM-CAREN = "S"
               CLOSE CADCAREN.
           IF W-TEM-OBITO = "S"
               CLOSE CADOBITO.
           DISPLAY "PEDIDOS LIDOS     : " W-LIDOS.
           DISPLAY "AGENDADOS         : " W-AGENDADOS.
           DISPLAY "RECUSADOS         : " W-RECUSADOS.
           DISPLAY "PENDENTES CADASTRO: " W-PENDENTES.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-LIDOS TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DA IMPORTACAO DE PEDIDOS DO PORTAL ***".
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
           MOVE "SMP164" TO RUN-PROGRAMA.
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
