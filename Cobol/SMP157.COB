       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP157.
      ****************************************
      *   REMESSA DE PEDIDOS AO LABORATORIO  *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * VARRE O CADEXAME E MANDA AO LABORATORIO PARCEIRO, NO ARQUIVO
      * LABPEDIDO.TXT (POSICIONAL, LEIAUTE DO LABORATORIO), TODO
      * PEDIDO JA COLETADO (STATUS C) AINDA NAO ENVIADO. A REFERENCIA
      * DO PEDIDO E A NOSSA EX-CHAVE, QUE O LABORATORIO DEVOLVE NO
      * LABRESULT.TXT PARA O SMP078 CASAR O RESULTADO DIRETO.
      * O ENVIO FICA GRAVADO NO PROPRIO PEDIDO (EX-DTENVIO/HRENVIO).
      * EM LABPEND.TXT LISTA OS PEDIDOS QUE NAO PUDERAM SER ENVIADOS
      * E A CONCILIACAO: PEDIDOS ENVIADOS AINDA SEM RESULTADO DEPOIS
      * DO PRAZO CONTRATADO DO LABORATORIO (PARAMETRO LABPRAZO).
      * REGISTRA A EXECUCAO NO CADRUNCTL.DAT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXAME ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS EX-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADPACI ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS P-CODIGO
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS P-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.

           SELECT LABPED ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT LABPEND ASSIGN TO DISK
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
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       COPY REGEXAME.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD LABPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LABPEDIDO.TXT".
       01 REGLABPED.
           03 LO-REFERENCIA     PIC 9(16).
           03 LO-PCODIGO        PIC 9(06).
           03 LO-PNOME          PIC X(30).
           03 LO-DTNASC.
               05 LO-NASC-ANO   PIC 9(04).
               05 LO-NASC-MES   PIC 9(02).
               05 LO-NASC-DIA   PIC 9(02).
           03 LO-SEXO           PIC X(01).
           03 LO-CPF            PIC 9(11).
           03 LO-CRM            PIC 9(06).
           03 LO-CRM-UF         PIC X(02).
           03 LO-TIPOCOD        PIC 9(04).
           03 LO-DTCOLETA       PIC 9(08).
           03 LO-HRCOLETA       PIC 9(04).
      *
       FD LABPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LABPEND.TXT".
       01 REGPEND     PIC X(80).
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
       77 W-ENVIADOS   PIC 9(06) VALUE ZEROS.
       77 W-NAOENV     PIC 9(06) VALUE ZEROS.
       77 W-ATRASO     PIC 9(06) VALUE ZEROS.
       77 W-PRAZO      PIC 9(03) VALUE 5.
       77 W-DIAS       PIC 9(06) VALUE ZEROS.
       77 W-SER-HOJE   PIC 9(08) VALUE ZEROS.
       77 W-HORA       PIC 9(08) VALUE ZEROS.
      *
       01 W-PAR-PARM.
           03 PAR-CODIGO         PIC X(10) VALUE SPACES.
           03 PAR-VALOR          PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX       PIC X(20) VALUE SPACES.
           03 PAR-ACHOU          PIC X(01) VALUE "N".
      *
       01 W-CS-SERIAL            PIC 9(08) VALUE ZEROS.
       01 W-CS-QUOC              PIC 9(04) VALUE ZEROS.
       01 W-CS-ANO-AUX           PIC 9(04) VALUE ZEROS.
       01 W-CS-DATA.
           03 W-CS-ANO           PIC 9(04).
           03 W-CS-MES           PIC 9(02).
           03 W-CS-DIA           PIC 9(02).
      *
       01  CAB0-PEN.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  CAB1-PEN.
           05  FILLER                 PIC X(052) VALUE
           "- REMESSA AO LABORATORIO E PEDIDOS SEM RESULTADO EM ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(017) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB2-PEN.
           05  FILLER                 PIC X(035) VALUE
           "- PRAZO CONTRATADO DO LABORATORIO: ".
           05  CAB2-PRAZO             PIC ZZ9.
           05  FILLER                 PIC X(005) VALUE " DIAS".
           05  FILLER                 PIC X(036) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-PEN.
           05  FILLER                 PIC X(040) VALUE
           "- REFERENCIA       PACIENTE             ".
           05  FILLER                 PIC X(039) VALUE
           "SITUACAO".
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-ATRASO.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DA-REFERENCIA          PIC 9(16).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DA-NOME                PIC X(20).
           05  FILLER                 PIC X(007) VALUE " EXAME ".
           05  DA-TIPOCOD             PIC 9(04).
           05  FILLER                 PIC X(009) VALUE " ENVIADO ".
           05  DA-DTENVIO             PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DA-DIAS                PIC ZZZ9.
           05  FILLER                 PIC X(005) VALUE " DIAS".
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-NAOENV.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DN-REFERENCIA          PIC 9(16).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DN-NOME                PIC X(20).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DN-MOTIVO              PIC X(30).
           05  FILLER                 PIC X(009) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOT-PEN.
           05  FILLER                 PIC X(011) VALUE "- ENVIADOS ".
           05  LT-ENVIADOS            PIC ZZZZZ9.
           05  FILLER                 PIC X(015) VALUE
           "  NAO ENVIADOS ".
           05  LT-NAOENV              PIC ZZZZZ9.
           05  FILLER                 PIC X(012) VALUE "  EM ATRASO ".
           05  LT-ATRASO              PIC ZZZZZ9.
           05  FILLER                 PIC X(023) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DA REMESSA AO LABORATORIO SMP157 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.
           MOVE "LABPRAZO" TO PAR-CODIGO.
           MOVE ZEROS TO PAR-VALOR.
           MOVE SPACES TO PAR-VALOR-TX.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR > ZEROS
                              AND PAR-VALOR < 1000
               MOVE PAR-VALOR TO W-PRAZO.

       ABRE-ARQS.
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADEXAME NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADPACI NAO DISPONIVEL - FIM *"
               CLOSE CADEXAME
               GO TO ROT-FIM.
      *----- O ARQUIVO DO DIA E ACUMULADO ATE O LABORATORIO RECOLHER
           OPEN EXTEND LABPED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT LABPED
                   CLOSE LABPED
                   OPEN EXTEND LABPED.
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO LABPEDIDO"
               CLOSE CADEXAME CADPACI
               GO TO ROT-FIM.
           OPEN OUTPUT LABPEND
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO LABPEND"
               CLOSE CADEXAME CADPACI LABPED
               GO TO ROT-FIM.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           WRITE REGPEND FROM CAB0-PEN.
           MOVE W-HOJE  TO CAB1-DATA.
           MOVE W-PRAZO TO CAB2-PRAZO.
           WRITE REGPEND FROM CAB1-PEN.
           WRITE REGPEND FROM CAB2-PEN.
           WRITE REGPEND FROM CAB0-PEN.
           WRITE REGPEND FROM CAB3-PEN.
           WRITE REGPEND FROM CAB0-PEN.
           MOVE ZEROS TO EX-CHAVE.
           START CADEXAME KEY IS NOT LESS EX-CHAVE
               INVALID KEY
                   GO TO ROT-TOTAL.

       LER-PEDIDO.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           IF EX-STATUS NOT = "C"
               GO TO LER-PEDIDO.
           IF EX-DTENVIO = ZEROS
               PERFORM ENVIAR-PEDIDO THRU ENVIAR-PEDIDO-FIM
           ELSE
               PERFORM VER-ATRASO THRU VER-ATRASO-FIM.
           GO TO LER-PEDIDO.
      *
      *--------------[ GRAVA O PEDIDO NO ARQUIVO DO LABORATORIO ]-------
      * SEM CODIGO DO CADEXTIPO (PEDIDO ANTIGO EM TEXTO LIVRE) OU SEM
      * PACIENTE NO CADASTRO O LABORATORIO NAO TEM COMO ATENDER -
      * O PEDIDO FICA SEM ENVIO E SAI NA LISTA PARA ACERTO.
       ENVIAR-PEDIDO.
           MOVE EX-CHAVE TO DN-REFERENCIA.
           MOVE SPACES   TO DN-NOME.
           MOVE EX-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "PACIENTE NAO CADASTRADO" TO DN-MOTIVO
               GO TO ENVIAR-REJEITA.
           MOVE P-NOME TO DN-NOME.
           IF EX-TIPOCOD = ZEROS
               MOVE "SEM CODIGO DO CADEXTIPO" TO DN-MOTIVO
               GO TO ENVIAR-REJEITA.
           MOVE EX-CHAVE    TO LO-REFERENCIA.
           MOVE EX-PCODIGO  TO LO-PCODIGO.
           MOVE P-NOME      TO LO-PNOME.
           MOVE P-ANO       TO LO-NASC-ANO.
           MOVE P-MES       TO LO-NASC-MES.
           MOVE P-DIA       TO LO-NASC-DIA.
           MOVE P-SEXO      TO LO-SEXO.
           MOVE P-CPF       TO LO-CPF.
           MOVE EX-CRM      TO LO-CRM.
           MOVE EX-CRM-UF   TO LO-CRM-UF.
           MOVE EX-TIPOCOD  TO LO-TIPOCOD.
           MOVE EX-DTCOLETA TO LO-DTCOLETA.
           DIVIDE EX-HRCOLETA BY 10000 GIVING LO-HRCOLETA.
           WRITE REGLABPED.
           ACCEPT W-HORA FROM TIME.
           MOVE W-HOJE TO EX-DTENVIO.
           MOVE W-HORA TO EX-HRENVIO.
           REWRITE REGEXAME.
           ADD 1 TO W-ENVIADOS.
           GO TO ENVIAR-PEDIDO-FIM.
       ENVIAR-REJEITA.
           WRITE REGPEND FROM DET-NAOENV.
           ADD 1 TO W-NAOENV.
       ENVIAR-PEDIDO-FIM.
           EXIT.
      *
      *--------------[ CONCILIACAO - ENVIADO E SEM RESULTADO ]----------
       VER-ATRASO.
           MOVE EX-DTENVIO TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           IF W-CS-SERIAL NOT < W-SER-HOJE
               GO TO VER-ATRASO-FIM.
           COMPUTE W-DIAS = W-SER-HOJE - W-CS-SERIAL.
           IF W-DIAS NOT > W-PRAZO
               GO TO VER-ATRASO-FIM.
           MOVE SPACES TO P-NOME.
           MOVE EX-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO P-NOME.
           MOVE EX-CHAVE   TO DA-REFERENCIA.
           MOVE P-NOME     TO DA-NOME.
           MOVE EX-TIPOCOD TO DA-TIPOCOD.
           MOVE EX-DTENVIO TO DA-DTENVIO.
           MOVE W-DIAS     TO DA-DIAS.
           WRITE REGPEND FROM DET-ATRASO.
           ADD 1 TO W-ATRASO.
       VER-ATRASO-FIM.
           EXIT.
      *
      *--------------[ NUMERO SERIAL DO DIA (IGUAL AO SMP151) ]---------
       CALC-SERIAL.
           COMPUTE W-CS-SERIAL = (W-CS-ANO * 365) + W-CS-DIA.
           MOVE W-CS-ANO TO W-CS-ANO-AUX.
           IF W-CS-MES < 03
               SUBTRACT 1 FROM W-CS-ANO-AUX.
           DIVIDE W-CS-ANO-AUX BY 4 GIVING W-CS-QUOC.
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
           MOVE W-ENVIADOS TO LT-ENVIADOS.
           MOVE W-NAOENV   TO LT-NAOENV.
           MOVE W-ATRASO   TO LT-ATRASO.
           WRITE REGPEND FROM CAB0-PEN.
           WRITE REGPEND FROM LIN-TOT-PEN.
           WRITE REGPEND FROM CAB0-PEN.
           CLOSE CADEXAME CADPACI LABPED LABPEND.
           DISPLAY "PEDIDOS ENVIADOS   : " W-ENVIADOS.
           DISPLAY "PEDIDOS NAO ENVIADO: " W-NAOENV.
           DISPLAY "PEDIDOS EM ATRASO  : " W-ATRASO.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-ENVIADOS TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DA REMESSA AO LABORATORIO SMP157 ***".
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
           MOVE "SMP157" TO RUN-PROGRAMA.
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
