       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP121.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   DOSES FALTANTES/ATRASADAS PELO CALENDARIO PNI      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CONFRONTA CADA PACIENTE ATIVO (NASCIMENTO EM
      * P-DATANASC) COM O CALENDARIO DO CADCALVAC E COM O QUE
      * JA FOI APLICADO NO CADVACIN. TODA DOSE DO CALENDARIO
      * QUE JA DEVIA TER SIDO DADA E NAO FOI SAI NO
      * VACFALTA.TXT COMO PENDENTE (DENTRO DO INTERVALO
      * MAXIMO) OU ATRASADA (PASSOU DELE). NAO DEPENDE DO
      * VC-DTPROXIMA: A CRIANCA QUE NUNCA TOMOU A PRIMEIRA
      * DOSE TAMBEM APARECE. PACIENTE INATIVO OU COM OBITO
      * REGISTRADO NAO ENTRA; DOSE CUJA IDADE LIMITE JA
      * PASSOU DEIXA DE SER COBRADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCALVAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CL-CHAVE
                    FILE STATUS  IS ST-ERRO.

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

                    SELECT CADOBITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OB-PCODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT VACFALTA ASSIGN TO DISK
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
       FD CADCALVAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCALVAC.DAT".
       COPY REGCALVAC.
      *
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
       FD CADOBITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBITO.DAT".
       COPY REGOBITO.
      *
       FD VACFALTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VACFALTA.TXT".
       01 REGVACFALTA   PIC X(90).
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
       77 W-TEM-OBITO  PIC X(01) VALUE "N".
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-DT-NASC              PIC 9(08) VALUE ZEROS.
       01 W-DT-PREV              PIC 9(08) VALUE ZEROS.
       01 W-DT-LIM               PIC 9(08) VALUE ZEROS.
       01 W-DT-ANT               PIC 9(08) VALUE ZEROS.
       01 W-IND                  PIC 9(03) VALUE ZEROS.
       01 W-TOT-CAL              PIC 9(03) VALUE ZEROS.
       01 W-QTD-PEND             PIC 9(06) VALUE ZEROS.
       01 W-QTD-ATRAS            PIC 9(06) VALUE ZEROS.
       01 W-QTD-PAC              PIC 9(06) VALUE ZEROS.
       01 W-PAC-LISTADO          PIC X(01) VALUE "N".
      *----- DATA DE TRABALHO DAS ROTINAS DE SOMA DE MESES/DIAS
       01 W-DT.
           03 W-DT-ANO           PIC 9(04).
           03 W-DT-MES           PIC 9(02).
           03 W-DT-DIA           PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT PIC 9(08).
       77 W-SOMA       PIC 9(05) VALUE ZEROS.
       77 W-MESES      PIC 9(05) VALUE ZEROS.
       77 W-ULT-DIA    PIC 9(02) VALUE ZEROS.
       77 W-QUOC       PIC 9(05) VALUE ZEROS.
       77 W-RESTO4     PIC 9(04) VALUE ZEROS.
       77 W-RESTO100   PIC 9(04) VALUE ZEROS.
       77 W-RESTO400   PIC 9(04) VALUE ZEROS.
       77 W-RESTO12    PIC 9(02) VALUE ZEROS.
      *
      *----- CALENDARIO ATIVO CARREGADO NA MEMORIA UMA VEZ SO
       01 TAB-CAL.
           03 TB-CL-ITEM OCCURS 200 TIMES.
               05 TB-CL-VACINA      PIC X(20).
               05 TB-CL-DOSE        PIC 9(02).
               05 TB-CL-IDADE-MES   PIC 9(03).
               05 TB-CL-INTERV-MIN  PIC 9(03).
               05 TB-CL-INTERV-MAX  PIC 9(03).
               05 TB-CL-IDADE-LIM   PIC 9(03).
      *
       01  CAB0-VF.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  CAB1-VF.
           05  FILLER                 PIC X(050) VALUE
           "- DOSES FALTANTES/ATRASADAS - CALENDARIO PNI EM   ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(019) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB2-VF.
           05  FILLER                 PIC X(040) VALUE
           "- COD.   PACIENTE                  VACIN".
           05  FILLER                 PIC X(040) VALUE
           "A               DS PREVISTA   SITUACAO -".
       01  DET-VF.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DV-CODIGO              PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DV-NOME                PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DV-VACINA              PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DV-DOSE                PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DV-PREVISTA            PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DV-SITUACAO            PIC X(008).
           05  FILLER                 PIC X(002) VALUE " -".
       01  LIN-PAC-VF.
           05  FILLER                 PIC X(024) VALUE
           "- PACIENTES LISTADOS  : ".
           05  LV-PAC                 PIC ZZZZZ9.
           05  FILLER                 PIC X(050) VALUE
           "                                                 -".
       01  LIN-PEND-VF.
           05  FILLER                 PIC X(024) VALUE
           "- DOSES PENDENTES     : ".
           05  LV-PEND                PIC ZZZZZ9.
           05  FILLER                 PIC X(050) VALUE
           "                                                 -".
       01  LIN-ATRAS-VF.
           05  FILLER                 PIC X(024) VALUE
           "- DOSES ATRASADAS     : ".
           05  LV-ATRAS               PIC ZZZZZ9.
           05  FILLER                 PIC X(050) VALUE
           "                                                 -".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       ABRE-ARQS.
           OPEN INPUT CADCALVAC
           IF ST-ERRO NOT = "00"
               MOVE "*** CALENDARIO PNI NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM CARREGA-CAL THRU CARREGA-CAL-FIM.
           CLOSE CADCALVAC.
           IF W-TOT-CAL = ZEROS
               MOVE "*** CALENDARIO PNI SEM DOSES ATIVAS ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADVACIN
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO CADVACIN NAO DISPONIVEL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADVACIN
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-OBITO.
           OPEN INPUT CADOBITO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-OBITO.
           OPEN OUTPUT VACFALTA
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO RELATORIO VACFALTA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADVACIN CADPACI
               IF W-TEM-OBITO = "S"
                   CLOSE CADOBITO
               END-IF
               GO TO ROT-FIM.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGVACFALTA FROM CAB0-VF.
           WRITE REGVACFALTA FROM CAB1-VF.
           WRITE REGVACFALTA FROM CAB0-VF.
           WRITE REGVACFALTA FROM CAB2-VF.
           WRITE REGVACFALTA FROM CAB0-VF.

       LER-PACI.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           IF P-STATUS = "I"
               GO TO LER-PACI.
           IF P-ANO = ZEROS OR P-MES = ZEROS OR P-DIA = ZEROS
               GO TO LER-PACI.
      *----- PACIENTE COM OBITO REGISTRADO NAO E COBRADO
           IF W-TEM-OBITO = "S"
               MOVE P-CODIGO TO OB-PCODIGO
               READ CADOBITO
               IF ST-ERRO = "00"
                   GO TO LER-PACI.
           MOVE P-ANO TO W-DT-ANO.
           MOVE P-MES TO W-DT-MES.
           MOVE P-DIA TO W-DT-DIA.
           MOVE W-DT-NUM TO W-DT-NASC.
           IF W-DT-NASC > W-HOJE
               GO TO LER-PACI.
           MOVE "N" TO W-PAC-LISTADO.
           MOVE ZEROS TO W-IND.
       LER-PACI-CAL.
           ADD 1 TO W-IND
           IF W-IND > W-TOT-CAL
               GO TO LER-PACI.
           PERFORM CONFERE-DOSE THRU CONFERE-DOSE-FIM.
           GO TO LER-PACI-CAL.

       ROT-TOTAL.
           MOVE W-QTD-PAC   TO LV-PAC.
           MOVE W-QTD-PEND  TO LV-PEND.
           MOVE W-QTD-ATRAS TO LV-ATRAS.
           WRITE REGVACFALTA FROM LIN-PAC-VF.
           WRITE REGVACFALTA FROM LIN-PEND-VF.
           WRITE REGVACFALTA FROM LIN-ATRAS-VF.
           WRITE REGVACFALTA FROM CAB0-VF.
           CLOSE CADVACIN CADPACI VACFALTA.
           IF W-TEM-OBITO = "S"
               CLOSE CADOBITO.
           MOVE "O" TO W-RUN-STATUS.
           COMPUTE W-RUN-REGS = W-QTD-PEND + W-QTD-ATRAS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           MOVE "** RELATORIO VACFALTA.TXT GERADO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FIM.
      *--------------[ CONFERE UMA DOSE DO CALENDARIO ]-----------------
      * PREVISTA = NASCIMENTO + IDADE RECOMENDADA; A PARTIR DA
      * SEGUNDA DOSE, SE A ANTERIOR FOI APLICADA, NUNCA ANTES DE
      * APLICACAO ANTERIOR + INTERVALO MINIMO. O LIMITE PARA NAO
      * CONTAR COMO ATRASADA CORRE DA DOSE ANTERIOR (OU DA DATA
      * PREVISTA, SE NAO HOUVER) MAIS O INTERVALO MAXIMO.
       CONFERE-DOSE.
           MOVE P-CODIGO             TO VC-PCODIGO.
           MOVE TB-CL-VACINA (W-IND) TO VC-VACINA.
           MOVE TB-CL-DOSE (W-IND)   TO VC-DOSE.
           READ CADVACIN
           IF ST-ERRO = "00"
               GO TO CONFERE-DOSE-FIM.
           IF TB-CL-IDADE-LIM (W-IND) NOT = ZEROS
               MOVE W-DT-NASC TO W-DT-NUM
               MOVE TB-CL-IDADE-LIM (W-IND) TO W-SOMA
               PERFORM SOMA-MESES THRU SOMA-MESES-FIM
               IF W-HOJE > W-DT-NUM
                   GO TO CONFERE-DOSE-FIM.
           MOVE W-DT-NASC TO W-DT-NUM.
           MOVE TB-CL-IDADE-MES (W-IND) TO W-SOMA.
           PERFORM SOMA-MESES THRU SOMA-MESES-FIM.
           MOVE W-DT-NUM TO W-DT-PREV.
           MOVE TB-CL-INTERV-MAX (W-IND) TO W-SOMA.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           MOVE W-DT-NUM TO W-DT-LIM.
           MOVE ZEROS TO W-DT-ANT.
           IF TB-CL-DOSE (W-IND) > 1
               COMPUTE VC-DOSE = TB-CL-DOSE (W-IND) - 1
               READ CADVACIN
               IF ST-ERRO = "00"
                   MOVE VC-DTAPLIC TO W-DT-ANT.
           IF W-DT-ANT = ZEROS
               GO TO CONFERE-DOSE-SIT.
           MOVE W-DT-ANT TO W-DT-NUM.
           MOVE TB-CL-INTERV-MIN (W-IND) TO W-SOMA.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           IF W-DT-NUM > W-DT-PREV
               MOVE W-DT-NUM TO W-DT-PREV.
           MOVE W-DT-ANT TO W-DT-NUM.
           MOVE TB-CL-INTERV-MAX (W-IND) TO W-SOMA.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           MOVE W-DT-NUM TO W-DT-LIM.
           IF W-DT-LIM < W-DT-PREV
               MOVE W-DT-PREV TO W-DT-LIM.
       CONFERE-DOSE-SIT.
      *----- AINDA NAO CHEGOU A HORA DA DOSE
           IF W-HOJE < W-DT-PREV
               GO TO CONFERE-DOSE-FIM.
           IF W-HOJE > W-DT-LIM
               MOVE "ATRASADA" TO DV-SITUACAO
               ADD 1 TO W-QTD-ATRAS
           ELSE
               MOVE "PENDENTE" TO DV-SITUACAO
               ADD 1 TO W-QTD-PEND.
           IF W-PAC-LISTADO = "N"
               MOVE "S" TO W-PAC-LISTADO
               ADD 1 TO W-QTD-PAC.
           MOVE P-CODIGO             TO DV-CODIGO.
           MOVE P-NOME               TO DV-NOME.
           MOVE TB-CL-VACINA (W-IND) TO DV-VACINA.
           MOVE TB-CL-DOSE (W-IND)   TO DV-DOSE.
           MOVE W-DT-PREV            TO DV-PREVISTA.
           WRITE REGVACFALTA FROM DET-VF.
       CONFERE-DOSE-FIM.
           EXIT.
      *--------------[ CARREGA AS DOSES ATIVAS DO CALENDARIO ]----------
       CARREGA-CAL.
           MOVE ZEROS TO W-TOT-CAL.
       CARREGA-CAL-LER.
           READ CADCALVAC NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-CAL-FIM.
           IF CL-STATUS = "I"
               GO TO CARREGA-CAL-LER.
           IF W-TOT-CAL NOT < 200
               MOVE "*** LIMITE DE 200 DOSES NO CALENDARIO ***"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CARREGA-CAL-FIM.
           ADD 1 TO W-TOT-CAL.
           MOVE CL-VACINA     TO TB-CL-VACINA (W-TOT-CAL).
           MOVE CL-DOSE       TO TB-CL-DOSE (W-TOT-CAL).
           MOVE CL-IDADE-MES  TO TB-CL-IDADE-MES (W-TOT-CAL).
           MOVE CL-INTERV-MIN TO TB-CL-INTERV-MIN (W-TOT-CAL).
           MOVE CL-INTERV-MAX TO TB-CL-INTERV-MAX (W-TOT-CAL).
           MOVE CL-IDADE-LIM  TO TB-CL-IDADE-LIM (W-TOT-CAL).
           GO TO CARREGA-CAL-LER.
       CARREGA-CAL-FIM.
           EXIT.
      *--------------[ SOMA W-SOMA MESES A W-DT ]-----------------------
      * DIA QUE NAO EXISTE NO MES DE CHEGADA (31/04, 29/02)
      * CAI NO ULTIMO DIA DESSE MES.
       SOMA-MESES.
           COMPUTE W-MESES = W-DT-MES - 1 + W-SOMA.
           DIVIDE W-MESES BY 12 GIVING W-QUOC REMAINDER W-RESTO12.
           ADD W-QUOC TO W-DT-ANO.
           COMPUTE W-DT-MES = W-RESTO12 + 1.
           PERFORM CALC-ULT-DIA THRU CALC-ULT-DIA-FIM.
           IF W-DT-DIA > W-ULT-DIA
               MOVE W-ULT-DIA TO W-DT-DIA.
       SOMA-MESES-FIM.
           EXIT.
      *--------------[ SOMA W-SOMA DIAS A W-DT ]------------------------
       SOMA-DIAS.
           IF W-SOMA = ZEROS
               GO TO SOMA-DIAS-FIM.
           PERFORM CALC-ULT-DIA THRU CALC-ULT-DIA-FIM.
           SUBTRACT 1 FROM W-SOMA.
           IF W-DT-DIA < W-ULT-DIA
               ADD 1 TO W-DT-DIA
               GO TO SOMA-DIAS.
           MOVE 01 TO W-DT-DIA.
           IF W-DT-MES < 12
               ADD 1 TO W-DT-MES
           ELSE
               MOVE 01 TO W-DT-MES
               ADD 1 TO W-DT-ANO.
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
           EXIT.
      *--------------[ ULTIMO DIA DO MES DE W-DT ]----------------------
       CALC-ULT-DIA.
           IF W-DT-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           IF W-DT-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           MOVE 28 TO W-ULT-DIA.
           DIVIDE W-DT-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4.
           DIVIDE W-DT-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100.
           DIVIDE W-DT-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400.
           IF W-RESTO4 = ZEROS
               IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                   MOVE 29 TO W-ULT-DIA.
       CALC-ULT-DIA-FIM.
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
           MOVE "SMP121" TO RUN-PROGRAMA.
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
