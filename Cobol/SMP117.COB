       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP117.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   RELATORIO DE REPOSICAO DE ESTOQUE DA FARMACIA      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * PERCORRE O CADESTQ (JA EM ORDEM DE UNIDADE) E LISTA OS
      * ITENS COM SALDO NO MINIMO OU ABAIXO DELE, COM O PEDIDO
      * SUGERIDO: A QUANTIDADE PADRAO DE REPOSICAO DO ITEM OU,
      * SE ELA NAO BASTAR PARA VOLTAR AO MINIMO, O QUE FALTA.
      * SAI EM REPOSEST.TXT COM QUEBRA E TOTAL POR UNIDADE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADESTQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ES-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MD-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MD-NOME-COM
                                                      WITH DUPLICATES.

                    SELECT REPOSEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
       COPY REGESTQ.
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       COPY REGMEDIC.
      *
       FD REPOSEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPOSEST.TXT".
       01 REGREPOSEST   PIC X(90).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-UNID-ANT             PIC 9(02) VALUE ZEROS.
       01 W-PRIMEIRO             PIC X(01) VALUE "S".
       01 W-SUGERIDO             PIC 9(07) VALUE ZEROS.
       01 W-FALTA                PIC 9(07) VALUE ZEROS.
       01 W-QTD-UNID             PIC 9(05) VALUE ZEROS.
       01 W-QTD-TOT              PIC 9(06) VALUE ZEROS.
      *
       01  CAB0-RP.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  CAB1-RP.
           05  FILLER                 PIC X(050) VALUE
           "- REPOSICAO DE ESTOQUE DA FARMACIA EM             ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(019) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB2-RP.
           05  FILLER                 PIC X(040) VALUE
           "- UN  MEDIC NOME COMERCIAL              ".
           05  FILLER                 PIC X(040) VALUE
           "     SALDO    MINIMO  SUGERIDO         -".
       01  DET-RP.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DR-UNID                PIC 9(002).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DR-MEDIC               PIC 9(004).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-NOME                PIC X(029).
           05  DR-SALDO               PIC ZZZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DR-MINIMO              PIC ZZZZZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  DR-SUGERIDO            PIC ZZZZZZ9.
           05  FILLER                 PIC X(013) VALUE
           "            -".
       01  SUB-UN-RP.
           05  FILLER                 PIC X(011) VALUE "- UNIDADE  ".
           05  SR-UNID                PIC 9(002).
           05  FILLER                 PIC X(020) VALUE
           "  ITENS A REPOR  :  ".
           05  SR-QTD                 PIC ZZZZ9.
           05  FILLER                 PIC X(042) VALUE
           "                                         -".
       01  LIN-TOT-RP.
           05  FILLER                 PIC X(024) VALUE
           "- TOTAL DE ITENS      : ".
           05  LT-QTD                 PIC ZZZZZ9.
           05  FILLER                 PIC X(050) VALUE
           "                                                 -".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       ABRE-ARQS.
           OPEN INPUT CADESTQ
           IF ST-ERRO NOT = "00"
               MOVE "*** ESTOQUE DA FARMACIA NAO DISPONIVEL ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO CADMEDIC NAO DISPONIVEL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADESTQ
               GO TO ROT-FIM.
           OPEN OUTPUT REPOSEST
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO RELATORIO REPOSEST" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADESTQ CADMEDIC
               GO TO ROT-FIM.
           WRITE REGREPOSEST FROM CAB0-RP.
           ACCEPT CAB1-DATA FROM DATE YYYYMMDD.
           WRITE REGREPOSEST FROM CAB1-RP.
           WRITE REGREPOSEST FROM CAB0-RP.
           WRITE REGREPOSEST FROM CAB2-RP.
           WRITE REGREPOSEST FROM CAB0-RP.

       LER-ESTQ.
           READ CADESTQ NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
      *----- ITEM SEM MINIMO DEFINIDO NAO ENTRA NA REPOSICAO
           IF ES-MINIMO = ZEROS
               GO TO LER-ESTQ.
           IF ES-SALDO > ES-MINIMO
               GO TO LER-ESTQ.
           IF W-PRIMEIRO = "S"
               MOVE "N" TO W-PRIMEIRO
               MOVE ES-UNIDADE TO W-UNID-ANT.
           IF ES-UNIDADE NOT = W-UNID-ANT
               PERFORM QUEBRA-UNID THRU QUEBRA-UNID-FIM
               MOVE ES-UNIDADE TO W-UNID-ANT.
           COMPUTE W-FALTA = ES-MINIMO - ES-SALDO.
           MOVE ES-REPOSICAO TO W-SUGERIDO.
           IF W-FALTA > W-SUGERIDO
               MOVE W-FALTA TO W-SUGERIDO.
           MOVE ES-MEDIC TO MD-CODIGO.
           READ CADMEDIC
           IF ST-ERRO = "00"
               MOVE MD-NOME-COM TO DR-NOME
           ELSE
               MOVE "(FORA DO CATALOGO)" TO DR-NOME.
           MOVE ES-UNIDADE  TO DR-UNID.
           MOVE ES-MEDIC    TO DR-MEDIC.
           MOVE ES-SALDO    TO DR-SALDO.
           MOVE ES-MINIMO   TO DR-MINIMO.
           MOVE W-SUGERIDO  TO DR-SUGERIDO.
           WRITE REGREPOSEST FROM DET-RP.
           ADD 1 TO W-QTD-UNID W-QTD-TOT.
           GO TO LER-ESTQ.
      *----- SUBTOTAL DA UNIDADE QUE ACABOU
       QUEBRA-UNID.
           MOVE W-UNID-ANT TO SR-UNID.
           MOVE W-QTD-UNID TO SR-QTD.
           WRITE REGREPOSEST FROM SUB-UN-RP.
           WRITE REGREPOSEST FROM CAB0-RP.
           MOVE ZEROS TO W-QTD-UNID.
       QUEBRA-UNID-FIM.
           EXIT.

       ROT-TOTAL.
           IF W-PRIMEIRO = "N"
               PERFORM QUEBRA-UNID THRU QUEBRA-UNID-FIM.
           MOVE W-QTD-TOT TO LT-QTD.
           WRITE REGREPOSEST FROM LIN-TOT-RP.
           WRITE REGREPOSEST FROM CAB0-RP.
           CLOSE CADESTQ CADMEDIC REPOSEST.
           MOVE "** RELATORIO REPOSEST.TXT GERADO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
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
