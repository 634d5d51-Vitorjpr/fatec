       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMPCRC.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   ROTINA COMUM DE PERCENTIL DE CRESCIMENTO (OMS)     *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * RECEBE SEXO, NASCIMENTO, DATA DA AFERICAO, PESO E
      * ALTURA (CADSINAIS) E DEVOLVE A IDADE EM MESES, O IMC E
      * A FAIXA DE PERCENTIL DE CADA INDICADOR CONTRA AS CURVAS
      * DO CADCRESC:
      *   LK-CRC-FAIXA (1) = PESO PARA IDADE
      *   LK-CRC-FAIXA (2) = ESTATURA PARA IDADE
      *   LK-CRC-FAIXA (3) = IMC PARA IDADE
      * FAIXA 0 A 5 CONFORME O REGCRESC; 9 = SEM MEDIDA OU SEM
      * CURVA PARA O SEXO/IDADE. LK-CRC-ACHOU = N QUANDO NAO HA
      * CADCRESC (TODAS AS FAIXAS VOLTAM 9).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRESC.DAT".
       COPY REGCRESC.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO                PIC X(02) VALUE "00".
       77 W-CRC-IND              PIC 9(01) VALUE ZEROS.
       77 W-CRC-MESES            PIC S9(05) VALUE ZEROS.
       77 W-CRC-VALOR            PIC 9(03)V99 VALUE ZEROS.
       01 W-CRC-NASC.
           03 W-CRC-NS-ANO       PIC 9(04).
           03 W-CRC-NS-MES       PIC 9(02).
           03 W-CRC-NS-DIA       PIC 9(02).
       01 W-CRC-MED.
           03 W-CRC-MD-ANO       PIC 9(04).
           03 W-CRC-MD-MES       PIC 9(02).
           03 W-CRC-MD-DIA       PIC 9(02).
       01 W-CRC-INDICS           PIC X(03) VALUE "PEI".
       01 W-CRC-TAB-IND REDEFINES W-CRC-INDICS.
           03 W-CRC-INDIC        PIC X(01) OCCURS 3 TIMES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-CRC.
           03 LK-CRC-SEXO        PIC X(01).
           03 LK-CRC-DTNASC      PIC 9(08).
           03 LK-CRC-DTMED       PIC 9(08).
           03 LK-CRC-PESO        PIC 9(03)V99.
           03 LK-CRC-ALTURA      PIC 9(01)V99.
           03 LK-CRC-MESES       PIC 9(03).
           03 LK-CRC-IMC         PIC 9(03)V99.
           03 LK-CRC-FAIXA       PIC 9(01) OCCURS 3 TIMES.
           03 LK-CRC-ACHOU       PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CRC.
       INICIO.
           MOVE 9 TO LK-CRC-FAIXA (1) LK-CRC-FAIXA (2)
                     LK-CRC-FAIXA (3).
           MOVE 999 TO LK-CRC-MESES.
           MOVE ZEROS TO LK-CRC-IMC.
           MOVE "N" TO LK-CRC-ACHOU.
      *----- IDADE EM MESES COMPLETOS NA DATA DA AFERICAO
           IF LK-CRC-DTNASC = ZEROS OR LK-CRC-DTMED < LK-CRC-DTNASC
               GO TO ROT-FIM.
           MOVE LK-CRC-DTNASC TO W-CRC-NASC.
           MOVE LK-CRC-DTMED  TO W-CRC-MED.
           COMPUTE W-CRC-MESES = (W-CRC-MD-ANO - W-CRC-NS-ANO) * 12
                               + W-CRC-MD-MES - W-CRC-NS-MES.
           IF W-CRC-MD-DIA < W-CRC-NS-DIA
               SUBTRACT 1 FROM W-CRC-MESES.
           IF W-CRC-MESES < ZEROS
               MOVE ZEROS TO W-CRC-MESES.
           IF W-CRC-MESES > 999
               GO TO ROT-FIM.
           MOVE W-CRC-MESES TO LK-CRC-MESES.
      *----- IMC = PESO / ALTURA AO QUADRADO
           IF LK-CRC-PESO NOT = ZEROS AND LK-CRC-ALTURA NOT = ZEROS
               COMPUTE LK-CRC-IMC ROUNDED =
                       LK-CRC-PESO / (LK-CRC-ALTURA * LK-CRC-ALTURA)
                   ON SIZE ERROR
                       MOVE ZEROS TO LK-CRC-IMC.
           IF LK-CRC-SEXO NOT = "M" AND NOT = "F"
               GO TO ROT-FIM.
           OPEN INPUT CADCRESC
           IF ST-ERRO NOT = "00"
               GO TO ROT-FIM.
           MOVE "S" TO LK-CRC-ACHOU.
           MOVE ZEROS TO W-CRC-IND.
       CLASSIFICA.
           ADD 1 TO W-CRC-IND
           IF W-CRC-IND > 3
               GO TO CLASSIFICA-FIM.
           IF W-CRC-IND = 1
               MOVE LK-CRC-PESO TO W-CRC-VALOR.
           IF W-CRC-IND = 2
               COMPUTE W-CRC-VALOR = LK-CRC-ALTURA * 100.
           IF W-CRC-IND = 3
               MOVE LK-CRC-IMC TO W-CRC-VALOR.
           IF W-CRC-VALOR = ZEROS
               GO TO CLASSIFICA.
           MOVE LK-CRC-SEXO TO CR-SEXO.
           MOVE W-CRC-INDIC (W-CRC-IND) TO CR-INDIC.
           MOVE LK-CRC-MESES TO CR-MES.
           READ CADCRESC
           IF ST-ERRO NOT = "00"
               GO TO CLASSIFICA.
           IF CR-STATUS = "I"
               GO TO CLASSIFICA.
           MOVE 5 TO LK-CRC-FAIXA (W-CRC-IND).
           IF W-CRC-VALOR NOT > CR-P97
               MOVE 4 TO LK-CRC-FAIXA (W-CRC-IND).
           IF W-CRC-VALOR < CR-P85
               MOVE 3 TO LK-CRC-FAIXA (W-CRC-IND).
           IF W-CRC-VALOR < CR-P50
               MOVE 2 TO LK-CRC-FAIXA (W-CRC-IND).
           IF W-CRC-VALOR < CR-P15
               MOVE 1 TO LK-CRC-FAIXA (W-CRC-IND).
           IF W-CRC-VALOR < CR-P03
               MOVE 0 TO LK-CRC-FAIXA (W-CRC-IND).
           GO TO CLASSIFICA.
       CLASSIFICA-FIM.
           CLOSE CADCRESC.

       ROT-FIM.
           EXIT PROGRAM.
