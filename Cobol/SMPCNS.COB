       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMPCNS.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   ROTINA COMUM DE VALIDACAO DO CARTAO NACIONAL SAUDE *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CONFERE O NUMERO DO CNS RECEBIDO E DEVOLVE S=VALIDO
      * OU N=INVALIDO.
      * CNS DEFINITIVO (INICIA COM 1 OU 2): OS 11 PRIMEIROS
      * DIGITOS SAO O PIS; O DIGITO E CALCULADO COM PESOS DE
      * 15 A 5 E MODULO 11. SE O DIGITO DER 10, SOMA-SE 2 AO
      * TOTAL, RECALCULA-SE O DIGITO E O NUMERO FICA
      * PIS + "001" + DV; NOS DEMAIS CASOS PIS + "000" + DV.
      * CNS PROVISORIO (INICIA COM 7, 8 OU 9): A SOMA DOS 15
      * DIGITOS COM PESOS DE 15 A 1 DEVE SER MULTIPLA DE 11.
      * QUALQUER OUTRO DIGITO INICIAL E INVALIDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-CNS-SOMA             PIC 9(04) VALUE ZEROS.
       01 W-CNS-PESO             PIC 9(02) VALUE ZEROS.
       01 W-CNS-RESTO            PIC 9(02) VALUE ZEROS.
       01 W-CNS-AUX              PIC 9(04) VALUE ZEROS.
       01 W-CNS-DV               PIC 9(02) VALUE ZEROS.
       01 IND-CNS                PIC 9(02) VALUE ZEROS.
       01 W-CNS-ESPERADO.
           03 W-ESP-PIS          PIC 9(11) VALUE ZEROS.
           03 W-ESP-MEIO         PIC 9(03) VALUE ZEROS.
           03 W-ESP-DV           PIC 9(01) VALUE ZEROS.
       01 W-CNS-ESP-NUM REDEFINES W-CNS-ESPERADO PIC 9(15).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-CNS.
           03 LK-CNS-NUM         PIC 9(15).
           03 LK-CNS-DIG REDEFINES LK-CNS-NUM.
               05 LK-CNS-D       PIC 9(01) OCCURS 15 TIMES.
           03 LK-CNS-PARTES REDEFINES LK-CNS-NUM.
               05 LK-CNS-PIS     PIC 9(11).
               05 FILLER         PIC 9(04).
           03 LK-CNS-OK          PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CNS.
       INICIO.
           MOVE "N" TO LK-CNS-OK.
           IF LK-CNS-NUM = ZEROS
               GO TO ROT-FIM.
           IF LK-CNS-D (1) = 1 OR 2
               GO TO CALC-DEF.
           IF LK-CNS-D (1) = 7 OR 8 OR 9
               GO TO CALC-PROV.
           GO TO ROT-FIM.
      *----- CNS DEFINITIVO: SOMA PONDERADA DO PIS
       CALC-DEF.
           MOVE ZEROS TO W-CNS-SOMA.
           MOVE 15 TO W-CNS-PESO.
           MOVE 1 TO IND-CNS.
       CALC-DEF-LOOP.
           IF IND-CNS > 11
               GO TO CALC-DEF-FIM.
           COMPUTE W-CNS-AUX = LK-CNS-D (IND-CNS) * W-CNS-PESO.
           ADD W-CNS-AUX TO W-CNS-SOMA.
           SUBTRACT 1 FROM W-CNS-PESO.
           ADD 1 TO IND-CNS.
           GO TO CALC-DEF-LOOP.
       CALC-DEF-FIM.
           MOVE LK-CNS-PIS TO W-ESP-PIS.
           MOVE ZEROS TO W-ESP-MEIO.
           PERFORM CALC-DV THRU CALC-DV-FIM.
           IF W-CNS-DV = 10
               ADD 2 TO W-CNS-SOMA
               MOVE 1 TO W-ESP-MEIO
               PERFORM CALC-DV THRU CALC-DV-FIM.
           MOVE W-CNS-DV TO W-ESP-DV.
           IF W-CNS-ESP-NUM = LK-CNS-NUM
               MOVE "S" TO LK-CNS-OK.
           GO TO ROT-FIM.
      *
       CALC-DV.
           DIVIDE W-CNS-SOMA BY 11 GIVING W-CNS-AUX
                                  REMAINDER W-CNS-RESTO.
           COMPUTE W-CNS-DV = 11 - W-CNS-RESTO.
           IF W-CNS-DV = 11
               MOVE ZEROS TO W-CNS-DV.
       CALC-DV-FIM.
           EXIT.
      *----- CNS PROVISORIO: SOMA PONDERADA DOS 15 DIGITOS
       CALC-PROV.
           MOVE ZEROS TO W-CNS-SOMA.
           MOVE 15 TO W-CNS-PESO.
           MOVE 1 TO IND-CNS.
       CALC-PROV-LOOP.
           IF IND-CNS > 15
               GO TO CALC-PROV-FIM.
           COMPUTE W-CNS-AUX = LK-CNS-D (IND-CNS) * W-CNS-PESO.
           ADD W-CNS-AUX TO W-CNS-SOMA.
           SUBTRACT 1 FROM W-CNS-PESO.
           ADD 1 TO IND-CNS.
           GO TO CALC-PROV-LOOP.
       CALC-PROV-FIM.
           DIVIDE W-CNS-SOMA BY 11 GIVING W-CNS-AUX
                                  REMAINDER W-CNS-RESTO.
           IF W-CNS-RESTO = ZEROS
               MOVE "S" TO LK-CNS-OK.

       ROT-FIM.
           EXIT PROGRAM.
