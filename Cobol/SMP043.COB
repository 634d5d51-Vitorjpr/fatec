      *   CARTEIRA DE VACINACAO E DOSES EM ATRASO            *
      *            DATA CRIACAO : 22/08/2026                 *
      ********************************************************
      * C = IMPRIME A CARTEIRA DE VACINACAO DE UM PACIENTE: AS
      *     DOSES APLICADAS E, EM SEGUIDA, O ESQUEMA COMPLETO
      *     ESPERADO PELO CALENDARIO PNI (CADCALVAC) COM A DATA
      *     PREVISTA E A SITUACAO DE CADA DOSE
      * A = RELATORIO DE PACIENTES COM PROXIMA DOSE VENCIDA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADCALVAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CL-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CARTVAC ASSIGN TO W-NOME-CART
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADCALVAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCALVAC.DAT".
       COPY REGCALVAC.
      *
       FD CARTVAC
               LABEL RECORD IS STANDARD.
       01 W-TOTAL                PIC 9(05) VALUE ZEROS.
       01 W-PROX-DOSE            PIC 9(02) VALUE ZEROS.
       01 W-CHAVE-SALVA          PIC X(26) VALUE SPACES.
       01 W-TEM-CAL              PIC X(01) VALUE "N".
       01 W-DT-NASC              PIC 9(08) VALUE ZEROS.
       01 W-DT-PREV              PIC 9(08) VALUE ZEROS.
       01 W-DT-LIM               PIC 9(08) VALUE ZEROS.
       01 W-DT-ANT               PIC 9(08) VALUE ZEROS.
       01 W-DT-APLIC             PIC 9(08) VALUE ZEROS.
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
       01 W-NOME-CART.
           05 FILLER             PIC X(07) VALUE "CARTVAC".
           05 W-CART-PCOD        PIC 9(06).
           05  CVI-DTPROX             PIC 9999.99.99.
           05  FILLER                 PIC X(021) VALUE
           "                    -".
       01  CV-ESQ-TIT.
           05  FILLER                 PIC X(040) VALUE
           "- ESQUEMA PREVISTO PELO CALENDARIO NACIO".
           05  FILLER                 PIC X(039) VALUE
           "NAL DE VACINACAO (PNI)                 ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  CV-ESQ-CABEC.
           05  FILLER                 PIC X(040) VALUE
           "- VACINA               DS PREVISTA    SI".
           05  FILLER                 PIC X(039) VALUE
           "TUACAO      APLICADA EM                ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  CV-ESQ-ITEM.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  CVE-VACINA             PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CVE-DOSE               PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CVE-PREVISTA           PIC 9999.99.99.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  CVE-SITUACAO           PIC X(013).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CVE-DTAPLIC            PIC 9999.99.99
                                           BLANK WHEN ZERO.
           05  FILLER                 PIC X(018) VALUE
           "                 -".
      *
       01  AT-CAB0.
           05  FILLER                 PIC X(057) VALUE
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVACIN
              GO TO ROT-FIM.
      *----- SEM O CALENDARIO PNI A CARTEIRA SAI SO COM AS APLICADAS
           MOVE "S" TO W-TEM-CAL.
           OPEN INPUT CADCALVAC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-CAL.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *--------------------[ TELA DE OPCAO ]---------------------------
       ROT-INIC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADVACIN CADPACI
                   IF W-TEM-CAL = "S"
                       CLOSE CADCALVAC
                   END-IF
                   GO TO ROT-FIM.
           IF W-OPCAO = "A" OR "a"
               PERFORM GERA-ATRASO THRU GERA-ATRASO-FIM
           GO TO GERA-CARTEIRA-LER.
       GERA-CARTEIRA-RODAPE.
           WRITE REGCARTVAC FROM CV-BORDA.
           IF W-TEM-CAL = "S" AND P-ANO NOT = ZEROS
               PERFORM GERA-ESQUEMA THRU GERA-ESQUEMA-FIM.
           CLOSE CARTVAC.
           IF W-TOTAL = ZEROS
               MOVE "*** PACIENTE SEM DOSES REGISTRADAS ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-CARTEIRA-FIM.
           EXIT.
      *--------------------[ ESQUEMA PREVISTO PELO PNI ]--------------
      * PREVISTA = NASCIMENTO + IDADE RECOMENDADA; A PARTIR DA
      * SEGUNDA DOSE, SE A ANTERIOR FOI APLICADA, NUNCA ANTES DE
      * APLICACAO ANTERIOR + INTERVALO MINIMO. PASSOU DO INTERVALO
      * MAXIMO SEM APLICAR, A DOSE ESTA ATRASADA (MESMA REGRA DO
      * SMP121).
       GERA-ESQUEMA.
           WRITE REGCARTVAC FROM CV-ESQ-TIT.
           WRITE REGCARTVAC FROM CV-ESQ-CABEC.
           MOVE P-ANO TO W-DT-ANO.
           MOVE P-MES TO W-DT-MES.
           MOVE P-DIA TO W-DT-DIA.
           MOVE W-DT-NUM TO W-DT-NASC.
           MOVE SPACES TO CL-VACINA.
           MOVE ZEROS  TO CL-DOSE.
           START CADCALVAC KEY IS NOT LESS CL-CHAVE
               INVALID KEY
                   GO TO GERA-ESQUEMA-RODAPE.
       GERA-ESQUEMA-LER.
           READ CADCALVAC NEXT
           IF ST-ERRO NOT = "00"
               GO TO GERA-ESQUEMA-RODAPE.
           IF CL-STATUS = "I"
               GO TO GERA-ESQUEMA-LER.
           MOVE W-DT-NASC TO W-DT-NUM.
           MOVE CL-IDADE-MES TO W-SOMA.
           PERFORM SOMA-MESES THRU SOMA-MESES-FIM.
           MOVE W-DT-NUM TO W-DT-PREV.
           MOVE CL-INTERV-MAX TO W-SOMA.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           MOVE W-DT-NUM TO W-DT-LIM.
           MOVE ZEROS TO W-DT-ANT W-DT-APLIC.
           MOVE W-PCODIGO TO VC-PCODIGO.
           MOVE CL-VACINA TO VC-VACINA.
           MOVE CL-DOSE   TO VC-DOSE.
           READ CADVACIN
           IF ST-ERRO = "00"
               MOVE VC-DTAPLIC TO W-DT-APLIC.
           IF CL-DOSE > 1
               COMPUTE VC-DOSE = CL-DOSE - 1
               READ CADVACIN
               IF ST-ERRO = "00"
                   MOVE VC-DTAPLIC TO W-DT-ANT.
           IF W-DT-ANT = ZEROS
               GO TO GERA-ESQUEMA-SIT.
           MOVE W-DT-ANT TO W-DT-NUM.
           MOVE CL-INTERV-MIN TO W-SOMA.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           IF W-DT-NUM > W-DT-PREV
               MOVE W-DT-NUM TO W-DT-PREV.
           MOVE W-DT-ANT TO W-DT-NUM.
           MOVE CL-INTERV-MAX TO W-SOMA.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           MOVE W-DT-NUM TO W-DT-LIM.
           IF W-DT-LIM < W-DT-PREV
               MOVE W-DT-PREV TO W-DT-LIM.
       GERA-ESQUEMA-SIT.
           IF W-DT-APLIC NOT = ZEROS
               MOVE "APLICADA" TO CVE-SITUACAO
               GO TO GERA-ESQUEMA-IMP.
           IF CL-IDADE-LIM NOT = ZEROS
               MOVE W-DT-NASC TO W-DT-NUM
               MOVE CL-IDADE-LIM TO W-SOMA
               PERFORM SOMA-MESES THRU SOMA-MESES-FIM
               IF W-HOJE > W-DT-NUM
                   MOVE "FORA DA IDADE" TO CVE-SITUACAO
                   GO TO GERA-ESQUEMA-IMP.
           IF W-HOJE < W-DT-PREV
               MOVE "A APLICAR" TO CVE-SITUACAO
               GO TO GERA-ESQUEMA-IMP.
           IF W-HOJE > W-DT-LIM
               MOVE "ATRASADA" TO CVE-SITUACAO
           ELSE
               MOVE "PENDENTE" TO CVE-SITUACAO.
       GERA-ESQUEMA-IMP.
           MOVE CL-VACINA  TO CVE-VACINA.
           MOVE CL-DOSE    TO CVE-DOSE.
           MOVE W-DT-PREV  TO CVE-PREVISTA.
           MOVE W-DT-APLIC TO CVE-DTAPLIC.
           WRITE REGCARTVAC FROM CV-ESQ-ITEM.
           GO TO GERA-ESQUEMA-LER.
       GERA-ESQUEMA-RODAPE.
           WRITE REGCARTVAC FROM CV-BORDA.
       GERA-ESQUEMA-FIM.
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
      *--------------------[ RELATORIO DE DOSES EM ATRASO ]------------
      * LISTA A DOSE CUJA PROXIMA APLICACAO JA VENCEU E QUE NAO
      * TEM A DOSE SEGUINTE REGISTRADA NO ARQUIVO
