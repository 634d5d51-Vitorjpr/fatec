       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP138.
      ****************************************
      *   ALERTAS DE CRESCIMENTO INFANTIL    *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * BATCH DAS CRIANCAS (ATE 19 ANOS) COM ALERTA NA CURVA DE
      * CRESCIMENTO. PARA CADA CRIANCA DO CADPACI, AS AFERICOES DE
      * PESO/ALTURA DO CADSINAIS SAO CLASSIFICADAS NAS FAIXAS DE
      * PERCENTIL DA OMS (CADCRESC, VIA SMPCRC). ENTRA NA LISTA A
      * CRIANCA CUJA ULTIMA AFERICAO:
      *   - ESTA ABAIXO DO P3 EM PESO, ESTATURA OU IMC; OU
      *   - ANDOU DUAS FAIXAS OU MAIS EM RELACAO AS ANTERIORES.
      * O MEDICO ASSISTENTE E O DA ULTIMA CONSULTA REALIZADA
      * (CADAGEN STATUS R). CRIANCA COM OBITO NAO ENTRA.
      * SAIDA: CRESCALE.DOC - LISTA POR MEDICO ASSISTENTE.
      * REGISTRA A EXECUCAO NO CADRUNCTL.DAT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPACI ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS P-CODIGO
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS P-NOME
                                     WITH DUPLICATES
             ALTERNATE RECORD KEY IS P-CPF
                                     WITH DUPLICATES.

           SELECT CADSINAIS ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS SN-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADAGEN ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS AG-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

           SELECT CADMED ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS CRM-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS NOME
                                     WITH DUPLICATES.

           SELECT CADOBITO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OB-PCODIGO
             FILE STATUS  IS ST-ERRO.

           SELECT CRESCREL ASSIGN TO DISK
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADSINAIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINAIS.DAT".
       COPY REGSINAIS.
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADOBITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOBITO.DAT".
       COPY REGOBITO.
      *
       FD CRESCREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRESCALE.DOC".
       01 REGCRESCREL  PIC X(100).
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
       77 W-TEM-AGEN   PIC X(01) VALUE "N".
       77 W-TEM-MED    PIC X(01) VALUE "N".
       77 W-TEM-OBITO  PIC X(01) VALUE "N".
       77 W-CAB-MED    PIC X(01) VALUE "N".
       77 W-ABAIXO     PIC X(01) VALUE "N".
       77 W-CRUZOU     PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-DT-NASC    PIC 9(08) VALUE ZEROS.
       77 W-AG-CRM     PIC 9(06) VALUE ZEROS.
       77 W-AG-UF      PIC X(02) VALUE SPACES.
       77 W-FX         PIC 9(01) VALUE ZEROS.
       77 W-IX         PIC 9(01) VALUE ZEROS.
       77 W-IC         PIC 9(04) VALUE ZEROS.
       77 W-IM         PIC 9(04) VALUE ZEROS.
       77 W-ANOS       PIC 9(02) VALUE ZEROS.
       77 W-MESES      PIC 9(02) VALUE ZEROS.
       77 W-TOT-ALER   PIC 9(04) VALUE ZEROS.
       77 W-TOT-MED    PIC 9(04) VALUE ZEROS.
       77 W-CRIANCAS   PIC 9(05) VALUE ZEROS.
       77 W-AVALIADAS  PIC 9(05) VALUE ZEROS.
       77 W-FORA-TAB   PIC 9(05) VALUE ZEROS.
       77 W-TOT-ABAIXO PIC 9(05) VALUE ZEROS.
       77 W-TOT-CRUZOU PIC 9(05) VALUE ZEROS.
       77 W-MD-TOTAL   PIC 9(05) VALUE ZEROS.
       77 W-MD-ABAIXO  PIC 9(05) VALUE ZEROS.
       77 W-MD-CRUZOU  PIC 9(05) VALUE ZEROS.
      *----- DATA DE NASCIMENTO NA ORDEM AAAAMMDD
       01 W-DT.
           03 W-DT-ANO           PIC 9(04).
           03 W-DT-MES           PIC 9(02).
           03 W-DT-DIA           PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT PIC 9(08).
      *----- PARAMETRO DA ROTINA DE PERCENTIL (SMPCRC)
       01 W-CRC-PARM.
           03 CRC-SEXO           PIC X(01) VALUE SPACES.
           03 CRC-DTNASC         PIC 9(08) VALUE ZEROS.
           03 CRC-DTMED          PIC 9(08) VALUE ZEROS.
           03 CRC-PESO           PIC 9(03)V99 VALUE ZEROS.
           03 CRC-ALTURA         PIC 9(01)V99 VALUE ZEROS.
           03 CRC-MESES          PIC 9(03) VALUE ZEROS.
           03 CRC-IMC            PIC 9(03)V99 VALUE ZEROS.
           03 CRC-FAIXA          PIC 9(01) OCCURS 3 TIMES.
           03 CRC-ACHOU          PIC X(01) VALUE "N".
      *----- MAIOR E MENOR FAIXA JA VISTA POR INDICADOR
       01 W-FX-LIMITES.
           03 W-FX-LIM OCCURS 3 TIMES.
               05 W-FX-MAX       PIC 9(01).
               05 W-FX-MIN       PIC 9(01).
      *----- ULTIMA AFERICAO DA CRIANCA EM AVALIACAO
       01 W-ULT-AFER.
           03 W-UA-DATA          PIC 9(08).
           03 W-UA-MESES         PIC 9(03).
           03 W-UA-PESO          PIC 9(03)V99.
           03 W-UA-ALTURA        PIC 9(01)V99.
           03 W-UA-IMC           PIC 9(03)V99.
           03 W-UA-FAIXA         PIC 9(01) OCCURS 3 TIMES.
           03 W-UA-ABAIXO        PIC X(01).
           03 W-UA-CRUZOU        PIC X(01).
      *----- TEXTO DAS FAIXAS DE PERCENTIL (FAIXA + 1)
       01 W-FX-TEXTOS.
           03 FILLER             PIC X(06) VALUE "<P3   ".
           03 FILLER             PIC X(06) VALUE "P3-15 ".
           03 FILLER             PIC X(06) VALUE "P15-50".
           03 FILLER             PIC X(06) VALUE "P50-85".
           03 FILLER             PIC X(06) VALUE "P85-97".
           03 FILLER             PIC X(06) VALUE ">P97  ".
       01 W-FX-TAB REDEFINES W-FX-TEXTOS.
           03 W-FX-TXT           PIC X(06) OCCURS 6 TIMES.
      *----- CRIANCAS COM ALERTA, NA ORDEM DO CADPACI (CODIGO)
       01 TAB-ALER.
           03 TB-AL-ITEM OCCURS 2000 TIMES.
               05 TL-PCODIGO       PIC 9(06).
               05 TL-NOME          PIC X(30).
               05 TL-MED           PIC 9(03).
               05 TL-DATA          PIC 9(08).
               05 TL-MESES         PIC 9(03).
               05 TL-PESO          PIC 9(03)V99.
               05 TL-ALTURA        PIC 9(01)V99.
               05 TL-IMC           PIC 9(03)V99.
               05 TL-FAIXA         PIC 9(01) OCCURS 3 TIMES.
               05 TL-ABAIXO        PIC X(01).
               05 TL-CRUZOU        PIC X(01).
      *----- MEDICOS ASSISTENTES ENCONTRADOS
       01 TAB-MEDC.
           03 TB-MD-ITEM OCCURS 300 TIMES.
               05 TM-CRM           PIC 9(06).
               05 TM-UF            PIC X(02).
      *
       01  CAB0-CRES.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-CRES.
           05  FILLER                 PIC X(043) VALUE
           "- ALERTAS DE CRESCIMENTO INFANTIL EM       ".
           05  CAB1-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(046) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-LEGENDA.
           05  FILLER                 PIC X(057) VALUE
           "- PERCENTIS DAS CURVAS DA OMS (PESO, ESTATURA E IMC PARA ".
           05  FILLER                 PIC X(043) VALUE
           "IDADE) NA ULTIMA AFERICAO DA CRIANCA      -".
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
       01  CAB3-CRES.
           05  FILLER                 PIC X(057) VALUE
           "- PACIEN NOME              ULT.AFER.  IDADE  PESO   PERC.".
           05  FILLER                 PIC X(043) VALUE
           "  CM  PERC.  IMC   PERC.  ALERTA          -".
       01  DET-CRES.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DC-PCOD   VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-NOME   VALUE SPACES PIC X(017).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-DATA   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-ANOS   VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE "A".
           05  DC-MESES  VALUE ZEROS  PIC 99.
           05  FILLER                 PIC X(001) VALUE "M".
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-PESO   VALUE ZEROS  PIC ZZ9,99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-FX-PESO VALUE SPACES PIC X(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-ESTAT  VALUE ZEROS  PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-FX-ESTAT VALUE SPACES PIC X(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-IMC    VALUE ZEROS  PIC Z9,99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-FX-IMC VALUE SPACES PIC X(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DC-ALERTA VALUE SPACES PIC X(016).
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-SUBMED.
           05  FILLER                 PIC X(024) VALUE
           "-   CRIANCAS COM ALERTA:".
           05  LS-TOTAL               PIC ZZZZ9.
           05  FILLER                 PIC X(017) VALUE
           "   ABAIXO DO P3: ".
           05  LS-ABAIXO              PIC ZZZZ9.
           05  FILLER                 PIC X(020) VALUE
           "   CRUZOU 2 FAIXAS: ".
           05  LS-CRUZOU              PIC ZZZZ9.
           05  FILLER                 PIC X(023) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DOS ALERTAS DE CRESCIMENTO SMP138 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *----- SEM CURVAS DA OMS NAO HA O QUE CLASSIFICAR
           MOVE "M"    TO CRC-SEXO.
           MOVE W-HOJE TO CRC-DTNASC CRC-DTMED.
           MOVE ZEROS  TO CRC-PESO CRC-ALTURA.
           CALL "SMPCRC" USING W-CRC-PARM.
           IF CRC-ACHOU NOT = "S"
               DISPLAY "* ARQUIVO CADCRESC NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.

       ABRE-ARQS.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADPACI NAO DISPONIVEL - FIM *"
               GO TO ROT-FIM.
           OPEN INPUT CADSINAIS
           IF ST-ERRO NOT = "00"
               DISPLAY "* ARQUIVO CADSINAIS NAO DISPONIVEL - FIM *"
               CLOSE CADPACI
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-AGEN.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-AGEN.
           MOVE "S" TO W-TEM-MED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MED.
           MOVE "S" TO W-TEM-OBITO.
           OPEN INPUT CADOBITO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-OBITO.
           OPEN OUTPUT CRESCREL.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           WRITE REGCRESCREL FROM CAB0-CRES.
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGCRESCREL FROM CAB1-CRES.
           WRITE REGCRESCREL FROM LIN-LEGENDA.
           WRITE REGCRESCREL FROM CAB0-CRES.
      *
      *--------------------[ CRIANCAS DO CADASTRO ]--------------------
       VARRE-PACI.
           MOVE ZEROS TO W-TOT-ALER P-CODIGO.
           START CADPACI KEY IS NOT LESS P-CODIGO
               INVALID KEY GO TO IMPRIME.
       VARRE-PACI-LER.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME.
           IF P-ANO = ZEROS
               GO TO VARRE-PACI-LER.
           IF P-SEXO NOT = "M" AND NOT = "F"
               GO TO VARRE-PACI-LER.
           MOVE P-ANO TO W-DT-ANO.
           MOVE P-MES TO W-DT-MES.
           MOVE P-DIA TO W-DT-DIA.
           MOVE W-DT-NUM TO W-DT-NASC.
           MOVE P-SEXO    TO CRC-SEXO.
           MOVE W-DT-NASC TO CRC-DTNASC.
           MOVE W-HOJE    TO CRC-DTMED.
           MOVE ZEROS     TO CRC-PESO CRC-ALTURA.
           CALL "SMPCRC" USING W-CRC-PARM.
           IF CRC-MESES > 228
               GO TO VARRE-PACI-LER.
      *----- CRIANCA COM OBITO REGISTRADO NAO ENTRA NA LISTA
           IF W-TEM-OBITO = "S"
               MOVE P-CODIGO TO OB-PCODIGO
               READ CADOBITO
               IF ST-ERRO = "00"
                   GO TO VARRE-PACI-LER.
           ADD 1 TO W-CRIANCAS.
           PERFORM AVALIA-CRIANCA THRU AVALIA-CRIANCA-FIM.
           IF W-UA-DATA = ZEROS
               GO TO VARRE-PACI-LER.
           ADD 1 TO W-AVALIADAS.
           IF W-UA-ABAIXO NOT = "S" AND W-UA-CRUZOU NOT = "S"
               GO TO VARRE-PACI-LER.
           IF W-TOT-ALER NOT < 2000
               ADD 1 TO W-FORA-TAB
               GO TO VARRE-PACI-LER.
           ADD 1 TO W-TOT-ALER.
           MOVE W-TOT-ALER TO W-IC.
           MOVE P-CODIGO   TO TL-PCODIGO (W-IC).
           MOVE P-NOME     TO TL-NOME (W-IC).
           MOVE W-UA-DATA  TO TL-DATA (W-IC).
           MOVE W-UA-MESES TO TL-MESES (W-IC).
           MOVE W-UA-PESO  TO TL-PESO (W-IC).
           MOVE W-UA-ALTURA TO TL-ALTURA (W-IC).
           MOVE W-UA-IMC   TO TL-IMC (W-IC).
           MOVE W-UA-FAIXA (1) TO TL-FAIXA (W-IC, 1).
           MOVE W-UA-FAIXA (2) TO TL-FAIXA (W-IC, 2).
           MOVE W-UA-FAIXA (3) TO TL-FAIXA (W-IC, 3).
           MOVE W-UA-ABAIXO TO TL-ABAIXO (W-IC).
           MOVE W-UA-CRUZOU TO TL-CRUZOU (W-IC).
           PERFORM ULT-CONSULTA THRU ULT-CONSULTA-FIM.
           GO TO VARRE-PACI-LER.
      *
      *--------------------[ LISTA POR MEDICO ASSISTENTE ]-------------
      * CRIANCAS SEM CONSULTA REALIZADA SAEM POR ULTIMO.
       IMPRIME.
           IF W-FORA-TAB NOT = ZEROS
               DISPLAY "* CRIANCAS ALEM DA TABELA (2000) IGNORADAS: "
                       W-FORA-TAB.
           MOVE ZEROS TO W-IM.
       IMPRIME-MED.
           ADD 1 TO W-IM
           IF W-IM > W-TOT-MED
               MOVE ZEROS TO W-IM
               PERFORM LISTA-MED THRU LISTA-MED-FIM
               GO TO ROT-TOTAL.
           PERFORM LISTA-MED THRU LISTA-MED-FIM.
           GO TO IMPRIME-MED.
      *
       ROT-TOTAL.
           MOVE W-TOT-ALER   TO LS-TOTAL.
           MOVE W-TOT-ABAIXO TO LS-ABAIXO.
           MOVE W-TOT-CRUZOU TO LS-CRUZOU.
           WRITE REGCRESCREL FROM LIN-SUBMED.
           WRITE REGCRESCREL FROM CAB0-CRES.
           CLOSE CADPACI CADSINAIS CRESCREL.
           IF W-TEM-AGEN = "S"
               CLOSE CADAGEN.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
           IF W-TEM-OBITO = "S"
               CLOSE CADOBITO.
           DISPLAY "CRIANCAS NO CADASTRO   : " W-CRIANCAS.
           DISPLAY "COM PESO/ALTURA        : " W-AVALIADAS.
           DISPLAY "COM ALERTA             : " W-TOT-ALER.
           DISPLAY "ABAIXO DO P3           : " W-TOT-ABAIXO.
           DISPLAY "CRUZOU 2 FAIXAS        : " W-TOT-CRUZOU.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-AVALIADAS TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DOS ALERTAS DE CRESCIMENTO SMP138 ***".
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
      *--------------[ AFERICOES DA CRIANCA NO CADSINAIS ]--------------
      * A CADA AFERICAO COM PESO OU ALTURA, AS FAIXAS DOS TRES
      * INDICADORES SAO COMPARADAS COM A MAIOR E A MENOR JA VISTAS;
      * FICAM OS ALERTAS DA ULTIMA AFERICAO (MESMO CRITERIO DO
      * GRAFICO DE CRESCIMENTO SMP137).
       AVALIA-CRIANCA.
           MOVE ZEROS TO W-UA-DATA.
           MOVE 9 TO W-FX-MAX (1) W-FX-MAX (2) W-FX-MAX (3)
                     W-FX-MIN (1) W-FX-MIN (2) W-FX-MIN (3).
           MOVE P-CODIGO TO SN-PCODIGO.
           MOVE ZEROS    TO SN-DATA SN-HORA.
           START CADSINAIS KEY IS NOT LESS SN-CHAVE
               INVALID KEY GO TO AVALIA-CRIANCA-FIM.
       AVALIA-CRIANCA-LER.
           READ CADSINAIS NEXT
           IF ST-ERRO NOT = "00"
               GO TO AVALIA-CRIANCA-FIM.
           IF SN-PCODIGO NOT = P-CODIGO
               GO TO AVALIA-CRIANCA-FIM.
           IF SN-PESO = ZEROS AND SN-ALTURA = ZEROS
               GO TO AVALIA-CRIANCA-LER.
           MOVE SN-DATA   TO CRC-DTMED.
           MOVE SN-PESO   TO CRC-PESO.
           MOVE SN-ALTURA TO CRC-ALTURA.
           CALL "SMPCRC" USING W-CRC-PARM.
           IF CRC-MESES > 228
               GO TO AVALIA-CRIANCA-LER.
           MOVE SN-DATA   TO W-UA-DATA.
           MOVE CRC-MESES TO W-UA-MESES.
           MOVE SN-PESO   TO W-UA-PESO.
           MOVE SN-ALTURA TO W-UA-ALTURA.
           MOVE CRC-IMC   TO W-UA-IMC.
           MOVE "N" TO W-ABAIXO W-CRUZOU.
           MOVE ZEROS TO W-IX.
       AVALIA-CRIANCA-IND.
           ADD 1 TO W-IX
           IF W-IX > 3
               MOVE W-ABAIXO TO W-UA-ABAIXO
               MOVE W-CRUZOU TO W-UA-CRUZOU
               GO TO AVALIA-CRIANCA-LER.
           MOVE CRC-FAIXA (W-IX) TO W-FX W-UA-FAIXA (W-IX).
           IF W-FX = 9
               GO TO AVALIA-CRIANCA-IND.
           PERFORM AVALIA-FAIXA THRU AVALIA-FAIXA-FIM.
           GO TO AVALIA-CRIANCA-IND.
       AVALIA-CRIANCA-FIM.
           EXIT.
      *
      *--------------[ ALERTA DO INDICADOR W-IX ]-----------------------
       AVALIA-FAIXA.
           IF W-FX = ZEROS
               MOVE "S" TO W-ABAIXO.
           IF W-FX-MAX (W-IX) = 9
               MOVE W-FX TO W-FX-MAX (W-IX) W-FX-MIN (W-IX)
               GO TO AVALIA-FAIXA-FIM.
           IF W-FX-MAX (W-IX) > W-FX + 1
               MOVE "S" TO W-CRUZOU.
           IF W-FX > W-FX-MIN (W-IX) + 1
               MOVE "S" TO W-CRUZOU.
           IF W-FX > W-FX-MAX (W-IX)
               MOVE W-FX TO W-FX-MAX (W-IX).
           IF W-FX < W-FX-MIN (W-IX)
               MOVE W-FX TO W-FX-MIN (W-IX).
       AVALIA-FAIXA-FIM.
           EXIT.
      *
      *--------------[ MEDICO DA ULTIMA CONSULTA REALIZADA ]------------
       ULT-CONSULTA.
           MOVE ZEROS  TO W-AG-CRM TL-MED (W-IC).
           MOVE SPACES TO W-AG-UF.
           IF W-TEM-AGEN NOT = "S"
               GO TO ULT-CONSULTA-FIM.
           MOVE TL-PCODIGO (W-IC) TO AG-PAC-PCODIGO.
           MOVE ZEROS TO AG-PAC-DATA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE-PAC
               INVALID KEY GO TO ULT-CONSULTA-FIM.
       ULT-CONSULTA-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO ULT-CONSULTA-MED.
           IF AG-PAC-PCODIGO NOT = TL-PCODIGO (W-IC)
               GO TO ULT-CONSULTA-MED.
           IF AG-PAC-DATA > W-HOJE
               GO TO ULT-CONSULTA-MED.
           IF AG-STATUS NOT = "R"
               GO TO ULT-CONSULTA-LER.
           MOVE AG-CRM     TO W-AG-CRM.
           MOVE AG-CRM-UF  TO W-AG-UF.
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
           MOVE W-IM TO TL-MED (W-IC).
           GO TO ULT-CONSULTA-FIM.
       ULT-CONSULTA-NOVO.
           IF W-TOT-MED NOT < 300
               DISPLAY "* MAIS DE 300 MEDICOS - NAO AGRUPADO: "
                       W-AG-CRM "/" W-AG-UF
               GO TO ULT-CONSULTA-FIM.
           ADD 1 TO W-TOT-MED.
           MOVE W-AG-CRM  TO TM-CRM (W-TOT-MED).
           MOVE W-AG-UF   TO TM-UF (W-TOT-MED).
           MOVE W-TOT-MED TO TL-MED (W-IC).
       ULT-CONSULTA-FIM.
           EXIT.
      *
      *--------------[ CRIANCAS DO MEDICO W-IM ]------------------------
       LISTA-MED.
           MOVE "N" TO W-CAB-MED.
           MOVE ZEROS TO W-MD-TOTAL W-MD-ABAIXO W-MD-CRUZOU.
           MOVE ZEROS TO W-IC.
       LISTA-MED-LOOP.
           ADD 1 TO W-IC
           IF W-IC > W-TOT-ALER
               GO TO LISTA-MED-SUB.
           IF TL-MED (W-IC) NOT = W-IM
               GO TO LISTA-MED-LOOP.
           IF W-CAB-MED = "N"
               PERFORM CAB-MED THRU CAB-MED-FIM.
           PERFORM DET-CRIANCA THRU DET-CRIANCA-FIM.
           GO TO LISTA-MED-LOOP.
       LISTA-MED-SUB.
           IF W-CAB-MED = "N"
               GO TO LISTA-MED-FIM.
           MOVE W-MD-TOTAL  TO LS-TOTAL.
           MOVE W-MD-ABAIXO TO LS-ABAIXO.
           MOVE W-MD-CRUZOU TO LS-CRUZOU.
           WRITE REGCRESCREL FROM LIN-SUBMED.
           WRITE REGCRESCREL FROM CAB0-CRES.
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
           WRITE REGCRESCREL FROM LIN-MED.
           WRITE REGCRESCREL FROM CAB3-CRES.
       CAB-MED-FIM.
           EXIT.
      *
       DET-CRIANCA.
           MOVE TL-PCODIGO (W-IC) TO DC-PCOD.
           MOVE TL-NOME (W-IC)    TO DC-NOME.
           MOVE TL-DATA (W-IC)    TO DC-DATA.
           DIVIDE TL-MESES (W-IC) BY 12 GIVING W-ANOS
                                       REMAINDER W-MESES.
           MOVE W-ANOS  TO DC-ANOS.
           MOVE W-MESES TO DC-MESES.
           MOVE TL-PESO (W-IC) TO DC-PESO.
           COMPUTE DC-ESTAT = TL-ALTURA (W-IC) * 100.
           MOVE TL-IMC (W-IC) TO DC-IMC.
           MOVE SPACES TO DC-FX-PESO DC-FX-ESTAT DC-FX-IMC.
           MOVE TL-FAIXA (W-IC, 1) TO W-FX.
           IF W-FX NOT = 9
               MOVE W-FX-TXT (W-FX + 1) TO DC-FX-PESO.
           MOVE TL-FAIXA (W-IC, 2) TO W-FX.
           IF W-FX NOT = 9
               MOVE W-FX-TXT (W-FX + 1) TO DC-FX-ESTAT.
           MOVE TL-FAIXA (W-IC, 3) TO W-FX.
           IF W-FX NOT = 9
               MOVE W-FX-TXT (W-FX + 1) TO DC-FX-IMC.
           MOVE SPACES TO DC-ALERTA.
           ADD 1 TO W-MD-TOTAL.
           IF TL-CRUZOU (W-IC) = "S"
               MOVE "CRUZOU 2 FAIXAS" TO DC-ALERTA
               ADD 1 TO W-MD-CRUZOU W-TOT-CRUZOU.
           IF TL-ABAIXO (W-IC) = "S"
               MOVE "ABAIXO DO P3" TO DC-ALERTA
               ADD 1 TO W-MD-ABAIXO W-TOT-ABAIXO.
           IF TL-ABAIXO (W-IC) = "S" AND TL-CRUZOU (W-IC) = "S"
               MOVE "ABAIXO P3+CRUZOU" TO DC-ALERTA.
           WRITE REGCRESCREL FROM DET-CRES.
       DET-CRIANCA-FIM.
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
           MOVE "SMP138" TO RUN-PROGRAMA.
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
