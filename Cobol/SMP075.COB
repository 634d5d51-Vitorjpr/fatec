                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-TND-TOT              PIC 9(02) VALUE ZEROS.
       01 MENSAGEM.
           03 WT-TEMP            PIC Z9,9.
           03 FILLER             PIC X(07) VALUE "  SAT ".
           03 WT-SATO2           PIC ZZ9.
           03 WT-TX-FAIXA        PIC X(06) VALUE SPACES.
           03 WT-FAIXA           PIC X(06) VALUE SPACES.
      *----- FAIXA DE PERCENTIL DO PESO NAS CURVAS DA OMS (SMPCRC),
      *----- SO PARA CRIANCAS (ATE 228 MESES)
       01 W-DT.
           03 W-DT-ANO           PIC 9(04).
           03 W-DT-MES           PIC 9(02).
           03 W-DT-DIA           PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT PIC 9(08).
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
       01 W-FX-TEXTOS.
           03 FILLER             PIC X(06) VALUE "<P3   ".
           03 FILLER             PIC X(06) VALUE "P3-15 ".
           03 FILLER             PIC X(06) VALUE "P15-50".
           03 FILLER             PIC X(06) VALUE "P50-85".
           03 FILLER             PIC X(06) VALUE "P85-97".
           03 FILLER             PIC X(06) VALUE ">P97  ".
       01 W-FX-TAB REDEFINES W-FX-TEXTOS.
           03 W-FX-TXT           PIC X(06) OCCURS 6 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT075.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO SN-PCODIGO SN-DATA SN-HORA SN-PA-SIST
               GO TO ROT-FIM.
      *--------------------[ TENDENCIA DE PESO E PRESSAO ]-------------
      * LISTA EM ORDEM DE DATA AS ULTIMAS AFERICOES DO PACIENTE
      * (ATE 14 LINHAS NA TELA). PARA CRIANCAS, O PESO VEM COM A
      * FAIXA DE PERCENTIL DA CURVA DA OMS.
       MOSTRA-TENDENCIA.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 10) "*** TENDENCIA DE SINAIS VITAIS ***".
           DISPLAY (03, 10) P-NOME.
           MOVE ZEROS TO W-TND-TOT.
           MOVE 05 TO W-LIN.
           MOVE P-ANO TO W-DT-ANO.
           MOVE P-MES TO W-DT-MES.
           MOVE P-DIA TO W-DT-DIA.
           MOVE P-SEXO   TO CRC-SEXO.
           MOVE W-DT-NUM TO CRC-DTNASC.
           MOVE ZEROS    TO CRC-ALTURA.
           MOVE P-CODIGO TO SN-PCODIGO.
           MOVE ZEROS    TO SN-DATA SN-HORA.
           START CADSINAIS KEY IS NOT LESS SN-CHAVE
           MOVE SN-PA-DIAST TO WT-DIAST.
           MOVE SN-TEMP     TO WT-TEMP.
           MOVE SN-SATO2    TO WT-SATO2.
           MOVE SPACES TO WT-TX-FAIXA WT-FAIXA.
           IF P-ANO = ZEROS OR SN-PESO = ZEROS
               GO TO MOSTRA-TENDENCIA-LINHA.
           MOVE SN-DATA TO CRC-DTMED.
           MOVE SN-PESO TO CRC-PESO.
           CALL "SMPCRC" USING W-CRC-PARM.
           IF CRC-FAIXA (1) NOT = 9
               MOVE "  OMS " TO WT-TX-FAIXA
               MOVE W-FX-TXT (CRC-FAIXA (1) + 1) TO WT-FAIXA.
       MOSTRA-TENDENCIA-LINHA.
           DISPLAY (W-LIN, 10) W-LINHA-TND.
           ADD 1 TO W-LIN.
           GO TO MOSTRA-TENDENCIA-LER.
