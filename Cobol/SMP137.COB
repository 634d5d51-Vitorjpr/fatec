       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP137.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   GRAFICO DE CRESCIMENTO DA CRIANCA (CURVAS OMS)     *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * IMPRIME O GRAFICO DE CRESCIMENTO DE UMA CRIANCA (ATE 19
      * ANOS) A PARTIR DAS AFERICOES DO CADSINAIS: PARA CADA
      * AFERICAO, A IDADE, O PESO, A ESTATURA E O IMC COM A
      * FAIXA DE PERCENTIL NAS CURVAS DA OMS (CADCRESC, VIA
      * SMPCRC) E O ALERTA DA AFERICAO:
      *   ABAIXO DO P3    - ALGUM INDICADOR ABAIXO DO P3
      *   CRUZOU 2 FAIXAS - ALGUM INDICADOR ANDOU DUAS FAIXAS OU
      *                     MAIS EM RELACAO AS AFERICOES ANTERIORES
      * EM SEGUIDA, UMA GRADE POR INDICADOR COM A POSICAO DE CADA
      * AFERICAO NAS FAIXAS. SAIDA EM CRESCnnnnnn.TXT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADSINAIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SN-CHAVE
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

                    SELECT GRAFCRE ASSIGN TO W-NOME-GRAF
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSINAIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINAIS.DAT".
       COPY REGSINAIS.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD GRAFCRE
               LABEL RECORD IS STANDARD.
       01 REGGRAFCRE    PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-PCODIGO              PIC 9(06) VALUE ZEROS.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-DT-NASC              PIC 9(08) VALUE ZEROS.
       01 W-TOT-MED              PIC 9(03) VALUE ZEROS.
       01 W-IM                   PIC 9(03) VALUE ZEROS.
       01 W-IX                   PIC 9(01) VALUE ZEROS.
       01 W-FX                   PIC 9(01) VALUE ZEROS.
       01 W-TEM-FX               PIC X(01) VALUE "N".
       01 W-ABAIXO               PIC X(01) VALUE "N".
       01 W-CRUZOU               PIC X(01) VALUE "N".
       01 W-ANOS                 PIC 9(02) VALUE ZEROS.
       01 W-FX-OUT               PIC X(07) VALUE SPACES.
       01 W-NASC-DMA             PIC 9(08) VALUE ZEROS.
       01 W-MESES                PIC 9(02) VALUE ZEROS.
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
      *----- TEXTO DAS FAIXAS DE PERCENTIL (FAIXA + 1)
       01 W-FX-TEXTOS.
           03 FILLER             PIC X(07) VALUE "<P3    ".
           03 FILLER             PIC X(07) VALUE "P3-15  ".
           03 FILLER             PIC X(07) VALUE "P15-50 ".
           03 FILLER             PIC X(07) VALUE "P50-85 ".
           03 FILLER             PIC X(07) VALUE "P85-97 ".
           03 FILLER             PIC X(07) VALUE ">P97   ".
       01 W-FX-TAB REDEFINES W-FX-TEXTOS.
           03 W-FX-TXT           PIC X(07) OCCURS 6 TIMES.
      *----- AFERICOES DA CRIANCA EM ORDEM DE DATA
       01 TAB-AFER.
           03 TB-AF-ITEM OCCURS 200 TIMES.
               05 TA-DATA        PIC 9(08).
               05 TA-MESES       PIC 9(03).
               05 TA-PESO        PIC 9(03)V99.
               05 TA-ALTURA      PIC 9(01)V99.
               05 TA-IMC         PIC 9(03)V99.
               05 TA-FAIXA       PIC 9(01) OCCURS 3 TIMES.
               05 TA-ALERTA      PIC X(16).
      *----- LINHA DA GRADE: SEIS CASAS, UMA POR FAIXA
       01 W-GRADE.
           03 W-GR-CASA OCCURS 6 TIMES.
               05 W-GR-BARRA     PIC X(01).
               05 W-GR-TXT       PIC X(07).
           03 W-GR-FIM           PIC X(01).
       01 W-GRADE-VAZIA.
           03 FILLER             PIC X(40) VALUE
           "|       |       |       |       |       ".
           03 FILLER             PIC X(09) VALUE
           "|       |".
       01 W-NOME-GRAF.
           05 FILLER             PIC X(05) VALUE "CRESC".
           05 W-GRAF-PCOD        PIC 9(06).
           05 FILLER             PIC X(04) VALUE ".TXT".
      *
       01  CG-BORDA.
           05  FILLER                 PIC X(040) VALUE
           "----------------------------------------".
           05  FILLER                 PIC X(040) VALUE
           "----------------------------------------".
       01  CG-TITULO.
           05  FILLER                 PIC X(040) VALUE
           "- PROGRAMACAO PARA MAINFRAME            ".
           05  FILLER                 PIC X(039) VALUE
           "GRAFICO DE CRESCIMENTO (CURVAS DA OMS) ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  CG-PACIENTE.
           05  FILLER                 PIC X(012) VALUE "- PACIENTE :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGP-CODIGO             PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGP-NOME               PIC X(030).
           05  FILLER                 PIC X(008) VALUE "  SEXO: ".
           05  CGP-SEXO               PIC X(001).
           05  FILLER                 PIC X(008) VALUE "  NASC: ".
           05  CGP-NASC               PIC 99/99/9999.
           05  FILLER                 PIC X(003) VALUE "  -".
       01  CG-CABEC.
           05  FILLER                 PIC X(040) VALUE
           "- DATA       IDADE PESO KG PERC.   CM  P".
           05  FILLER                 PIC X(039) VALUE
           "ERC.   IMC   PERC.   ALERTA            ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  CG-ITEM.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  CGI-DATA               PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGI-ANOS               PIC Z9.
           05  FILLER                 PIC X(001) VALUE "A".
           05  CGI-MESES              PIC 99.
           05  FILLER                 PIC X(001) VALUE "M".
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGI-PESO               PIC ZZ9,99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGI-FX-PESO            PIC X(007).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGI-ESTAT              PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGI-FX-ESTAT           PIC X(007).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGI-IMC                PIC Z9,99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGI-FX-IMC             PIC X(007).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGI-ALERTA             PIC X(016).
           05  FILLER                 PIC X(003) VALUE "  -".
       01  CG-GRADE-TIT.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  CGT-TEXTO              PIC X(040).
           05  FILLER                 PIC X(038) VALUE
           "                                     -".
       01  CG-GRADE-CAB.
           05  FILLER                 PIC X(040) VALUE
           "- DATA       IDADE   |  <P3  | P3-15 |P1".
           05  FILLER                 PIC X(039) VALUE
           "5-50 |P50-85 |P85-97 | >P97  |         ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  CG-GRADE-ITEM.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  CGG-DATA               PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  CGG-ANOS               PIC Z9.
           05  FILLER                 PIC X(001) VALUE "A".
           05  CGG-MESES              PIC 99.
           05  FILLER                 PIC X(001) VALUE "M".
           05  FILLER                 PIC X(002) VALUE "  ".
           05  CGG-GRADE              PIC X(049).
           05  FILLER                 PIC X(010) VALUE
           "         -".
       01  CG-RODAPE.
           05  FILLER                 PIC X(040) VALUE
           "- PERCENTIS DAS CURVAS DA OMS (CADCRESC)".
           05  FILLER                 PIC X(039) VALUE
           ". SEM CURVA PARA A IDADE = S/REF       ".
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT137.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                    *** GRAFICO DE CRESC".
           05  LINE 03  COLUMN 41
               VALUE  "IMENTO (OMS) ***".

           05  LINE 10  COLUMN 05
               VALUE  "CODIGO PACIENTE :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".

           05  T-PCODIGO
               LINE 10  COLUMN 23  PIC 9(06)
               USING  W-PCODIGO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQS.
           OPEN INPUT CADSINAIS
           IF ST-ERRO NOT = "00"
              MOVE "*** SEM AFERICOES DE SINAIS VITAIS ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSINAIS
              GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *--------------------[ TELA DO PACIENTE ]-----------------------
       ROT-INIC.
           MOVE ZEROS TO W-PCODIGO.
           DISPLAY SMT137.
       PASSO-1.
           ACCEPT T-PCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADSINAIS CADPACI
                   GO TO ROT-FIM.
           IF W-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE W-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF P-ANO = ZEROS
               MOVE "*** PACIENTE SEM DATA DE NASCIMENTO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF P-SEXO NOT = "M" AND NOT = "F"
               MOVE "*** SEXO DO PACIENTE NAO INFORMADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           MOVE P-ANO TO W-DT-ANO.
           MOVE P-MES TO W-DT-MES.
           MOVE P-DIA TO W-DT-DIA.
           MOVE W-DT-NUM TO W-DT-NASC.
      *----- SO ATE 19 ANOS (228 MESES), O FIM DAS CURVAS DA OMS
           MOVE P-SEXO    TO CRC-SEXO.
           MOVE W-DT-NASC TO CRC-DTNASC.
           MOVE W-HOJE    TO CRC-DTMED.
           MOVE ZEROS     TO CRC-PESO CRC-ALTURA.
           CALL "SMPCRC" USING W-CRC-PARM.
           IF CRC-MESES > 228
               MOVE "*** PACIENTE FORA DA IDADE DAS CURVAS ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           PERFORM CARREGA-AFER THRU CARREGA-AFER-FIM.
           IF W-TOT-MED = ZEROS
               MOVE "*** CRIANCA SEM PESO/ALTURA REGISTRADOS ***"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           PERFORM GERA-GRAFICO THRU GERA-GRAFICO-FIM.
           GO TO ROT-INIC.
      *--------------------[ AFERICOES E FAIXAS DE PERCENTIL ]--------
       CARREGA-AFER.
           MOVE ZEROS TO W-TOT-MED.
           MOVE 9 TO W-FX-MAX (1) W-FX-MAX (2) W-FX-MAX (3)
                     W-FX-MIN (1) W-FX-MIN (2) W-FX-MIN (3).
           MOVE W-PCODIGO TO SN-PCODIGO.
           MOVE ZEROS     TO SN-DATA SN-HORA.
           START CADSINAIS KEY IS NOT LESS SN-CHAVE
               INVALID KEY
                   GO TO CARREGA-AFER-FIM.
       CARREGA-AFER-LER.
           READ CADSINAIS NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-AFER-FIM.
           IF SN-PCODIGO NOT = W-PCODIGO
               GO TO CARREGA-AFER-FIM.
           IF SN-PESO = ZEROS AND SN-ALTURA = ZEROS
               GO TO CARREGA-AFER-LER.
           IF W-TOT-MED NOT < 200
               GO TO CARREGA-AFER-FIM.
           MOVE SN-DATA   TO CRC-DTMED.
           MOVE SN-PESO   TO CRC-PESO.
           MOVE SN-ALTURA TO CRC-ALTURA.
           CALL "SMPCRC" USING W-CRC-PARM.
           IF CRC-MESES > 228
               GO TO CARREGA-AFER-LER.
           ADD 1 TO W-TOT-MED.
           MOVE SN-DATA   TO TA-DATA (W-TOT-MED).
           MOVE CRC-MESES TO TA-MESES (W-TOT-MED).
           MOVE SN-PESO   TO TA-PESO (W-TOT-MED).
           MOVE SN-ALTURA TO TA-ALTURA (W-TOT-MED).
           MOVE CRC-IMC   TO TA-IMC (W-TOT-MED).
           MOVE "N" TO W-ABAIXO W-CRUZOU.
           MOVE ZEROS TO W-IX.
       CARREGA-AFER-IND.
           ADD 1 TO W-IX
           IF W-IX > 3
               GO TO CARREGA-AFER-ALERTA.
           MOVE CRC-FAIXA (W-IX) TO W-FX TA-FAIXA (W-TOT-MED, W-IX).
           IF W-FX = 9
               GO TO CARREGA-AFER-IND.
           PERFORM AVALIA-FAIXA THRU AVALIA-FAIXA-FIM.
           GO TO CARREGA-AFER-IND.
       CARREGA-AFER-ALERTA.
           MOVE SPACES TO TA-ALERTA (W-TOT-MED).
           IF W-CRUZOU = "S"
               MOVE "CRUZOU 2 FAIXAS" TO TA-ALERTA (W-TOT-MED).
           IF W-ABAIXO = "S"
               MOVE "ABAIXO DO P3" TO TA-ALERTA (W-TOT-MED).
           IF W-ABAIXO = "S" AND W-CRUZOU = "S"
               MOVE "ABAIXO P3+CRUZOU" TO TA-ALERTA (W-TOT-MED).
           GO TO CARREGA-AFER-LER.
       CARREGA-AFER-FIM.
           EXIT.
      *--------------------[ ALERTA DO INDICADOR W-IX ]---------------
      * ABAIXO DO P3 NA FAIXA 0; CRUZOU QUANDO A FAIXA ATUAL ESTA
      * DUAS OU MAIS ABAIXO DA MAIOR OU ACIMA DA MENOR JA VISTA.
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
      *--------------------[ IMPRIME O GRAFICO ]----------------------
       GERA-GRAFICO.
           MOVE W-PCODIGO TO W-GRAF-PCOD.
           OPEN OUTPUT GRAFCRE
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA IMPRESSAO DO GRAFICO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GERA-GRAFICO-FIM.
           WRITE REGGRAFCRE FROM CG-BORDA.
           WRITE REGGRAFCRE FROM CG-TITULO.
           WRITE REGGRAFCRE FROM CG-BORDA.
           MOVE W-PCODIGO  TO CGP-CODIGO.
           MOVE P-NOME     TO CGP-NOME.
           MOVE P-SEXO     TO CGP-SEXO.
           MOVE P-DATANASC TO W-NASC-DMA.
           MOVE W-NASC-DMA TO CGP-NASC.
           WRITE REGGRAFCRE FROM CG-PACIENTE.
           WRITE REGGRAFCRE FROM CG-CABEC.
           MOVE ZEROS TO W-IM.
       GERA-GRAFICO-LIN.
           ADD 1 TO W-IM
           IF W-IM > W-TOT-MED
               GO TO GERA-GRAFICO-GRADES.
           MOVE TA-DATA (W-IM) TO CGI-DATA.
           DIVIDE TA-MESES (W-IM) BY 12 GIVING W-ANOS
                                       REMAINDER W-MESES.
           MOVE W-ANOS  TO CGI-ANOS.
           MOVE W-MESES TO CGI-MESES.
           MOVE TA-PESO (W-IM) TO CGI-PESO.
           COMPUTE CGI-ESTAT = TA-ALTURA (W-IM) * 100.
           MOVE TA-IMC (W-IM)  TO CGI-IMC.
           MOVE 1 TO W-IX.
           PERFORM TEXTO-FAIXA THRU TEXTO-FAIXA-FIM.
           MOVE W-FX-OUT TO CGI-FX-PESO.
           MOVE 2 TO W-IX.
           PERFORM TEXTO-FAIXA THRU TEXTO-FAIXA-FIM.
           MOVE W-FX-OUT TO CGI-FX-ESTAT.
           MOVE 3 TO W-IX.
           PERFORM TEXTO-FAIXA THRU TEXTO-FAIXA-FIM.
           MOVE W-FX-OUT TO CGI-FX-IMC.
           MOVE TA-ALERTA (W-IM) TO CGI-ALERTA.
           WRITE REGGRAFCRE FROM CG-ITEM.
           GO TO GERA-GRAFICO-LIN.
       GERA-GRAFICO-GRADES.
           WRITE REGGRAFCRE FROM CG-BORDA.
           MOVE 1 TO W-IX.
           MOVE "CURVA DE PESO PARA IDADE" TO CGT-TEXTO.
           PERFORM GERA-GRADE THRU GERA-GRADE-FIM.
           MOVE 2 TO W-IX.
           MOVE "CURVA DE ESTATURA PARA IDADE" TO CGT-TEXTO.
           PERFORM GERA-GRADE THRU GERA-GRADE-FIM.
           MOVE 3 TO W-IX.
           MOVE "CURVA DE IMC PARA IDADE" TO CGT-TEXTO.
           PERFORM GERA-GRADE THRU GERA-GRADE-FIM.
           WRITE REGGRAFCRE FROM CG-RODAPE.
           WRITE REGGRAFCRE FROM CG-BORDA.
           CLOSE GRAFCRE.
           MOVE "** GRAFICO DE CRESCIMENTO IMPRESSO **" TO W-MSG.
           IF CRC-ACHOU NOT = "S"
               MOVE "** GRAFICO IMPRESSO SEM CURVAS DA OMS **" TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-GRAFICO-FIM.
           EXIT.
      *----- TEXTO DA FAIXA DO INDICADOR W-IX DA AFERICAO W-IM
       TEXTO-FAIXA.
           MOVE TA-FAIXA (W-IM, W-IX) TO W-FX.
           MOVE SPACES TO W-FX-OUT.
           IF W-FX NOT = 9
               MOVE W-FX-TXT (W-FX + 1) TO W-FX-OUT
               GO TO TEXTO-FAIXA-FIM.
           IF W-IX = 1 AND TA-PESO (W-IM) NOT = ZEROS
               MOVE "S/REF" TO W-FX-OUT.
           IF W-IX = 2 AND TA-ALTURA (W-IM) NOT = ZEROS
               MOVE "S/REF" TO W-FX-OUT.
           IF W-IX = 3 AND TA-IMC (W-IM) NOT = ZEROS
               MOVE "S/REF" TO W-FX-OUT.
       TEXTO-FAIXA-FIM.
           EXIT.
      *--------------------[ GRADE DE UM INDICADOR ]------------------
      * UMA LINHA POR AFERICAO COM "*" NA CASA DA FAIXA; SO SAI SE
      * HOUVER AO MENOS UMA AFERICAO CLASSIFICADA NO INDICADOR.
       GERA-GRADE.
           MOVE "N" TO W-TEM-FX.
           MOVE ZEROS TO W-IM.
       GERA-GRADE-TEM.
           ADD 1 TO W-IM
           IF W-IM > W-TOT-MED
               GO TO GERA-GRADE-CAB.
           IF TA-FAIXA (W-IM, W-IX) NOT = 9
               MOVE "S" TO W-TEM-FX
               GO TO GERA-GRADE-CAB.
           GO TO GERA-GRADE-TEM.
       GERA-GRADE-CAB.
           IF W-TEM-FX NOT = "S"
               GO TO GERA-GRADE-FIM.
           WRITE REGGRAFCRE FROM CG-GRADE-TIT.
           WRITE REGGRAFCRE FROM CG-GRADE-CAB.
           MOVE ZEROS TO W-IM.
       GERA-GRADE-LIN.
           ADD 1 TO W-IM
           IF W-IM > W-TOT-MED
               GO TO GERA-GRADE-ROD.
           MOVE TA-FAIXA (W-IM, W-IX) TO W-FX.
           IF W-FX = 9
               GO TO GERA-GRADE-LIN.
           MOVE W-GRADE-VAZIA TO W-GRADE.
           MOVE "   *   " TO W-GR-TXT (W-FX + 1).
           MOVE TA-DATA (W-IM) TO CGG-DATA.
           DIVIDE TA-MESES (W-IM) BY 12 GIVING W-ANOS
                                       REMAINDER W-MESES.
           MOVE W-ANOS  TO CGG-ANOS.
           MOVE W-MESES TO CGG-MESES.
           MOVE W-GRADE TO CGG-GRADE.
           WRITE REGGRAFCRE FROM CG-GRADE-ITEM.
           GO TO GERA-GRADE-LIN.
       GERA-GRADE-ROD.
           WRITE REGGRAFCRE FROM CG-BORDA.
       GERA-GRADE-FIM.
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
