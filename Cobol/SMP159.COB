       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP159.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   RELATORIO MENSAL DE RESULTADOS NAO RETIRADOS       *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * LISTA OS PEDIDOS DO CADEXAME COM RESULTADO PRONTO
      * (STATUS T) AINDA SEM ENTREGA (EX-DTENTREGA ZERADA - VER
      * SMP158) HA MAIS DIAS QUE O PRAZO DE RETIRADA (PARAMETRO
      * ENTRPRAZO, PADRAO 30), COM O TELEFONE PARA A RECEPCAO
      * LIGAR AO PACIENTE. OS RESULTADOS CRITICOS (EX-FAIXA C,
      * OS MESMOS DO SMP077) SAEM PRIMEIRO, EM BLOCO PROPRIO.
      *----------------------------------------------------------------
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
                    ALTERNATE RECORD KEY IS P-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADNRETRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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
       FD CADNRETRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNRETRL.DOC".
       01 REGNRETRL   PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-PRAZO       PIC 9(03) VALUE 30.
       77 W-SER-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-DIAS        PIC 9(06) VALUE ZEROS.
      *----- PASSADA: 1 = SO CRITICOS  2 = DEMAIS RESULTADOS
       77 W-PASSADA     PIC 9(01) VALUE ZEROS.
       77 W-QT-CRIT     PIC 9(05) VALUE ZEROS.
       77 W-QT-DEMAIS   PIC 9(05) VALUE ZEROS.
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
       01  CAB0-NRT.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-NRT.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME  RESULTADOS DE EXAMES NAO RE".
           05  FILLER                 PIC X(043) VALUE
           "TIRADOS                                   -".
       01  CAB2-NRT.
           05  FILLER                 PIC X(023) VALUE
           "- DATA BASE          : ".
           05  CAB2-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(023) VALUE
           "     PRAZO DE RETIRADA ".
           05  CAB2-PRAZO             PIC ZZ9.
           05  FILLER                 PIC X(005) VALUE " DIAS".
           05  FILLER                 PIC X(035) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-NRT.
           05  FILLER                 PIC X(057) VALUE
           "- RESULTADO  PACIENTE                              TELEFO".
           05  FILLER                 PIC X(043) VALUE
           "NE    EXAME                DIAS AVISO     -".
       01  LIN-BLOCO.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  LB-TITULO              PIC X(040).
           05  FILLER                 PIC X(057) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-NRT.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DR-DTRES               PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-PCODIGO             PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-NOME                PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-FONE                PIC 9(011).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-TIPO                PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-DIAS                PIC ZZZ9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DR-AVISO               PIC X(007).
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOT-NRT.
           05  FILLER                 PIC X(023) VALUE
           "- TOTAL NAO RETIRADOS: ".
           05  LT-TOTAL               PIC ZZZZ9.
           05  FILLER                 PIC X(014) VALUE
           "   CRITICOS : ".
           05  LT-CRIT                PIC ZZZZ9.
           05  FILLER                 PIC X(052) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT159.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** RELATORIO DE RESULTADOS NAO RE".
           05  LINE 02  COLUMN 41
               VALUE  "TIRADOS ***".
           05  LINE 08  COLUMN 01
               VALUE  "     DATA BASE          :".
           05  LINE 10  COLUMN 01
               VALUE  "     PRAZO DE RETIRADA  :".
           05  LINE 10  COLUMN 31
               VALUE  "DIAS".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-HOJE
               LINE 08  COLUMN 27  PIC 9999.99.99
               USING  W-HOJE
               HIGHLIGHT.
           05  T-PRAZO
               LINE 10  COLUMN 27  PIC ZZ9
               USING  W-PRAZO
               HIGHLIGHT.
           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE "ENTRPRAZO" TO PAR-CODIGO.
           MOVE ZEROS TO PAR-VALOR.
           MOVE SPACES TO PAR-VALOR-TX.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR > ZEROS
                              AND PAR-VALOR < 1000
               MOVE PAR-VALOR TO W-PRAZO.
           DISPLAY SMT159.

       INC-OPC.
           ACCEPT T-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
               MOVE "* RELATORIO RECUSADO PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.
      *
       ABRE-ARQS.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADEXAME NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADPACI NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADEXAME
               GO TO ROT-FIM.
           OPEN OUTPUT CADNRETRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO CADNRETRL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE ZEROS TO W-QT-CRIT W-QT-DEMAIS.
           MOVE "*** SELECIONANDO RESULTADOS NAO RETIRADOS ***" TO MENS
           DISPLAY (23, 12) MENS.
           WRITE REGNRETRL FROM CAB0-NRT.
           WRITE REGNRETRL FROM CAB1-NRT.
           MOVE W-HOJE  TO CAB2-DATA.
           MOVE W-PRAZO TO CAB2-PRAZO.
           WRITE REGNRETRL FROM CAB2-NRT.
           WRITE REGNRETRL FROM CAB0-NRT.
           WRITE REGNRETRL FROM CAB3-NRT.
           WRITE REGNRETRL FROM CAB0-NRT.
           MOVE 1 TO W-PASSADA.
      *--------------------[ UMA PASSADA NO CADEXAME ]-----------------
       IMP-PASSADA.
           IF W-PASSADA = 1
               MOVE "RESULTADOS CRITICOS - LIGAR COM PRIORIDADE"
                                                         TO LB-TITULO
           ELSE
               MOVE "DEMAIS RESULTADOS" TO LB-TITULO.
           WRITE REGNRETRL FROM LIN-BLOCO.
           MOVE ZEROS TO EX-DATA EX-PCODIGO EX-SEQ.
           START CADEXAME KEY IS NOT LESS EX-CHAVE
               INVALID KEY
                   GO TO IMP-PASSADA-FIM.
       IMP-LER.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
               GO TO IMP-PASSADA-FIM.
           IF EX-STATUS NOT = "T" OR EX-DTENTREGA NOT = ZEROS
               GO TO IMP-LER.
           IF EX-DTRESULT = ZEROS
               GO TO IMP-LER.
           IF W-PASSADA = 1 AND EX-FAIXA NOT = "C"
               GO TO IMP-LER.
           IF W-PASSADA = 2 AND EX-FAIXA = "C"
               GO TO IMP-LER.
           MOVE EX-DTRESULT TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           IF W-CS-SERIAL NOT < W-SER-HOJE
               GO TO IMP-LER.
           COMPUTE W-DIAS = W-SER-HOJE - W-CS-SERIAL.
           IF W-DIAS NOT > W-PRAZO
               GO TO IMP-LER.
           MOVE EX-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "(PACIENTE NAO CADASTRADO)" TO P-NOME
               MOVE ZEROS TO P-TELEFONE.
           MOVE EX-DTRESULT TO DR-DTRES.
           MOVE EX-PCODIGO  TO DR-PCODIGO.
           MOVE P-NOME      TO DR-NOME.
           MOVE P-TELEFONE  TO DR-FONE.
           MOVE EX-TIPO     TO DR-TIPO.
           MOVE W-DIAS      TO DR-DIAS.
           MOVE SPACES      TO DR-AVISO.
           IF EX-FAIXA = "C"
               MOVE "CRITICO" TO DR-AVISO
               ADD 1 TO W-QT-CRIT
           ELSE
               ADD 1 TO W-QT-DEMAIS.
           WRITE REGNRETRL FROM DET-NRT.
           GO TO IMP-LER.
       IMP-PASSADA-FIM.
           WRITE REGNRETRL FROM CAB0-NRT.
           IF W-PASSADA = 1
               MOVE 2 TO W-PASSADA
               GO TO IMP-PASSADA.
      *--------------------[ TOTAIS ]----------------------------------
       IMP-TOTAL.
           COMPUTE LT-TOTAL = W-QT-CRIT + W-QT-DEMAIS.
           MOVE W-QT-CRIT TO LT-CRIT.
           WRITE REGNRETRL FROM LIN-TOT-NRT.
           WRITE REGNRETRL FROM CAB0-NRT.
           CLOSE CADNRETRL.
           MOVE "*** RELATORIO CADNRETRL.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADEXAME CADPACI.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
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
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
               DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
