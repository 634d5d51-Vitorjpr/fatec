       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMPFAL.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   ROTINA COMUM DE RESTRICAO DO PACIENTE FALTOSO      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CHAMADA PELA MARCACAO (SMP006), PELO LEMBRETE (SMP030) E
      * PELA LIBERACAO (SMP181) COM O PACIENTE E A DATA DE HOJE.
      * CONTA AS FALTAS DO PACIENTE NOS ULTIMOS FALTAMESES MESES
      * (AGENDAMENTO PASSADO NAO CANCELADO, NAO TRANSFERIDO, NAO
      * ATENDIDO E SEM CHEGADA; TELECONSULTA COM FALHA TECNICA
      * NAO CONTA, COMO NO SMP029). O PACIENTE FICA RESTRITO
      * QUANDO CHEGA A FALTAQTD FALTAS E A ULTIMA FOI HA MENOS DE
      * FALTALIMPO DIAS: PASSADO ESSE PERIODO SEM FALTAR A
      * RESTRICAO CAI SOZINHA. A LIBERACAO DO SUPERVISOR (CADFALIB)
      * ZERA A CONTAGEM: SO VALEM AS FALTAS DEPOIS DELA.
      * DEVOLVE TAMBEM FALTAULT, QUANTOS ULTIMOS HORARIOS DA GRADE
      * O SMP006 PODE MARCAR PARA O PACIENTE RESTRITO SEM
      * LIBERACAO DO SUPERVISOR (ZERO = SO COM LIBERACAO).
      * OS ARQUIVOS FICAM ABERTOS ENTRE AS CHAMADAS; O CHAMADOR
      * FECHA NO FIM COM FAL-ACAO = F.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

                    SELECT CADFALIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FB-PCODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADFALIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFALIB.DAT".
       COPY REGFALIB.
      *
       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
       COPY REGTELE.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ABERTO      PIC X(01) VALUE "N".
      *----- A = ABERTO, N = AINDA NAO ABERTO, X = CADAGEN NAO EXISTE
       77 W-TEM-LIB     PIC X(01) VALUE "N".
       77 W-TEM-TELE    PIC X(01) VALUE "N".
       77 W-FALTA-QTD   PIC 9(02) VALUE 3.
       77 W-FALTA-MESES PIC 9(02) VALUE 6.
       77 W-FALTA-LIMPO PIC 9(03) VALUE 60.
       77 W-FALTA-ULT   PIC 9(02) VALUE 2.
       77 W-DT-LIB      PIC 9(08) VALUE ZEROS.
       77 W-MESES       PIC 9(06) VALUE ZEROS.
       77 W-SER-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-DIAS        PIC 9(08) VALUE ZEROS.
       01 W-JANELA.
           03 W-JAN-ANO      PIC 9(04) VALUE ZEROS.
           03 W-JAN-MES      PIC 9(02) VALUE ZEROS.
           03 W-JAN-DIA      PIC 9(02) VALUE ZEROS.
       01 W-JANELA-N REDEFINES W-JANELA PIC 9(08).
       01 W-HOJE.
           03 W-HJ-ANO       PIC 9(04).
           03 W-HJ-MES       PIC 9(02).
           03 W-HJ-DIA       PIC 9(02).
       01 W-CALC-SERIAL.
           03 W-CS-DATA.
               05 W-CS-ANO   PIC 9(04) VALUE ZEROS.
               05 W-CS-MES   PIC 9(02) VALUE ZEROS.
               05 W-CS-DIA   PIC 9(02) VALUE ZEROS.
           03 W-CS-SERIAL    PIC 9(08) VALUE ZEROS.
           03 W-CS-QUOC      PIC 9(04) VALUE ZEROS.
       01 W-PAR-PARM.
           03 PAR-CODIGO    PIC X(10) VALUE SPACES.
           03 PAR-VALOR     PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX  PIC X(20) VALUE SPACES.
           03 PAR-ACHOU     PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-FAL.
           03 FAL-ACAO           PIC X(01).
           03 FAL-PCODIGO        PIC 9(06).
           03 FAL-DATA           PIC 9(08).
           03 FAL-QTD            PIC 9(02).
           03 FAL-ULTIMA         PIC 9(08).
           03 FAL-RESTRITO       PIC X(01).
           03 FAL-LIMITE         PIC 9(02).
           03 FAL-ULT-SLOTS      PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FAL.
       INICIO.
           MOVE "N"   TO FAL-RESTRITO.
           MOVE ZEROS TO FAL-QTD FAL-ULTIMA.
           IF FAL-ACAO = "F"
               GO TO FECHAR.
           IF W-ABERTO = "X"
               GO TO DEVOLVE-POLITICA.
           IF W-ABERTO = "A"
               GO TO CONTA-FALTAS.
           PERFORM LER-POLITICA THRU LER-POLITICA-FIM.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "X" TO W-ABERTO
               GO TO DEVOLVE-POLITICA.
           MOVE "A" TO W-ABERTO.
           OPEN INPUT CADFALIB
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-LIB
           ELSE
               MOVE "N" TO W-TEM-LIB.
           OPEN INPUT CADTELE
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-TELE
           ELSE
               MOVE "N" TO W-TEM-TELE.

      *--------------[ FALTAS DENTRO DA JANELA ]-------------------------
       CONTA-FALTAS.
           MOVE FAL-DATA TO W-HOJE.
           COMPUTE W-MESES = (W-HJ-ANO * 12) + W-HJ-MES - 1
                           - W-FALTA-MESES.
           DIVIDE W-MESES BY 12 GIVING W-JAN-ANO REMAINDER W-JAN-MES.
           ADD 1 TO W-JAN-MES.
           MOVE W-HJ-DIA TO W-JAN-DIA.
           MOVE ZEROS TO W-DT-LIB.
           IF W-TEM-LIB = "S"
               MOVE FAL-PCODIGO TO FB-PCODIGO
               READ CADFALIB
               IF ST-ERRO = "00"
                   MOVE FB-DTLIB TO W-DT-LIB.
           MOVE FAL-PCODIGO TO AG-PAC-PCODIGO.
           MOVE W-JANELA-N  TO AG-PAC-DATA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE-PAC
               INVALID KEY
                   GO TO AVALIA.
       CONTA-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO AVALIA.
           IF AG-PAC-PCODIGO NOT = FAL-PCODIGO
               GO TO AVALIA.
           IF AG-DATA NOT < FAL-DATA
               GO TO AVALIA.
           IF AG-DATA NOT > W-DT-LIB
               GO TO CONTA-LER.
           IF AG-STATUS = "C" OR "T" OR "R"
               GO TO CONTA-LER.
           IF AG-HORACHEG NOT = ZEROS
               GO TO CONTA-LER.
           IF AG-TIPO = "T" AND W-TEM-TELE = "S"
               MOVE AG-CHAVE TO TL-CHAVE
               READ CADTELE
               IF ST-ERRO = "00" AND TL-RESULTADO = "F"
                   GO TO CONTA-LER.
           IF FAL-QTD < 99
               ADD 1 TO FAL-QTD.
           MOVE AG-DATA TO FAL-ULTIMA.
           GO TO CONTA-LER.

      *--------------[ RESTRITO SE NAO PASSOU O PERIODO LIMPO ]---------
       AVALIA.
           IF FAL-QTD < W-FALTA-QTD
               GO TO DEVOLVE-POLITICA.
           MOVE FAL-DATA TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.
           MOVE FAL-ULTIMA TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-DIAS = W-SER-HOJE - W-CS-SERIAL.
           IF W-DIAS < W-FALTA-LIMPO
               MOVE "S" TO FAL-RESTRITO.
       DEVOLVE-POLITICA.
           MOVE W-FALTA-QTD TO FAL-LIMITE.
           MOVE W-FALTA-ULT TO FAL-ULT-SLOTS.
           GO TO ROT-FIM.

      *--------------[ POLITICA DO CADPARAM ]----------------------------
      * FALTAULT PODE SER ZERO (SO COM LIBERACAO DO SUPERVISOR);
      * AS DEMAIS FICAM NO PADRAO QUANDO NAO CADASTRADAS OU ZERADAS.
       LER-POLITICA.
           MOVE "FALTAQTD" TO PAR-CODIGO.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
               MOVE PAR-VALOR TO W-FALTA-QTD.
           MOVE "FALTAMESES" TO PAR-CODIGO.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
               MOVE PAR-VALOR TO W-FALTA-MESES.
           MOVE "FALTALIMPO" TO PAR-CODIGO.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
               MOVE PAR-VALOR TO W-FALTA-LIMPO.
           MOVE "FALTAULT" TO PAR-CODIGO.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S"
               MOVE PAR-VALOR TO W-FALTA-ULT.
       LER-POLITICA-FIM.
           EXIT.

      *--------------[ NUMERO DE DIAS DESDE O ANO ZERO ]----------------
       CALC-SERIAL.
           COMPUTE W-CS-SERIAL = (W-CS-ANO * 365) + W-CS-DIA.
           DIVIDE W-CS-ANO BY 4 GIVING W-CS-QUOC.
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

       FECHAR.
           IF W-ABERTO = "A"
               CLOSE CADAGEN
               IF W-TEM-LIB = "S"
                   CLOSE CADFALIB.
           IF W-ABERTO = "A" AND W-TEM-TELE = "S"
               CLOSE CADTELE.
           MOVE "N" TO W-ABERTO.
       ROT-FIM.
           EXIT PROGRAM.
