       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP201.
      ****************************************
      *   EXPURGO POR RETENCAO DA AUDITORIA, *
      *   DO LOG DE ERROS E DO DIARIO        *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * RODA NA JANELA BATCH (MENSAL), SEM TERMINAL GRAVANDO:
      * PARA CADAUDIT, CADERLOG E CADJRNL, OS REGISTROS MAIS
      * ANTIGOS QUE A RETENCAO DO ARQUIVO (PARAMETROS RETAUDIT,
      * RETERLOG E RETJRNL, EM MESES) SAEM DO ARQUIVO VIVO E VAO
      * PARA UM ARQUIVO MORTO DATADO PELA RODADA (CADAUDARAAAAMMDD,
      * CADERLARAAAAMMDD, CADJRNARAAAAMMDD .DAT), NO LAYOUT
      * ORIGINAL, CATALOGADO EM CADARQCT. O VIVO E REESCRITO COMO
      * NO SMP106: COPIA DE TRABALHO, CONFERENCIA DA CONTAGEM
      * (LIDOS = ARQUIVADOS + MANTIDOS) E SO ENTAO A TROCA; NAO
      * CONFERINDO, O VIVO FICA INTACTO.
      * O DIARIO NUNCA PERDE IMAGENS A PARTIR DA DATA DA ULTIMA
      * GERACAO DE BACKUP CONFERIDA NO CADBKCAT (BC-VERIF = O):
      * SAO ELAS QUE O SMP071 REAPLICA SOBRE O BACKUP RESTAURADO.
      * SEM GERACAO CONFERIDA, O DIARIO NAO E EXPURGADO.
      * CONSAUD E CONSERR LEEM OS ARQUIVOS MORTOS DO CATALOGO
      * QUANDO O PERIODO PEDIDO E ANTERIOR AO ARQUIVO VIVO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUDIT ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADAUDW ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADAUDAR ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADERLOG ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADERLW ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADERLAR ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADJRNL ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADJRNW ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADJRNAR ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE  IS SEQUENTIAL
             FILE STATUS  IS ST-ERRO.

           SELECT CADARQCT ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS AC-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT CADBKCAT ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS BC-DATA
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
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *----- COPIA DE TRABALHO E ARQUIVO MORTO: A LINHA VIAJA
      *----- INTEIRA, INCLUSIVE A DE MOTIVO (REGAUDIT-MOT)
       FD CADAUDW
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDITW.DAT".
       01 REGAUDW              PIC X(97).
      *
       FD CADAUDAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-AUDAR.
       01 REGAUDAR             PIC X(97).
      *
       FD CADERLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADERLOG.DAT".
       01 REGERLOG.
           03 LOG-OPERADOR         PIC X(08).
           03 LOG-PROGRAMA         PIC X(08).
           03 LOG-ARQUIVO          PIC X(10).
           03 LOG-STATUS           PIC X(02).
           03 LOG-DATA             PIC 9(08).
           03 LOG-HORA             PIC 9(08).
           03 LOG-MENSAGEM         PIC X(30).
      *
       FD CADERLW
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADERLOGW.DAT".
       01 REGERLW              PIC X(74).
      *
       FD CADERLAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-ERLAR.
       01 REGERLAR             PIC X(74).
      *
       FD CADJRNL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJRNL.DAT".
       COPY REGJRNL.
      *
       FD CADJRNW
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADJRNLW.DAT".
       01 REGJRNW              PIC X(235).
      *
       FD CADJRNAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-JRNAR.
       01 REGJRNAR             PIC X(235).
      *
       FD CADARQCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADARQCT.DAT".
       COPY REGARQCT.
      *
       FD CADBKCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBKCAT.DAT".
       COPY REGBKCAT.
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
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-RET-AUD    PIC 9(03) VALUE 60.
       77 W-RET-ERL    PIC 9(03) VALUE 12.
       77 W-RET-JRN    PIC 9(03) VALUE 12.
       77 W-MESES      PIC 9(03) VALUE ZEROS.
       77 W-CORTE      PIC 9(08) VALUE ZEROS.
       77 W-BK-VERIF   PIC 9(08) VALUE ZEROS.
       77 W-QT-LIDOS   PIC 9(08) VALUE ZEROS.
       77 W-QT-ARQ     PIC 9(08) VALUE ZEROS.
       77 W-QT-MANT    PIC 9(08) VALUE ZEROS.
       77 W-QT-ERRO    PIC 9(06) VALUE ZEROS.
       77 W-QT-TOTAL   PIC 9(08) VALUE ZEROS.
       77 W-DT-REG     PIC 9(08) VALUE ZEROS.
       77 W-DTINI      PIC 9(08) VALUE ZEROS.
       77 W-DTFIM      PIC 9(08) VALUE ZEROS.
       77 W-AR-ABERTO  PIC X(01) VALUE "N".
       77 W-AR-NOVO    PIC X(01) VALUE "N".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       01 W-PAR-PARM.
           03 PAR-CODIGO    PIC X(10) VALUE SPACES.
           03 PAR-VALOR     PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX  PIC X(20) VALUE SPACES.
           03 PAR-ACHOU     PIC X(01) VALUE "N".
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
      *----- DATA DE CORTE: HOJE MENOS W-MESES, MESMO DIA
       01 W-DT-CALC.
           03 W-DC-ANO      PIC 9(04).
           03 W-DC-MES      PIC 9(02).
           03 W-DC-DIA      PIC 9(02).
       01 W-DC-TOTMES       PIC 9(06) VALUE ZEROS.
       01 W-DC-QUOC         PIC 9(04) VALUE ZEROS.
       01 W-DC-RESTO        PIC 9(02) VALUE ZEROS.
       01 W-TAB-DIAS-MES    PIC X(24) VALUE
           "312831303130313130313031".
       01 W-TAB-DIAS REDEFINES W-TAB-DIAS-MES.
           03 W-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
      *----- NOMES DATADOS DOS ARQUIVOS MORTOS DA RODADA
       01 W-NOME-AUDAR.
           03 FILLER        PIC X(08) VALUE "CADAUDAR".
           03 W-AA-DATA     PIC 9(08).
           03 FILLER        PIC X(04) VALUE ".DAT".
       01 W-NOME-ERLAR.
           03 FILLER        PIC X(08) VALUE "CADERLAR".
           03 W-EA-DATA     PIC 9(08).
           03 FILLER        PIC X(04) VALUE ".DAT".
       01 W-NOME-JRNAR.
           03 FILLER        PIC X(08) VALUE "CADJRNAR".
           03 W-JA-DATA     PIC 9(08).
           03 FILLER        PIC X(04) VALUE ".DAT".
      *----- LINHA DO CATALOGO DA RODADA CORRENTE
       01 W-AC-ARQUIVO      PIC X(08) VALUE SPACES.
       01 W-AC-NOME         PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** EXPURGO POR RETENCAO SMP201 ***".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-AA-DATA W-EA-DATA W-JA-DATA.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           MOVE "RETAUDIT" TO PAR-CODIGO.
           MOVE W-RET-AUD TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
               MOVE PAR-VALOR TO W-RET-AUD.
           MOVE "RETERLOG" TO PAR-CODIGO.
           MOVE W-RET-ERL TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
               MOVE PAR-VALOR TO W-RET-ERL.
           MOVE "RETJRNL" TO PAR-CODIGO.
           MOVE W-RET-JRN TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
               MOVE PAR-VALOR TO W-RET-JRN.

           PERFORM EXPURGA-ERL THRU EXPURGA-ERL-FIM.
           PERFORM EXPURGA-JRN THRU EXPURGA-JRN-FIM.
           PERFORM EXPURGA-AUD THRU EXPURGA-AUD-FIM.

           IF W-QT-ERRO = ZEROS
               MOVE "O" TO W-RUN-STATUS
           ELSE
               MOVE "E" TO W-RUN-STATUS.
           MOVE W-QT-TOTAL TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY "*** FIM DO EXPURGO SMP201 - " W-QT-TOTAL
                   " REGISTRO(S) ARQUIVADO(S) ***".
           GO TO ROT-FIM.
      *
      *--------------[ EXPURGO DO LOG DE ERROS (CADERLOG) ]-------------
       EXPURGA-ERL.
           DISPLAY "EXPURGO DE CADERLOG.DAT".
           MOVE W-RET-ERL TO W-MESES.
           PERFORM CALCULA-CORTE THRU CALCULA-CORTE-FIM.
           MOVE ZEROS TO W-QT-LIDOS W-QT-ARQ W-QT-MANT W-DTINI W-DTFIM.
           MOVE "N" TO W-AR-ABERTO W-AR-NOVO.
           OPEN INPUT CADERLOG
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADERLOG INDISPONIVEL - EXPURGO IGNORADO *"
               GO TO EXPURGA-ERL-FIM.
           OPEN OUTPUT CADERLW
           IF ST-ERRO NOT = "00"
               DISPLAY "* ERRO NA ABERTURA DA COPIA CADERLOGW *"
               CLOSE CADERLOG
               ADD 1 TO W-QT-ERRO
               GO TO EXPURGA-ERL-FIM.
       EXPURGA-ERL-LER.
           READ CADERLOG
           IF ST-ERRO NOT = "00"
               GO TO EXPURGA-ERL-TROCA.
           ADD 1 TO W-QT-LIDOS.
           MOVE LOG-DATA TO W-DT-REG.
           IF W-DT-REG < W-CORTE
               GO TO EXPURGA-ERL-ARQ.
           WRITE REGERLW FROM REGERLOG
           IF ST-ERRO = "00"
               ADD 1 TO W-QT-MANT.
           GO TO EXPURGA-ERL-LER.
       EXPURGA-ERL-ARQ.
           IF W-AR-ABERTO = "N"
               PERFORM ABRE-ERLAR THRU ABRE-ERLAR-FIM
               IF W-AR-ABERTO = "N"
                   GO TO EXPURGA-ERL-TROCA.
           WRITE REGERLAR FROM REGERLOG
           IF ST-ERRO = "00"
               ADD 1 TO W-QT-ARQ
               PERFORM FAIXA-DATAS THRU FAIXA-DATAS-FIM.
           GO TO EXPURGA-ERL-LER.
       EXPURGA-ERL-TROCA.
           CLOSE CADERLOG CADERLW.
           IF W-AR-ABERTO = "S"
               CLOSE CADERLAR.
           DISPLAY "CADERLOG - CORTE " W-CORTE "  LIDOS: " W-QT-LIDOS
                   "  ARQUIVADOS: " W-QT-ARQ "  MANTIDOS: " W-QT-MANT.
           IF W-QT-ARQ = ZEROS AND W-QT-LIDOS = W-QT-MANT
               DISPLAY "* NADA A EXPURGAR NO CADERLOG *"
               CALL "CBL_DELETE_FILE" USING "CADERLOGW.DAT"
               GO TO EXPURGA-ERL-FIM.
           IF W-QT-LIDOS NOT = W-QT-ARQ + W-QT-MANT
               GO TO EXPURGA-ERL-ABORTA.
           CALL "CBL_DELETE_FILE" USING "CADERLOG.DAT".
           CALL "CBL_COPY_FILE" USING "CADERLOGW.DAT" "CADERLOG.DAT".
           CALL "CBL_DELETE_FILE" USING "CADERLOGW.DAT".
           MOVE "CADERLOG"  TO W-AC-ARQUIVO.
           MOVE W-NOME-ERLAR TO W-AC-NOME.
           PERFORM GRAVA-CATALOGO THRU GRAVA-CATALOGO-FIM.
           GO TO EXPURGA-ERL-FIM.
      *----- CONTAGEM DIFERENTE = ABORTA, O VIVO FICA COMO ESTA
       EXPURGA-ERL-ABORTA.
           DISPLAY "* CONTAGEM NAO CONFERE - CADERLOG MANTIDO *".
           CALL "CBL_DELETE_FILE" USING "CADERLOGW.DAT".
           IF W-AR-NOVO = "S"
               CALL "CBL_DELETE_FILE" USING W-NOME-ERLAR.
           ADD 1 TO W-QT-ERRO.
       EXPURGA-ERL-FIM.
           EXIT.
      *
       ABRE-ERLAR.
           OPEN EXTEND CADERLAR
           IF ST-ERRO = "30" OR "35"
               OPEN OUTPUT CADERLAR
               MOVE "S" TO W-AR-NOVO.
           IF ST-ERRO NOT = "00"
               DISPLAY "* ERRO NA ABERTURA DO ARQUIVO MORTO "
                       W-NOME-ERLAR " *"
               ADD 1 TO W-QT-ERRO
               GO TO ABRE-ERLAR-FIM.
           MOVE "S" TO W-AR-ABERTO.
       ABRE-ERLAR-FIM.
           EXIT.
      *
      *--------------[ EXPURGO DO DIARIO DE TRANSACOES (CADJRNL) ]------
      * O CORTE E O MENOR ENTRE A RETENCAO E A DATA DA ULTIMA
      * GERACAO DE BACKUP CONFERIDA: O SMP071 PRECISA DE TODAS AS
      * IMAGENS DESDE O BACKUP QUE SERIA RESTAURADO.
       EXPURGA-JRN.
           DISPLAY "EXPURGO DE CADJRNL.DAT".
           PERFORM ULTIMO-BACKUP THRU ULTIMO-BACKUP-FIM.
           IF W-BK-VERIF = ZEROS
               DISPLAY "* NENHUM BACKUP CONFERIDO NO CADBKCAT - "
                       "CADJRNL MANTIDO *"
               GO TO EXPURGA-JRN-FIM.
           MOVE W-RET-JRN TO W-MESES.
           PERFORM CALCULA-CORTE THRU CALCULA-CORTE-FIM.
           IF W-BK-VERIF < W-CORTE
               MOVE W-BK-VERIF TO W-CORTE
               DISPLAY "CORTE LIMITADO AO BACKUP CONFERIDO DE "
                       W-BK-VERIF.
           MOVE ZEROS TO W-QT-LIDOS W-QT-ARQ W-QT-MANT W-DTINI W-DTFIM.
           MOVE "N" TO W-AR-ABERTO W-AR-NOVO.
           OPEN INPUT CADJRNL
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADJRNL INDISPONIVEL - EXPURGO IGNORADO *"
               GO TO EXPURGA-JRN-FIM.
           OPEN OUTPUT CADJRNW
           IF ST-ERRO NOT = "00"
               DISPLAY "* ERRO NA ABERTURA DA COPIA CADJRNLW *"
               CLOSE CADJRNL
               ADD 1 TO W-QT-ERRO
               GO TO EXPURGA-JRN-FIM.
       EXPURGA-JRN-LER.
           READ CADJRNL
           IF ST-ERRO NOT = "00"
               GO TO EXPURGA-JRN-TROCA.
           ADD 1 TO W-QT-LIDOS.
           MOVE JR-DATA TO W-DT-REG.
           IF W-DT-REG < W-CORTE
               GO TO EXPURGA-JRN-ARQ.
           WRITE REGJRNW FROM REGJRNL
           IF ST-ERRO = "00"
               ADD 1 TO W-QT-MANT.
           GO TO EXPURGA-JRN-LER.
       EXPURGA-JRN-ARQ.
           IF W-AR-ABERTO = "N"
               PERFORM ABRE-JRNAR THRU ABRE-JRNAR-FIM
               IF W-AR-ABERTO = "N"
                   GO TO EXPURGA-JRN-TROCA.
           WRITE REGJRNAR FROM REGJRNL
           IF ST-ERRO = "00"
               ADD 1 TO W-QT-ARQ
               PERFORM FAIXA-DATAS THRU FAIXA-DATAS-FIM.
           GO TO EXPURGA-JRN-LER.
       EXPURGA-JRN-TROCA.
           CLOSE CADJRNL CADJRNW.
           IF W-AR-ABERTO = "S"
               CLOSE CADJRNAR.
           DISPLAY "CADJRNL  - CORTE " W-CORTE "  LIDOS: " W-QT-LIDOS
                   "  ARQUIVADOS: " W-QT-ARQ "  MANTIDOS: " W-QT-MANT.
           IF W-QT-ARQ = ZEROS AND W-QT-LIDOS = W-QT-MANT
               DISPLAY "* NADA A EXPURGAR NO CADJRNL *"
               CALL "CBL_DELETE_FILE" USING "CADJRNLW.DAT"
               GO TO EXPURGA-JRN-FIM.
           IF W-QT-LIDOS NOT = W-QT-ARQ + W-QT-MANT
               GO TO EXPURGA-JRN-ABORTA.
           CALL "CBL_DELETE_FILE" USING "CADJRNL.DAT".
           CALL "CBL_COPY_FILE" USING "CADJRNLW.DAT" "CADJRNL.DAT".
           CALL "CBL_DELETE_FILE" USING "CADJRNLW.DAT".
           MOVE "CADJRNL"    TO W-AC-ARQUIVO.
           MOVE W-NOME-JRNAR TO W-AC-NOME.
           PERFORM GRAVA-CATALOGO THRU GRAVA-CATALOGO-FIM.
           GO TO EXPURGA-JRN-FIM.
      *----- CONTAGEM DIFERENTE = ABORTA, O VIVO FICA COMO ESTA
       EXPURGA-JRN-ABORTA.
           DISPLAY "* CONTAGEM NAO CONFERE - CADJRNL MANTIDO *".
           CALL "CBL_DELETE_FILE" USING "CADJRNLW.DAT".
           IF W-AR-NOVO = "S"
               CALL "CBL_DELETE_FILE" USING W-NOME-JRNAR.
           ADD 1 TO W-QT-ERRO.
       EXPURGA-JRN-FIM.
           EXIT.
      *
       ABRE-JRNAR.
           OPEN EXTEND CADJRNAR
           IF ST-ERRO = "30" OR "35"
               OPEN OUTPUT CADJRNAR
               MOVE "S" TO W-AR-NOVO.
           IF ST-ERRO NOT = "00"
               DISPLAY "* ERRO NA ABERTURA DO ARQUIVO MORTO "
                       W-NOME-JRNAR " *"
               ADD 1 TO W-QT-ERRO
               GO TO ABRE-JRNAR-FIM.
           MOVE "S" TO W-AR-ABERTO.
       ABRE-JRNAR-FIM.
           EXIT.
      *
      *----- DATA DA GERACAO CONFERIDA MAIS RECENTE DO CADBKCAT
       ULTIMO-BACKUP.
           MOVE ZEROS TO W-BK-VERIF.
           OPEN INPUT CADBKCAT
           IF ST-ERRO NOT = "00"
               GO TO ULTIMO-BACKUP-FIM.
           MOVE ZEROS TO BC-DATA.
           START CADBKCAT KEY IS NOT LESS BC-DATA
               INVALID KEY
                   GO TO ULTIMO-BACKUP-FECHA.
       ULTIMO-BACKUP-LER.
           READ CADBKCAT NEXT
           IF ST-ERRO NOT = "00"
               GO TO ULTIMO-BACKUP-FECHA.
           IF BC-VERIF = "O"
               MOVE BC-DATA TO W-BK-VERIF.
           GO TO ULTIMO-BACKUP-LER.
       ULTIMO-BACKUP-FECHA.
           CLOSE CADBKCAT.
       ULTIMO-BACKUP-FIM.
           EXIT.
      *
      *--------------[ EXPURGO DA TRILHA DE AUDITORIA (CADAUDIT) ]------
      * POR ULTIMO, PARA QUE A LINHA DE AUDITORIA DE CADA EXPURGO
      * JA SAIA NO ARQUIVO VIVO NOVO.
       EXPURGA-AUD.
           DISPLAY "EXPURGO DE CADAUDIT.DAT".
           MOVE W-RET-AUD TO W-MESES.
           PERFORM CALCULA-CORTE THRU CALCULA-CORTE-FIM.
           MOVE ZEROS TO W-QT-LIDOS W-QT-ARQ W-QT-MANT W-DTINI W-DTFIM.
           MOVE "N" TO W-AR-ABERTO W-AR-NOVO.
           OPEN INPUT CADAUDIT
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADAUDIT INDISPONIVEL - EXPURGO IGNORADO *"
               GO TO EXPURGA-AUD-FIM.
           OPEN OUTPUT CADAUDW
           IF ST-ERRO NOT = "00"
               DISPLAY "* ERRO NA ABERTURA DA COPIA CADAUDITW *"
               CLOSE CADAUDIT
               ADD 1 TO W-QT-ERRO
               GO TO EXPURGA-AUD-FIM.
       EXPURGA-AUD-LER.
           MOVE SPACES TO REGAUDIT-MOT.
           READ CADAUDIT
           IF ST-ERRO NOT = "00"
               GO TO EXPURGA-AUD-TROCA.
           ADD 1 TO W-QT-LIDOS.
           MOVE AUD-DATA TO W-DT-REG.
           IF W-DT-REG < W-CORTE
               GO TO EXPURGA-AUD-ARQ.
           WRITE REGAUDW FROM REGAUDIT-MOT
           IF ST-ERRO = "00"
               ADD 1 TO W-QT-MANT.
           GO TO EXPURGA-AUD-LER.
       EXPURGA-AUD-ARQ.
           IF W-AR-ABERTO = "N"
               PERFORM ABRE-AUDAR THRU ABRE-AUDAR-FIM
               IF W-AR-ABERTO = "N"
                   GO TO EXPURGA-AUD-TROCA.
           WRITE REGAUDAR FROM REGAUDIT-MOT
           IF ST-ERRO = "00"
               ADD 1 TO W-QT-ARQ
               PERFORM FAIXA-DATAS THRU FAIXA-DATAS-FIM.
           GO TO EXPURGA-AUD-LER.
       EXPURGA-AUD-TROCA.
           CLOSE CADAUDIT CADAUDW.
           IF W-AR-ABERTO = "S"
               CLOSE CADAUDAR.
           DISPLAY "CADAUDIT - CORTE " W-CORTE "  LIDOS: " W-QT-LIDOS
                   "  ARQUIVADOS: " W-QT-ARQ "  MANTIDOS: " W-QT-MANT.
           IF W-QT-ARQ = ZEROS AND W-QT-LIDOS = W-QT-MANT
               DISPLAY "* NADA A EXPURGAR NO CADAUDIT *"
               CALL "CBL_DELETE_FILE" USING "CADAUDITW.DAT"
               GO TO EXPURGA-AUD-FIM.
           IF W-QT-LIDOS NOT = W-QT-ARQ + W-QT-MANT
               GO TO EXPURGA-AUD-ABORTA.
           CALL "CBL_DELETE_FILE" USING "CADAUDIT.DAT".
           CALL "CBL_COPY_FILE" USING "CADAUDITW.DAT" "CADAUDIT.DAT".
           CALL "CBL_DELETE_FILE" USING "CADAUDITW.DAT".
           MOVE "CADAUDIT"   TO W-AC-ARQUIVO.
           MOVE W-NOME-AUDAR TO W-AC-NOME.
           PERFORM GRAVA-CATALOGO THRU GRAVA-CATALOGO-FIM.
           GO TO EXPURGA-AUD-FIM.
      *----- CONTAGEM DIFERENTE = ABORTA, O VIVO FICA COMO ESTA
       EXPURGA-AUD-ABORTA.
           DISPLAY "* CONTAGEM NAO CONFERE - CADAUDIT MANTIDO *".
           CALL "CBL_DELETE_FILE" USING "CADAUDITW.DAT".
           IF W-AR-NOVO = "S"
               CALL "CBL_DELETE_FILE" USING W-NOME-AUDAR.
           ADD 1 TO W-QT-ERRO.
       EXPURGA-AUD-FIM.
           EXIT.
      *
       ABRE-AUDAR.
           OPEN EXTEND CADAUDAR
           IF ST-ERRO = "30" OR "35"
               OPEN OUTPUT CADAUDAR
               MOVE "S" TO W-AR-NOVO.
           IF ST-ERRO NOT = "00"
               DISPLAY "* ERRO NA ABERTURA DO ARQUIVO MORTO "
                       W-NOME-AUDAR " *"
               ADD 1 TO W-QT-ERRO
               GO TO ABRE-AUDAR-FIM.
           MOVE "S" TO W-AR-ABERTO.
       ABRE-AUDAR-FIM.
           EXIT.
      *
      *--------------[ DATA DE CORTE = HOJE MENOS W-MESES ]-------------
      * MESMO DIA DO MES; DIA QUE NAO EXISTE NO MES DE CHEGADA
      * (31/04, 29/02 EM ANO COMUM) CAI NO ULTIMO DIA DELE.
       CALCULA-CORTE.
           MOVE W-HOJE TO W-DT-CALC.
           COMPUTE W-DC-TOTMES = W-DC-ANO * 12 + W-DC-MES - 1
                               - W-MESES.
           DIVIDE W-DC-TOTMES BY 12 GIVING W-DC-ANO
                                    REMAINDER W-DC-MES.
           ADD 1 TO W-DC-MES.
           IF W-DC-DIA > W-DIAS-MES (W-DC-MES)
               MOVE W-DIAS-MES (W-DC-MES) TO W-DC-DIA
               DIVIDE W-DC-ANO BY 4 GIVING W-DC-QUOC
                                    REMAINDER W-DC-RESTO
               IF W-DC-MES = 02 AND W-DC-RESTO = ZEROS
                   MOVE 29 TO W-DC-DIA.
           MOVE W-DT-CALC TO W-CORTE.
       CALCULA-CORTE-FIM.
           EXIT.
      *
      *----- PERIODO COBERTO PELO ARQUIVO MORTO (CADARQCT)
       FAIXA-DATAS.
           IF W-DTINI = ZEROS OR W-DT-REG < W-DTINI
               MOVE W-DT-REG TO W-DTINI.
           IF W-DT-REG > W-DTFIM
               MOVE W-DT-REG TO W-DTFIM.
       FAIXA-DATAS-FIM.
           EXIT.
      *
      *--------------[ CATALOGO DO ARQUIVO MORTO (CADARQCT) ]-----------
      * RERUN NO MESMO DIA ACRESCENTA AO MESMO ARQUIVO MORTO (OPEN
      * EXTEND), ENTAO A LINHA DO CATALOGO E SOMADA, NAO TROCADA.
       GRAVA-CATALOGO.
           ADD W-QT-ARQ TO W-QT-TOTAL.
           OPEN I-O CADARQCT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADARQCT
                   CLOSE CADARQCT
                   OPEN I-O CADARQCT
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO CATALOGO CADARQCT"
                   ADD 1 TO W-QT-ERRO
                   GO TO GRAVA-CATALOGO-AUD.
           IF ST-ERRO NOT = "00"
               ADD 1 TO W-QT-ERRO
               GO TO GRAVA-CATALOGO-AUD.
           MOVE W-AC-ARQUIVO TO AC-ARQUIVO.
           MOVE W-HOJE       TO AC-DATA.
           READ CADARQCT
           IF ST-ERRO = "00"
               GO TO GRAVA-CATALOGO-RW.
           MOVE W-AC-ARQUIVO TO AC-ARQUIVO.
           MOVE W-HOJE       TO AC-DATA.
           MOVE W-AC-NOME    TO AC-NOME.
           MOVE W-DTINI      TO AC-DTINI.
           MOVE W-DTFIM      TO AC-DTFIM.
           MOVE W-CORTE      TO AC-CORTE.
           MOVE W-QT-ARQ     TO AC-QTD.
           ACCEPT AC-HORA FROM TIME.
           WRITE REGARQCT.
           GO TO GRAVA-CATALOGO-FECHA.
       GRAVA-CATALOGO-RW.
           ADD W-QT-ARQ TO AC-QTD.
           IF W-DTINI < AC-DTINI
               MOVE W-DTINI TO AC-DTINI.
           IF W-DTFIM > AC-DTFIM
               MOVE W-DTFIM TO AC-DTFIM.
           MOVE W-CORTE TO AC-CORTE.
           ACCEPT AC-HORA FROM TIME.
           REWRITE REGARQCT.
       GRAVA-CATALOGO-FECHA.
           CLOSE CADARQCT.
           DISPLAY W-AC-ARQUIVO " ARQUIVADO EM " W-AC-NOME
                   " - PERIODO " W-DTINI " A " W-DTFIM.
      *----- CADA EXPURGO FICA NA TRILHA DE AUDITORIA
       GRAVA-CATALOGO-AUD.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT.
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-CATALOGO-FIM.
           MOVE W-OPERADOR   TO AUD-OPERADOR.
           MOVE "SMP201"     TO AUD-PROGRAMA.
           MOVE W-AC-ARQUIVO TO AUD-CHAVE.
           MOVE "EXPURGO"    TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT.
           CLOSE CADAUDIT.
       GRAVA-CATALOGO-FIM.
           EXIT.
      *
      *------------[ CONTROLE DE EXECUCAO DO BATCH ]--------------------
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
           MOVE "SMP201" TO RUN-PROGRAMA.
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
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
