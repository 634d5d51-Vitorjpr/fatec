      * OS EVENTOS GRAVADOS PELA ROTINA COMUM SMPERR,
      * PAGINA OS RESULTADOS COMO O CONSAUD E PERMITE
      * IMPRIMIR A SELECAO EM CADERLRL.DOC.
      * DATA INICIAL ANTERIOR AO CORTE DO ULTIMO EXPURGO (SMP201)
      * TAMBEM LE OS ARQUIVOS MORTOS DO CATALOGO CADARQCT QUE
      * CRUZAM O PERIODO, ANTES DO ARQUIVO VIVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADERLAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADARQCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AC-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADERLRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           03 LOG-DATA             PIC 9(08).
           03 LOG-HORA             PIC 9(08).
           03 LOG-MENSAGEM         PIC X(30).
      *
       FD CADERLAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-NOME-AR.
       01 REGERLAR            PIC X(074).
      *
       FD CADARQCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADARQCT.DAT".
       COPY REGARQCT.
      *
       FD CADERLRL
           LABEL RECORD IS STANDARD
       01 F-ARQUIVO              PIC X(10) VALUE SPACES.
       01 F-DATA-INI             PIC 9(08) VALUE ZEROS.
       01 F-DATA-FIM             PIC 9(08) VALUE ZEROS.
       01 W-SELEC                PIC X(01) VALUE "N".
       01 W-NOME-AR              PIC X(20) VALUE SPACES.
       01 W-QT-MORTOS            PIC 9(03) VALUE ZEROS.
       01 TABERLOG.
          03 TBERL               PIC X(74) OCCURS 2000 TIMES.
      *
      *--------------------[ CARREGA A SELECAO NA TABELA ]-------------
       CARREGA.
           MOVE 1 TO IND.
           MOVE ZEROS TO NUMREG W-QT-MORTOS.
           IF F-DATA-INI NOT = ZEROS
               PERFORM CARREGA-MORTO THRU CARREGA-MORTO-FIM.
           OPEN INPUT CADERLOG.
       CARREGA-LER.
           READ CADERLOG
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-FIM.
           PERFORM FILTRA-REG THRU FILTRA-REG-FIM.
           IF W-SELEC = "N"
               GO TO CARREGA-LER.
           IF NUMREG NOT < 2000
               GO TO CARREGA-FIM.
              MOVE "*** NENHUM ERRO ATENDE AOS FILTROS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FILTROS.
           IF W-QT-MORTOS NOT = ZEROS
              MOVE "** SELECAO INCLUI ARQUIVO MORTO (EXPURGO) **"
                                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE 1 TO IND.
           GO TO INC-001.
      *--------------------[ FILTROS SOBRE O REGISTRO LIDO ]-----------
       FILTRA-REG.
           MOVE "N" TO W-SELEC.
           IF F-OPERADOR NOT = SPACES AND
              LOG-OPERADOR NOT = F-OPERADOR
               GO TO FILTRA-REG-FIM.
           IF F-PROGRAMA NOT = SPACES AND
              LOG-PROGRAMA NOT = F-PROGRAMA
               GO TO FILTRA-REG-FIM.
           IF F-ARQUIVO NOT = SPACES AND
              LOG-ARQUIVO NOT = F-ARQUIVO
               GO TO FILTRA-REG-FIM.
           IF F-DATA-INI NOT = ZEROS AND LOG-DATA < F-DATA-INI
               GO TO FILTRA-REG-FIM.
           IF F-DATA-FIM NOT = ZEROS AND LOG-DATA > F-DATA-FIM
               GO TO FILTRA-REG-FIM.
           MOVE "S" TO W-SELEC.
       FILTRA-REG-FIM.
           EXIT.
      *--------------------[ ARQUIVOS MORTOS DO PERIODO ]--------------
      * SO QUANDO A DATA INICIAL E ANTERIOR AO CORTE DO EXPURGO
      * (O VIVO NAO TEM NADA ANTES DELE) E O ARQUIVO MORTO TEM
      * REGISTROS DENTRO DO PERIODO PEDIDO.
       CARREGA-MORTO.
           OPEN INPUT CADARQCT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-MORTO-FIM.
           MOVE "CADERLOG" TO AC-ARQUIVO.
           MOVE ZEROS TO AC-DATA.
           START CADARQCT KEY IS NOT LESS AC-CHAVE
               INVALID KEY
                   GO TO CARREGA-MORTO-FECHA.
       CARREGA-MORTO-CAT.
           READ CADARQCT NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-MORTO-FECHA.
           IF AC-ARQUIVO NOT = "CADERLOG"
               GO TO CARREGA-MORTO-FECHA.
           IF F-DATA-INI NOT < AC-CORTE OR AC-DTFIM < F-DATA-INI
               GO TO CARREGA-MORTO-CAT.
           IF F-DATA-FIM NOT = ZEROS AND AC-DTINI > F-DATA-FIM
               GO TO CARREGA-MORTO-CAT.
           MOVE AC-NOME TO W-NOME-AR.
           OPEN INPUT CADERLAR
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO MORTO NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CARREGA-MORTO-CAT.
           ADD 1 TO W-QT-MORTOS.
       CARREGA-MORTO-LER.
           MOVE SPACES TO REGERLAR.
           READ CADERLAR
           IF ST-ERRO NOT = "00"
               CLOSE CADERLAR
               GO TO CARREGA-MORTO-CAT.
           MOVE REGERLAR TO REGERLOG.
           PERFORM FILTRA-REG THRU FILTRA-REG-FIM.
           IF W-SELEC = "N"
               GO TO CARREGA-MORTO-LER.
           IF NUMREG NOT < 2000
               CLOSE CADERLAR
               GO TO CARREGA-MORTO-FECHA.
           ADD 1 TO NUMREG.
           MOVE REGERLOG TO TBERL(NUMREG).
           GO TO CARREGA-MORTO-LER.
       CARREGA-MORTO-FECHA.
           CLOSE CADARQCT.
       CARREGA-MORTO-FIM.
           EXIT.
      *--------------------[ MOSTRA O REGISTRO CORRENTE ]--------------
       INC-001.
           MOVE TBERL(IND) TO REGERLOG.
