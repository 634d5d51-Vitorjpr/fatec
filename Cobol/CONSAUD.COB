      * FILTRA POR OPERADOR, PROGRAMA, PERIODO OU CHAVE DO
      * REGISTRO, PAGINA OS RESULTADOS COMO O CONSPACI E
      * PERMITE IMPRIMIR A SELECAO EM CADAUDRL.DOC.
      * DATA INICIAL ANTERIOR AO CORTE DO ULTIMO EXPURGO (SMP201)
      * TAMBEM LE OS ARQUIVOS MORTOS DO CATALOGO CADARQCT QUE
      * CRUZAM O PERIODO, ANTES DO ARQUIVO VIVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAUDAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       SELECT CADARQCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AC-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAUDRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
       FD CADAUDAR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS W-NOME-AR.
       01 REGAUDAR            PIC X(097).
      *
       FD CADARQCT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADARQCT.DAT".
       COPY REGARQCT.
      *
       FD CADAUDRL
           LABEL RECORD IS STANDARD
       01 F-DATA-INI             PIC 9(08) VALUE ZEROS.
       01 F-DATA-FIM             PIC 9(08) VALUE ZEROS.
       01 F-CHAVE                PIC X(15) VALUE SPACES.
       01 W-SELEC                PIC X(01) VALUE "N".
       01 W-NOME-AR              PIC X(20) VALUE SPACES.
       01 W-QT-MORTOS            PIC 9(03) VALUE ZEROS.
       01 TABAUDIT.
          03 TBAUD               PIC X(57) OCCURS 2000 TIMES.
      *
      *--------------------[ CARREGA A SELECAO NA TABELA ]-------------
       CARREGA.
           MOVE 1 TO IND.
           MOVE ZEROS TO NUMREG W-QT-MORTOS.
           IF F-DATA-INI NOT = ZEROS
               PERFORM CARREGA-MORTO THRU CARREGA-MORTO-FIM.
           OPEN INPUT CADAUDIT.
       CARREGA-LER.
           READ CADAUDIT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-FIM.
           PERFORM FILTRA-REG THRU FILTRA-REG-FIM.
           IF W-SELEC = "N"
               GO TO CARREGA-LER.
           IF NUMREG NOT < 2000
               GO TO CARREGA-FIM.
              MOVE "*** NENHUM EVENTO ATENDE AOS FILTROS ***" TO MENS
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
              AUD-OPERADOR NOT = F-OPERADOR
               GO TO FILTRA-REG-FIM.
           IF F-PROGRAMA NOT = SPACES AND
              AUD-PROGRAMA NOT = F-PROGRAMA
               GO TO FILTRA-REG-FIM.
           IF F-DATA-INI NOT = ZEROS AND AUD-DATA < F-DATA-INI
               GO TO FILTRA-REG-FIM.
           IF F-DATA-FIM NOT = ZEROS AND AUD-DATA > F-DATA-FIM
               GO TO FILTRA-REG-FIM.
           IF F-CHAVE NOT = SPACES AND AUD-CHAVE NOT = F-CHAVE
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
           MOVE "CADAUDIT" TO AC-ARQUIVO.
           MOVE ZEROS TO AC-DATA.
           START CADARQCT KEY IS NOT LESS AC-CHAVE
               INVALID KEY
                   GO TO CARREGA-MORTO-FECHA.
       CARREGA-MORTO-CAT.
           READ CADARQCT NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-MORTO-FECHA.
           IF AC-ARQUIVO NOT = "CADAUDIT"
               GO TO CARREGA-MORTO-FECHA.
           IF F-DATA-INI NOT < AC-CORTE OR AC-DTFIM < F-DATA-INI
               GO TO CARREGA-MORTO-CAT.
           IF F-DATA-FIM NOT = ZEROS AND AC-DTINI > F-DATA-FIM
               GO TO CARREGA-MORTO-CAT.
           MOVE AC-NOME TO W-NOME-AR.
           OPEN INPUT CADAUDAR
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO MORTO NAO ENCONTRADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CARREGA-MORTO-CAT.
           ADD 1 TO W-QT-MORTOS.
       CARREGA-MORTO-LER.
           MOVE SPACES TO REGAUDAR.
           READ CADAUDAR
           IF ST-ERRO NOT = "00"
               CLOSE CADAUDAR
               GO TO CARREGA-MORTO-CAT.
           MOVE REGAUDAR TO REGAUDIT-MOT.
           PERFORM FILTRA-REG THRU FILTRA-REG-FIM.
           IF W-SELEC = "N"
               GO TO CARREGA-MORTO-LER.
           IF NUMREG NOT < 2000
               CLOSE CADAUDAR
               GO TO CARREGA-MORTO-FECHA.
           ADD 1 TO NUMREG.
           MOVE REGAUDIT TO TBAUD(NUMREG).
           GO TO CARREGA-MORTO-LER.
       CARREGA-MORTO-FECHA.
           CLOSE CADARQCT.
       CARREGA-MORTO-FIM.
           EXIT.
      *--------------------[ MOSTRA O REGISTRO CORRENTE ]--------------
       INC-001.
           MOVE TBAUD(IND) TO REGAUDIT.
