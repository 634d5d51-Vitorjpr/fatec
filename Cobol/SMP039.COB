      * ACOMPANHA O CICLO REQUISITADO -> COLETADO ->
      * RESULTADO RECEBIDO, FECHANDO O CICLO QUE O CADDIAG
      * ABRE DO LADO DO DIAGNOSTICO.
      * TIPO DE EXAME 0000 PEDE UM PERFIL (CADPERFIL - SMP160): TODOS
      * OS EXAMES DO PERFIL SAO GRAVADOS DE UMA VEZ, EM SEQUENCIAS
      * SEGUIDAS, MARCADOS COM O PERFIL E A SEQUENCIA DO PRIMEIRO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ET-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPERFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTIPO.DAT".
       COPY REGEXTIPO.
      *
       FD CADPERFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERFIL.DAT".
       COPY REGPERFIL.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 TXSTATUS               PIC X(20) VALUE SPACES.
       01 W-TEM-EXTIPO           PIC X(01) VALUE "N".
       01 TXFAIXA                PIC X(10) VALUE SPACES.
       01 W-TEM-PERFIL           PIC X(01) VALUE "N".
       01 W-PF-DESC              PIC X(30) VALUE SPACES.
       01 W-PF-OK                PIC X(01) VALUE "S".
       01 W-PF-ULTSEQ            PIC 9(03) VALUE ZEROS.
       01 W-IND                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
           05  LINE 19  COLUMN 36
               VALUE  "FAIXA: ".

           05  LINE 21  COLUMN 01
               VALUE  "     PERFIL (TIPO 0) :".

           05  TEXDATA
               LINE 05  COLUMN 24  PIC 9999.99.99
               USING  EX-DATA
               LINE 19  COLUMN 45  PIC X(10)
               USING  TXFAIXA
               HIGHLIGHT.

           05  TEXPERFIL
               LINE 21  COLUMN 24  PIC 9(04)
               USING  EX-PERFIL
               HIGHLIGHT.

           05  TPFDESC
               LINE 21  COLUMN 30  PIC X(30)
               USING  W-PF-DESC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ OPERADOR DA SESSAO (REGISTRO DA COLETA) ]---------
       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADEXAME.
           OPEN I-O CADEXAME
           OPEN INPUT CADEXTIPO
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-EXTIPO.

       ABRIR-CADPERFIL.
           MOVE "S" TO W-TEM-PERFIL.
           OPEN INPUT CADPERFIL
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-PERFIL.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO EX-PCODIGO EX-SEQ EX-CRM EX-DTRESULT P-CODIGO CRM
                     EX-TIPOCOD EX-VALOR-RES EX-PERFIL EX-PFSEQ.
           MOVE SPACES TO EX-CRM-UF EX-TIPO EX-STATUS TXSTATUS
                          P-NOME NOME CRM-UF EX-FAIXA EX-CRIT-VISTO
                          TXFAIXA W-PF-DESC.
           ACCEPT EX-DATA FROM DATE YYYYMMDD.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           ACCEPT TEXDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   PERFORM FECHAR-ARQ
                   GO TO ROT-FIM.
           IF EX-DATA = ZEROS
                MOVE "DATA DO PEDIDO INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
           ADD 1 TO W-MAXSEQ GIVING EX-SEQ.
           MOVE "R" TO EX-STATUS.
           PERFORM SET-TXSTATUS.
           MOVE ZEROS TO EX-DTRESULT EX-TIPOCOD EX-VALOR-RES
                         EX-DTCOLETA EX-HRCOLETA EX-DTENVIO EX-HRENVIO
                         EX-DTENTREGA EX-PERFIL EX-PFSEQ.
           MOVE SPACES TO EX-FAIXA EX-CRIT-VISTO TXFAIXA EX-OPCOLETA
                          W-PF-DESC.
           DISPLAY SMT039.
       PASSO-4.
           ACCEPT TEXCRM
      *----- COM O CADASTRO DE TIPOS DISPONIVEL O PEDIDO E FEITO
      *----- POR CODIGO; SEM ELE, VALE O TEXTO LIVRE DE ANTES.
       PASSO-5.
           MOVE ZEROS TO EX-PERFIL EX-PFSEQ.
           MOVE SPACES TO W-PF-DESC.
           DISPLAY TEXPERFIL.
           DISPLAY TPFDESC.
           IF W-TEM-EXTIPO = "N"
               GO TO PASSO-5-LIVRE.
           ACCEPT TEXTIPOCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF EX-TIPOCOD = ZEROS AND W-TEM-PERFIL = "S"
                GO TO PASSO-5-PERFIL.
           IF EX-TIPOCOD = ZEROS
                MOVE "CODIGO DO TIPO DE EXAME NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
           MOVE ET-DESCRICAO TO EX-TIPO.
           DISPLAY TEXTIPO.
           GO TO VALID-OPCAO.
      *----- PERFIL: TODOS OS EXAMES TEM DE ESTAR ATIVOS E CABER NAS
      *----- SEQUENCIAS DO DIA (ATE 99 POR PACIENTE).
       PASSO-5-PERFIL.
           ACCEPT TEXPERFIL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF EX-PERFIL = ZEROS
                MOVE "CODIGO DO PERFIL NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5-PERFIL.
           MOVE EX-PERFIL TO PF-CODIGO.
           READ CADPERFIL
           IF ST-ERRO NOT = "00"
               MOVE "*** PERFIL NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-5-PERFIL.
           IF PF-STATUS = "I"
               MOVE "*** PERFIL INATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-5-PERFIL.
           MOVE PF-DESCRICAO TO W-PF-DESC.
           DISPLAY TPFDESC.
           COMPUTE W-PF-ULTSEQ = EX-SEQ + PF-QTD - 1.
           IF W-PF-ULTSEQ > 99
               MOVE "*** SEQUENCIAS DO DIA NAO COMPORTAM O PERFIL ***"
                                                            TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-5-PERFIL.
           PERFORM VER-ITENS-PERFIL THRU VER-ITENS-PERFIL-FIM.
           IF W-PF-OK NOT = "S"
               MOVE "*** PERFIL TEM EXAME INATIVO OU NAO CADASTRADO ***"
                                                            TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-5-PERFIL.
           MOVE PF-DESCRICAO TO EX-TIPO.
           DISPLAY TEXTIPO.
           GO TO VALID-OPCAO.
       PASSO-5-LIVRE.
           MOVE ZEROS TO EX-TIPOCOD.
           ACCEPT TEXTIPO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              IF EX-PERFIL NOT = ZEROS
                  GO TO PASSO-5-PERFIL
              ELSE
                  GO TO PASSO-5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           IF EX-PERFIL NOT = ZEROS
               GO TO GRAVAR-PERFIL.
           WRITE REGEXAME
           IF ST-ERRO = "00" OR "02"
               MOVE "** PEDIDO DE EXAME GRAVADO **" TO W-MSG
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEXAME" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *--------------------[ UM PEDIDO POR EXAME DO PERFIL ]----------
       GRAVAR-PERFIL.
           MOVE EX-SEQ TO EX-PFSEQ.
           MOVE 1 TO W-IND.
       GRAVAR-PERFIL-ITEM.
           MOVE PF-TIPOCOD (W-IND) TO EX-TIPOCOD ET-CODIGO.
           READ CADEXTIPO
           IF ST-ERRO = "00"
               MOVE ET-DESCRICAO TO EX-TIPO
           ELSE
               MOVE SPACES TO EX-TIPO.
           WRITE REGEXAME
           IF ST-ERRO = "22"
               MOVE "*** PEDIDO JA EXISTENTE - PERFIL INCOMPLETO ***"
                                                            TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEXAME" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-IND < PF-QTD
               ADD 1 TO W-IND
               ADD 1 TO EX-SEQ
               GO TO GRAVAR-PERFIL-ITEM.
           MOVE "** PEDIDOS DO PERFIL GRAVADOS **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
      *
       VER-ITENS-PERFIL.
           MOVE "S" TO W-PF-OK.
           MOVE 1 TO W-IND.
       VER-ITENS-PERFIL-LOOP.
           IF W-IND > PF-QTD
               GO TO VER-ITENS-PERFIL-FIM.
           MOVE PF-TIPOCOD (W-IND) TO ET-CODIGO.
           READ CADEXTIPO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-PF-OK
               GO TO VER-ITENS-PERFIL-FIM.
           IF ET-STATUS = "I"
               MOVE "N" TO W-PF-OK
               GO TO VER-ITENS-PERFIL-FIM.
           ADD 1 TO W-IND.
           GO TO VER-ITENS-PERFIL-LOOP.
       VER-ITENS-PERFIL-FIM.
           EXIT.
      *--------------------[ PEDIDO EXISTENTE - AVANCA STATUS ]--------
       LER-SEQ.
           READ CADEXAME
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME.
           MOVE SPACES TO W-PF-DESC.
           IF EX-PERFIL NOT = ZEROS AND W-TEM-PERFIL = "S"
               MOVE EX-PERFIL TO PF-CODIGO
               READ CADPERFIL
               IF ST-ERRO = "00"
                   MOVE PF-DESCRICAO TO W-PF-DESC.
           PERFORM SET-TXSTATUS.
           DISPLAY SMT039.
       ACE-001.
                   GO TO ACE-001
               ELSE
                   MOVE "C" TO EX-STATUS
                   ACCEPT EX-DTCOLETA FROM DATE YYYYMMDD
                   ACCEPT EX-HRCOLETA FROM TIME
                   MOVE W-OPERADOR TO EX-OPCOLETA
                   GO TO ALT-RW1.
           IF W-OPCAO = "T" OR "t"
               IF EX-STATUS = "T"
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADEXAME" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ FECHAMENTO DOS ARQUIVOS ]--------------------
       FECHAR-ARQ.
           CLOSE CADEXAME CADMED CADPACI.
           IF W-TEM-EXTIPO = "S"
               CLOSE CADEXTIPO.
           IF W-TEM-PERFIL = "S"
               CLOSE CADPERFIL.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF EX-STATUS = "R"
