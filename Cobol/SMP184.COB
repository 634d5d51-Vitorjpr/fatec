       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP184.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   PLANO DE MANUTENCAO DE SALAS E EQUIPAMENTOS        *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * UM PLANO POR RECURSO DO CADRECUR (SMP086): FREQUENCIA EM
      * DIAS, ULTIMA E PROXIMA MANUTENCAO PREVENTIVA/CALIBRACAO E
      * O TECNICO OU FORNECEDOR RESPONSAVEL. A PROXIMA DATA E
      * SUGERIDA PELA ULTIMA + FREQUENCIA; O SMP185 A RECALCULA
      * QUANDO REGISTRA A PREVENTIVA REALIZADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADRECMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MP-RECURSO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRECUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RR-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRECMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECMP.DAT".
       COPY REGRECMP.
      *
       FD CADRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECUR.DAT".
       COPY REGRECUR.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP184".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-SOMA                 PIC 9(04) VALUE ZEROS.
       01 W-ULT-DIA              PIC 9(02) VALUE ZEROS.
       01 W-QUOC                 PIC 9(04) VALUE ZEROS.
       01 W-RESTO4               PIC 9(04) VALUE ZEROS.
       01 W-RESTO100             PIC 9(04) VALUE ZEROS.
       01 W-RESTO400             PIC 9(04) VALUE ZEROS.
       01 W-DT.
           03 W-DT-ANO           PIC 9(04).
           03 W-DT-MES           PIC 9(02).
           03 W-DT-DIA           PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT PIC 9(08).
       01 TXRECUR                PIC X(30) VALUE SPACES.
       01 TXTPRESP               PIC X(15) VALUE SPACES.
       01 TXSITUA                PIC X(20) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT184.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "             *** PLANO DE MANUTENCAO DE ".
           05  LINE 03  COLUMN 41
               VALUE  "SALAS E EQUIPAMENTOS ***".

           05  LINE 06  COLUMN 01
               VALUE  "     RECURSO            :".

           05  LINE 08  COLUMN 01
               VALUE  "     FREQUENCIA (DIAS)  :".

           05  LINE 10  COLUMN 01
               VALUE  "     ULTIMA MANUTENCAO  :".

           05  LINE 11  COLUMN 01
               VALUE  "     PROXIMA MANUTENCAO :".

           05  LINE 13  COLUMN 01
               VALUE  "     RESPONSAVEL (T/F)  :".

           05  LINE 14  COLUMN 01
               VALUE  "     NOME               :".

           05  LINE 15  COLUMN 01
               VALUE  "     CONTATO            :".

           05  TMPRECURSO
               LINE 06  COLUMN 27  PIC 9(04)
               USING  MP-RECURSO
               HIGHLIGHT.

           05  TTXRECUR
               LINE 06  COLUMN 33  PIC X(30)
               USING  TXRECUR
               HIGHLIGHT.

           05  TMPFREQ
               LINE 08  COLUMN 27  PIC ZZZ9
               USING  MP-FREQDIAS
               HIGHLIGHT.

           05  TMPDTULT
               LINE 10  COLUMN 27  PIC 9999.99.99
               USING  MP-DTULT
               HIGHLIGHT.

           05  TMPDTPROX
               LINE 11  COLUMN 27  PIC 9999.99.99
               USING  MP-DTPROX
               HIGHLIGHT.

           05  TTXSITUA
               LINE 11  COLUMN 40  PIC X(20)
               USING  TXSITUA
               HIGHLIGHT.

           05  TMPTPRESP
               LINE 13  COLUMN 27  PIC X(01)
               USING  MP-TPRESP
               HIGHLIGHT.

           05  TTXTPRESP
               LINE 13  COLUMN 33  PIC X(15)
               USING  TXTPRESP
               HIGHLIGHT.

           05  TMPRESPONS
               LINE 14  COLUMN 27  PIC X(30)
               USING  MP-RESPONS
               HIGHLIGHT.

           05  TMPCONTATO
               LINE 15  COLUMN 27  PIC X(20)
               USING  MP-CONTATO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADRECMP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADRECMP
                   CLOSE CADRECMP
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADRECMP" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADRECUR.
           OPEN INPUT CADRECUR
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADRECUR NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRECMP
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS  TO MP-RECURSO MP-FREQDIAS MP-DTULT MP-DTPROX
                          MP-DTCADASTRO.
           MOVE SPACES TO MP-TPRESP MP-RESPONS MP-CONTATO TXRECUR
                          TXTPRESP TXSITUA W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT184.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TMPRECURSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADRECMP CADRECUR
                   GO TO ROT-FIM.
           MOVE MP-RECURSO TO RR-CODIGO.
           READ CADRECUR
           IF ST-ERRO NOT = "00"
                MOVE "*** RECURSO NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           IF RR-STATUS = "I"
                MOVE "*** RECURSO INATIVO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE RR-DESCRICAO TO TXRECUR.
           DISPLAY TTXRECUR.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADRECMP
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM
                   DISPLAY SMT184
                   MOVE "*** PLANO JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADRECMP" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** PLANO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2.
       PASSO-2.
           ACCEPT TMPFREQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF MP-FREQDIAS = ZEROS
                MOVE "FREQUENCIA EM DIAS NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
      *----- ULTIMA EM ZEROS = EQUIPAMENTO AINDA SEM MANUTENCAO
       PASSO-3.
           ACCEPT TMPDTULT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF MP-DTULT = ZEROS
               GO TO PASSO-4.
           MOVE MP-DTULT TO W-DT-NUM.
           IF W-DT-MES < 01 OR W-DT-MES > 12
                            OR W-DT-DIA < 01 OR W-DT-DIA > 31
                MOVE "DATA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           IF MP-DTULT > W-HOJE
                MOVE "ULTIMA MANUTENCAO NAO PODE SER FUTURA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
      *----- SUGERE A PROXIMA = ULTIMA + FREQUENCIA
           MOVE MP-FREQDIAS TO W-SOMA.
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM.
           MOVE W-DT-NUM TO MP-DTPROX.
           DISPLAY TMPDTPROX.
       PASSO-4.
           ACCEPT TMPDTPROX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           MOVE MP-DTPROX TO W-DT-NUM.
           IF W-DT-MES < 01 OR W-DT-MES > 12
                            OR W-DT-DIA < 01 OR W-DT-DIA > 31
                MOVE "DATA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF MP-DTULT NOT = ZEROS AND MP-DTPROX NOT > MP-DTULT
                MOVE "PROXIMA DEVE SER DEPOIS DA ULTIMA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TTXSITUA.
       PASSO-5.
           ACCEPT TMPTPRESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF MP-TPRESP NOT = "T" AND "F"
                MOVE "RESPONSAVEL => T=TECNICO DA CASA  F=FORNECEDOR"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TTXTPRESP.
       PASSO-6.
           ACCEPT TMPRESPONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF MP-RESPONS = SPACES
                MOVE "NOME DO RESPONSAVEL NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
       PASSO-7.
           ACCEPT TMPCONTATO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF W-SEL = "A"
               GO TO ALT-OPC.
           ACCEPT MP-DTCADASTRO FROM DATE YYYYMMDD.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-7.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGRECMP
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** PLANO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECMP" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                              AND W-OPCAO NOT = "E" GO TO ACE-001.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  GO TO PASSO-2.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           DELETE CADRECMP RECORD
           IF ST-ERRO = "00"
              MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-7.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGRECMP
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADRECMP" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ TEXTOS DA TELA ]--------------------
       MOSTRA-TEXTOS.
           MOVE SPACES TO TXTPRESP TXSITUA.
           IF MP-TPRESP = "T"
               MOVE "TECNICO DA CASA" TO TXTPRESP.
           IF MP-TPRESP = "F"
               MOVE "FORNECEDOR" TO TXTPRESP.
           IF MP-DTPROX NOT = ZEROS AND MP-DTPROX < W-HOJE
               MOVE "*** VENCIDA ***" TO TXSITUA.
       MOSTRA-TEXTOS-FIM.
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
