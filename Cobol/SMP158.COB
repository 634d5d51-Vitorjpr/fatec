       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP158.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *        ENTREGA DE RESULTADOS DE EXAMES - BALCAO      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * NA RECEPCAO, INFORMADO O PACIENTE, LISTA OS PEDIDOS DO
      * CADEXAME COM RESULTADO PRONTO (STATUS T) AINDA NAO
      * ENTREGUES (EX-DTENTREGA ZERADA), COM O AVISO DE CRITICO.
      * ESCOLHIDO O ITEM, REGISTRA A ENTREGA NO CADENTREG: CANAL
      * (IMPRESSO OU ELETRONICO), QUEM RETIROU (PACIENTE,
      * RESPONSAVEL DO CADRESP OU TERCEIRO COM DOCUMENTO), DATA,
      * HORA E OPERADOR DA SESSAO. O ENVIO ELETRONICO SO VAI PARA
      * O CONTATO DE PACIENTE COM CONSENTIMENTO NO CADCONSEN.
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

                    SELECT CADENTREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RS-PCODIGO
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
       FD CADENTREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENTREG.DAT".
       COPY REGENTREG.
      *
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
       COPY REGRESP.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP158".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 W-CON-PARM.
           03 CON-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 CON-FINALIDADE     PIC X(01) VALUE "C".
           03 CON-OK             PIC X(01) VALUE "N".
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-LIMPA                PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TEM-RESP             PIC X(01) VALUE "N".
       01 W-PCODIGO              PIC 9(06) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-TOT                  PIC 9(02) VALUE ZEROS.
       01 W-IND                  PIC 9(02) VALUE ZEROS.
       01 W-MAXSEQ               PIC 9(02) VALUE ZEROS.
       01 W-CANAL                PIC X(01) VALUE SPACES.
       01 W-RETIRA               PIC X(01) VALUE SPACES.
       01 W-EN-NOME              PIC X(30) VALUE SPACES.
       01 W-EN-DOCTO             PIC X(20) VALUE SPACES.
       01 W-EN-CONTATO           PIC X(30) VALUE SPACES.
       01 W-NUM11                PIC 9(11) VALUE ZEROS.
       01 TAB-ENT.
           03 TB-EN-ITEM OCCURS 8 TIMES.
               05 TB-EN-CHAVE     PIC X(16).
       01 W-LINHA-ENT.
           03 WE-NUM             PIC 9(02).
           03 FILLER             PIC X(01) VALUE " ".
           03 WE-DATA            PIC 9999.99.99.
           03 FILLER             PIC X(01) VALUE " ".
           03 WE-TIPO            PIC X(30).
           03 FILLER             PIC X(01) VALUE " ".
           03 WE-DTRES           PIC 9999.99.99.
           03 FILLER             PIC X(01) VALUE " ".
           03 WE-CRIT            PIC X(07).
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT158.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         *** ENTREGA DE RESULTADOS DE EX".
           05  LINE 02  COLUMN 41
               VALUE  "AMES ***".

           05  LINE 04  COLUMN 01
               VALUE  "     PACIENTE        :".

           05  TWPCODIGO
               LINE 04  COLUMN 24  PIC 9(06)
               USING  W-PCODIGO
               HIGHLIGHT.

           05  TPNOME
               LINE 04  COLUMN 31  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ OPERADOR DA SESSAO (REGISTRO DA ENTREGA) ]--------
       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADENTREG.
           OPEN I-O CADENTREG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADENTREG
                   CLOSE CADENTREG
                   GO TO ABRIR-CADENTREG
               ELSE
                   MOVE "CADENTREG" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO-MSG
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADEXAME.
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADEXAME NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADENTREG
              GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADENTREG CADEXAME
              GO TO ROT-FIM.

       ABRIR-CADRESP.
           MOVE "S" TO W-TEM-RESP.
           OPEN INPUT CADRESP
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-RESP.
      *--------------------[ PEDE O PACIENTE ]-------------------------
       ROT-INIC.
           MOVE ZEROS  TO W-PCODIGO.
           MOVE SPACES TO P-NOME.
           DISPLAY SMT158.
       PASSO-1.
           ACCEPT TWPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADENTREG CADEXAME CADPACI
                   IF W-TEM-RESP = "S"
                       CLOSE CADRESP
                       GO TO ROT-FIM
                   ELSE
                       GO TO ROT-FIM.
           IF W-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PASSO-1.
           MOVE W-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PASSO-1.
           DISPLAY TPNOME.
      *--------------------[ RESULTADOS PRONTOS NAO ENTREGUES ]-------
       LISTAR.
           MOVE ZEROS TO W-TOT.
           MOVE 07 TO W-LIN.
           DISPLAY (05, 01) ERASE.
           DISPLAY (06, 05)
               "NR PEDIDO     EXAME                          RESULTADO".
           MOVE ZEROS  TO EX-DATA EX-PCODIGO EX-SEQ.
           START CADEXAME KEY IS NOT LESS EX-CHAVE
               INVALID KEY
                   GO TO LISTAR-NADA.
       LISTAR-LER.
           READ CADEXAME NEXT
           IF ST-ERRO NOT = "00"
               GO TO LISTAR-OPC.
           IF EX-PCODIGO NOT = W-PCODIGO
               GO TO LISTAR-LER.
           IF EX-STATUS NOT = "T" OR EX-DTENTREGA NOT = ZEROS
               GO TO LISTAR-LER.
           IF W-TOT NOT < 8
               GO TO LISTAR-OPC.
           ADD 1 TO W-TOT.
           MOVE EX-CHAVE    TO TB-EN-CHAVE (W-TOT).
           MOVE W-TOT       TO WE-NUM.
           MOVE EX-DATA     TO WE-DATA.
           MOVE EX-TIPO     TO WE-TIPO.
           MOVE EX-DTRESULT TO WE-DTRES.
           MOVE SPACES      TO WE-CRIT.
           IF EX-FAIXA = "C"
               MOVE "CRITICO" TO WE-CRIT.
           DISPLAY (W-LIN, 05) W-LINHA-ENT.
           ADD 1 TO W-LIN.
           GO TO LISTAR-LER.
       LISTAR-NADA.
           MOVE "*** NENHUM RESULTADO PRONTO A ENTREGAR ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
       LISTAR-OPC.
           IF W-TOT = ZEROS
               GO TO LISTAR-NADA.
           MOVE ZEROS TO W-IND.
           DISPLAY (16, 05) "ITEM A ENTREGAR (00=NOVA PESQUISA) :".
           ACCEPT (16, 42) W-IND
           IF W-IND = ZEROS
               GO TO ROT-INIC.
           IF W-IND > W-TOT
               MOVE "*** ITEM FORA DA LISTA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LISTAR-OPC.
           MOVE TB-EN-CHAVE (W-IND) TO EX-CHAVE.
           READ CADEXAME
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA LEITURA ARQUIVO CADEXAME" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LISTAR.
           MOVE SPACES TO W-CANAL W-RETIRA W-EN-NOME W-EN-DOCTO
                          W-EN-CONTATO.
      *--------------------[ CANAL DA ENTREGA ]------------------------
       PASSO-CANAL.
           DISPLAY (17, 05) "CANAL (I=IMPRESSO  E=ELETRONICO)   :".
           ACCEPT (17, 42) W-CANAL
           IF W-CANAL = "I" OR "i"
               MOVE "I" TO W-CANAL
               GO TO PASSO-RETIRA.
           IF W-CANAL NOT = "E" AND "e"
               MOVE "*** DIGITE APENAS I OU E ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-CANAL.
           MOVE "E" TO W-CANAL.
           MOVE P-CODIGO TO CON-PCODIGO.
           MOVE "C"      TO CON-FINALIDADE.
           CALL "SMPCON" USING W-CON-PARM.
           IF CON-OK NOT = "S"
               MOVE "*** PACIENTE SEM CONSENTIMENTO DE CONTATO ***"
                                                            TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-CANAL.
           IF P-EMAIL NOT = SPACES
               MOVE P-EMAIL TO W-EN-CONTATO
           ELSE
               IF P-TELEFONE NOT = ZEROS
                   MOVE P-TELEFONE TO W-NUM11
                   MOVE W-NUM11    TO W-EN-CONTATO
               ELSE
                   MOVE "*** PACIENTE SEM EMAIL OU TELEFONE ***"
                                                            TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PASSO-CANAL.
      *----- ENVIO ELETRONICO VAI SEMPRE AO CONTATO DO PACIENTE
           MOVE "P"    TO W-RETIRA.
           MOVE P-NOME TO W-EN-NOME.
           DISPLAY (18, 05) "ENVIADO PARA :".
           DISPLAY (18, 20) W-EN-CONTATO.
           GO TO PASSO-CONFIRMA.
      *--------------------[ QUEM RETIROU O IMPRESSO ]-----------------
       PASSO-RETIRA.
           DISPLAY (18, 05) "RETIRADO POR (P=PAC R=RESP T=TERC):".
           ACCEPT (18, 42) W-RETIRA
           IF W-RETIRA = "P" OR "p"
               MOVE "P"    TO W-RETIRA
               MOVE P-NOME TO W-EN-NOME
               MOVE P-CPF  TO W-NUM11
               MOVE W-NUM11 TO W-EN-DOCTO
               GO TO PASSO-MOSTRA.
           IF W-RETIRA = "R" OR "r"
               MOVE "R" TO W-RETIRA
               GO TO PASSO-RESP.
           IF W-RETIRA = "T" OR "t"
               MOVE "T" TO W-RETIRA
               GO TO PASSO-TERC.
           MOVE "*** DIGITE APENAS P, R OU T ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PASSO-RETIRA.
       PASSO-RESP.
           IF W-TEM-RESP = "N"
               GO TO PASSO-RESP-NAO.
           MOVE P-CODIGO TO RS-PCODIGO.
           READ CADRESP
           IF ST-ERRO NOT = "00"
               GO TO PASSO-RESP-NAO.
           MOVE RS-NOME TO W-EN-NOME.
           MOVE RS-CPF  TO W-NUM11.
           MOVE W-NUM11 TO W-EN-DOCTO.
           GO TO PASSO-MOSTRA.
       PASSO-RESP-NAO.
           MOVE "*** PACIENTE SEM RESPONSAVEL NO CADRESP ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PASSO-RETIRA.
       PASSO-TERC.
           DISPLAY (19, 05) "NOME DO TERCEIRO :".
           ACCEPT (19, 24) W-EN-NOME
           IF W-EN-NOME = SPACES
               MOVE "NOME DE QUEM RETIRA E OBRIGATORIO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-TERC.
       PASSO-TERC-DOC.
           DISPLAY (20, 05) "DOCUMENTO (RG)   :".
           ACCEPT (20, 24) W-EN-DOCTO
           IF W-EN-DOCTO = SPACES
               MOVE "DOCUMENTO DE IDENTIDADE E OBRIGATORIO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-TERC-DOC.
           GO TO PASSO-CONFIRMA.
       PASSO-MOSTRA.
           DISPLAY (19, 05) "NOME :".
           DISPLAY (19, 12) W-EN-NOME.
           DISPLAY (20, 05) "DOCTO:".
           DISPLAY (20, 12) W-EN-DOCTO.
      *--------------------[ CONFIRMA E GRAVA A ENTREGA ]--------------
       PASSO-CONFIRMA.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (21, 05) "CONFIRMA A ENTREGA (S/N) :".
           ACCEPT (21, 32) W-OPCAO
           IF W-OPCAO = "N" OR "n"
               MOVE "* ENTREGA NAO REGISTRADA *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LISTAR.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-CONFIRMA.
           PERFORM ACHAR-SEQ THRU ACHAR-SEQ-FIM.
           MOVE EX-CHAVE     TO EN-EXCHAVE.
           ADD 1 TO W-MAXSEQ GIVING EN-SEQ.
           MOVE W-CANAL      TO EN-CANAL.
           MOVE W-RETIRA     TO EN-RETIRANTE.
           MOVE W-EN-NOME    TO EN-NOME.
           MOVE W-EN-DOCTO   TO EN-DOCTO.
           MOVE W-EN-CONTATO TO EN-CONTATO.
           ACCEPT EN-DTENTREGA FROM DATE YYYYMMDD.
           ACCEPT EN-HRENTREGA FROM TIME.
           MOVE W-OPERADOR   TO EN-OPERADOR.
           WRITE REGENTREG
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADENTREG" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LISTAR.
           IF EX-DTENTREGA = ZEROS
               MOVE EN-DTENTREGA TO EX-DTENTREGA
               REWRITE REGEXAME.
           MOVE "** ENTREGA REGISTRADA **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO LISTAR.
      *--------------[ ULTIMA ENTREGA GRAVADA DO PEDIDO ]--------------
       ACHAR-SEQ.
           MOVE ZEROS    TO W-MAXSEQ.
           MOVE EX-CHAVE TO EN-EXCHAVE.
           MOVE ZEROS    TO EN-SEQ.
           START CADENTREG KEY IS NOT LESS EN-CHAVE
               INVALID KEY
                   GO TO ACHAR-SEQ-FIM.
       ACHAR-SEQ-LER.
           READ CADENTREG NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHAR-SEQ-FIM.
           IF EN-EXCHAVE NOT = EX-CHAVE
               GO TO ACHAR-SEQ-FIM.
           MOVE EN-SEQ TO W-MAXSEQ.
           GO TO ACHAR-SEQ-LER.
       ACHAR-SEQ-FIM.
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
