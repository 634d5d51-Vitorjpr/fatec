       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP130.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *       OUVIDORIA - RECLAMACOES, ELOGIOS E SUGESTOES    *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * SUBSTITUI O CADERNO DA RECEPCAO: CADA MANIFESTACAO TEM
      * PACIENTE, MEDICO E UNIDADE (OPCIONAIS), CATEGORIA,
      * DESCRICAO, OPERADOR QUE RECEBEU E PRAZO DE RESPOSTA
      * (ABERTURA + PARAMETRO OUVPRAZO, PADRAO 10 DIAS).
      * O ANDAMENTO E SEMPRE UM PASSO POR VEZ:
      *   A=ABERTO -> N=EM ANALISE -> R=RESPONDIDO -> F=FECHADO
      * E CADA PASSO FICA REGISTRADO NO CADAUDIT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADOUV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OV-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS P-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOUV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUV.DAT".
       COPY REGOUV.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP130".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP130".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 W-PAR-PARM.
           03 PAR-CODIGO         PIC X(10) VALUE SPACES.
           03 PAR-VALOR          PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX       PIC X(20) VALUE SPACES.
           03 PAR-ACHOU          PIC X(01) VALUE "N".
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 TXCATEG                PIC X(15) VALUE SPACES.
       01 TXSTATUS               PIC X(15) VALUE SPACES.
       01 TXUNID                 PIC X(30) VALUE SPACES.
       01 W-TEM-UNID             PIC X(01) VALUE "N".
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-PRAZO-DIAS           PIC 9(03) VALUE 10.
       01 W-DIAS                 PIC 9(03) VALUE ZEROS.
       01 WK-MAXSEQ              PIC 9(04) VALUE ZEROS.
       01 W-REG-SALVO            PIC X(182) VALUE SPACES.
       01 W-DT-PRAZO.
           03 W-PZ-ANO           PIC 9(04).
           03 W-PZ-MES           PIC 9(02).
           03 W-PZ-DIA           PIC 9(02).
       01 W-ULT-DIA              PIC 9(02) VALUE ZEROS.
       01 W-QUOC                 PIC 9(04) VALUE ZEROS.
       01 W-RESTO4               PIC 9(04) VALUE ZEROS.
       01 W-RESTO100             PIC 9(04) VALUE ZEROS.
       01 W-RESTO400             PIC 9(04) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT130.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                      *** OUVIDORIA - MA".
           05  LINE 03  COLUMN 41
               VALUE  "NIFESTACOES ***".

           05  LINE 06  COLUMN 01
               VALUE  "     DATA ABERTURA       :".
           05  LINE 06  COLUMN 40
               VALUE  "SEQ: ".

           05  LINE 08  COLUMN 01
               VALUE  "     CODIGO PACIENTE     :".
           05  LINE 08  COLUMN 34
               VALUE  "NOME: ".

           05  LINE 10  COLUMN 01
               VALUE  "     CRM MEDICO (OPC.)   :".
           05  LINE 10  COLUMN 34
               VALUE  "NOME: ".

           05  LINE 12  COLUMN 01
               VALUE  "     UNIDADE             :".

           05  LINE 14  COLUMN 01
               VALUE  "     CATEGORIA           :".
           05  LINE 14  COLUMN 50
               VALUE  "(R/E/S/D/I)".

           05  LINE 15  COLUMN 01
               VALUE  "     DESCRICAO           :".

           05  LINE 18  COLUMN 01
               VALUE  "     PRAZO RESPOSTA      :".
           05  LINE 18  COLUMN 40
               VALUE  "RECEBIDO POR: ".

           05  LINE 19  COLUMN 01
               VALUE  "     STATUS              :".

           05  LINE 20  COLUMN 01
               VALUE  "     RESPOSTA            :".

           05  TAGDATA
               LINE 06  COLUMN 28  PIC 9(08)
               USING  OV-DATA
               HIGHLIGHT.

           05  TAGSEQ
               LINE 06  COLUMN 45  PIC 9(04)
               USING  OV-SEQ
               HIGHLIGHT.

           05  TAGPCODIGO
               LINE 08  COLUMN 28  PIC 9(06)
               USING  OV-PCODIGO
               HIGHLIGHT.

           05  TAGNOMEPAC
               LINE 08  COLUMN 40  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TAGCRM
               LINE 10  COLUMN 28  PIC 9(06)
               USING  OV-CRM
               HIGHLIGHT.

           05  TAGCRMUF
               LINE 10  COLUMN 35  PIC X(02)
               USING  OV-CRM-UF
               HIGHLIGHT.

           05  TAGNOMEMED
               LINE 10  COLUMN 40  PIC X(30)
               USING  NOME
               HIGHLIGHT.

           05  TAGUNID
               LINE 12  COLUMN 28  PIC 9(02)
               USING  OV-UNIDADE
               HIGHLIGHT.

           05  TAGTXUNID
               LINE 12  COLUMN 40  PIC X(30)
               USING  TXUNID
               HIGHLIGHT.

           05  TAGCATEG
               LINE 14  COLUMN 28  PIC X(01)
               USING  OV-CATEGORIA
               HIGHLIGHT.

           05  TAGTXCATEG
               LINE 14  COLUMN 30  PIC X(15)
               USING  TXCATEG
               HIGHLIGHT.

           05  TAGDESCR
               LINE 16  COLUMN 06  PIC X(60)
               USING  OV-DESCRICAO
               HIGHLIGHT.

           05  TAGPRAZO
               LINE 18  COLUMN 28  PIC 9999.99.99
               USING  OV-PRAZO
               HIGHLIGHT.

           05  TAGOPER
               LINE 18  COLUMN 54  PIC X(08)
               USING  OV-OPERADOR
               HIGHLIGHT.

           05  TAGSTATUS
               LINE 19  COLUMN 28  PIC X(01)
               USING  OV-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 19  COLUMN 30  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.

           05  TAGRESP
               LINE 21  COLUMN 06  PIC X(60)
               USING  OV-RESPOSTA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ PRAZO DE RESPOSTA PARAMETRIZADO (CADPARAM) ]-------
           MOVE "OUVPRAZO" TO PAR-CODIGO.
           MOVE W-PRAZO-DIAS TO PAR-VALOR.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S" AND PAR-VALOR NOT = ZEROS
              AND PAR-VALOR < 1000
               MOVE PAR-VALOR TO W-PRAZO-DIAS.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADOUV.
           OPEN I-O CADOUV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADOUV
                   CLOSE CADOUV
                   GO TO ABRIR-CADOUV
               ELSE
                   MOVE "CADOUV" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO-MSG
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADMED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADMED NAO ENCONTRADO **" TO W-MSG
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADOUV
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED " TO W-MSG
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADOUV
                 GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO **" TO W-MSG
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADOUV CADMED
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI " TO W-MSG
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADOUV CADMED
                 GO TO ROT-FIM.

       ABRIR-CADUNID.
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
      *------------[ ROTINA DE ABERTURA ARQUIVO DE AUDITORIA ]----------
       ABRIR-AUDIT.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO OV-SEQ OV-PCODIGO OV-CRM OV-UNIDADE OV-PRAZO
                         OV-DTRESP OV-DTFECHA.
           MOVE SPACES TO OV-CRM-UF OV-CATEGORIA OV-DESCRICAO
                          OV-STATUS OV-RESPOSTA OV-OPERADOR TXCATEG
                          TXSTATUS TXUNID P-NOME NOME.
           ACCEPT OV-DATA FROM DATE YYYYMMDD.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT130.
      *--------------------[ INCLUSAO OU ANDAMENTO ]-------------------
       MODO-001.
           DISPLAY (23, 13)
                "I=INCLUIR MANIFESTACAO   A=ANDAMENTO"
           ACCEPT (23, 61) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADOUV CADMED CADPACI CADAUDIT
                   IF W-TEM-UNID = "S"
                       CLOSE CADUNID
                       GO TO ROT-FIM
                   ELSE
                       GO TO ROT-FIM.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A" OR "a"
               GO TO ANDA-001.
           IF W-OPCAO NOT = "I" AND "i"
               GO TO MODO-001.
      *--------------------[ DIGITAR CAMPOS  ]-----------------
       PASSO-1.
           ACCEPT TAGDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF OV-DATA = ZEROS
                MOVE "DATA DE ABERTURA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
       PASSO-2.
           ACCEPT TAGPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF OV-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-2-A.
           MOVE OV-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-2.
           IF OV-UNIDADE = ZEROS
               MOVE P-UNIDADE TO OV-UNIDADE.
           DISPLAY SMT130.
      *----- MEDICO E OPCIONAL: CRM ZERADO PULA PARA A UNIDADE
       PASSO-3.
           ACCEPT TAGCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF OV-CRM = ZEROS
                MOVE SPACES TO OV-CRM-UF NOME
                DISPLAY SMT130
                GO TO PASSO-4.
       PASSO-3-A.
           ACCEPT TAGCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF OV-CRM-UF = SPACES
                MOVE "UF DO CRM NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3-A.
       PASSO-3-B.
           MOVE OV-CRM    TO CRM.
           MOVE OV-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-3.
           MOVE UNIDADE TO OV-UNIDADE.
           DISPLAY SMT130.
       PASSO-4.
           PERFORM MOSTRA-UNID THRU MOSTRA-UNID-FIM.
           ACCEPT TAGUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           PERFORM MOSTRA-UNID THRU MOSTRA-UNID-FIM.
           IF W-TEM-UNID = "S" AND TXUNID = SPACES
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TAGCATEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           PERFORM MOSTRA-CATEG THRU MOSTRA-CATEG-FIM.
           IF TXCATEG = SPACES
                MOVE "CATEGORIA => R/E/S/D/I" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           DISPLAY TAGTXCATEG.
       PASSO-6.
           ACCEPT TAGDESCR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF OV-DESCRICAO = SPACES
                MOVE "DESCRICAO NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
      *--------------------[ GERAR PROXIMA SEQUENCIA DO DIA ]------------
       ACHAR-SEQ.
           MOVE REGOUV   TO W-REG-SALVO.
           MOVE ZEROS    TO WK-MAXSEQ.
           MOVE ZEROS    TO OV-SEQ.
           START CADOUV KEY IS NOT LESS OV-CHAVE
               INVALID KEY GO TO ACHAR-SEQ-FIM.
       ACHAR-SEQ-LER.
           READ CADOUV NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHAR-SEQ-FIM.
           IF OV-DATA NOT = W-REG-SALVO (1:8)
               GO TO ACHAR-SEQ-FIM.
           IF OV-SEQ > WK-MAXSEQ
               MOVE OV-SEQ TO WK-MAXSEQ.
           GO TO ACHAR-SEQ-LER.
       ACHAR-SEQ-FIM.
      * A VARREDURA SOBREPOS O REGISTRO - VOLTA OS CAMPOS DIGITADOS
           MOVE W-REG-SALVO TO REGOUV.
           ADD 1 TO WK-MAXSEQ GIVING OV-SEQ.
           MOVE W-OPERADOR TO OV-OPERADOR.
           MOVE "A" TO OV-STATUS.
           MOVE ZEROS TO OV-DTRESP OV-DTFECHA.
           MOVE SPACES TO OV-RESPOSTA.
           PERFORM CALC-PRAZO THRU CALC-PRAZO-FIM.
           PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM.
           DISPLAY SMT130.
       PASSO-7.
           MOVE "S" TO W-OPCAO.

       VALID-OPCAO.
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-6.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           MOVE "CADOUV" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGOUV TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGOUV
           IF ST-ERRO = "00" OR "02"
               MOVE "OUV-ABERTO" TO W-AUD-ACAO
               PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM
               MOVE "** MANIFESTACAO GRAVADA COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** MANIFESTACAO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOUV" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *--------------------[ ROTINA DE AUDITORIA ]--------------------
       GRAVAR-AUDIT.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE "SMP130"      TO AUD-PROGRAMA.
           MOVE OV-CHAVE      TO AUD-CHAVE.
           MOVE W-AUD-ACAO    TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-AUDIT-FIM.
           EXIT.
      *--------------------[ ANDAMENTO DA MANIFESTACAO ]---------------
      * AVANCA O STATUS UM PASSO: A -> N -> R -> F. PARA PASSAR A
      * RESPONDIDO E OBRIGATORIO DIGITAR A RESPOSTA DADA.
       ANDA-001.
           ACCEPT TAGDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF OV-DATA = ZEROS
                MOVE "DATA DE ABERTURA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ANDA-001.
       ANDA-002.
           ACCEPT TAGSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ANDA-001.
           IF OV-SEQ = ZEROS
                MOVE "SEQUENCIA DA MANIFESTACAO INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ANDA-002.
       ANDA-LER.
           READ CADOUV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** MANIFESTACAO NAO ENCONTRADA ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ANDA-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADOUV" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           MOVE OV-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO P-NOME.
           MOVE SPACES TO NOME.
           IF OV-CRM NOT = ZEROS
               MOVE OV-CRM-CHAVE TO CRM-CHAVE
               READ CADMED
               IF ST-ERRO NOT = "00"
                   MOVE SPACES TO NOME.
           PERFORM MOSTRA-UNID THRU MOSTRA-UNID-FIM.
           PERFORM MOSTRA-CATEG THRU MOSTRA-CATEG-FIM.
           PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM.
           DISPLAY SMT130.
           IF OV-STATUS = "F"
               MOVE "*** MANIFESTACAO JA FECHADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF OV-STATUS = "A"
               MOVE "N" TO OV-STATUS
               MOVE "OUV-ANALIS" TO W-AUD-ACAO
               GO TO ANDA-CONF.
           IF OV-STATUS = "R"
               MOVE "F" TO OV-STATUS
               ACCEPT OV-DTFECHA FROM DATE YYYYMMDD
               MOVE "OUV-FECHAD" TO W-AUD-ACAO
               GO TO ANDA-CONF.
       ANDA-RESP.
           ACCEPT TAGRESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF OV-RESPOSTA = SPACES
                MOVE "RESPOSTA NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ANDA-RESP.
           MOVE "R" TO OV-STATUS.
           ACCEPT OV-DTRESP FROM DATE YYYYMMDD.
           MOVE "OUV-RESPON" TO W-AUD-ACAO.
       ANDA-CONF.
           PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM.
           DISPLAY TAGSTATUS TTXSTATUS.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "AVANCAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ANDAMENTO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ANDA-CONF.
       ANDA-GRAVA.
           MOVE "CADOUV" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGOUV TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGOUV
           IF ST-ERRO = "00" OR "02"
               PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM
               MOVE "** ANDAMENTO GRAVADO COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADOUV" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ DESCRICOES NA TELA ]----------------------
       MOSTRA-UNID.
           MOVE SPACES TO TXUNID.
           IF W-TEM-UNID = "N"
               GO TO MOSTRA-UNID-FIM.
           MOVE OV-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO = "00"
               MOVE UN-NOME TO TXUNID.
           DISPLAY TAGTXUNID.
       MOSTRA-UNID-FIM.
           EXIT.
       MOSTRA-CATEG.
           MOVE SPACES TO TXCATEG.
           IF OV-CATEGORIA = "R"
               MOVE "RECLAMACAO" TO TXCATEG.
           IF OV-CATEGORIA = "E"
               MOVE "ELOGIO" TO TXCATEG.
           IF OV-CATEGORIA = "S"
               MOVE "SUGESTAO" TO TXCATEG.
           IF OV-CATEGORIA = "D"
               MOVE "DENUNCIA" TO TXCATEG.
           IF OV-CATEGORIA = "I"
               MOVE "INFORMACAO" TO TXCATEG.
       MOSTRA-CATEG-FIM.
           EXIT.
       MOSTRA-STATUS.
           MOVE SPACES TO TXSTATUS.
           IF OV-STATUS = "A"
               MOVE "ABERTO" TO TXSTATUS.
           IF OV-STATUS = "N"
               MOVE "EM ANALISE" TO TXSTATUS.
           IF OV-STATUS = "R"
               MOVE "RESPONDIDO" TO TXSTATUS.
           IF OV-STATUS = "F"
               MOVE "FECHADO" TO TXSTATUS.
       MOSTRA-STATUS-FIM.
           EXIT.
      *--------------[ PRAZO = ABERTURA + DIAS DO PARAMETRO ]-----------
       CALC-PRAZO.
           MOVE OV-DATA TO W-DT-PRAZO.
           MOVE ZEROS TO W-DIAS.
       CALC-PRAZO-DIA.
           IF W-DIAS NOT < W-PRAZO-DIAS
               GO TO CALC-PRAZO-FIM.
           ADD 1 TO W-DIAS.
           PERFORM CALC-ULT-DIA THRU CALC-ULT-DIA-FIM.
           IF W-PZ-DIA < W-ULT-DIA
               ADD 1 TO W-PZ-DIA
               GO TO CALC-PRAZO-DIA.
           MOVE 01 TO W-PZ-DIA.
           IF W-PZ-MES < 12
               ADD 1 TO W-PZ-MES
           ELSE
               MOVE 01 TO W-PZ-MES
               ADD 1 TO W-PZ-ANO.
           GO TO CALC-PRAZO-DIA.
       CALC-PRAZO-FIM.
           MOVE W-DT-PRAZO TO OV-PRAZO.
      *--------------[ ULTIMO DIA DO MES DO PRAZO ]---------------------
       CALC-ULT-DIA.
           IF W-PZ-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           IF W-PZ-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           MOVE 28 TO W-ULT-DIA.
           DIVIDE W-PZ-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4.
           DIVIDE W-PZ-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100.
           DIVIDE W-PZ-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400.
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
