       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP132.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *        ACOMPANHAMENTO PRE-NATAL - GESTANTES          *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * REGISTRA A GESTACAO DA PACIENTE (DUM, DPP CALCULADA,
      * RISCO E MEDICO RESPONSAVEL). PACIENTE COM GESTACAO EM
      * ACOMPANHAMENTO ABRE DIRETO NELA PARA ALTERAR O RISCO/
      * MEDICO OU ENCERRAR COM O DESFECHO. CADA GRAVACAO VAI
      * PARA O CADAUDIT.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADGEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GS-CHAVE
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

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADGEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGEST.DAT".
       COPY REGGEST.
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
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP132".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP132".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 TXRISCO                PIC X(15) VALUE SPACES.
       01 TXSTATUS               PIC X(18) VALUE SPACES.
       01 TXDESF                 PIC X(20) VALUE SPACES.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-SEMANA               PIC 9(02) VALUE ZEROS.
       01 W-DIF-DIAS             PIC 9(05) VALUE ZEROS.
       01 W-SER-DUM              PIC 9(08) VALUE ZEROS.
       01 W-ACHOU-ATIVA          PIC X(01) VALUE "N".
       01 W-PCODIGO              PIC 9(06) VALUE ZEROS.
       01 W-DIAS                 PIC 9(03) VALUE ZEROS.
      *----- DATA QUE AVANCA DIA A DIA ATE A DPP
       01 W-DT-CALC.
           03 W-DC-ANO           PIC 9(04).
           03 W-DC-MES           PIC 9(02).
           03 W-DC-DIA           PIC 9(02).
       01 W-ULT-DIA              PIC 9(02) VALUE ZEROS.
       01 W-QUOC                 PIC 9(04) VALUE ZEROS.
       01 W-RESTO4               PIC 9(04) VALUE ZEROS.
       01 W-RESTO100             PIC 9(04) VALUE ZEROS.
       01 W-RESTO400             PIC 9(04) VALUE ZEROS.
      *----- SERIAL APROXIMADO DE DIAS PARA A SEMANA GESTACIONAL
       01 W-CS-DATA.
           03 W-CS-ANO           PIC 9(04).
           03 W-CS-MES           PIC 9(02).
           03 W-CS-DIA           PIC 9(02).
       01 W-CS-SERIAL            PIC 9(08) VALUE ZEROS.
       01 W-CS-QUOC              PIC 9(04) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT132.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                *** ACOMPANHAMENTO PRE-N".
           05  LINE 03  COLUMN 41
               VALUE  "ATAL - GESTANTES ***".

           05  LINE 05  COLUMN 01
               VALUE  "     CODIGO PACIENTE     :".
           05  LINE 05  COLUMN 34
               VALUE  "NOME: ".

           05  LINE 07  COLUMN 01
               VALUE  "     DUM (AAAAMMDD)      :".
           05  LINE 07  COLUMN 40
               VALUE  "SEMANA ATUAL : ".

           05  LINE 09  COLUMN 01
               VALUE  "     DPP (PROVAVEL PARTO):".

           05  LINE 11  COLUMN 01
               VALUE  "     RISCO (H/A)         :".

           05  LINE 13  COLUMN 01
               VALUE  "     CRM MEDICO          :".
           05  LINE 13  COLUMN 34
               VALUE  "NOME: ".

           05  LINE 15  COLUMN 01
               VALUE  "     STATUS              :".

           05  LINE 16  COLUMN 01
               VALUE  "     CONSULTAS PRE-NATAL :".
           05  LINE 16  COLUMN 40
               VALUE  "ULTIMA : ".

           05  LINE 18  COLUMN 01
               VALUE  "     DESFECHO            :".
           05  LINE 18  COLUMN 55
               VALUE  "(N/C/A/O/T)".

           05  LINE 19  COLUMN 01
               VALUE  "     DATA ENCERRAMENTO   :".

           05  LINE 20  COLUMN 01
               VALUE  "     OBSERVACAO          :".

           05  TAGPCODIGO
               LINE 05  COLUMN 28  PIC 9(06)
               USING  GS-PCODIGO
               HIGHLIGHT.

           05  TAGNOMEPAC
               LINE 05  COLUMN 40  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TAGDUM
               LINE 07  COLUMN 28  PIC 9(08)
               USING  GS-DUM
               HIGHLIGHT.

           05  TAGSEMANA
               LINE 07  COLUMN 55  PIC Z9
               USING  W-SEMANA
               HIGHLIGHT.

           05  TAGDPP
               LINE 09  COLUMN 28  PIC 9999.99.99
               USING  GS-DPP
               HIGHLIGHT.

           05  TAGRISCO
               LINE 11  COLUMN 28  PIC X(01)
               USING  GS-RISCO
               HIGHLIGHT.

           05  TTXRISCO
               LINE 11  COLUMN 30  PIC X(15)
               USING  TXRISCO
               HIGHLIGHT.

           05  TAGCRM
               LINE 13  COLUMN 28  PIC 9(06)
               USING  GS-CRM
               HIGHLIGHT.

           05  TAGCRMUF
               LINE 13  COLUMN 35  PIC X(02)
               USING  GS-CRM-UF
               HIGHLIGHT.

           05  TAGNOMEMED
               LINE 13  COLUMN 40  PIC X(30)
               USING  NOME
               HIGHLIGHT.

           05  TAGSTATUS
               LINE 15  COLUMN 28  PIC X(01)
               USING  GS-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 15  COLUMN 30  PIC X(18)
               USING  TXSTATUS
               HIGHLIGHT.

           05  TAGQTDCONS
               LINE 16  COLUMN 28  PIC Z9
               USING  GS-QTD-CONS
               HIGHLIGHT.

           05  TAGULTCONS
               LINE 16  COLUMN 49  PIC 9999.99.99
               USING  GS-DTULTCONS
               HIGHLIGHT.

           05  TAGDESF
               LINE 18  COLUMN 28  PIC X(01)
               USING  GS-DESFECHO
               HIGHLIGHT.

           05  TTXDESF
               LINE 18  COLUMN 30  PIC X(20)
               USING  TXDESF
               HIGHLIGHT.

           05  TAGDTENCER
               LINE 19  COLUMN 28  PIC 9(08)
               USING  GS-DTENCER
               HIGHLIGHT.

           05  TAGOBS
               LINE 20  COLUMN 28  PIC X(40)
               USING  GS-OBS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADGEST.
           OPEN I-O CADGEST
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADGEST
                   CLOSE CADGEST
                   GO TO ABRIR-CADGEST
               ELSE
                   MOVE "CADGEST" TO ERR-ARQUIVO
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
                 CLOSE CADGEST
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED " TO W-MSG
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADGEST
                 GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO **" TO W-MSG
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADGEST CADMED
                 GO TO ROT-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI " TO W-MSG
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADGEST CADMED
                 GO TO ROT-FIM.
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
           MOVE ZEROS TO GS-PCODIGO GS-DUM GS-DPP GS-CRM GS-QTD-CONS
                         GS-DTULTCONS GS-DTENCER GS-DTCAD W-SEMANA.
           MOVE SPACES TO GS-RISCO GS-CRM-UF GS-STATUS GS-DESFECHO
                          GS-OBS GS-OPERADOR TXRISCO TXSTATUS TXDESF
                          P-NOME NOME W-SEL.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT132.
      *--------------------[ DIGITAR A PACIENTE ]-----------------------
       PASSO-1.
           ACCEPT TAGPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADGEST CADMED CADPACI CADAUDIT
                   GO TO ROT-FIM.
           IF GS-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE GS-PCODIGO TO P-CODIGO W-PCODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           IF P-SEXO = "M"
               MOVE "*** PACIENTE DO SEXO MASCULINO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           DISPLAY TAGNOMEPAC.
      *----- PROCURA GESTACAO EM ACOMPANHAMENTO DA PACIENTE
       PASSO-1-B.
           MOVE "N" TO W-ACHOU-ATIVA.
           MOVE ZEROS TO GS-DUM.
           START CADGEST KEY IS NOT LESS GS-CHAVE
               INVALID KEY GO TO PASSO-1-C.
       PASSO-1-LER.
           READ CADGEST NEXT
           IF ST-ERRO NOT = "00"
               GO TO PASSO-1-C.
           IF GS-PCODIGO NOT = W-PCODIGO
               GO TO PASSO-1-C.
           IF GS-STATUS NOT = "A"
               GO TO PASSO-1-LER.
           MOVE "S" TO W-ACHOU-ATIVA.
       PASSO-1-C.
           IF W-ACHOU-ATIVA = "S"
               PERFORM MOSTRA-GEST THRU MOSTRA-GEST-FIM
               MOVE "*** GESTACAO EM ACOMPANHAMENTO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ACE-001.
      * A VARREDURA SOBREPOS O REGISTRO - COMECA UMA GESTACAO NOVA
           MOVE W-PCODIGO TO GS-PCODIGO.
           MOVE ZEROS TO GS-DUM GS-DPP GS-CRM GS-QTD-CONS
                         GS-DTULTCONS GS-DTENCER W-SEMANA.
           MOVE SPACES TO GS-RISCO GS-CRM-UF GS-DESFECHO GS-OBS
                          TXRISCO TXDESF NOME.
           MOVE "A" TO GS-STATUS.
           PERFORM SET-TEXTOS THRU SET-TEXTOS-FIM.
           DISPLAY SMT132.
      *--------------------[ DUM, DPP E SEMANA ]-----------------------
       PASSO-2.
           ACCEPT TAGDUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF GS-DUM = ZEROS OR GS-DUM > W-HOJE
                MOVE "DUM INVALIDA OU POSTERIOR A HOJE" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           PERFORM CALC-SEMANA THRU CALC-SEMANA-FIM.
           IF W-DIF-DIAS > 294
                MOVE "DUM COM MAIS DE 42 SEMANAS" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           READ CADGEST
           IF ST-ERRO = "00"
                MOVE "*** GESTACAO JA REGISTRADA COM ESTA DUM ***"
                                                       TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ROT-INIC.
           PERFORM CALC-DPP THRU CALC-DPP-FIM.
           DISPLAY TAGSEMANA TAGDPP.
       PASSO-3.
           ACCEPT TAGRISCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-SEL = "A"
                   GO TO ROT-INIC
               ELSE
                   GO TO PASSO-2.
           IF GS-RISCO NOT = "H" AND "A"
                MOVE "RISCO => H=HABITUAL  A=ALTO RISCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           PERFORM SET-TEXTOS THRU SET-TEXTOS-FIM.
           DISPLAY TTXRISCO.
       PASSO-4.
           ACCEPT TAGCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF GS-CRM = ZEROS
                MOVE "CRM DO MEDICO RESPONSAVEL NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-4-A.
           ACCEPT TAGCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           MOVE GS-CRM    TO CRM.
           MOVE GS-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-4.
           DISPLAY TAGNOMEMED.
       PASSO-5.
           ACCEPT TAGOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF W-SEL = "A"
               GO TO ALT-OPC.
           MOVE "S" TO W-OPCAO.

       VALID-OPCAO.
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           MOVE W-OPERADOR TO GS-OPERADOR.
           MOVE W-HOJE TO GS-DTCAD.
           MOVE "CADGEST" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGGEST TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGGEST
           IF ST-ERRO = "00" OR "02"
               MOVE "GEST-ABRE" TO W-AUD-ACAO
               PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM
               MOVE "** GESTACAO GRAVADA COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** GESTACAO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADGEST" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]----------------
      *
      *****************************************
      * ROTINA DE ALTERACAO/ENCERRAMENTO      *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVA PACIENTE   A=ALTERAR   E=ENCERRAR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                              AND W-OPCAO NOT = "E" GO TO ACE-001.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  GO TO PASSO-3.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *--------------------[ ENCERRAMENTO COM DESFECHO ]---------------
       ENC-001.
           ACCEPT TAGDESF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
           PERFORM SET-TEXTOS THRU SET-TEXTOS-FIM.
           IF TXDESF = SPACES
                MOVE "DESFECHO => N/C/A/O/T" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENC-001.
           DISPLAY TTXDESF.
           MOVE W-HOJE TO GS-DTENCER.
       ENC-002.
           ACCEPT TAGDTENCER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ENC-001.
           IF GS-DTENCER < GS-DUM OR GS-DTENCER > W-HOJE
                MOVE "DATA DE ENCERRAMENTO INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENC-002.
       ENC-003.
           ACCEPT TAGOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ENC-002.
       ENC-OPC.
           DISPLAY (23, 40) "ENCERRAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** GESTACAO NAO ENCERRADA ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENC-OPC.
           MOVE "E" TO GS-STATUS.
           MOVE "GEST-ENCER" TO W-AUD-ACAO.
           GO TO ALT-RW1.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-5.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
           MOVE "GEST-ALTER" TO W-AUD-ACAO.
       ALT-RW1.
           MOVE "CADGEST" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGGEST TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGGEST
           IF ST-ERRO = "00" OR "02"
              PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADGEST" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ ROTINA DE AUDITORIA ]--------------------
       GRAVAR-AUDIT.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE "SMP132"      TO AUD-PROGRAMA.
           MOVE GS-CHAVE      TO AUD-CHAVE.
           MOVE W-AUD-ACAO    TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-AUDIT-FIM.
           EXIT.
      *--------------------[ MOSTRA A GESTACAO LIDA ]------------------
       MOSTRA-GEST.
           MOVE GS-CRM    TO CRM.
           MOVE GS-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME.
           PERFORM CALC-SEMANA THRU CALC-SEMANA-FIM.
           PERFORM SET-TEXTOS THRU SET-TEXTOS-FIM.
           DISPLAY SMT132.
       MOSTRA-GEST-FIM.
           EXIT.
      *--------------------[ TEXTOS DE RISCO/STATUS/DESFECHO ]---------
       SET-TEXTOS.
           MOVE SPACES TO TXRISCO TXSTATUS TXDESF.
           IF GS-RISCO = "H"
               MOVE "HABITUAL" TO TXRISCO.
           IF GS-RISCO = "A"
               MOVE "ALTO RISCO" TO TXRISCO.
           IF GS-STATUS = "A"
               MOVE "EM ACOMPANHAMENTO" TO TXSTATUS.
           IF GS-STATUS = "E"
               MOVE "ENCERRADA" TO TXSTATUS.
           IF GS-DESFECHO = "N"
               MOVE "PARTO NORMAL" TO TXDESF.
           IF GS-DESFECHO = "C"
               MOVE "CESAREA" TO TXDESF.
           IF GS-DESFECHO = "A"
               MOVE "ABORTO" TO TXDESF.
           IF GS-DESFECHO = "O"
               MOVE "OBITO FETAL" TO TXDESF.
           IF GS-DESFECHO = "T"
               MOVE "TRANSF./SEM SEGUIM." TO TXDESF.
       SET-TEXTOS-FIM.
           EXIT.
      *--------------[ SEMANA GESTACIONAL NA DATA DE HOJE ]-------------
       CALC-SEMANA.
           MOVE GS-DUM TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-DUM.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE ZEROS TO W-DIF-DIAS W-SEMANA.
           IF W-CS-SERIAL > W-SER-DUM
               COMPUTE W-DIF-DIAS = W-CS-SERIAL - W-SER-DUM.
           IF W-DIF-DIAS < 700
               DIVIDE W-DIF-DIAS BY 7 GIVING W-SEMANA.
       CALC-SEMANA-FIM.
           EXIT.
      *--------------[ DPP = DUM + 280 DIAS, DIA A DIA ]----------------
       CALC-DPP.
           MOVE GS-DUM TO W-DT-CALC.
           MOVE ZEROS TO W-DIAS.
       CALC-DPP-DIA.
           IF W-DIAS NOT < 280
               GO TO CALC-DPP-FIM.
           ADD 1 TO W-DIAS.
           PERFORM CALC-ULT-DIA THRU CALC-ULT-DIA-FIM.
           IF W-DC-DIA < W-ULT-DIA
               ADD 1 TO W-DC-DIA
               GO TO CALC-DPP-DIA.
           MOVE 01 TO W-DC-DIA.
           IF W-DC-MES < 12
               ADD 1 TO W-DC-MES
           ELSE
               MOVE 01 TO W-DC-MES
               ADD 1 TO W-DC-ANO.
           GO TO CALC-DPP-DIA.
       CALC-DPP-FIM.
           MOVE W-DT-CALC TO GS-DPP.
      *--------------[ ULTIMO DIA DO MES DA DATA CALCULADA ]------------
       CALC-ULT-DIA.
           IF W-DC-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           IF W-DC-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           MOVE 28 TO W-ULT-DIA.
           DIVIDE W-DC-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4.
           DIVIDE W-DC-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100.
           DIVIDE W-DC-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400.
           IF W-RESTO4 = ZEROS
               IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                   MOVE 29 TO W-ULT-DIA.
       CALC-ULT-DIA-FIM.
           EXIT.
      *--------------[ DIAS CORRIDOS APROXIMADOS DA DATA ]--------------
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
