       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP126.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *        SESSAO DE TELECONSULTA (TELEMEDICINA)          *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * REGISTRO DA SESSAO DOS AGENDAMENTOS DE TELEMEDICINA
      * (AG-TIPO = "T"): LINK DA SALA VIRTUAL ENVIADO AO PACIENTE,
      * CONSENTIMENTO ESPECIFICO DO PACIENTE (EXIGENCIA DO CFM),
      * HORA DE INICIO E FIM DA CONEXAO E RESULTADO:
      *   R = REALIZADA - O AGENDAMENTO PASSA A STATUS R, COM A
      *       HORA DA CONEXAO NO INICIO/FIM DO ATENDIMENTO
      *   N = PACIENTE NAO SE CONECTOU - CONTA COMO FALTA
      *   F = FALHA TECNICA - NAO E FALTA (SMP029), NAO E
      *       FATURADA (SMP010); O AGENDAMENTO CONTINUA AGENDADO
      *       PARA SER REMARCADO PELO SMP006 (OPCAO R).
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

                    SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVE
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
       COPY REGTELE.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TL-NOVO              PIC X(01) VALUE "N".
       01 W-TEM-PACI             PIC X(01) VALUE "N".
       01 W-NOME                 PIC X(30) VALUE SPACES.
       01 W-TXRES                PIC X(25) VALUE SPACES.
       01 W-LIMPA                PIC X(60) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT126.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           *** SESSAO DE TELECONSULTA (T".
           05  LINE 02  COLUMN 41
               VALUE  "ELEMEDICINA) ***".

           05  LINE 05  COLUMN 01
               VALUE  "     DATA CONSULTA   :".
           05  LINE 05  COLUMN 40
               VALUE  "HORA:".

           05  LINE 07  COLUMN 01
               VALUE  "     CRM MEDICO      :".
           05  LINE 07  COLUMN 33
               VALUE  "UF:".

           05  LINE 09  COLUMN 01
               VALUE  "     CODIGO PACIENTE :".

           05  LINE 11  COLUMN 01
               VALUE  "     LINK DA SALA VIRTUAL ENVIADO AO PACIENTE:".

           05  LINE 14  COLUMN 01
               VALUE  "     CONSENTIMENTO   :".
           05  LINE 14  COLUMN 28
               VALUE  "(S/N)   DATA:".

           05  LINE 16  COLUMN 01
               VALUE  "     INICIO CONEXAO  :".

           05  LINE 18  COLUMN 01
               VALUE  "     FIM CONEXAO     :".

           05  LINE 20  COLUMN 01
               VALUE  "     RESULTADO       :".

           05  TAGDATA
               LINE 05  COLUMN 24  PIC 9999.99.99
               USING  AG-DATA
               HIGHLIGHT.

           05  TAGHORA
               LINE 05  COLUMN 46  PIC 99.99
               USING  AG-HORA
               HIGHLIGHT.

           05  TAGCRM
               LINE 07  COLUMN 24  PIC Z99.999
               USING  AG-CRM
               HIGHLIGHT.

           05  TAGCRMUF
               LINE 07  COLUMN 36  PIC X(02)
               USING  AG-CRM-UF
               HIGHLIGHT.

           05  TAGPCODIGO
               LINE 09  COLUMN 24  PIC 9(06)
               USING  AG-PCODIGO
               HIGHLIGHT.

           05  TNOME
               LINE 09  COLUMN 32  PIC X(30)
               USING  W-NOME
               HIGHLIGHT.

           05  TTLLINK
               LINE 12  COLUMN 06  PIC X(60)
               USING  TL-LINK
               HIGHLIGHT.

           05  TTLCONSENT
               LINE 14  COLUMN 24  PIC X(01)
               USING  TL-CONSENT
               HIGHLIGHT.

           05  TTLDTCONS
               LINE 14  COLUMN 42  PIC 9999.99.99
               USING  TL-DTCONSENT
               HIGHLIGHT.

           05  TTLHRINI
               LINE 16  COLUMN 24  PIC 9(08)
               USING  TL-HRINI
               HIGHLIGHT.

           05  TTLHRFIM
               LINE 18  COLUMN 24  PIC 9(08)
               USING  TL-HRFIM
               HIGHLIGHT.

           05  TTLRESULT
               LINE 20  COLUMN 24  PIC X(01)
               USING  TL-RESULTADO
               HIGHLIGHT.

           05  TTXRES
               LINE 20  COLUMN 27  PIC X(25)
               USING  W-TXRES
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADAGEN.
           OPEN I-O CADAGEN
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADAGEN NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRIR-CADTELE.
           OPEN I-O CADTELE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADTELE
                   CLOSE CADTELE
                   GO TO ABRIR-CADTELE
               ELSE
                   MOVE "*** ARQUIVO CADTELE NAO DISPONIVEL ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAGEN
                   GO TO ROT-FIM.

           MOVE "S" TO W-TEM-PACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PACI.

           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ OPCAO DE TRABALHO ]-----------------------
       ROT-INIC.
           MOVE 0 TO AG-ANO AG-MES AG-DIA AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES TO AG-CRM-UF.
           MOVE SPACES TO TL-LINK TL-CONSENT TL-RESULTADO W-NOME
                          W-TXRES.
           MOVE ZEROS TO TL-DTCONSENT TL-HRINI TL-HRFIM.
           DISPLAY SMT126.
       ACE-001.
           DISPLAY (23, 13)
                "S=SESSAO DE TELECONSULTA   F=FIM"
           ACCEPT (23, 58) W-OPCAO
           IF W-OPCAO = "S" OR "s"
               GO TO PASSO-1.
           IF W-OPCAO = "F" OR "f"
               GO TO ROT-FECHA.
           GO TO ACE-001.
      *--------------------[ CHAVE DO AGENDAMENTO ]--------------------
       PASSO-1.
           ACCEPT TAGDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
       PASSO-2.
           ACCEPT TAGCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
       PASSO-2-B.
           ACCEPT TAGCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
       PASSO-3.
           ACCEPT TAGPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2-B.
      * HORA ZERADA = UNICA CONSULTA DO PACIENTE NO DIA
       PASSO-3-B.
           ACCEPT TAGHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
       LER-ARQ.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "*** AGENDAMENTO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF W-LOC-ACHOU = "M"
               MOVE "MAIS DE UMA CONSULTA NO DIA - INFORME A HORA"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3-B.
           IF AG-STATUS = "C" OR "T"
               MOVE "*** CONSULTA CANCELADA OU REMARCADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF AG-TIPO NOT = "T"
               MOVE "*** AGENDAMENTO NAO E DE TELEMEDICINA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           MOVE SPACES TO W-NOME.
           IF W-TEM-PACI = "S"
               MOVE AG-PCODIGO TO P-CODIGO
               READ CADPACI
               IF ST-ERRO = "00"
                   MOVE P-NOME TO W-NOME.
      *----- SESSAO JA REGISTRADA OU NOVA PARA O AGENDAMENTO
           MOVE "N" TO W-TL-NOVO.
           MOVE AG-CHAVE TO TL-CHAVE.
           READ CADTELE
           IF ST-ERRO NOT = "00"
               MOVE "S" TO W-TL-NOVO
               MOVE AG-CHAVE TO TL-CHAVE
               MOVE SPACES TO TL-LINK TL-CONSENT TL-RESULTADO
               MOVE ZEROS TO TL-DTCONSENT TL-HRINI TL-HRFIM.
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
           DISPLAY SMT126.
           IF TL-RESULTADO NOT = SPACES
               MOVE "*** SESSAO JA ENCERRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
      *--------------------[ LINK E CONSENTIMENTO ]--------------------
       PASSO-4.
           ACCEPT TTLLINK
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
       PASSO-5.
           ACCEPT TTLCONSENT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF TL-CONSENT = "s"
               MOVE "S" TO TL-CONSENT.
           IF TL-CONSENT = "n" OR SPACES
               MOVE "N" TO TL-CONSENT.
           IF TL-CONSENT NOT = "S" AND "N"
               MOVE "*** CONSENTIMENTO: S=SIM  N=NAO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-5.
           IF TL-CONSENT = "S" AND TL-DTCONSENT = ZEROS
               ACCEPT TL-DTCONSENT FROM DATE YYYYMMDD.
           IF TL-CONSENT = "N"
               MOVE ZEROS TO TL-DTCONSENT.
           DISPLAY TTLCONSENT TTLDTCONS.
      *--------------------[ ANDAMENTO DA SESSAO ]---------------------
       TELE-OPC.
           DISPLAY (23, 13)
               "G=GRAVA  I=INICIO  E=ENCERRA  V=VOLTA"
           ACCEPT (23, 58) W-OPCAO
           IF W-OPCAO = "G" OR "g"
               GO TO TELE-GRAVA.
           IF W-OPCAO = "I" OR "i"
               GO TO TELE-INICIO.
           IF W-OPCAO = "E" OR "e"
               GO TO TELE-ENCERRA.
           IF W-OPCAO = "V" OR "v"
               GO TO ROT-INIC.
           GO TO TELE-OPC.
      *----- SEM LINK E SEM CONSENTIMENTO A SESSAO NAO COMECA
       TELE-INICIO.
           IF TL-LINK = SPACES
               MOVE "*** INFORME O LINK DA SALA VIRTUAL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
           IF TL-CONSENT NOT = "S"
               MOVE "*** PACIENTE SEM CONSENTIMENTO (CFM) ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-5.
           ACCEPT TL-HRINI FROM TIME.
           DISPLAY TTLHRINI.
           GO TO TELE-GRAVA.
       TELE-ENCERRA.
           DISPLAY (21, 05)
               "R=REALIZADA  N=PACIENTE NAO CONECTOU  F=FALHA TECNICA"
           ACCEPT (21, 60) TL-RESULTADO
           IF TL-RESULTADO = "r"
               MOVE "R" TO TL-RESULTADO.
           IF TL-RESULTADO = "n"
               MOVE "N" TO TL-RESULTADO.
           IF TL-RESULTADO = "f"
               MOVE "F" TO TL-RESULTADO.
           DISPLAY (21, 05) W-LIMPA.
           IF TL-RESULTADO NOT = "R" AND "N" AND "F"
               MOVE SPACES TO TL-RESULTADO
               GO TO TELE-OPC.
           IF TL-RESULTADO = "R" AND TL-HRINI = ZEROS
               MOVE SPACES TO TL-RESULTADO
               MOVE "*** INICIO DA SESSAO AINDA NAO MARCADO ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO TELE-OPC.
           ACCEPT TL-HRFIM FROM TIME.
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
           DISPLAY TTLHRFIM TTLRESULT TTXRES.
      *----- SESSAO REALIZADA BAIXA O AGENDAMENTO COMO ATENDIDO,
      *----- COM A HORA DA CONEXAO PARA A PONTUALIDADE (SMP089)
           IF TL-RESULTADO NOT = "R"
               GO TO TELE-GRAVA.
           MOVE "R" TO AG-STATUS.
           MOVE TL-HRINI TO AG-HRINI-AT.
           MOVE TL-HRFIM TO AG-HRFIM-AT.
           REWRITE REGAGEN
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA ALTERACAO DO REGISTRO CADAGEN" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
       TELE-GRAVA.
           MOVE W-OPERADOR TO TL-OPERADOR.
           ACCEPT TL-DTCAD FROM DATE YYYYMMDD.
           ACCEPT TL-HRCAD FROM TIME.
           IF W-TL-NOVO = "S"
               WRITE REGTELE
           ELSE
               REWRITE REGTELE.
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTELE" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE "N" TO W-TL-NOVO.
           IF TL-RESULTADO = "F"
               MOVE "** FALHA GRAVADA - REMARQUE PELO SMP006 **"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE "** SESSAO DE TELECONSULTA GRAVADA **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF TL-RESULTADO NOT = SPACES
               GO TO ROT-INIC.
           GO TO TELE-OPC.
      *--------------------[ DESCRICAO DO RESULTADO ]------------------
       MOSTRA-RES.
           MOVE SPACES TO W-TXRES.
           IF TL-RESULTADO = "R"
               MOVE "REALIZADA" TO W-TXRES.
           IF TL-RESULTADO = "N"
               MOVE "PACIENTE NAO CONECTOU" TO W-TXRES.
           IF TL-RESULTADO = "F"
               MOVE "FALHA TECNICA" TO W-TXRES.
       MOSTRA-RES-FIM.
           EXIT.
      *--------------[ LOCALIZA O AGENDAMENTO DO DIA ]------------------
      * A HORA FAZ PARTE DA CHAVE DO CADAGEN. COM A HORA INFORMADA
      * A LEITURA E DIRETA; COM A HORA ZERADA TRAZ O PRIMEIRO
      * AGENDAMENTO DO PACIENTE COM O MEDICO NA DATA E DEVOLVE
      * W-LOC-ACHOU = "M" QUANDO HOUVER MAIS DE UM NO DIA.
       LOCALIZA-AGENDA.
           MOVE "N" TO W-LOC-ACHOU.
           IF AG-HORA NOT = ZEROS
               READ CADAGEN
               IF ST-ERRO = "00"
                   MOVE "S" TO W-LOC-ACHOU
                   GO TO LOCALIZA-AGENDA-FIM
               ELSE
                   GO TO LOCALIZA-AGENDA-FIM.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO LOCALIZA-AGENDA-FIM.
       LOCALIZA-AGENDA-LER.
           READ CADAGEN NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LOCALIZA-AGENDA-REL.
           IF AG-CHAVE (1:22) NOT = W-LOC-CHAVE (1:22)
               GO TO LOCALIZA-AGENDA-REL.
           IF W-LOC-ACHOU = "S"
               MOVE "M" TO W-LOC-ACHOU
               GO TO LOCALIZA-AGENDA-REL.
           MOVE "S" TO W-LOC-ACHOU.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           GO TO LOCALIZA-AGENDA-LER.
       LOCALIZA-AGENDA-REL.
           MOVE W-LOC-CHAVE TO AG-CHAVE.
           IF W-LOC-ACHOU NOT = "N"
               READ CADAGEN.
       LOCALIZA-AGENDA-FIM.
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

       ROT-FECHA.
           CLOSE CADAGEN CADTELE.
           IF W-TEM-PACI = "S"
               CLOSE CADPACI.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
