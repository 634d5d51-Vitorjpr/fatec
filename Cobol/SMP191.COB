       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP191.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *       SESSAO EM GRUPO - LISTA DE PRESENCA            *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * DEPOIS DA SESSAO (CADGRUPO ABERTA, DATA ATE HOJE) MARCA
      * CADA INSCRITO DO CADGRPAC COMO P=PRESENTE OU F=FALTOU.
      * NO ENCERRAMENTO CADA PRESENTE GANHA SEU PROPRIO
      * AGENDAMENTO NO CADAGEN (TIPO G, STATUS R, NA HORA DA
      * SESSAO) COM O PROCEDIMENTO DA SESSAO NO CADPROCAG - ASSIM
      * O ATENDIMENTO ENTRA NO FATURAMENTO PELO CONVENIO DE CADA
      * PACIENTE (SMP010), NO REPASSE (SMP068) E NO PRONTUARIO
      * (CONSPRON). QUEM FALTOU NAO GERA AGENDAMENTO, PARA NAO SER
      * FATURADO. A SESSAO FICA COM STATUS R=REALIZADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADGRUPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GR-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADGRPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GP-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

                    SELECT CADPROCAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PA-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADRECUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RR-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
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
       FD CADGRUPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRUPO.DAT".
       COPY REGGRUPO.
      *
       FD CADGRPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRPAC.DAT".
       COPY REGGRPAC.
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADPROCAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROCAG.DAT".
       COPY REGPROCAG.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADRECUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECUR.DAT".
       COPY REGRECUR.
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       COPY REGPROC.
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP191".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP191".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-DT.
           03 W-DT-ANO           PIC 9(04).
           03 W-DT-MES           PIC 9(02).
           03 W-DT-DIA           PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT PIC 9(08).
       01 W-HR                   PIC 9(04) VALUE ZEROS.
       01 W-HR-R REDEFINES W-HR.
           03 W-HR-HH            PIC 9(02).
           03 W-HR-MM            PIC 9(02).
       01 W-MINUTOS              PIC 9(05) VALUE ZEROS.
       01 W-HRFIM                PIC 9(04) VALUE ZEROS.
       01 W-UNIDADE              PIC 9(02) VALUE ZEROS.
       01 W-VALOR                PIC 9(06)V99 VALUE ZEROS.
       01 W-PCOD                 PIC 9(06) VALUE ZEROS.
       01 W-PRES                 PIC X(01) VALUE SPACES.
       01 W-QTD                  PIC 9(02) VALUE ZEROS.
       01 W-QTD-PRES             PIC 9(02) VALUE ZEROS.
       01 W-QTD-FALT             PIC 9(02) VALUE ZEROS.
       01 W-QTD-PEND             PIC 9(02) VALUE ZEROS.
       01 W-QTD-GER              PIC 9(02) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-COL                  PIC 9(02) VALUE ZEROS.
       01 W-LINHA-INSC.
           03 WI-PCODIGO         PIC 9(06).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WI-NOME            PIC X(25).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WI-PRESENCA        PIC X(01).
       01 W-LINHA-TOT.
           03 FILLER             PIC X(11) VALUE "PRESENTES: ".
           03 WT-PRES            PIC Z9.
           03 FILLER             PIC X(11) VALUE "   FALTAS: ".
           03 WT-FALT            PIC Z9.
           03 FILLER             PIC X(15) VALUE "   SEM MARCAR: ".
           03 WT-PEND            PIC Z9.
       01 W-MSG-ENC.
           03 FILLER             PIC X(45) VALUE
                "*** SESSAO ENCERRADA - ATENDIMENTOS GERADOS: ".
           03 WM-QTD             PIC Z9.
       01 W-MSG-DUP.
           03 FILLER             PIC X(42) VALUE
                "* PACIENTE JA TEM AGENDAMENTO NO HORARIO: ".
           03 WM-PCOD            PIC 9(06).
       01 W-LIMPA                PIC X(79) VALUE SPACES.
       01 TXMEDICO               PIC X(30) VALUE SPACES.
       01 TXSALA                 PIC X(30) VALUE SPACES.
       01 TXPROC                 PIC X(30) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT191.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** SESSAO EM GRUPO - LISTA DE ".
           05  LINE 02  COLUMN 42
               VALUE  "PRESENCA ***".

           05  LINE 04  COLUMN 01
               VALUE  "     DATA DA SESSAO  :".
           05  LINE 04  COLUMN 40
               VALUE  "HORA:".

           05  LINE 05  COLUMN 01
               VALUE  "     CRM PROFISSIONAL:".
           05  LINE 05  COLUMN 33
               VALUE  "UF:".

           05  LINE 07  COLUMN 01
               VALUE  "     TEMA            :".

           05  LINE 08  COLUMN 01
               VALUE  "     SALA            :".

           05  LINE 09  COLUMN 01
               VALUE  "     PROCEDIMENTO    :".

           05  LINE 10  COLUMN 01
               VALUE  "     DURACAO (MIN)   :".
           05  LINE 10  COLUMN 33
               VALUE  "INSCRITOS:".

           05  LINE 12  COLUMN 01
               VALUE  "     INSCRITOS (P=PRESENTE  F=FALTOU):".

           05  TGRDATA
               LINE 04  COLUMN 24  PIC 9999.99.99
               USING  GR-DATA
               HIGHLIGHT.

           05  TGRHORA
               LINE 04  COLUMN 46  PIC 99.99
               USING  GR-HORA
               HIGHLIGHT.

           05  TGRCRM
               LINE 05  COLUMN 24  PIC Z99.999
               USING  GR-CRM
               HIGHLIGHT.

           05  TGRCRMUF
               LINE 05  COLUMN 37  PIC X(02)
               USING  GR-CRM-UF
               HIGHLIGHT.

           05  TTXMEDICO
               LINE 05  COLUMN 41  PIC X(30)
               USING  TXMEDICO
               HIGHLIGHT.

           05  TGRTEMA
               LINE 07  COLUMN 24  PIC X(40)
               USING  GR-TEMA
               HIGHLIGHT.

           05  TTXSALA
               LINE 08  COLUMN 24  PIC X(30)
               USING  TXSALA
               HIGHLIGHT.

           05  TTXPROC
               LINE 09  COLUMN 24  PIC X(30)
               USING  TXPROC
               HIGHLIGHT.

           05  TGRDURACAO
               LINE 10  COLUMN 24  PIC ZZ9
               USING  GR-DURACAO
               HIGHLIGHT.

           05  TGRINSCR
               LINE 10  COLUMN 44  PIC Z9
               USING  GR-INSCR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADGRUPO CADGRPAC
           IF ST-ERRO NOT = "00"
               MOVE "CADGRUPO" TO ERR-ARQUIVO
               MOVE ST-ERRO TO ERR-STATUS
               CALL "SMPERR" USING W-ERR-PARM
               MOVE "* NENHUMA SESSAO EM GRUPO CADASTRADA *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ROT-FIM.

           OPEN I-O CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "CADAGEN" TO ERR-ARQUIVO
               MOVE ST-ERRO TO ERR-STATUS
               CALL "SMPERR" USING W-ERR-PARM
               MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
               MOVE ST-ERRO TO COD-MENS
               MOVE MENSAGEM  TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               CLOSE CADGRUPO CADGRPAC
               GO TO ROT-FIM.

       ABRIR-CADPROCAG.
           OPEN I-O CADPROCAG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPROCAG
                   CLOSE CADPROCAG
                   GO TO ABRIR-CADPROCAG
               ELSE
                   MOVE "*** ARQUIVO CADPROCAG NAO DISPONIVEL ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   CLOSE CADGRUPO CADGRPAC CADAGEN
                   GO TO ROT-FIM.

           OPEN INPUT CADMED CADRECUR CADPROC CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "* CADMED/CADRECUR/CADPROC/CADPACI NAO DISPONIVEL *"
                                                         TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS2
              CLOSE CADGRUPO CADGRPAC CADAGEN CADPROCAG
              GO TO ROT-FIM.

           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS  TO GR-DATA GR-HORA GR-CRM GR-RECURSO GR-DURACAO
                          GR-CAPAC GR-INSCR GR-PROC.
           MOVE SPACES TO GR-CRM-UF GR-TEMA GR-STATUS
                          TXMEDICO TXSALA TXPROC.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT191.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TGRDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FECHA.
           MOVE GR-DATA TO W-DT-NUM.
           IF W-DT-MES < 01 OR W-DT-MES > 12
                            OR W-DT-DIA < 01 OR W-DT-DIA > 31
                MOVE "DATA INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           IF GR-DATA > W-HOJE
                MOVE "* PRESENCA SO DEPOIS DA DATA DA SESSAO *" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
       PASSO-2.
           ACCEPT TGRHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
       PASSO-3.
           ACCEPT TGRCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
       PASSO-3-B.
           ACCEPT TGRCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
      *--------------------[ LER A SESSAO ]-----------------
       LER-ARQ.
           READ CADGRUPO
           IF ST-ERRO NOT = "00"
               MOVE "*** SESSAO NAO CADASTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           IF GR-STATUS = "C"
               MOVE "*** SESSAO CANCELADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY SMT191.
           PERFORM MOSTRA-INSCR THRU MOSTRA-INSCR-FIM.
           IF GR-STATUS = "R"
               MOVE "*** SESSAO JA ENCERRADA - SO CONSULTA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF W-QTD = ZEROS
               MOVE "*** SESSAO SEM INSCRITOS ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
      *
      *****************************************
      * MARCACAO DA PRESENCA E ENCERRAMENTO   *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "M=MARCAR PRESENCA  E=ENCERRAR SESSAO  V=VOLTA"
           ACCEPT (23, 60) W-OPCAO
           IF W-OPCAO = "m"
               MOVE "M" TO W-OPCAO.
           IF W-OPCAO = "e"
               MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "v"
               MOVE "V" TO W-OPCAO.
           IF W-OPCAO NOT = "M" AND "E" AND "V"
               GO TO ACE-001.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "V"
               GO TO ROT-INIC.
           IF W-OPCAO = "E"
               GO TO ENC-OPC.
      *
       PRES-001.
           MOVE ZEROS TO W-PCOD.
           DISPLAY (21, 05) "PACIENTE (ZERO=VOLTA) :".
           ACCEPT (21, 29) W-PCOD
           IF W-PCOD = ZEROS
               DISPLAY (21, 01) W-LIMPA
               GO TO ACE-001.
           MOVE GR-CHAVE TO GP-GRUPO.
           MOVE W-PCOD   TO GP-PCODIGO.
           READ CADGRPAC
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO INSCRITO NESTA SESSAO ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PRES-001.
       PRES-002.
           MOVE GP-PRESENCA TO W-PRES.
           DISPLAY (21, 40) "PRESENCA (P/F) :".
           ACCEPT (21, 57) W-PRES WITH UPDATE
           IF W-PRES = "p"
               MOVE "P" TO W-PRES.
           IF W-PRES = "f"
               MOVE "F" TO W-PRES.
           IF W-PRES NOT = "P" AND "F"
               MOVE "*** PRESENCA => P=PRESENTE  F=FALTOU ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PRES-002.
           DISPLAY (21, 01) W-LIMPA.
           MOVE W-PRES TO GP-PRESENCA.
           MOVE W-OPERADOR TO GP-OPERADOR.
           MOVE "CADGRPAC" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGGRPAC TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGGRPAC
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA ALTERACAO DO REGISTRO CADGRPAC" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           PERFORM MOSTRA-INSCR THRU MOSTRA-INSCR-FIM.
           GO TO PRES-001.
      *
      *----- SO ENCERRA COM TODOS OS INSCRITOS MARCADOS
       ENC-OPC.
           IF W-QTD-PEND > ZEROS
               MOVE "* HA INSCRITOS SEM PRESENCA MARCADA *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           DISPLAY (23, 40) "ENCERRAR  (S/N) : ".
           ACCEPT (23, 58) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SESSAO NAO ENCERRADA ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENC-OPC.
      *----- HORA DE TERMINO = INICIO + DURACAO (NO MAXIMO 23:59)
           MOVE GR-HORA TO W-HR.
           COMPUTE W-MINUTOS = (W-HR-HH * 60) + W-HR-MM + GR-DURACAO.
           IF W-MINUTOS > 1439
               MOVE 1439 TO W-MINUTOS.
           DIVIDE W-MINUTOS BY 60 GIVING W-HR-HH REMAINDER W-HR-MM.
           MOVE W-HR TO W-HRFIM.
           MOVE ZEROS TO W-UNIDADE W-VALOR W-QTD-GER.
           MOVE GR-RECURSO TO RR-CODIGO.
           READ CADRECUR
           IF ST-ERRO = "00"
               MOVE RR-UNIDADE TO W-UNIDADE.
           MOVE GR-PROC TO PR-CODIGO.
           READ CADPROC
           IF ST-ERRO = "00"
               MOVE PR-VALOR TO W-VALOR.
           MOVE GR-CHAVE TO GP-GRUPO.
           MOVE ZEROS    TO GP-PCODIGO.
           START CADGRPAC KEY IS NOT LESS GP-CHAVE
               INVALID KEY
                   GO TO ENC-FIM.
       ENC-LER.
           READ CADGRPAC NEXT
           IF ST-ERRO NOT = "00"
               GO TO ENC-FIM.
           IF GP-GRUPO NOT = GR-CHAVE
               GO TO ENC-FIM.
           IF GP-PRESENCA NOT = "P"
               GO TO ENC-LER.
           PERFORM GERA-ATEND THRU GERA-ATEND-FIM.
           GO TO ENC-LER.
       ENC-FIM.
           MOVE "R" TO GR-STATUS.
           MOVE "CADGRUPO" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGGRUPO TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGGRUPO
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA ALTERACAO DO REGISTRO CADGRUPO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE W-QTD-GER TO WM-QTD.
           MOVE W-MSG-ENC TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-INIC.
      *--------------------[ ATENDIMENTO DO PRESENTE ]--------------
      * UM AGENDAMENTO REALIZADO POR PARTICIPANTE, NA HORA DA
      * SESSAO, COM O PROCEDIMENTO DA SESSAO LANCADO NO CADPROCAG.
       GERA-ATEND.
           MOVE GR-DATA    TO AG-DATA.
           MOVE GR-CRM     TO AG-CRM.
           MOVE GR-CRM-UF  TO AG-CRM-UF.
           MOVE GP-PCODIGO TO AG-PCODIGO.
           MOVE GR-HORA    TO AG-HORA.
           MOVE "R"        TO AG-STATUS.
           MOVE "G"        TO AG-TIPO.
           MOVE ZEROS  TO AG-CID AG-HORACHEG AG-SERIE AG-REMARC-DE
                          AG-REMARCAS AG-PROC AG-ESPEC.
           MOVE SPACES TO AG-AUTORIZ AG-CONFIRM AG-REMARC-ORIG
                          AG-PARTICULAR AG-COPART-PEND AG-RESTAURADO
                          AG-ENCAIXE AG-MOT-ENCAIXE.
           MOVE W-UNIDADE TO AG-UNIDADE.
           COMPUTE AG-HRINI-AT = GR-HORA * 10000.
           COMPUTE AG-HRFIM-AT = W-HRFIM * 10000.
           ACCEPT AG-DTCAD FROM DATE YYYYMMDD.
           MOVE AG-PCODIGO TO AG-PAC-PCODIGO.
           MOVE AG-DATA    TO AG-PAC-DATA.
           MOVE "CADAGEN" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGAGEN TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGAGEN
           IF ST-ERRO = "22"
               MOVE GP-PCODIGO TO WM-PCOD
               MOVE W-MSG-DUP TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GERA-ATEND-FIM.
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO DE AGENDA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GERA-ATEND-FIM.
           ADD 1 TO W-QTD-GER.
           MOVE AG-DATA    TO PA-DATA.
           MOVE AG-CRM     TO PA-CRM.
           MOVE AG-CRM-UF  TO PA-CRM-UF.
           MOVE AG-PCODIGO TO PA-PCODIGO.
           MOVE AG-HORA    TO PA-HORA.
           MOVE 01         TO PA-SEQ.
           MOVE GR-PROC    TO PA-PROC.
           MOVE W-VALOR    TO PA-VALOR.
           MOVE AG-DTCAD   TO PA-DTLANC.
           WRITE REGPROCAG.
       GERA-ATEND-FIM.
           EXIT.
      *--------------------[ LISTA DE INSCRITOS NA TELA ]--------------
      * DUAS COLUNAS DE SEIS (LINHAS 13 A 18) E OS TOTAIS NA 19.
       MOSTRA-INSCR.
           MOVE 13 TO W-LIN.
       MOSTRA-INSCR-LIMPA.
           DISPLAY (W-LIN, 01) W-LIMPA.
           ADD 1 TO W-LIN.
           IF W-LIN < 20
               GO TO MOSTRA-INSCR-LIMPA.
           MOVE ZEROS TO W-QTD W-QTD-PRES W-QTD-FALT W-QTD-PEND.
           MOVE GR-CHAVE TO GP-GRUPO.
           MOVE ZEROS    TO GP-PCODIGO.
           START CADGRPAC KEY IS NOT LESS GP-CHAVE
               INVALID KEY
                   GO TO MOSTRA-INSCR-TOT.
       MOSTRA-INSCR-LER.
           READ CADGRPAC NEXT
           IF ST-ERRO NOT = "00"
               GO TO MOSTRA-INSCR-TOT.
           IF GP-GRUPO NOT = GR-CHAVE OR W-QTD NOT < 12
               GO TO MOSTRA-INSCR-TOT.
           ADD 1 TO W-QTD.
           IF GP-PRESENCA = "P"
               ADD 1 TO W-QTD-PRES
           ELSE
               IF GP-PRESENCA = "F"
                   ADD 1 TO W-QTD-FALT
               ELSE
                   ADD 1 TO W-QTD-PEND.
           MOVE GP-PCODIGO  TO WI-PCODIGO.
           MOVE GP-PRESENCA TO WI-PRESENCA.
           MOVE SPACES      TO WI-NOME.
           MOVE GP-PCODIGO  TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME TO WI-NOME.
           IF W-QTD > 6
               COMPUTE W-LIN = 6 + W-QTD
               MOVE 41 TO W-COL
           ELSE
               COMPUTE W-LIN = 12 + W-QTD
               MOVE 05 TO W-COL.
           DISPLAY (W-LIN, W-COL) W-LINHA-INSC.
           GO TO MOSTRA-INSCR-LER.
       MOSTRA-INSCR-TOT.
           MOVE W-QTD-PRES TO WT-PRES.
           MOVE W-QTD-FALT TO WT-FALT.
           MOVE W-QTD-PEND TO WT-PEND.
           DISPLAY (19, 05) W-LINHA-TOT.
       MOSTRA-INSCR-FIM.
           EXIT.
      *--------------------[ TEXTOS DA TELA ]--------------------
       MOSTRA-TEXTOS.
           MOVE SPACES TO TXMEDICO TXSALA TXPROC.
           MOVE GR-CRM    TO CRM.
           MOVE GR-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO = "00"
               MOVE NOME TO TXMEDICO.
           MOVE GR-RECURSO TO RR-CODIGO.
           READ CADRECUR
           IF ST-ERRO = "00"
               MOVE RR-DESCRICAO TO TXSALA.
           MOVE GR-PROC TO PR-CODIGO.
           READ CADPROC
           IF ST-ERRO = "00"
               MOVE PR-DESCRICAO TO TXPROC.
       MOSTRA-TEXTOS-FIM.
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
           CLOSE CADGRUPO CADGRPAC CADAGEN CADPROCAG
                 CADMED CADRECUR CADPROC CADPACI.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
