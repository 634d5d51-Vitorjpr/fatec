       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP140.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   REVISAO DA FARMACIA - DOSES ACIMA DO LIMITE        *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * PERCORRE AS DOSES PRESCRITAS ACIMA DO LIMITE (CADDOSEJ)
      * AINDA PENDENTES, COM A JUSTIFICATIVA DO MEDICO, O PESO
      * E A IDADE USADOS NA CONFERENCIA DO SMP037. O FARMACEUTICO
      * MARCA COMO REVISADO COM UMA OBSERVACAO; FICAM GRAVADOS O
      * OPERADOR DA SESSAO E A DATA DA REVISAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADDOSEJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DJ-CHAVE
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

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MD-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MD-NOME-COM
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDOSEJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOSEJ.DAT".
       COPY REGDOSEJ.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       COPY REGMEDIC.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE "NAOLOGAD".
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TEM-PACI             PIC X(01) VALUE "N".
       01 W-TEM-MED              PIC X(01) VALUE "N".
       01 W-TEM-MEDIC            PIC X(01) VALUE "N".
       01 W-LIDOS                PIC 9(05) VALUE ZEROS.
       01 W-REVISADOS            PIC 9(05) VALUE ZEROS.
       01 W-LCK-PARM.
           03 LCK-ACAO           PIC X(01) VALUE SPACES.
           03 LCK-ARQUIVO        PIC X(10) VALUE SPACES.
           03 LCK-REGCHAVE       PIC X(22) VALUE SPACES.
           03 LCK-OPERADOR       PIC X(08) VALUE SPACES.
           03 LCK-OK             PIC X(01) VALUE SPACES.
       01 W-MSG-LOCK.
           03 FILLER             PIC X(16) VALUE "* EM EDICAO POR ".
           03 W-LCK-QUEM         PIC X(08) VALUE SPACES.
           03 FILLER             PIC X(02) VALUE " *".
       01 W-DATA-AMD             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-AMD.
           03 W-AMD-ANO          PIC 9(04).
           03 W-AMD-MES          PIC 9(02).
           03 W-AMD-DIA          PIC 9(02).
       01 W-DATA-DMA.
           03 W-DMA-DIA          PIC 9(02).
           03 W-DMA-MES          PIC 9(02).
           03 W-DMA-ANO          PIC 9(04).
       01 W-DATA-NUM REDEFINES W-DATA-DMA
                                 PIC 9(08).
       01 W-DATA-CONS            PIC 9(08) VALUE ZEROS.
       01 W-DATA-REV             PIC 9(08) VALUE ZEROS.
       01 W-NOME-PAC             PIC X(30) VALUE SPACES.
       01 W-NOME-MED             PIC X(30) VALUE SPACES.
       01 W-NOME-MEDIC           PIC X(30) VALUE SPACES.
       01 TXMOTIVO               PIC X(30) VALUE SPACES.
       01 TXSTATUS               PIC X(15) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT140.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** REVISAO DA FARMACIA - DO".
           05  LINE 02  COLUMN 43
               VALUE  "SES ACIMA DO LIMITE ***".

           05  LINE 04  COLUMN 01
               VALUE  "     DATA CONSULTA   :".
           05  LINE 04  COLUMN 41
               VALUE  "ITEM:".

           05  LINE 05  COLUMN 01
               VALUE  "     PACIENTE        :".

           05  LINE 06  COLUMN 01
               VALUE  "     MEDICO (CRM)    :".

           05  LINE 07  COLUMN 01
               VALUE  "     MEDICAMENTO     :".

           05  LINE 09  COLUMN 01
               VALUE  "     DOSE DIARIA     :".
           05  LINE 09  COLUMN 41
               VALUE  "LIMITE:".

           05  LINE 10  COLUMN 01
               VALUE  "     PESO (KG)       :".
           05  LINE 10  COLUMN 41
               VALUE  "IDADE (MESES):".

           05  LINE 11  COLUMN 01
               VALUE  "     MOTIVO          :".

           05  LINE 12  COLUMN 01
               VALUE  "     JUSTIFICATIVA   :".

           05  LINE 14  COLUMN 01
               VALUE  "     STATUS          :".

           05  LINE 15  COLUMN 01
               VALUE  "     REVISOR         :".
           05  LINE 15  COLUMN 41
               VALUE  "DATA REVISAO:".

           05  LINE 16  COLUMN 01
               VALUE  "     OBS. FARMACIA   :".

           05  LINE 20  COLUMN 01
               VALUE  "     R=REVISAR   P=PROXIMO   F=FIM       :".

           05  TDJDATA
               LINE 04  COLUMN 24  PIC 99/99/9999
               USING  W-DATA-CONS.

           05  TDJSEQ
               LINE 04  COLUMN 47  PIC 99
               USING  DJ-SEQ.

           05  TDJPCODIGO
               LINE 05  COLUMN 24  PIC 9(06)
               USING  DJ-PCODIGO.

           05  TDJNOMEPAC
               LINE 05  COLUMN 31  PIC X(30)
               USING  W-NOME-PAC.

           05  TDJCRM
               LINE 06  COLUMN 24  PIC 9(06)
               USING  DJ-CRM.

           05  TDJCRMUF
               LINE 06  COLUMN 31  PIC X(02)
               USING  DJ-CRM-UF.

           05  TDJNOMEMED
               LINE 06  COLUMN 34  PIC X(30)
               USING  W-NOME-MED.

           05  TDJMEDIC
               LINE 07  COLUMN 24  PIC 9(04)
               USING  DJ-MEDIC.

           05  TDJNOMEMEDIC
               LINE 07  COLUMN 31  PIC X(30)
               USING  W-NOME-MEDIC.

           05  TDJDOSE
               LINE 09  COLUMN 24  PIC ZZZZZ9,99
               USING  DJ-DOSE-DIA.

           05  TDJUNID1
               LINE 09  COLUMN 34  PIC X(05)
               USING  DJ-UNIDADE.

           05  TDJLIMITE
               LINE 09  COLUMN 49  PIC ZZZZZ9,99
               USING  DJ-LIMITE.

           05  TDJUNID2
               LINE 09  COLUMN 59  PIC X(05)
               USING  DJ-UNIDADE.

           05  TDJPESO
               LINE 10  COLUMN 24  PIC ZZ9,99
               USING  DJ-PESO.

           05  TDJMESES
               LINE 10  COLUMN 56  PIC ZZZ9
               USING  DJ-MESES.

           05  TDJMOTIVO
               LINE 11  COLUMN 24  PIC X(01)
               USING  DJ-MOTIVO.

           05  TDJTXMOTIVO
               LINE 11  COLUMN 26  PIC X(30)
               USING  TXMOTIVO.

           05  TDJJUSTIF
               LINE 12  COLUMN 24  PIC X(50)
               USING  DJ-JUSTIF.

           05  TDJSTATUS
               LINE 14  COLUMN 24  PIC X(01)
               USING  DJ-STATUS.

           05  TTXSTATUS
               LINE 14  COLUMN 26  PIC X(15)
               USING  TXSTATUS.

           05  TDJREVISOR
               LINE 15  COLUMN 24  PIC X(08)
               USING  DJ-REVISOR.

           05  TDJDTREV
               LINE 15  COLUMN 55  PIC 99/99/9999
               USING  W-DATA-REV.

           05  TDJOBS
               LINE 16  COLUMN 24  PIC X(40)
               USING  DJ-OBS-FARM
               HIGHLIGHT.

           05  TW-OPCAO
               LINE 20  COLUMN 44  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADDOSEJ.
           OPEN I-O CADDOSEJ
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   MOVE "*** NENHUMA DOSE ACIMA DO LIMITE ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADDOSEJ" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

       ABRIR-CADPACI.
           MOVE "S" TO W-TEM-PACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-PACI.

       ABRIR-CADMED.
           MOVE "S" TO W-TEM-MED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-MED.

       ABRIR-CADMEDIC.
           MOVE "S" TO W-TEM-MEDIC.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-MEDIC.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------[ POSICIONA NO INICIO DO ARQUIVO ]----------------
       POSICIONA.
           MOVE ZEROS  TO DJ-DATA DJ-PCODIGO DJ-CRM DJ-HORA DJ-SEQ.
           MOVE SPACES TO DJ-CRM-UF.
           START CADDOSEJ KEY IS NOT LESS DJ-CHAVE
               INVALID KEY
                   GO TO FIM-PENDENTES.
      *--------------[ PROXIMA DOSE PENDENTE DE REVISAO ]--------------
       LER-PROX.
           READ CADDOSEJ NEXT
           IF ST-ERRO NOT = "00"
               GO TO FIM-PENDENTES.
           IF DJ-STATUS NOT = "P"
               GO TO LER-PROX.
           ADD 1 TO W-LIDOS.
           PERFORM MONTA-TELA THRU MONTA-TELA-FIM.
      *--------------------[ OPCAO DE TRABALHO ]-----------------------
       ACE-001.
           MOVE SPACES TO W-OPCAO
           ACCEPT TW-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO ROT-FIM-ARQ.
           IF W-OPCAO = "P" OR "p"
               GO TO LER-PROX.
           IF W-OPCAO NOT = "R" AND "r"
               MOVE "*** OPCAO NAO DISPONIVEL ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           PERFORM TRAVAR-REG THRU TRAVAR-REG-FIM.
           IF LCK-OK NOT = "S"
               GO TO ACE-001.
      *--------------------[ REVISAO DA FARMACIA ]---------------------
       REV-001.
           ACCEPT TDJOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM
               GO TO ACE-001.
       REV-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "REVISADO (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO REV-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "* REVISAO NAO GRAVADA *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REV-OPC.
       REV-RW1.
           MOVE "R"        TO DJ-STATUS.
           MOVE W-OPERADOR TO DJ-REVISOR.
           ACCEPT DJ-DTREVISAO FROM DATE YYYYMMDD.
           REWRITE REGDOSEJ
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADDOSEJ" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM
              GO TO ROT-FIM-ARQ.
           ADD 1 TO W-REVISADOS.
           PERFORM MONTA-TELA THRU MONTA-TELA-FIM.
           MOVE "*** DOSE REVISADA PELA FARMACIA ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           GO TO LER-PROX.
      *
       FIM-PENDENTES.
           MOVE SPACES TO W-MSG
           IF W-LIDOS = ZEROS
               MOVE "*** NENHUMA DOSE PENDENTE DE REVISAO ***" TO W-MSG
           ELSE
               MOVE "*** FIM DAS DOSES PENDENTES ***" TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM-ARQ.
           CLOSE CADDOSEJ.
           IF W-TEM-PACI = "S"
               CLOSE CADPACI.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
           IF W-TEM-MEDIC = "S"
               CLOSE CADMEDIC.
           GO TO ROT-FIM.
      *--------------[ NOMES, DATAS E TEXTOS DA TELA ]------------------
       MONTA-TELA.
           MOVE SPACES TO W-NOME-PAC W-NOME-MED W-NOME-MEDIC.
           IF W-TEM-PACI = "S"
               MOVE DJ-PCODIGO TO P-CODIGO
               READ CADPACI
               IF ST-ERRO = "00"
                   MOVE P-NOME TO W-NOME-PAC.
           IF W-TEM-MED = "S"
               MOVE DJ-CRM    TO CRM
               MOVE DJ-CRM-UF TO CRM-UF
               READ CADMED
               IF ST-ERRO = "00"
                   MOVE NOME TO W-NOME-MED.
           IF W-TEM-MEDIC = "S"
               MOVE DJ-MEDIC TO MD-CODIGO
               READ CADMEDIC
               IF ST-ERRO = "00"
                   MOVE MD-NOME-COM TO W-NOME-MEDIC.
           MOVE DJ-DATA TO W-DATA-AMD.
           PERFORM CONV-DATA.
           MOVE W-DATA-NUM TO W-DATA-CONS.
           MOVE ZEROS TO W-DATA-REV.
           IF DJ-DTREVISAO NOT = ZEROS
               MOVE DJ-DTREVISAO TO W-DATA-AMD
               PERFORM CONV-DATA
               MOVE W-DATA-NUM TO W-DATA-REV.
           PERFORM SET-TXMOTIVO.
           PERFORM SET-TXSTATUS.
           DISPLAY SMT140.
       MONTA-TELA-FIM.
           EXIT.
      *
       CONV-DATA.
           MOVE W-AMD-DIA TO W-DMA-DIA.
           MOVE W-AMD-MES TO W-DMA-MES.
           MOVE W-AMD-ANO TO W-DMA-ANO.
      *--------------------[ TEXTOS DO MOTIVO E STATUS ]----------------
       SET-TXMOTIVO.
           IF DJ-MOTIVO = "K"
               MOVE "ACIMA DO LIMITE POR KG" TO TXMOTIVO
           ELSE
               IF DJ-MOTIVO = "D"
                   MOVE "ACIMA DO MAXIMO DIARIO" TO TXMOTIVO
               ELSE
                   IF DJ-MOTIVO = "I"
                       MOVE "ABAIXO DA IDADE MINIMA" TO TXMOTIVO
                   ELSE
                       MOVE SPACES TO TXMOTIVO.

       SET-TXSTATUS.
           IF DJ-STATUS = "R"
               MOVE "REVISADO" TO TXSTATUS
           ELSE
               MOVE "PENDENTE" TO TXSTATUS.
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA A DOSE ANTES DA REVISAO; NEGADA MOSTRA QUEM ESTA
      * REVISANDO. A TRAVA E SOLTA AO GRAVAR OU DESISTIR.
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADDOSEJ" TO LCK-ARQUIVO.
           MOVE DJ-CHAVE TO LCK-REGCHAVE.
           CALL "SMPLCK" USING W-LCK-PARM.
           IF LCK-OK NOT = "S"
               MOVE LCK-OPERADOR TO W-LCK-QUEM
               MOVE W-MSG-LOCK TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2.
       TRAVAR-REG-FIM.
           EXIT.
       DESTRAVAR-REG.
           IF LCK-REGCHAVE = SPACES
               GO TO DESTRAVAR-REG-FIM.
           MOVE "U" TO LCK-ACAO.
           CALL "SMPLCK" USING W-LCK-PARM.
           MOVE SPACES TO LCK-REGCHAVE.
       DESTRAVAR-REG-FIM.
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
