       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP174.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *          PENDENCIAS DOS OPERADORES (TAREFAS)         *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * LISTA AS PENDENCIAS ABERTAS DO OPERADOR DA SESSAO - AS
      * ATRIBUIDAS A ELE E, SEM OPERADOR, AS DO SEU PERFIL - EM
      * ORDEM DE VENCIMENTO, MARCANDO AS ATRASADAS E AS DE HOJE.
      * O PERFIL ADMIN PODE VER TODAS AS ABERTAS (OPCAO T).
      * INCLUSAO MANUAL (PELA ROTINA COMUM SMPPEN, A MESMA DOS
      * PROGRAMAS QUE GERAM PENDENCIA SOZINHOS) E BAIXA COM NOTA
      * DO QUE FOI FEITO; A BAIXA FICA NA AUDITORIA (CADAUDIT).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PN-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PN-CHAVE-REF
                    ALTERNATE RECORD KEY IS PN-CHAVE-VENC
                                                      WITH DUPLICATES.

                    SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OP-CODIGO
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

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEND.DAT".
       COPY REGPEND.
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       COPY REGOPER.
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
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
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
       01 W-PEN-PARM.
           03 PEN-ORIGEM         PIC X(06) VALUE SPACES.
           03 PEN-REF            PIC X(26) VALUE SPACES.
           03 PEN-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 PEN-DESCRICAO      PIC X(50) VALUE SPACES.
           03 PEN-OPERADOR       PIC X(08) VALUE SPACES.
           03 PEN-PERFIL         PIC X(01) VALUE SPACES.
           03 PEN-DTVENC         PIC 9(08) VALUE ZEROS.
           03 PEN-NUMERO         PIC 9(06) VALUE ZEROS.
           03 PEN-OK             PIC X(01) VALUE SPACES.
      *----- REFERENCIA DA PENDENCIA MANUAL: QUEM E QUANDO INCLUIU
       01 W-REF-MANUAL.
           03 W-RM-DATA          PIC 9(08).
           03 W-RM-HORA          PIC 9(08).
           03 W-RM-OPER          PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
       01 W-PERFIL               PIC X(01) VALUE "A".
       01 W-TODAS                PIC X(01) VALUE "N".
       01 W-DONO                 PIC X(01) VALUE "N".
       01 W-TEM-PACI             PIC X(01) VALUE "S".
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-AUD-CHAVE            PIC X(15) VALUE SPACES.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-QTD                  PIC 9(04) VALUE ZEROS.
       01 W-QTD-ED               PIC ZZZ9 VALUE ZEROS.
       01 W-NUM-ED               PIC ZZZZZ9 VALUE ZEROS.
       01 W-IN-DESC              PIC X(50) VALUE SPACES.
       01 W-IN-PCOD              PIC 9(06) VALUE ZEROS.
       01 W-IN-NOME              PIC X(30) VALUE SPACES.
       01 W-IN-OPER              PIC X(08) VALUE SPACES.
       01 W-IN-PERFIL            PIC X(01) VALUE SPACES.
       01 W-IN-VENC              PIC 9(08) VALUE ZEROS.
       01 W-VENC-R REDEFINES W-IN-VENC.
           03 W-VR-ANO           PIC 9(04).
           03 W-VR-MES           PIC 9(02).
           03 W-VR-DIA           PIC 9(02).
       01 W-CAB-PEND.
           03 FILLER             PIC X(40) VALUE
              "NUMERO  VENCIMENTO  SITUACAO  PARA      ".
           03 FILLER             PIC X(30) VALUE
              "DESCRICAO                     ".
       01 W-LINHA-PEND.
           03 WL-NUMERO          PIC ZZZZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-DTVENC          PIC 9999.99.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-SIT             PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-PARA            PIC X(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WL-DESC            PIC X(30).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT174.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               *** PENDENCIAS DO OPERADO".
           05  LINE 02  COLUMN 41
               VALUE  "R ***".
           05  LINE 03  COLUMN 01
               VALUE  "     OPERADOR :".
           05  LINE 03  COLUMN 27
               VALUE  "PERFIL :".
           05  TOPERADOR
               LINE 03  COLUMN 17  PIC X(08)
               USING  W-OPERADOR.
           05  TPERFIL
               LINE 03  COLUMN 36  PIC X(01)
               USING  W-PERFIL.
      *
       01  SMT174I.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               *** INCLUIR PENDENCIA ***".
           05  LINE 06  COLUMN 01
               VALUE  "     DESCRICAO       :".
           05  LINE 08  COLUMN 01
               VALUE  "     PACIENTE        :".
           05  LINE 10  COLUMN 01
               VALUE  "     OPERADOR        :".
           05  LINE 10  COLUMN 36
               VALUE  "( EM BRANCO = TODO O PERFIL )".
           05  LINE 12  COLUMN 01
               VALUE  "     PERFIL (A/R/F)  :".
           05  LINE 12  COLUMN 36
               VALUE  "A=ADMIN R=RECEPCAO F=FATURAMENTO".
           05  LINE 14  COLUMN 01
               VALUE  "     VENCIMENTO      :".
           05  LINE 14  COLUMN 36
               VALUE  "( ZERADO = HOJE )".
           05  TINDESC
               LINE 06  COLUMN 24  PIC X(50)
               USING  W-IN-DESC
               HIGHLIGHT.
           05  TINPCOD
               LINE 08  COLUMN 24  PIC 9(06)
               USING  W-IN-PCOD
               HIGHLIGHT.
           05  TINNOME
               LINE 08  COLUMN 31  PIC X(30)
               USING  W-IN-NOME
               HIGHLIGHT.
           05  TINOPER
               LINE 10  COLUMN 24  PIC X(08)
               USING  W-IN-OPER
               HIGHLIGHT.
           05  TINPERFIL
               LINE 12  COLUMN 24  PIC X(01)
               USING  W-IN-PERFIL
               HIGHLIGHT.
           05  TINVENC
               LINE 14  COLUMN 24  PIC 9999.99.99
               USING  W-IN-VENC
               HIGHLIGHT.
      *
       01  SMT174B.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               *** BAIXA DE PENDENCIA **".
           05  LINE 02  COLUMN 41
               VALUE  "*".
           05  LINE 06  COLUMN 01
               VALUE  "     NUMERO          :".
           05  LINE 08  COLUMN 01
               VALUE  "     DESCRICAO       :".
           05  LINE 10  COLUMN 01
               VALUE  "     PACIENTE        :".
           05  LINE 12  COLUMN 01
               VALUE  "     VENCIMENTO      :".
           05  LINE 12  COLUMN 36
               VALUE  "ORIGEM :".
           05  LINE 14  COLUMN 01
               VALUE  "     CRIADA POR      :".
           05  LINE 14  COLUMN 36
               VALUE  "EM".
           05  LINE 16  COLUMN 01
               VALUE  "     NOTA DA BAIXA   :".
           05  TBXNUMERO
               LINE 06  COLUMN 24  PIC ZZZZZ9
               USING  PN-NUMERO
               HIGHLIGHT.
           05  TBXDESC
               LINE 08  COLUMN 24  PIC X(50)
               USING  PN-DESCRICAO
               HIGHLIGHT.
           05  TBXPCOD
               LINE 10  COLUMN 24  PIC 9(06)
               USING  PN-PCODIGO
               HIGHLIGHT.
           05  TBXNOME
               LINE 10  COLUMN 31  PIC X(30)
               USING  W-IN-NOME
               HIGHLIGHT.
           05  TBXVENC
               LINE 12  COLUMN 24  PIC 9999.99.99
               USING  PN-DTVENC
               HIGHLIGHT.
           05  TBXORIGEM
               LINE 12  COLUMN 45  PIC X(06)
               USING  PN-ORIGEM
               HIGHLIGHT.
           05  TBXOPCRIA
               LINE 14  COLUMN 24  PIC X(08)
               USING  PN-OPCRIA
               HIGHLIGHT.
           05  TBXDTCRIA
               LINE 14  COLUMN 39  PIC 9999.99.99
               USING  PN-DTCRIA
               HIGHLIGHT.
           05  TBXNOTA
               LINE 16  COLUMN 24  PIC X(50)
               USING  PN-NOTA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ OPERADOR DA SESSAO E O SEU PERFIL ]----------------
       CHK-PERFIL.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "* CADOPER INDISPONIVEL - ACESSO NEGADO *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ROT-FIM.
           MOVE W-OPERADOR TO OP-CODIGO.
           READ CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "* OPERADOR DA SESSAO NAO ENCONTRADO *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               CLOSE CADOPER
               GO TO ROT-FIM.
      *----- OPERADOR ANTIGO SEM PERFIL ATRIBUIDO VALE COMO ADMIN
           IF OP-PERFIL = "R" OR OP-PERFIL = "F"
               MOVE OP-PERFIL TO W-PERFIL
           ELSE
               MOVE "A" TO W-PERFIL.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADPEND
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPEND
                   CLOSE CADPEND
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEND" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   CLOSE CADOPER
                   GO TO ROT-FIM.
           MOVE "S" TO W-TEM-PACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PACI.
       ABRIR-AUDIT.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT.
      *--------------------[ LISTA DAS PENDENCIAS ABERTAS ]-------------
       ROT-INIC.
           DISPLAY SMT174.
           IF W-TODAS = "S"
               DISPLAY (03, 45) "** TODAS AS ABERTAS **".
           DISPLAY (05, 05) W-CAB-PEND.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE 06 TO W-LIN.
           MOVE ZEROS TO W-QTD.
           MOVE "A"   TO PN-STATUS.
           MOVE ZEROS TO PN-DTVENC.
           START CADPEND KEY IS NOT LESS PN-CHAVE-VENC
               INVALID KEY
                   GO TO LISTA-FIM.
       LISTA-LER.
           READ CADPEND NEXT
           IF ST-ERRO NOT = "00"
               GO TO LISTA-FIM.
           IF PN-STATUS NOT = "A"
               GO TO LISTA-FIM.
           PERFORM CHK-DONO THRU CHK-DONO-FIM.
           IF W-DONO NOT = "S"
               GO TO LISTA-LER.
           IF W-LIN > 19
               DISPLAY (21, 05) "TECLE ENTER PARA CONTINUAR : "
               ACCEPT (21, 35) W-OPCAO
               DISPLAY SMT174
               DISPLAY (05, 05) W-CAB-PEND
               MOVE 06 TO W-LIN.
           ADD 1 TO W-QTD.
           MOVE PN-NUMERO TO WL-NUMERO.
           MOVE PN-DTVENC TO WL-DTVENC.
           MOVE SPACES TO WL-SIT.
           IF PN-DTVENC < W-HOJE
               MOVE "ATRASADA" TO WL-SIT.
           IF PN-DTVENC = W-HOJE
               MOVE "HOJE"     TO WL-SIT.
           IF PN-OPERADOR NOT = SPACES
               MOVE PN-OPERADOR TO WL-PARA
           ELSE
               MOVE SPACES      TO WL-PARA
               MOVE "PERFIL"    TO WL-PARA (1:6)
               MOVE PN-PERFIL   TO WL-PARA (8:1).
           MOVE PN-DESCRICAO TO WL-DESC.
           DISPLAY (W-LIN, 05) W-LINHA-PEND.
           ADD 1 TO W-LIN.
           GO TO LISTA-LER.
       LISTA-FIM.
           IF W-QTD = ZEROS
               DISPLAY (07, 05) "NENHUMA PENDENCIA ABERTA"
           ELSE
               MOVE W-QTD TO W-QTD-ED
               DISPLAY (20, 05) "PENDENCIAS ABERTAS :"
               DISPLAY (20, 26) W-QTD-ED.
       ACE-001.
           IF W-PERFIL = "A"
               DISPLAY (23, 05)
                "A=ATUALIZAR I=INCLUIR B=BAIXAR T=TODAS/MINHAS F=FIM"
           ELSE
               DISPLAY (23, 05)
                "A=ATUALIZAR   I=INCLUIR   B=BAIXAR   F=FIM".
           ACCEPT (23, 60) W-OPCAO
           IF W-OPCAO = "A" OR "a"
               GO TO ROT-INIC.
           IF W-OPCAO = "I" OR "i"
               GO TO INC-INIC.
           IF W-OPCAO = "B" OR "b"
               GO TO BX-INIC.
           IF (W-OPCAO = "T" OR "t") AND W-PERFIL = "A"
               IF W-TODAS = "S"
                   MOVE "N" TO W-TODAS
                   GO TO ROT-INIC
               ELSE
                   MOVE "S" TO W-TODAS
                   GO TO ROT-INIC.
           IF W-OPCAO = "F" OR "f"
               GO TO ROT-SAIR.
           GO TO ACE-001.
      *--------------------[ INCLUIR PENDENCIA MANUAL ]----------------
       INC-INIC.
           MOVE SPACES TO W-IN-DESC W-IN-NOME W-IN-OPER W-IN-PERFIL.
           MOVE ZEROS  TO W-IN-PCOD W-IN-VENC.
           DISPLAY SMT174I.
       INC-1.
           ACCEPT TINDESC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-INIC.
           IF W-IN-DESC = SPACES
               MOVE "DESCRICAO DA PENDENCIA OBRIGATORIA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO INC-1.
       INC-2.
           ACCEPT TINPCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-1.
           MOVE SPACES TO W-IN-NOME.
           IF W-IN-PCOD = ZEROS OR W-TEM-PACI = "N"
               DISPLAY TINNOME
               GO TO INC-3.
           MOVE W-IN-PCOD TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO INC-2.
           MOVE P-NOME TO W-IN-NOME.
           DISPLAY TINNOME.
       INC-3.
           ACCEPT TINOPER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-2.
           IF W-IN-OPER = SPACES
               GO TO INC-4.
           MOVE W-IN-OPER TO OP-CODIGO.
           READ CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "*** OPERADOR NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO INC-3.
      *----- COM OPERADOR, O PERFIL E O DELE
           IF OP-PERFIL = "R" OR OP-PERFIL = "F"
               MOVE OP-PERFIL TO W-IN-PERFIL
           ELSE
               MOVE "A" TO W-IN-PERFIL.
           DISPLAY TINPERFIL.
           GO TO INC-5.
       INC-4.
           ACCEPT TINPERFIL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-3.
           IF W-IN-PERFIL = "a" MOVE "A" TO W-IN-PERFIL.
           IF W-IN-PERFIL = "r" MOVE "R" TO W-IN-PERFIL.
           IF W-IN-PERFIL = "f" MOVE "F" TO W-IN-PERFIL.
           IF W-IN-PERFIL NOT = "A" AND W-IN-PERFIL NOT = "R"
                                    AND W-IN-PERFIL NOT = "F"
               MOVE "PERFIL => A=ADMIN R=RECEPCAO F=FATURAMENTO"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO INC-4.
       INC-5.
           ACCEPT TINVENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-3.
           IF W-IN-VENC = ZEROS
               MOVE W-HOJE TO W-IN-VENC
               DISPLAY TINVENC.
           IF W-VR-MES < 01 OR W-VR-MES > 12
                            OR W-VR-DIA < 01 OR W-VR-DIA > 31
               MOVE "DATA INVALIDA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO INC-5.
           IF W-IN-VENC < W-HOJE
               MOVE "* VENCIMENTO ANTERIOR A HOJE *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO INC-5.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 05) "INCLUIR A PENDENCIA (S/N) : ".
           ACCEPT (20, 33) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO INC-5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INCLUSAO CANCELADA PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *----- A ROTINA COMUM ABRE O CADPEND POR CONTA PROPRIA
           CLOSE CADPEND.
           ACCEPT W-RM-DATA FROM DATE YYYYMMDD.
           ACCEPT W-RM-HORA FROM TIME.
           MOVE W-OPERADOR    TO W-RM-OPER.
           MOVE "MANUAL"      TO PEN-ORIGEM.
           MOVE W-REF-MANUAL  TO PEN-REF.
           MOVE W-IN-PCOD     TO PEN-PCODIGO.
           MOVE W-IN-DESC     TO PEN-DESCRICAO.
           MOVE W-IN-OPER     TO PEN-OPERADOR.
           MOVE W-IN-PERFIL   TO PEN-PERFIL.
           MOVE W-IN-VENC     TO PEN-DTVENC.
           CALL "SMPPEN" USING W-PEN-PARM.
           OPEN I-O CADPEND.
           IF PEN-OK NOT = "S"
               MOVE "*** ERRO NA GRAVACAO DA PENDENCIA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE PEN-NUMERO TO W-NUM-ED.
           MOVE SPACES     TO W-AUD-CHAVE.
           MOVE W-NUM-ED   TO W-AUD-CHAVE.
           MOVE "INCPEND"  TO W-AUD-ACAO.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
           MOVE "*** PENDENCIA INCLUIDA ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
      *--------------------[ BAIXA DE PENDENCIA ]----------------------
       BX-INIC.
           MOVE SPACES TO REGPEND W-IN-NOME.
           MOVE ZEROS  TO PN-NUMERO PN-PCODIGO PN-DTVENC PN-DTCRIA.
           DISPLAY SMT174B.
       BX-1.
           ACCEPT TBXNUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-INIC.
           IF PN-NUMERO = ZEROS
               MOVE "NUMERO DA PENDENCIA NAO INFORMADO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO BX-1.
           READ CADPEND
           IF ST-ERRO NOT = "00"
               MOVE "*** PENDENCIA NAO ENCONTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO BX-1.
           IF PN-STATUS NOT = "A"
               MOVE "*** PENDENCIA JA BAIXADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO BX-1.
      *----- SO O DONO (OPERADOR OU PERFIL) OU O ADMIN DA BAIXA
           PERFORM CHK-DONO THRU CHK-DONO-FIM.
           IF W-DONO NOT = "S" AND W-PERFIL NOT = "A"
               MOVE "* PENDENCIA DE OUTRO OPERADOR/PERFIL *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO BX-1.
           MOVE SPACES TO W-IN-NOME.
           IF PN-PCODIGO NOT = ZEROS AND W-TEM-PACI = "S"
               MOVE PN-PCODIGO TO P-CODIGO
               READ CADPACI
               IF ST-ERRO = "00"
                   MOVE P-NOME TO W-IN-NOME.
           MOVE SPACES TO PN-NOTA.
           DISPLAY SMT174B.
       BX-2.
           ACCEPT TBXNOTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO BX-INIC.
           IF PN-NOTA = SPACES
               MOVE "INFORME O QUE FOI FEITO NA NOTA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO BX-2.
       BX-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 05) "BAIXAR A PENDENCIA (S/N) : ".
           ACCEPT (20, 32) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO BX-2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PENDENCIA MANTIDA ABERTA ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BX-OPC.
           MOVE "F" TO PN-STATUS.
           ACCEPT PN-DTFECHA FROM DATE YYYYMMDD.
           ACCEPT PN-HRFECHA FROM TIME.
           MOVE W-OPERADOR TO PN-OPFECHA.
           REWRITE REGPEND
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADPEND" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           MOVE PN-NUMERO  TO W-NUM-ED.
           MOVE SPACES     TO W-AUD-CHAVE.
           MOVE W-NUM-ED   TO W-AUD-CHAVE.
           MOVE "BAIXAPEND" TO W-AUD-ACAO.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
           MOVE "*** PENDENCIA BAIXADA ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
      *--------------[ A PENDENCIA E DO OPERADOR ? (W-DONO S/N) ]-------
       CHK-DONO.
           MOVE "N" TO W-DONO.
           IF W-TODAS = "S"
               MOVE "S" TO W-DONO
               GO TO CHK-DONO-FIM.
           IF PN-OPERADOR NOT = SPACES
               IF PN-OPERADOR = W-OPERADOR
                   MOVE "S" TO W-DONO
                   GO TO CHK-DONO-FIM
               ELSE
                   GO TO CHK-DONO-FIM.
           IF PN-PERFIL = W-PERFIL
               MOVE "S" TO W-DONO.
       CHK-DONO-FIM.
           EXIT.
      *--------------------[ ROTINA DE AUDITORIA ]--------------------
       GRAVAR-AUDIT.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE "SMP174"      TO AUD-PROGRAMA.
           MOVE W-AUD-CHAVE   TO AUD-CHAVE.
           MOVE W-AUD-ACAO    TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-AUDIT-FIM.
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

       ROT-SAIR.
           CLOSE CADPEND CADOPER CADAUDIT.
           IF W-TEM-PACI = "S"
               CLOSE CADPACI.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
