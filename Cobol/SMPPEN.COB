       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMPPEN.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   ROTINA COMUM DE INCLUSAO DE PENDENCIA DO OPERADOR  *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CHAMADA PELOS PROGRAMAS QUE GERAM TAREFAS DE
      * ACOMPANHAMENTO (SMP077 RESULTADO CRITICO, SMP095
      * COPARTICIPACAO PENDENTE, SMP032 GLOSA A CONTESTAR) E
      * PELO SMP174 NA INCLUSAO MANUAL. GRAVA A PENDENCIA NO
      * CADPEND COM O PROXIMO NUMERO LIVRE, ABERTA, CRIADA PELO
      * OPERADOR DA SESSAO. VENCIMENTO ZERADO = HOJE.
      * SE JA EXISTE PENDENCIA (ABERTA OU FECHADA) PARA A MESMA
      * ORIGEM + REFERENCIA, NAO GRAVA OUTRA: O ITEM JA FOI
      * ENCAMINHADO. PEN-OK: S = INCLUIDA, J = JA EXISTIA,
      * N = ERRO NO ARQUIVO. PEN-NUMERO DEVOLVE O NUMERO.
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEND.DAT".
       COPY REGPEND.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ULTIMO      PIC 9(06) VALUE ZEROS.
       77 W-TENTA       PIC 9(02) VALUE ZEROS.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-PEN.
           03 PEN-ORIGEM         PIC X(06).
           03 PEN-REF            PIC X(26).
           03 PEN-PCODIGO        PIC 9(06).
           03 PEN-DESCRICAO      PIC X(50).
           03 PEN-OPERADOR       PIC X(08).
           03 PEN-PERFIL         PIC X(01).
           03 PEN-DTVENC         PIC 9(08).
           03 PEN-NUMERO         PIC 9(06).
           03 PEN-OK             PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PEN.
       INICIO.
           MOVE "N"   TO PEN-OK.
           MOVE ZEROS TO PEN-NUMERO W-TENTA.
           MOVE "NAOLOGAD" TO SSP-OPERADOR.
           MOVE "C" TO SSP-ACAO.
           CALL "SMPSES" USING W-SES-PARM.
           IF SSP-OK NOT = "S"
               MOVE "NAOLOGAD" TO SSP-OPERADOR.

       ABRIR-PEND.
           OPEN I-O CADPEND
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPEND
                   CLOSE CADPEND
                   GO TO ABRIR-PEND
               ELSE
                   GO TO ROT-FIM.

      *--------------[ O ITEM JA TEM PENDENCIA ? ]----------------------
           MOVE PEN-ORIGEM TO PN-ORIGEM.
           MOVE PEN-REF    TO PN-REF.
           READ CADPEND KEY IS PN-CHAVE-REF
           IF ST-ERRO = "00"
               MOVE PN-NUMERO TO PEN-NUMERO
               MOVE "J" TO PEN-OK
               GO TO FECHAR.

      *--------------[ PROXIMO NUMERO LIVRE ]---------------------------
       ACHAR-NUMERO.
           MOVE ZEROS TO W-ULTIMO.
           MOVE ZEROS TO PN-NUMERO.
           START CADPEND KEY IS NOT LESS PN-NUMERO
               INVALID KEY
                   GO TO GRAVAR.
       ACHAR-LER.
           READ CADPEND NEXT
           IF ST-ERRO NOT = "00"
               GO TO GRAVAR.
           IF PN-NUMERO > W-ULTIMO
               MOVE PN-NUMERO TO W-ULTIMO.
           GO TO ACHAR-LER.

       GRAVAR.
           MOVE SPACES TO REGPEND.
           ADD 1 W-ULTIMO GIVING PN-NUMERO.
           MOVE PEN-ORIGEM    TO PN-ORIGEM.
           MOVE PEN-REF       TO PN-REF.
           MOVE "A"           TO PN-STATUS.
           MOVE PEN-DTVENC    TO PN-DTVENC.
           IF PN-DTVENC = ZEROS
               ACCEPT PN-DTVENC FROM DATE YYYYMMDD.
           MOVE PEN-DESCRICAO TO PN-DESCRICAO.
           MOVE PEN-PCODIGO   TO PN-PCODIGO.
           MOVE PEN-OPERADOR  TO PN-OPERADOR.
           MOVE PEN-PERFIL    TO PN-PERFIL.
           ACCEPT PN-DTCRIA FROM DATE YYYYMMDD.
           ACCEPT PN-HRCRIA FROM TIME.
           MOVE SSP-OPERADOR  TO PN-OPCRIA.
           MOVE ZEROS         TO PN-DTFECHA PN-HRFECHA.
           WRITE REGPEND
           IF ST-ERRO = "00" OR "02"
               MOVE PN-NUMERO TO PEN-NUMERO
               MOVE "S" TO PEN-OK
               GO TO FECHAR.
      *----- OUTRO TERMINAL PEGOU O NUMERO OU O MESMO ITEM AO MESMO
      *----- TEMPO: RELE E TENTA DE NOVO
           IF ST-ERRO = "22" AND W-TENTA < 5
               ADD 1 TO W-TENTA
               MOVE PEN-ORIGEM TO PN-ORIGEM
               MOVE PEN-REF    TO PN-REF
               READ CADPEND KEY IS PN-CHAVE-REF
               IF ST-ERRO = "00"
                   MOVE PN-NUMERO TO PEN-NUMERO
                   MOVE "J" TO PEN-OK
                   GO TO FECHAR
               ELSE
                   GO TO ACHAR-NUMERO.

       FECHAR.
           CLOSE CADPEND.
       ROT-FIM.
           EXIT PROGRAM.
