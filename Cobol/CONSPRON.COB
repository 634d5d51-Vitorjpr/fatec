      **************************************************
      * REUNE, EM ORDEM DE DATA, AS CONSULTAS (CADAGEN),
      * OS DIAGNOSTICOS (CADDIAG COM A DENOMINACAO DO CID),
      * OS ENCAMINHAMENTOS (CADREF), AS RECEITAS (CADRECET),
      * OS PEDIDOS DE EXAME (CADEXAME) E OS LAUDOS ASSINADOS
      * (CADLAUDO) DE UM PACIENTE,
      * PAGINANDO COMO O CONSPACI. SUBSTITUI A CACA A PASTA
      * DE PAPEL ANTES DE CADA ATENDIMENTO.
      *----------------------------------------------------------------
                    RECORD KEY   IS EV-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADLAUDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LD-CHAVE
                    FILE STATUS  IS ST-ERRO.

       SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADEVOL.DAT".
       COPY REGEVOL.
      *
       FD CADLAUDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLAUDO.DAT".
       COPY REGLAUDO.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-CONT                 PIC 9(04) VALUE ZEROS.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
           03 FILLER             PIC X(08) VALUE " STATUS ".
           03 WDE-STATUS         PIC X(01).
           03 FILLER             PIC X(17) VALUE SPACES.
       01 W-DESC-LAUDO.
           03 FILLER             PIC X(04) VALUE "CRM ".
           03 WDU-CRM            PIC 9(06).
           03 FILLER             PIC X(01) VALUE "/".
           03 WDU-UF             PIC X(02).
           03 FILLER             PIC X(01) VALUE " ".
           03 WDU-CONCLUSAO      PIC X(42).
      *-----------------------------------------------------------------
      *
      ******************
      *
       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
           PERFORM CARREGA-EXAME THRU CARREGA-EXAME-FIM.
           PERFORM CARREGA-SINAIS THRU CARREGA-SINAIS-FIM.
           PERFORM CARREGA-EVOL THRU CARREGA-EVOL-FIM.
           PERFORM CARREGA-LAUDO THRU CARREGA-LAUDO-FIM.
           IF NUMREG = ZEROS
              MOVE "*** PACIENTE SEM HISTORICO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ADD 1 TO NUMREG.
           MOVE AG-DATA TO TL-DATA (NUMREG).
           MOVE "CONSULTA" TO TL-TIPO (NUMREG).
           IF AG-TIPO = "G"
               MOVE "SESSAO GRP" TO TL-TIPO (NUMREG).
           MOVE AG-CRM    TO WDA-CRM.
           MOVE AG-CRM-UF TO WDA-UF.
           MOVE AG-HH     TO WDA-HH.
           GO TO CARREGA-EVOL-LER.
       CARREGA-EVOL-FIM.
           EXIT.
      *--------------------[ LAUDOS DE EXAME DO PACIENTE ]-------------
      * SO ENTRA O LAUDO JA ASSINADO, NA DATA DA ASSINATURA; O
      * ADENDO DE CORRECAO APARECE COMO EVENTO PROPRIO.
       CARREGA-LAUDO.
           OPEN INPUT CADLAUDO
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-LAUDO-FIM.
       CARREGA-LAUDO-LER.
           READ CADLAUDO NEXT
           IF ST-ERRO NOT = "00"
               CLOSE CADLAUDO
               GO TO CARREGA-LAUDO-FIM.
           IF LD-PCODIGO NOT = W-PCODIGO OR LD-STATUS NOT = "A"
               GO TO CARREGA-LAUDO-LER.
           IF NUMREG NOT < 500
               CLOSE CADLAUDO
               GO TO CARREGA-LAUDO-FIM.
           ADD 1 TO NUMREG.
           MOVE LD-DTASSIN TO TL-DATA (NUMREG).
           IF LD-TIPO = "A"
               MOVE "ADENDO LAU" TO TL-TIPO (NUMREG)
           ELSE
               MOVE "LAUDO" TO TL-TIPO (NUMREG).
           MOVE LD-CRM        TO WDU-CRM.
           MOVE LD-CRM-UF     TO WDU-UF.
           MOVE LD-CONCLUSAO1 TO WDU-CONCLUSAO.
           MOVE W-DESC-LAUDO TO TL-DESCR (NUMREG).
           GO TO CARREGA-LAUDO-LER.
       CARREGA-LAUDO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
