      *            DATA CRIACAO : 02/09/2026                 *
      ********************************************************
      * REVISA OS PEDIDOS PENDENTES DO CADAPROV (FUSAO DE
      * PACIENTES DO SMP044, ANONIMIZACAO LGPD DO SMP064 E
      * COPIA DO PRONTUARIO DO SMP196 E MIGRACAO DE CONVENIO/
      * PLANO DO SMP200).
      * SO O PERFIL SUPERVISOR APROVA, E NUNCA O PROPRIO
      * SOLICITANTE. NA FUSAO OS DOIS CADASTROS SAO MOSTRADOS
      * LADO A LADO. A APROVACAO NAO EXECUTA NADA: LIBERA O
                    RECORD KEY   IS OP-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       COPY REGOPER.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-AUD-OPER             PIC X(08) VALUE SPACES.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
           03 FILLER             PIC X(12) VALUE "INATIVOS HA ".
           03 WD-ANOS            PIC 9(02).
           03 FILLER             PIC X(08) VALUE " ANOS".
       01 W-DET-COPIA.
           03 FILLER             PIC X(04) VALUE "PAC ".
           03 WD-PAC             PIC 9(06).
           03 FILLER             PIC X(05) VALUE " PED ".
           03 WD-PED             PIC 9(06).
       01 W-DET-MIGR.
           03 FILLER             PIC X(03) VALUE "CV ".
           03 WD-CVPL            PIC 9999/99.
           03 FILLER             PIC X(05) VALUE " MIG ".
           03 WD-MIG             PIC 9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ SO O PERFIL SUPERVISOR REVISA A FILA ]-------------
       CHK-PERFIL.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "* CADOPER INDISPONIVEL - ACESSO NEGADO *" TO W-MSG
               MOVE AP-PCODIGO-DE   TO WD-DE
               MOVE AP-PCODIGO-PARA TO WD-PARA
               MOVE W-DET-FUSAO TO WP-DET
           ELSE
           IF AP-TIPO = "C"
               MOVE "COPIA" TO WP-TIPO
               MOVE AP-PCODIGO-DE   TO WD-PAC
               MOVE AP-PCODIGO-PARA TO WD-PED
               MOVE W-DET-COPIA TO WP-DET
           ELSE
           IF AP-TIPO = "M"
               MOVE "MIGRAC" TO WP-TIPO
               MOVE AP-PCODIGO-DE   TO WD-CVPL
               MOVE AP-PCODIGO-PARA TO WD-MIG
               MOVE W-DET-MIGR TO WP-DET
           ELSE
               MOVE "LGPD" TO WP-TIPO
               MOVE AP-ANOS TO WD-ANOS
               GO TO ESCOLHE.
      *--------------------[ FUSAO: OS DOIS LADO A LADO ]---------------
       MOSTRA-DET.
           IF W-TEM-PACI = "N"
               GO TO PERGUNTA.
           IF AP-TIPO = "C"
               GO TO MOSTRA-COPIA.
           IF AP-TIPO NOT = "F"
               GO TO PERGUNTA.
           MOVE SPACES TO W-NOME-DE W-NOME-PARA.
           MOVE AP-PCODIGO-DE TO P-CODIGO.
           DISPLAY (21, 17) W-NOME-DE.
           DISPLAY (22, 03) "SOBREVIVENTE: ".
           DISPLAY (22, 17) W-NOME-PARA.
           GO TO PERGUNTA.
      *--------------------[ COPIA: DE QUEM E O PRONTUARIO ]------------
       MOSTRA-COPIA.
           MOVE SPACES TO W-NOME-DE.
           MOVE AP-PCODIGO-DE TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME TO W-NOME-DE.
           DISPLAY (21, 03) "PACIENTE    : ".
           DISPLAY (21, 17) W-NOME-DE.
      *--------------------[ APROVA OU REJEITA ]------------------------
       PERGUNTA.
           DISPLAY (23, 03) "A=APROVAR  R=REJEITAR  OUTRA=VOLTAR : ".
