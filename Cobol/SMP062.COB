                    RECORD KEY   IS FL-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADFECHRL ASSIGN TO W-NOME-FECH
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFILA.DAT".
       COPY REGFILA.
      *
       FD CADFECHRL
               LABEL RECORD IS STANDARD.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-DATA-REF             PIC 9(08) VALUE ZEROS.
       01 W-UNIDADE              PIC 9(02) VALUE ZEROS.
       01 W-AG-MARC              PIC 9(05) VALUE ZEROS.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ PARAMETROS ]------------------------------
       ROT-INIC.
           ACCEPT W-DATA-REF FROM DATE YYYYMMDD.
               GO TO CONTA-FILA.
           OPEN INPUT CADMED.
           MOVE W-DATA-REF TO AG-DATA.
           MOVE ZEROS      TO AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES     TO AG-CRM-UF.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
