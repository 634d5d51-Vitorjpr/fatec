                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCK-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOCK.DAT".
       COPY REGLOCK.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-MIN-AGORA   PIC 9(08) VALUE ZEROS.
       77 W-MIN-TRAVA   PIC 9(08) VALUE ZEROS.
       77 W-DIF-MIN     PIC S9(08) VALUE ZEROS.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-HORA-DEC.
           03 W-HD-HH   PIC 9(02).
           03 W-HD-MM   PIC 9(02).
       INICIO.
           MOVE "S" TO LCK-OK.
           MOVE "NAOLOGAD" TO W-OPERADOR.
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

       ABRIR-LOCK.
           OPEN I-O CADLOCK
