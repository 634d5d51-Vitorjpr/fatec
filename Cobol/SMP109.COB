                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               05 AX-CRM            PIC 9(06).
               05 AX-CRM-UF         PIC X(02).
               05 AX-PCODIGO        PIC 9(06).
               05 AX-HORA           PIC 9(04).
           03 AX-RESTO              PIC X(124).
      *
       FD CADDIAG
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-DUP-AGEN    PIC 9(05) VALUE ZEROS.
       77 W-DUP-DIAG    PIC 9(05) VALUE ZEROS.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT109.

       IDENT-OPER.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

       ABRE-PACI.
           OPEN INPUT CADPACI
