               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENW.DAT".
       01 REGAGENW.
           03 AGW-CHAVE             PIC X(26).
           03 FILLER                PIC X(75).
           03 AGW-CHAVE-PAC         PIC X(14).
           03 FILLER                PIC X(33).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
