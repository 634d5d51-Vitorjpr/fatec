               05 AX-CRM            PIC 9(06).
               05 AX-CRM-UF         PIC X(02).
               05 AX-PCODIGO        PIC 9(06).
               05 AX-HORA           PIC 9(04).
           03 AX-RESTO              PIC X(124).
      *
       FD CADDIAGAR
               LABEL RECORD IS STANDARD
       01 NUMREG                 PIC 9(05) VALUE ZEROS.
       01 F-PCODIGO              PIC 9(06) VALUE ZEROS.
       01 TABHIST.
          03 TBHIST              PIC X(150) OCCURS 2000 TIMES.
      *
       01 W-LIN-AGEN.
           03 FILLER             PIC X(06) VALUE "DATA: ".
           03 FILLER             PIC X(07) VALUE " PACI: ".
           03 WL-PCOD            PIC 9(06).
           03 FILLER             PIC X(07) VALUE " DADOS ".
           03 WL-HORA            PIC 9(04).
           03 WL-RESTO           PIC X(23).
       01 W-LIN-DIAG.
           03 FILLER             PIC X(06) VALUE "PACI: ".
           03 WD-PCOD            PIC 9(06).
               MOVE AX-CRM     TO WL-CRM
               MOVE AX-CRM-UF  TO WL-UF
               MOVE AX-PCODIGO TO WL-PCOD
               MOVE AX-HORA    TO WL-HORA
               MOVE AX-RESTO   TO WL-RESTO
               DISPLAY (11, 03) W-LIN-AGEN
           ELSE
