               05 EV-CRM            PIC 9(06).
               05 EV-CRM-UF         PIC X(02).
               05 EV-PCODIGO        PIC 9(06).
               05 EV-HORA           PIC 9(04).
               05 EV-SEQ            PIC 9(02).
           03 EV-SUBJETIVO          PIC X(60).
           03 EV-OBJETIVO           PIC X(60).
