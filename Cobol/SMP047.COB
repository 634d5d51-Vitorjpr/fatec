               05 AX-CRM            PIC 9(06).
               05 AX-CRM-UF         PIC X(02).
               05 AX-PCODIGO        PIC 9(06).
               05 AX-HORA           PIC 9(04).
           03 AX-RESTO              PIC X(124).
      *
       FD CADDIAG
               LABEL RECORD IS STANDARD
