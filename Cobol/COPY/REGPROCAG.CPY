               05 PA-CRM            PIC 9(06).
               05 PA-CRM-UF         PIC X(02).
               05 PA-PCODIGO        PIC 9(06).
               05 PA-HORA           PIC 9(04).
               05 PA-SEQ            PIC 9(02).
           03 PA-PROC               PIC 9(04).
           03 PA-VALOR              PIC 9(06)V99.
