               05 RM-CRM            PIC 9(06).
               05 RM-CRM-UF         PIC X(02).
               05 RM-PCODIGO        PIC 9(06).
               05 RM-HORA           PIC 9(04).
           03 RM-CONVENIO           PIC 9(04).
           03 RM-VALOR-FAT          PIC 9(06)V99.
           03 RM-VALOR-PAGO         PIC 9(06)V99.
