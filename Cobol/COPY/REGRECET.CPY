               05 RE-PCODIGO        PIC 9(06).
               05 RE-CRM            PIC 9(06).
               05 RE-CRM-UF         PIC X(02).
               05 RE-HORA           PIC 9(04).
               05 RE-SEQ            PIC 9(02).
           03 RE-MEDIC              PIC 9(04).
           03 RE-MEDICAMENTO        PIC X(30).
