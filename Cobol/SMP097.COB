      *--------------[ CREDITO X REMESSA (VALOR PAGO) ]-----------------
       CASA-REMESSA.
           MOVE "N" TO W-ACHOU.
           MOVE ZEROS TO RM-DATA RM-CRM RM-PCODIGO RM-HORA.
           MOVE SPACES TO RM-CRM-UF.
           START CADREMES KEY IS NOT LESS RM-CHAVE
               INVALID KEY
