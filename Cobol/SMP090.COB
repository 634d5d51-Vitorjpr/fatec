      *--------------[ PAGO NAS REMESSAS DA COMPETENCIA ]---------------
       SOMA-REMESSAS.
           MOVE ZEROS TO W-PAGO.
           MOVE ZEROS TO RM-DATA RM-CRM RM-PCODIGO RM-HORA.
           MOVE SPACES TO RM-CRM-UF.
           START CADREMES KEY IS NOT LESS RM-CHAVE
               INVALID KEY
