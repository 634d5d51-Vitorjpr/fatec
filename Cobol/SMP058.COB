           WRITE REGFERRL FROM CAB2-FER.
           WRITE REGFERRL FROM CAB3-FER.
           MOVE FE-DATA TO AG-DATA.
           MOVE ZEROS   TO AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES  TO AG-CRM-UF.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
