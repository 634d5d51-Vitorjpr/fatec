      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA CONSULTA PRE-NATAL (CADPNVIS.DAT) - LIGA
      * CADA CONSULTA REALIZADA (CADAGEN STATUS R) A GESTACAO DA
      * PACIENTE (CADGEST), COM A SEMANA GESTACIONAL NA DATA.
      * GRAVADO PELO SMP133; CHAVE DUPLICADA = JA VINCULADA.
      *-----------------------------------------------------------------
       01 REGPNVIS.
           03 PV-CHAVE.
               05 PV-PCODIGO        PIC 9(06).
               05 PV-DUM            PIC 9(08).
               05 PV-DATA           PIC 9(08).
               05 PV-CRM            PIC 9(06).
               05 PV-CRM-UF         PIC X(02).
           03 PV-SEMANA             PIC 9(02).
           03 PV-DTVINC             PIC 9(08).
