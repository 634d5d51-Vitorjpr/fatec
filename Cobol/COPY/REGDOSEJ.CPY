      *-----------------------------------------------------------------
      * LAYOUT PADRAO DAS DOSES PRESCRITAS ACIMA DO LIMITE
      * (CADDOSEJ.DAT) - UM REGISTRO POR ITEM DO RECEITUARIO
      * (MESMA CHAVE DO CADRECET, COM A HORA DA CONSULTA) GRAVADO
      * PELO SMP037 QUANDO O MEDICO CONFIRMA A DOSE COM
      * JUSTIFICATIVA. A FARMACIA REVISA NO SMP140.
      * MOTIVO: K=ACIMA DO LIMITE POR KG  D=ACIMA DO MAXIMO DIARIO
      *         I=ABAIXO DA IDADE MINIMA
      *         (COM MAIS DE UM, FICA O PRIMEIRO NA ORDEM I, D, K)
      * STATUS: P=PENDENTE DE REVISAO  R=REVISADO PELA FARMACIA
      *-----------------------------------------------------------------
       01 REGDOSEJ.
           03 DJ-CHAVE.
               05 DJ-DATA           PIC 9(08).
               05 DJ-PCODIGO        PIC 9(06).
               05 DJ-CRM            PIC 9(06).
               05 DJ-CRM-UF         PIC X(02).
               05 DJ-HORA           PIC 9(04).
               05 DJ-SEQ            PIC 9(02).
           03 DJ-MEDIC              PIC 9(04).
           03 DJ-DOSE-DIA           PIC 9(06)V99.
           03 DJ-LIMITE             PIC 9(06)V99.
           03 DJ-UNIDADE            PIC X(05).
           03 DJ-PESO               PIC 9(03)V99.
           03 DJ-MESES              PIC 9(04).
           03 DJ-MOTIVO             PIC X(01).
           03 DJ-JUSTIF             PIC X(50).
           03 DJ-STATUS             PIC X(01).
           03 DJ-REVISOR            PIC X(08).
           03 DJ-DTREVISAO          PIC 9(08).
           03 DJ-OBS-FARM           PIC X(40).
           03 DJ-DTCADASTRO         PIC 9(08).
           03 DJ-HRCADASTRO         PIC 9(08).
