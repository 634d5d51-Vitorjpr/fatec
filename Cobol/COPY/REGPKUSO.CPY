      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO CONSUMO DE SESSAO DE PACOTE (CADPKUSO.DAT)
      * UM REGISTRO POR ATENDIMENTO DEBITADO DE UM PACOTE PRE-PAGO
      * (CADPACOT) NO CAIXA (SMP034), COM A CHAVE DO AGENDAMENTO:
      * IMPEDE DEBITAR DUAS VEZES A MESMA CONSULTA.
      *-----------------------------------------------------------------
       01 REGPKUSO.
           03 PU-CHAVE.
               05 PU-AG-DATA        PIC 9(08).
               05 PU-CRM            PIC 9(06).
               05 PU-CRM-UF         PIC X(02).
               05 PU-PCODIGO        PIC 9(06).
               05 PU-AG-HORA        PIC 9(04).
           03 PU-PACOTE             PIC X(16).
           03 PU-DATA               PIC 9(08).
           03 PU-HORA               PIC 9(08).
           03 PU-OPERADOR           PIC X(08).
