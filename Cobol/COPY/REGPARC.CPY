      * (PACIENTE + DATA DA CONSULTA + MEDICO). A BAIXA DA
      * PARCELA (SMP092) EMITE UM RECIBO CADRECIB PROPRIO E
      * GUARDA O NUMERO AQUI. PC-DTPAGTO ZERADO = EM ABERTO.
      * A PARCELA TAMBEM PODE SER COBRADA POR BOLETO (SMP151),
      * BAIXADA PELO RETORNO DO BANCO.
      *-----------------------------------------------------------------
       01 REGPARC.
           03 PC-CHAVE.
               05 PC-AG-DATA        PIC 9(08).
               05 PC-CRM            PIC 9(06).
               05 PC-CRM-UF         PIC X(02).
               05 PC-AG-HORA        PIC 9(04).
               05 PC-NUM            PIC 9(02).
           03 PC-VALOR              PIC 9(06)V99.
           03 PC-DTVENC             PIC 9(08).
           03 PC-DTPAGTO            PIC 9(08).
           03 PC-RECIBO             PIC 9(06).
      *----- BOLETO: BRANCO=SEM BOLETO  E=EMITIDO (REMETIDO AO
      *----- BANCO)  L=LIQUIDADO PELO BANCO  R=REJEITADO PELO BANCO
      *----- (PODE SER EMITIDO DE NOVO). NSA = ARQUIVO DE REMESSA.
           03 PC-SITBOL             PIC X(01).
           03 PC-NOSSONUM           PIC 9(10).
           03 PC-NSA                PIC 9(06).
      *----- MULTA E JUROS PAGOS NO BOLETO EM ATRASO
           03 PC-ENCARGOS           PIC 9(06)V99.
