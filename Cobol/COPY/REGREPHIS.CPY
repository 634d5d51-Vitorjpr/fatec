      * LAYOUT PADRAO DO HISTORICO DE REPASSES PAGOS
      * (CADREPHIS.DAT) - UMA LINHA POR MEDICO E COMPETENCIA,
      * GRAVADA PELO SMP068 COM BRUTO, RETENCOES E LIQUIDO.
      * O PAGAMENTO SAI PELA REMESSA BANCARIA DO SMP150.
      * E DAQUI QUE SAI O INFORME ANUAL PARA A DIRF (SMP096).
      *-----------------------------------------------------------------
       01 REGREPHIS.
           03 RH-IRRF               PIC 9(08)V99.
           03 RH-ISS                PIC 9(08)V99.
           03 RH-LIQUIDO            PIC 9(08)V99.
      *----- DATA DO CREDITO CONFIRMADA PELO RETORNO DO BANCO
      *----- (SMP150). ZEROS = AINDA NAO PAGO.
           03 RH-DTPAGTO            PIC 9(08).
      *----- SITUACAO DO PAGAMENTO: BRANCO=A REMETER  R=REMETIDO
      *----- P=PAGO  J=REJEITADO PELO BANCO (VOLTA PARA A PROXIMA
      *----- REMESSA). NSA = NUMERO DO ARQUIVO DE REMESSA.
           03 RH-SITPAGTO           PIC X(01).
           03 RH-NSA                PIC 9(06).
           03 RH-OCORRENCIA         PIC X(10).
