      *-----------------------------------------------------------------
      * LAYOUT PADRAO DOS LOTES DE VACINA (CADVCLOTE.DAT)
      * UM REGISTRO POR VACINA/LOTE RECEBIDO. O SALDO E CONTADO
      * EM DOSES (FRASCOS RECEBIDOS X DOSES POR FRASCO) E BAIXA
      * UMA DOSE A CADA APLICACAO REGISTRADA NO SMP042.
      * STATUS: A=LIBERADO  R=RECOLHIDO (BLOQUEADO PARA USO)
      *-----------------------------------------------------------------
       01 REGVCLOTE.
           03 LT-CHAVE.
               05 LT-VACINA         PIC X(20).
               05 LT-LOTE           PIC X(10).
           03 LT-FABRICANTE         PIC X(20).
           03 LT-VALIDADE.
               05 LT-VAL-ANO        PIC 9(04).
               05 LT-VAL-MES        PIC 9(02).
               05 LT-VAL-DIA        PIC 9(02).
           03 LT-QTD-RECEB          PIC 9(05).
           03 LT-DOSES-FRASCO       PIC 9(02).
           03 LT-SALDO              PIC 9(07).
           03 LT-STATUS             PIC X(01).
           03 LT-DTCADASTRO         PIC 9(08).
           03 LT-HRCADASTRO         PIC 9(08).
