      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO HISTORICO DE CONVENIO/PLANO DO PACIENTE
      * (CADHCONV.DAT) - UMA LINHA POR PERIODO DE COBERTURA, GRAVADA
      * PELO SMP004 A CADA TROCA DE CONVENIO OU PLANO.
      * DTINI ZERADA = DESDE O CADASTRO (PRIMEIRA LINHA DO PACIENTE).
      * DTFIM ZERADA = EM VIGOR. VALE PARA UMA DATA A LINHA DE MAIOR
      * DTINI ATE AQUELA DATA (ROTINA COMUM SMPHCV). PACIENTE SEM
      * NENHUMA LINHA USA O CONVENIO/PLANO DO CADPACI.
      *-----------------------------------------------------------------
       01 REGHCONV.
           03 HC-CHAVE.
               05 HC-PCODIGO        PIC 9(06).
               05 HC-DTINI          PIC 9(08).
           03 HC-CONVENIO           PIC 9(04).
           03 HC-PLANO              PIC 9(02).
           03 HC-CARTEIRA           PIC X(20).
           03 HC-DTFIM              PIC 9(08).
           03 HC-OPERADOR           PIC X(08).
           03 HC-DTCADASTRO         PIC 9(08).
           03 HC-HRCADASTRO         PIC 9(08).
