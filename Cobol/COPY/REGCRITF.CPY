      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO RESUMO DA CRITICA DE PRE-FATURAMENTO
      * (CADCRITF.DAT) - UMA LINHA POR CONVENIO E COMPETENCIA,
      * GRAVADA (OU REGRAVADA) A CADA EXECUCAO DO SMP178. O SMP010
      * SO FECHA O FATURAMENTO SEM CONFIRMACAO DE SUPERVISOR QUANDO
      * A CRITICA FOI RODADA E NAO FICOU ERRO IMPEDITIVO
      * (CQ-BLOQ ZERADO); A LIBERACAO DO SUPERVISOR FICA GRAVADA
      * NOS CAMPOS CQ-LIB-*. AVISOS NAO IMPEDEM O FECHAMENTO.
      *-----------------------------------------------------------------
       01 REGCRITF.
           03 CQ-CHAVE.
               05 CQ-CONVENIO       PIC 9(04).
               05 CQ-COMPET         PIC 9(06).
           03 CQ-DTCRIT             PIC 9(08).
           03 CQ-HRCRIT             PIC 9(08).
           03 CQ-OPERADOR           PIC X(08).
           03 CQ-ITENS              PIC 9(06).
           03 CQ-BLOQ               PIC 9(06).
           03 CQ-AVISOS             PIC 9(06).
           03 CQ-LIB-OPER           PIC X(08).
           03 CQ-LIB-DATA           PIC 9(08).
           03 CQ-LIB-HORA           PIC 9(08).
