      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO MAPEAMENTO CONTABIL (CADCTBMP.DAT) - PARA
      * CADA TIPO DE EVENTO FINANCEIRO, A CONTA DO PLANO DE CONTAS
      * DEBITADA E A CREDITADA E O HISTORICO PADRAO DO LANCAMENTO.
      * UNIDADE 00 = MAPEAMENTO GERAL, VALIDO PARA TODAS; A LINHA
      * DA UNIDADE PREVALECE SOBRE A GERAL. FORMA SO NOS EVENTOS
      * DE RECIBO (D=DINHEIRO C=CARTAO P=PIX B=BOLETO); BRANCO =
      * QUALQUER FORMA. MANUTENCAO NO SMP192; USADO PELA
      * EXPORTACAO MENSAL DOS LANCAMENTOS (SMP193).
      * EVENTOS:
      *   RC - RECEBIMENTO PARTICULAR (CADRECIB)
      *   ER - ESTORNO DE RECIBO (CADRECIB STATUS E)
      *   FC - FATURA DE CONVENIO (CADFATCTL)
      *   PC - PAGAMENTO DE CONVENIO (CADREMES)
      *   GL - GLOSA DE CONVENIO (CADREMES)
      *   RB - REPASSE MEDICO BRUTO (CADREPHIS)
      *   RI - IRRF RETIDO NO REPASSE (CADREPHIS)
      *   RS - ISS RETIDO NO REPASSE (CADREPHIS)
      *   CS - SOBRA DE CAIXA (CX-DIFER POSITIVA)
      *   CF - FALTA DE CAIXA (CX-DIFER NEGATIVA)
      *-----------------------------------------------------------------
       01 REGCTBMP.
           03 CM-CHAVE.
               05 CM-UNIDADE        PIC 9(02).
               05 CM-EVENTO         PIC X(02).
               05 CM-FORMA          PIC X(01).
           03 CM-CTA-DEB            PIC X(15).
           03 CM-CTA-CRED           PIC X(15).
           03 CM-HISTORICO          PIC X(30).
           03 CM-STATUS             PIC X(01).
           03 CM-DTCADASTRO         PIC 9(08).
           03 CM-HRCADASTRO         PIC 9(08).
