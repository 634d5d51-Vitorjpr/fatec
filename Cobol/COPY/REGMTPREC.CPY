      *-----------------------------------------------------------------
      * LAYOUT PADRAO DOS PRECOS DE MATERIAL E MEDICAMENTO POR
      * CONVENIO (CADMTPREC.DAT) - UMA LINHA POR CONVENIO E ITEM
      * DO CATALOGO (CADMEDIC), COM O PRECO UNITARIO, O CODIGO
      * TUSS/TISS DO ITEM NA TABELA DO CONVENIO E O CODIGO DE
      * DESPESA DA GUIA TISS (OUTRAS DESPESAS):
      *   01=GASES MEDICINAIS  02=MEDICAMENTOS  03=MATERIAIS
      *   08=OPME
      * CONVENIO 0000 = TABELA GERAL, VALIDA PARA TODOS E USADA NA
      * COBRANCA PARTICULAR (SMP034); A LINHA DO CONVENIO
      * PREVALECE SOBRE A GERAL NO FATURAMENTO (SMP010).
      * MANTIDO PELO SMP203.
      *-----------------------------------------------------------------
       01 REGMTPREC.
           03 MT-CHAVE.
               05 MT-CONVENIO       PIC 9(04).
               05 MT-MEDIC          PIC 9(04).
           03 MT-VALOR              PIC 9(06)V99.
           03 MT-TUSS               PIC 9(10).
           03 MT-DESPESA            PIC 9(02).
           03 MT-DTCADASTRO         PIC 9(08).
           03 MT-HRCADASTRO         PIC 9(08).
