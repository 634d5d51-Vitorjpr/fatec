      *-----------------------------------------------------------------
      * LAYOUT PADRAO DOS PRECOS DE PERFIL DE EXAME CONTRATADOS POR
      * CONVENIO (CADPFPREC.DAT) - UMA LINHA POR CONVENIO E PERFIL
      * (CADPERFIL). COM A LINHA, O FATURAMENTO (SMP010) E O
      * EXTRATO (SMP059) COBRAM O PERFIL INTEIRO POR ESTE PRECO;
      * SEM ELA, CADA ITEM DO PERFIL SAI PELO CADEXPREC/ET-VALOR.
      *-----------------------------------------------------------------
       01 REGPFPREC.
           03 PP-CHAVE.
               05 PP-CONVENIO       PIC 9(04).
               05 PP-PERFIL         PIC 9(04).
           03 PP-VALOR              PIC 9(06)V99.
           03 PP-DTCADASTRO         PIC 9(08).
           03 PP-HRCADASTRO         PIC 9(08).
