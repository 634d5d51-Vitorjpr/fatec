      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO CADASTRO DE PERFIS DE EXAME (CADPERFIL.DAT)
      * PAINEL PEDIDO DE UMA VEZ SO ("CHECK-UP", "PRE-OPERATORIO",
      * "PRE-NATAL 1O TRIMESTRE"...): CODIGO DO PERFIL E A LISTA
      * DOS TIPOS DE EXAME (CADEXTIPO) QUE ELE CONTEM. NO SMP039
      * O PERFIL VIRA UM PEDIDO POR ITEM, EM SEQUENCIAS SEGUIDAS.
      * PF-QTD = ITENS PREENCHIDOS, SEMPRE NO INICIO DA LISTA.
      * PRECO DO PERFIL POR CONVENIO NO CADPFPREC (SMP161).
      * MANTIDO PELO SMP160. STATUS : A=ATIVO  I=INATIVO.
      *-----------------------------------------------------------------
       01 REGPERFIL.
           03 PF-CODIGO             PIC 9(04).
           03 PF-DESCRICAO          PIC X(30).
           03 PF-STATUS             PIC X(01).
           03 PF-QTD                PIC 9(02).
           03 PF-ITENS.
               05 PF-TIPO01         PIC 9(04).
               05 PF-TIPO02         PIC 9(04).
               05 PF-TIPO03         PIC 9(04).
               05 PF-TIPO04         PIC 9(04).
               05 PF-TIPO05         PIC 9(04).
               05 PF-TIPO06         PIC 9(04).
               05 PF-TIPO07         PIC 9(04).
               05 PF-TIPO08         PIC 9(04).
               05 PF-TIPO09         PIC 9(04).
               05 PF-TIPO10         PIC 9(04).
               05 PF-TIPO11         PIC 9(04).
               05 PF-TIPO12         PIC 9(04).
           03 PF-ITENS-R REDEFINES PF-ITENS.
               05 PF-TIPOCOD        PIC 9(04) OCCURS 12 TIMES.
           03 PF-DTCADASTRO         PIC 9(08).
           03 PF-HRCADASTRO         PIC 9(08).
