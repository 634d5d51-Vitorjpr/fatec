      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO ESTOQUE DA FARMACIA (CADESTQ.DAT)
      * UM REGISTRO POR UNIDADE E MEDICAMENTO DO CATALOGO
      * (CADMEDIC). O SALDO SO E ALTERADO PELOS MOVIMENTOS
      * (SMP115) E PELA DISPENSACAO DE RECEITAS (SMP116), QUE
      * DEIXAM O RASTRO EM CADMOVEST.
      *-----------------------------------------------------------------
       01 REGESTQ.
           03 ES-CHAVE.
               05 ES-UNIDADE        PIC 9(02).
               05 ES-MEDIC          PIC 9(04).
           03 ES-SALDO              PIC 9(07).
      *----- ESTOQUE MINIMO E QUANTIDADE PADRAO DE REPOSICAO
      *----- (PEDIDO SUGERIDO NO RELATORIO SMP117)
           03 ES-MINIMO             PIC 9(07).
           03 ES-REPOSICAO          PIC 9(07).
           03 ES-DTULTMOV           PIC 9(08).
           03 ES-DTCADASTRO         PIC 9(08).
           03 ES-HRCADASTRO         PIC 9(08).
