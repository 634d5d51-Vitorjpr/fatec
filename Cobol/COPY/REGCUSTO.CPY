      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA TABELA MENSAL DE CUSTOS POR UNIDADE
      * (CADCUSTO.DAT) - UMA LINHA POR UNIDADE, COMPETENCIA E
      * CENTRO DE CUSTO (ALUGUEL, PESSOAL, MATERIAIS, ...), COM
      * A REGRA DE RATEIO ENTRE AS ESPECIALIDADES DA UNIDADE.
      * MANTIDA PELO SMP152, USADA NA MARGEM POR ATENDIMENTO
      * (SMP153).
      *-----------------------------------------------------------------
       01 REGCUSTO.
           03 CU-CHAVE.
               05 CU-UNIDADE        PIC 9(02).
               05 CU-ANO            PIC 9(04).
               05 CU-MES            PIC 9(02).
               05 CU-CENTRO         PIC 9(02).
           03 CU-DESCRICAO          PIC X(20).
           03 CU-VALOR              PIC 9(08)V99.
      *----- RATEIO: A=POR ATENDIMENTO REALIZADO  H=POR HORA DE
      *----- GRADE OFERTADA (CADHOR)  P=POR PROCEDIMENTO LANCADO
           03 CU-RATEIO             PIC X(01).
           03 CU-STATUS             PIC X(01).
           03 CU-DTCADASTRO         PIC 9(08).
