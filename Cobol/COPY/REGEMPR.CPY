      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO CADASTRO DE EMPRESAS CLIENTES DA MEDICINA
      * DO TRABALHO (CADEMPR.DAT) - SMP166. OS FUNCIONARIOS FICAM
      * LIGADOS A EMPRESA NO CADFUNC (SMP167), OS ASO SAO EMITIDOS
      * NO SMP168 E COBRADOS NO EXTRATO MENSAL DA EMPRESA (SMP170),
      * FORA DO FATURAMENTO DE CONVENIOS (SMP010).
      * STATUS: A=ATIVA  I=INATIVA (NAO RECEBE NOVOS ASO)
      *-----------------------------------------------------------------
       01 REGEMPR.
           03 EM-CODIGO             PIC 9(04).
           03 EM-RAZAO              PIC X(40).
           03 EM-CNPJ               PIC 9(14).
           03 EM-CONTATO            PIC X(30).
           03 EM-TELEFONE           PIC 9(11).
           03 EM-EMAIL              PIC X(30).
      *----- MESES ENTRE DOIS EXAMES PERIODICOS PELO PCMSO DA
      *----- EMPRESA (O FUNCIONARIO PODE TER PRAZO PROPRIO NO CADFUNC)
           03 EM-PERIODIC           PIC 9(02).
      *----- PRECO CONTRATADO POR ASO EMITIDO. OS EXAMES
      *----- COMPLEMENTARES SAO COBRADOS PELO PRECO DO CADEXTIPO.
           03 EM-VALOR-ASO          PIC 9(06)V99.
           03 EM-STATUS             PIC X(01).
           03 EM-DTCADASTRO         PIC 9(08).
           03 EM-HRCADASTRO         PIC 9(08).
