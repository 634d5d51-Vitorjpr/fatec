      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO PACOTE DE SESSOES PRE-PAGO (CADPACOT.DAT)
      * SERIES DE FISIOTERAPIA/PSICOLOGIA VENDIDAS AO PARTICULAR
      * COM PAGAMENTO ANTECIPADO (SMP171). CADA ATENDIMENTO DO
      * PACIENTE NA ESPECIALIDADE CONSOME UMA SESSAO NO CAIXA
      * (SMP034) NO LUGAR DA COBRANCA; O CONSUMO FICA NO CADPKUSO.
      *-----------------------------------------------------------------
       01 REGPACOT.
           03 PK-CHAVE.
               05 PK-PCODIGO        PIC 9(06).
               05 PK-ESPEC          PIC 9(02).
               05 PK-DTCOMPRA       PIC 9(08).
           03 PK-QTDE               PIC 9(03).
           03 PK-USADAS             PIC 9(03).
           03 PK-VALOR              PIC 9(06)V99.
      *----- RECIBO (CADRECIB) EMITIDO NA VENDA DO PACOTE
           03 PK-RECIBO             PIC 9(06).
           03 PK-VALIDADE           PIC 9(08).
           03 PK-OPERADOR           PIC X(08).
      *----- SITUACAO: A=ATIVO  D=SALDO DEVOLVIDO AO PACIENTE
      *----- (ENCERRADO, NAO CONSOME MAIS SESSOES)
           03 PK-STATUS             PIC X(01).
      *----- DEVOLUCAO DAS SESSOES NAO USADAS: QUANTIDADE, VALOR
      *----- DEVOLVIDO, DATA E OPERADOR
           03 PK-DEV-QTDE           PIC 9(03).
           03 PK-DEV-VALOR          PIC 9(06)V99.
           03 PK-DTDEV              PIC 9(08).
           03 PK-DEV-OPER           PIC X(08).
