      *-----------------------------------------------------------------
      * LAYOUT PADRAO DOS ITENS DO ORCAMENTO PARTICULAR
      * (CADORCIT.DAT) - UM REGISTRO POR ITEM DO CADORCA.
      * TIPO : C=CONSULTA (CODIGO = ESPECIALIDADE, PRECO DO CADTPART)
      *        P=PROCEDIMENTO (CADPROC)  E=EXAME (CADEXTIPO)
      * VALOR UNITARIO CONGELADO NA INCLUSAO DO ITEM.
      *-----------------------------------------------------------------
       01 REGORCIT.
           03 OI-CHAVE.
               05 OI-NUMERO         PIC 9(06).
               05 OI-SEQ            PIC 9(02).
           03 OI-TIPO               PIC X(01).
           03 OI-CODIGO             PIC 9(04).
           03 OI-DESCRICAO          PIC X(30).
           03 OI-QTDE               PIC 9(02).
           03 OI-VALOR-UNIT         PIC 9(06)V99.
           03 OI-VALOR              PIC 9(06)V99.
