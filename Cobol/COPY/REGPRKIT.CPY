      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO KIT DE MATERIAIS E MEDICAMENTOS POR
      * PROCEDIMENTO (CADPRKIT.DAT) - UM REGISTRO POR PR-CODIGO DO
      * CADPROC, COM OS ITENS DO CATALOGO (CADMEDIC) E A QUANTIDADE
      * PADRAO GASTA NO PROCEDIMENTO (FIOS, ANESTESICOS, CURATIVOS).
      * NO SMP036 O KIT VEM SUGERIDO E O OPERADOR AJUSTA AS
      * QUANTIDADES REALMENTE USADAS (CADPRMAT).
      * KT-QTD = ITENS PREENCHIDOS, SEMPRE NO INICIO DA LISTA.
      * MANTIDO PELO SMP202.
      *-----------------------------------------------------------------
       01 REGPRKIT.
           03 KT-PROC               PIC 9(04).
           03 KT-QTD                PIC 9(02).
           03 KT-ITENS.
               05 KT-ITEM OCCURS 12 TIMES.
                   07 KT-MEDIC      PIC 9(04).
                   07 KT-QTDE       PIC 9(05).
           03 KT-DTCADASTRO         PIC 9(08).
           03 KT-HRCADASTRO         PIC 9(08).
