      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO CATALOGO DE ARQUIVOS MORTOS (CADARQCT.DAT)
      * - UMA LINHA POR ARQUIVO MORTO GERADO PELO EXPURGO POR
      * RETENCAO DO SMP201. O ARQUIVO MORTO E SEQUENCIAL, NO LAYOUT
      * ORIGINAL DO ARQUIVO VIVO, COM NOME DATADO PELA RODADA
      * (EX. CADAUDAR20261015.DAT), COMO AS GERACOES DO SMP026.
      * AC-ARQUIVO: CADAUDIT, CADERLOG OU CADJRNL
      * AC-DTINI/AC-DTFIM: DATAS DO REGISTRO MAIS ANTIGO E DO MAIS
      *   NOVO GUARDADOS NO ARQUIVO MORTO (O CONSAUD E O CONSERR
      *   SO ABREM OS QUE CRUZAM O PERIODO PEDIDO)
      * AC-CORTE: DATA DE CORTE DA RODADA - O ARQUIVO VIVO SO TEM
      *   REGISTROS A PARTIR DELA
      *-----------------------------------------------------------------
       01 REGARQCT.
           03 AC-CHAVE.
               05 AC-ARQUIVO        PIC X(08).
               05 AC-DATA           PIC 9(08).
           03 AC-HORA               PIC 9(08).
           03 AC-NOME               PIC X(20).
           03 AC-DTINI              PIC 9(08).
           03 AC-DTFIM              PIC 9(08).
           03 AC-CORTE              PIC 9(08).
           03 AC-QTD                PIC 9(08).
