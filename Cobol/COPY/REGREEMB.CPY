      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO LOG DE DOCUMENTOS PARA REEMBOLSO
      * (CADREEMB.DAT) - UM REGISTRO POR RECIBO PARTICULAR QUE JA
      * TEVE O DOCUMENTO DE PEDIDO DE REEMBOLSO EMITIDO (SMP172).
      * A REIMPRESSAO USA A MESMA AUTORIZACAO E O MESMO CID DA
      * PRIMEIRA EMISSAO E SOMA UMA VIA.
      *-----------------------------------------------------------------
       01 REGREEMB.
           03 RB-RECIBO             PIC 9(06).
           03 RB-PCODIGO            PIC 9(06).
           03 RB-DTEMISSAO          PIC 9(08).
           03 RB-HREMISSAO          PIC 9(08).
           03 RB-OPERADOR           PIC X(08).
      *----- S = PACIENTE AUTORIZOU INFORMAR O DIAGNOSTICO (CID)
      *----- NO DOCUMENTO; N = DOCUMENTO SAI SEM O CID
           03 RB-AUTCID             PIC X(01).
           03 RB-CID                PIC 9(04).
      *----- QUANTAS VIAS JA FORAM IMPRESSAS E DATA DA ULTIMA
           03 RB-VIAS               PIC 9(02).
           03 RB-DTULTVIA           PIC 9(08).
