      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE ENTREGA DE RESULTADO
      * (CADENTREG.DAT) - UMA LINHA POR ENTREGA DE CADA PEDIDO DO
      * CADEXAME (EN-SEQ 01 EM DIANTE, SEGUNDA VIA GERA NOVA LINHA).
      * CANAL     : I=IMPRESSO ENTREGUE NO BALCAO
      *             E=ELETRONICO PARA O CONTATO DO PACIENTE, SO COM
      *               CONSENTIMENTO DE CONTATO NO CADCONSEN
      * RETIRANTE : P=O PROPRIO PACIENTE  R=RESPONSAVEL DO CADRESP
      *             T=TERCEIRO, COM NOME E DOCUMENTO DE IDENTIDADE
      * GRAVADO PELO SMP158; A PRIMEIRA ENTREGA MARCA EX-DTENTREGA.
      *-----------------------------------------------------------------
       01 REGENTREG.
           03 EN-CHAVE.
               05 EN-EXCHAVE.
                   07 EN-DATA       PIC 9(08).
                   07 EN-PCODIGO    PIC 9(06).
                   07 EN-EXSEQ      PIC 9(02).
               05 EN-SEQ            PIC 9(02).
           03 EN-CANAL              PIC X(01).
           03 EN-RETIRANTE          PIC X(01).
           03 EN-NOME               PIC X(30).
           03 EN-DOCTO              PIC X(20).
           03 EN-CONTATO            PIC X(30).
           03 EN-DTENTREGA          PIC 9(08).
           03 EN-HRENTREGA          PIC 9(08).
           03 EN-OPERADOR           PIC X(08).
