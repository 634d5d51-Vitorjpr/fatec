      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA FILA DE PEDIDOS DE RENOVACAO DE RECEITA
      * DE USO CONTINUO (CADRENOV.DAT). A RECEPCAO REGISTRA O
      * PEDIDO NO SMP142; O MEDICO APROVA E IMPRIME NO SMP143.
      * UM PEDIDO POR PACIENTE POR DIA.
      * STATUS: P=PENDENTE  A=APROVADO (RECEITA EMITIDA)
      *         R=RECUSADO PELO MEDICO
      *-----------------------------------------------------------------
       01 REGRENOV.
           03 RN-CHAVE.
               05 RN-DATA           PIC 9(08).
               05 RN-PCODIGO        PIC 9(06).
           03 RN-HORA               PIC 9(08).
           03 RN-OPERADOR           PIC X(08).
           03 RN-OBS                PIC X(40).
           03 RN-STATUS             PIC X(01).
           03 RN-CRM                PIC 9(06).
           03 RN-CRM-UF             PIC X(02).
           03 RN-DTAPROV            PIC 9(08).
           03 RN-ITENS              PIC 9(02).
