      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO ORCAMENTO PARTICULAR (CADORCA.DAT) -
      * CABECALHO; OS ITENS FICAM NO CADORCIT. OS PRECOS SAO
      * GRAVADOS NA EMISSAO E VALEM ATE A VALIDADE, MESMO QUE AS
      * TABELAS (CADPROC, CADEXTIPO, CADTPART) MUDEM DEPOIS.
      * STATUS : A=EM ABERTO  V=CONVERTIDO EM ATENDIMENTO
      *          C=CANCELADO (PACIENTE RECUSOU)
      * ORCAMENTO EM ABERTO COM A VALIDADE VENCIDA NAO CONVERTE.
      * MANUTENCAO, IMPRESSAO E CONVERSAO NO SMP194.
      *-----------------------------------------------------------------
       01 REGORCA.
           03 OC-NUMERO             PIC 9(06).
           03 OC-PCODIGO            PIC 9(06).
           03 OC-CRM                PIC 9(06).
           03 OC-CRM-UF             PIC X(02).
           03 OC-DTEMISSAO          PIC 9(08).
           03 OC-HREMISSAO          PIC 9(08).
           03 OC-VALIDADE           PIC 9(08).
           03 OC-OPERADOR           PIC X(08).
           03 OC-ITENS              PIC 9(02).
           03 OC-SUBTOTAL           PIC 9(06)V99.
           03 OC-DESCONTO           PIC 9(06)V99.
           03 OC-TOTAL              PIC 9(06)V99.
           03 OC-STATUS             PIC X(01).
      *----- CONVERSAO: FORMA DE COBRANCA V=A VISTA NO CAIXA (SMP034,
      *----- PELO OC-TOTAL) P=PARCELADO (PLANO NO CADPARC, BAIXA NO
      *----- SMP092), O AGENDAMENTO GERADO (MESMO LEIAUTE DO
      *----- AG-CHAVE; ZEROS ENQUANTO NAO CONVERTIDO), DATA E
      *----- OPERADOR.
           03 OC-PAGTO              PIC X(01).
           03 OC-PARCELAS           PIC 9(02).
           03 OC-AG-CHAVE.
               05 OC-AG-DATA        PIC 9(08).
               05 OC-AG-CRM         PIC 9(06).
               05 OC-AG-CRM-UF      PIC X(02).
               05 OC-AG-PCODIGO     PIC 9(06).
               05 OC-AG-HORA        PIC 9(04).
           03 OC-DTCONV             PIC 9(08).
           03 OC-OPCONV             PIC X(08).
