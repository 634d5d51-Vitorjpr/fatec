      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA SOLICITACAO DE COPIA DO PRONTUARIO
      * (CADSOLPR.DAT) - PEDIDO DO PACIENTE, DO RESPONSAVEL, DE
      * REPRESENTANTE LEGAL OU POR ORDEM JUDICIAL. PRAZO LEGAL =
      * DATA DO PEDIDO + PARAMETRO PRONPRAZO (PADRAO 15 DIAS).
      * CADA PEDIDO ENTRA NA FILA DE APROVACAO (CADAPROV TIPO C):
      * APROVA UM SUPERVISOR NO SMP107 OU O MEDICO ASSISTENTE NO
      * SMP196. A COPIA SO E GERADA DEPOIS DE APROVADA (SMP197)
      * E SO E ENTREGUE AO PROPRIO SOLICITANTE (MESMO CPF).
      * MANUTENCAO E ENTREGA PELO SMP196; LIBERACAO E ENTREGA
      * FICAM NO CADAUDIT.
      *-----------------------------------------------------------------
       01 REGSOLPR.
           03 SP-NUMERO             PIC 9(06).
           03 SP-PCODIGO            PIC 9(06).
           03 SP-REQ-NOME           PIC X(30).
           03 SP-REQ-CPF            PIC 9(11).
      *----- VINCULO: P=O PROPRIO PACIENTE  R=RESPONSAVEL (CADRESP)
      *-----          L=REPRESENTANTE LEGAL (PROCURACAO)
      *-----          J=ORDEM JUDICIAL
           03 SP-VINCULO            PIC X(01).
      *----- DOCUMENTOS APRESENTADOS (RG, PROCURACAO, NO. PROCESSO)
           03 SP-DOCUMENTOS         PIC X(40).
      *----- PERIODO PEDIDO - ZEROS = TODO O PRONTUARIO
           03 SP-PERIODO.
               05 SP-DTINI          PIC 9(08).
               05 SP-DTFIM          PIC 9(08).
           03 SP-DTSOL              PIC 9(08).
           03 SP-OPERADOR           PIC X(08).
           03 SP-PRAZO              PIC 9(08).
      *----- STATUS: P=AGUARDANDO APROVACAO  A=APROVADA
      *-----         R=REJEITADA  G=COPIA GERADA  E=ENTREGUE
      *-----         X=CANCELADA (DESISTENCIA DO SOLICITANTE)
           03 SP-STATUS             PIC X(01).
      *----- PEDIDO NA FILA CADAPROV E QUEM APROVOU:
      *----- S = SUPERVISOR (OPERADOR)  M = MEDICO (CRM + UF)
           03 SP-APROV-NUM          PIC 9(06).
           03 SP-APROV-TIPO         PIC X(01).
           03 SP-APROVADOR          PIC X(08).
           03 SP-DTAPROV            PIC 9(08).
           03 SP-DTGERA             PIC 9(08).
           03 SP-DTENTREGA          PIC 9(08).
           03 SP-OPENTREGA          PIC X(08).
           03 SP-RECEB-CPF          PIC 9(11).
