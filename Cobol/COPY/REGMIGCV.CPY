      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA MIGRACAO DE CONVENIO/PLANO (CADMIGCV.DAT)
      * - UM REGISTRO POR MIGRACAO PEDIDA NO SMP200 (OPERADORA
      * INCORPORADA POR OUTRA OU PLANO DESCONTINUADO). O PEDIDO
      * ENTRA NA FILA DE APROVACAO (CADAPROV TIPO M) E SO EXECUTA
      * DEPOIS DE APROVADO POR UM SUPERVISOR NO SMP107.
      * MG-VIGENCIA: DATA (AAAAMMDD) EM QUE O NOVO CONVENIO/PLANO
      * PASSA A VALER NO HISTORICO DO PACIENTE (CADHCONV).
      * MG-COPIA  : S = COPIA PARA O NOVO CODIGO A COBERTURA
      *             (CADCOBER), OS PRECOS (CADCVPREC), A CARENCIA
      *             (CADCAREN) E O DE-PARA TUSS (CADTUSS)
      * MG-STATUS : P = AGUARDANDO APROVACAO/EXECUCAO
      *             E = EXECUTADA
      *-----------------------------------------------------------------
       01 REGMIGCV.
           03 MG-NUMERO             PIC 9(06).
           03 MG-DE.
               05 MG-CONV-DE        PIC 9(04).
               05 MG-PLANO-DE       PIC 9(02).
           03 MG-PARA.
               05 MG-CONV-PARA      PIC 9(04).
               05 MG-PLANO-PARA     PIC 9(02).
           03 MG-VIGENCIA           PIC 9(08).
           03 MG-COPIA              PIC X(01).
           03 MG-STATUS             PIC X(01).
           03 MG-APROV-NUM          PIC 9(06).
           03 MG-SOLICITANTE        PIC X(08).
           03 MG-DTSOL              PIC 9(08).
      *----- RESULTADO DA EXECUCAO
           03 MG-DTEXEC             PIC 9(08).
           03 MG-QTD-PACI           PIC 9(06).
           03 MG-QTD-RECUSA         PIC 9(06).
           03 MG-QTD-AGEN           PIC 9(06).
           03 MG-QTD-TAB            PIC 9(06).
