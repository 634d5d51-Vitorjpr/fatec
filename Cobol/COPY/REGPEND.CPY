      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE PENDENCIAS DOS OPERADORES
      * (CADPEND.DAT) - TAREFAS DE ACOMPANHAMENTO (LIGAR AO
      * PACIENTE, COBRAR COPARTICIPACAO, CONTESTAR GLOSA...),
      * ATRIBUIDAS A UM OPERADOR OU A UM PERFIL (OP-PERFIL).
      * INCLUIDAS A MAO NO SMP174 OU PELA ROTINA COMUM SMPPEN,
      * CHAMADA PELOS PROGRAMAS QUE GERAM A PENDENCIA.
      * PN-CHAVE-REF = ORIGEM + REFERENCIA DO ITEM QUE GEROU A
      * PENDENCIA, SEM REPETICAO: O MESMO ITEM NAO GERA DUAS.
      * ORIGEM: MANUAL / SMP077 / SMP095 / SMP032
      * PN-CHAVE-VENC = STATUS + VENCIMENTO, PARA O PAINEL DO
      * LOGIN LER SO AS ABERTAS EM ORDEM DE VENCIMENTO.
      *-----------------------------------------------------------------
       01 REGPEND.
           03 PN-NUMERO             PIC 9(06).
           03 PN-CHAVE-REF.
               05 PN-ORIGEM         PIC X(06).
               05 PN-REF            PIC X(26).
           03 PN-CHAVE-VENC.
      *----- A = ABERTA         F = FECHADA
               05 PN-STATUS         PIC X(01).
               05 PN-DTVENC         PIC 9(08).
           03 PN-DESCRICAO          PIC X(50).
           03 PN-PCODIGO            PIC 9(06).
      *----- OPERADOR EM BRANCO = QUALQUER OPERADOR DO PERFIL
           03 PN-OPERADOR           PIC X(08).
      *----- A = ADMIN   R = RECEPCAO   F = FATURAMENTO
           03 PN-PERFIL             PIC X(01).
           03 PN-DTCRIA             PIC 9(08).
           03 PN-HRCRIA             PIC 9(08).
           03 PN-OPCRIA             PIC X(08).
           03 PN-DTFECHA            PIC 9(08).
           03 PN-HRFECHA            PIC 9(08).
           03 PN-OPFECHA            PIC X(08).
           03 PN-NOTA               PIC X(50).
