      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO PLANO DE MANUTENCAO PREVENTIVA DOS
      * RECURSOS (CADRECMP.DAT) - UM PLANO POR SALA/EQUIPAMENTO
      * DO CADRECUR: DE QUANTOS EM QUANTOS DIAS, ULTIMA E PROXIMA
      * DATA E O RESPONSAVEL (T=TECNICO DA CASA F=FORNECEDOR).
      * MANTIDO PELO SMP184; A PROXIMA DATA E RECALCULADA PELO
      * SMP185 QUANDO A PREVENTIVA E DADA COMO REALIZADA.
      *-----------------------------------------------------------------
       01 REGRECMP.
           03 MP-RECURSO            PIC 9(04).
           03 MP-FREQDIAS           PIC 9(04).
           03 MP-DTULT              PIC 9(08).
           03 MP-DTPROX             PIC 9(08).
           03 MP-TPRESP             PIC X(01).
           03 MP-RESPONS            PIC X(30).
           03 MP-CONTATO            PIC X(20).
           03 MP-DTCADASTRO         PIC 9(08).
