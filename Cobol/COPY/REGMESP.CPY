      *-----------------------------------------------------------------
      * LAYOUT PADRAO DAS ESPECIALIDADES DO MEDICO (CADMESP.DAT) -
      * UMA LINHA POR MEDICO (CRM-CHAVE) E ESPECIALIDADE REGISTRADA,
      * COM O NUMERO DO RQE. O ESPEC DO CADMED CONTINUA SENDO A
      * ESPECIALIDADE PRINCIPAL; AS LINHAS DAQUI SOMAM AS DEMAIS
      * (A PRINCIPAL TAMBEM PODE TER LINHA, SO PARA GUARDAR O RQE).
      * MANUTENCAO NO SMP177. CHAVE ALTERNATIVA ME-ESPEC PARA AS
      * PESQUISAS POR ESPECIALIDADE.
      *-----------------------------------------------------------------
       01 REGMESP.
           03 ME-CHAVE.
               05 ME-CRM            PIC 9(06).
               05 ME-CRM-UF         PIC X(02).
               05 ME-ESPEC          PIC 9(02).
           03 ME-RQE                PIC 9(06).
           03 ME-DTCADASTRO         PIC 9(08).
           03 ME-HRCADASTRO         PIC 9(08).
