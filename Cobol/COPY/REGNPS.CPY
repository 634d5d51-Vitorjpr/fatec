      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA PESQUISA DE SATISFACAO (CADNPS.DAT) - UM
      * REGISTRO POR CONSULTA ATENDIDA ENVIADA AO BUREAU DE
      * MENSAGENS (SMP127), MESMA CHAVE DO CADAGEN. A RESPOSTA E
      * CARREGADA PELO SMP128 E O RELATORIO MENSAL E O SMP129.
      *-----------------------------------------------------------------
       01 REGNPS.
           03 NP-CHAVE.
               05 NP-DATA.
                   07 NP-ANO        PIC 9(04).
                   07 NP-MES        PIC 9(02).
                   07 NP-DIA        PIC 9(02).
               05 NP-CRM            PIC 9(06).
               05 NP-CRM-UF         PIC X(02).
               05 NP-PCODIGO        PIC 9(06).
               05 NP-HORA           PIC 9(04).
      *----- ESPECIALIDADE DO MEDICO E UNIDADE DO ATENDIMENTO NA
      *----- DATA DO ENVIO, PARA O RELATORIO NAO DEPENDER DE
      *----- ALTERACOES POSTERIORES NO CADMED
           03 NP-ESPEC              PIC 9(02).
           03 NP-UNIDADE            PIC 9(02).
           03 NP-DTENVIO            PIC 9(08).
      *----- E = ENVIADA, AGUARDANDO RESPOSTA  R = RESPONDIDA
           03 NP-STATUS             PIC X(01).
      *----- NOTA DE 0 A 10 (9-10 PROMOTOR, 7-8 NEUTRO, 0-6
      *----- DETRATOR) E COMENTARIO LIVRE DO PACIENTE
           03 NP-NOTA               PIC 9(02).
           03 NP-COMENT             PIC X(60).
           03 NP-DTRESP             PIC 9(08).
