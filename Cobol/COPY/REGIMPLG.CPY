      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO DE-PARA DA IMPORTACAO DE PACIENTES
      * (CADIMPLG.DAT) - UMA LINHA POR PACIENTE DO LEGADO JA
      * GRAVADO NO CADPACI PELO SMP199: CODIGO ANTIGO -> CODIGO
      * NOVO. A IMPORTACAO PODE SER REPETIDA (DEPOIS DE CORRIGIR
      * AS RECUSAS) SEM DUPLICAR QUEM JA ENTROU.
      * SITUACAO: I = IMPORTADO ATIVO
      *           F = DUPLICADO PROVAVEL: GRAVADO INATIVO E ENVIADO
      *               A FILA DE FUSAO (CADAPROV TIPO F, SMP044)
      *               COM O CADASTRO EXISTENTE COMO SOBREVIVENTE
      *-----------------------------------------------------------------
       01 REGIMPLG.
           03 IL-CHAVE.
               05 IL-LAYOUT         PIC X(08).
               05 IL-CODANT         PIC X(15).
           03 IL-PCODIGO            PIC 9(06).
           03 IL-SITUACAO           PIC X(01).
           03 IL-PCODIGO-EXIST      PIC 9(06).
           03 IL-APROV-NUM          PIC 9(06).
           03 IL-DATA               PIC 9(08).
           03 IL-OPERADOR           PIC X(08).
