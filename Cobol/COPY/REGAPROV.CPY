      * PERFIL SUPERVISOR APROVA OU REJEITA NO SMP107. SO DEPOIS
      * DE APROVADO O PROGRAMA DE ORIGEM EXECUTA DE FATO.
      * AP-TIPO  : F = FUSAO DE PACIENTES (SMP044)
      *                TAMBEM ENFILEIRADA PELA IMPORTACAO DO LEGADO
      *                (SMP199) PARA O DUPLICADO PROVAVEL
      *            L = ANONIMIZACAO LGPD (SMP064)
      *            C = COPIA DO PRONTUARIO (SMP196): PCODIGO-DE =
      *                PACIENTE, PCODIGO-PARA = NUMERO DA SOLICITACAO
      *                (CADSOLPR); QUANDO QUEM APROVA E O MEDICO
      *                ASSISTENTE, NO SMP196, APROVADOR = CRM + UF
      *            M = MIGRACAO DE CONVENIO/PLANO (SMP200):
      *                PCODIGO-DE = CONVENIO(4)+PLANO(2) DE ORIGEM,
      *                PCODIGO-PARA = NUMERO DA MIGRACAO (CADMIGCV)
      * AP-STATUS: P = PENDENTE  A = APROVADO  R = REJEITADO
      *            E = EXECUTADO
      *-----------------------------------------------------------------
