      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA SESSAO DE TELECONSULTA (CADTELE.DAT) - UM
      * REGISTRO POR AGENDAMENTO DE TELEMEDICINA (AG-TIPO = "T"),
      * MESMA CHAVE DO CADAGEN. MANUTENCAO PELO SMP126.
      *-----------------------------------------------------------------
       01 REGTELE.
           03 TL-CHAVE.
               05 TL-DATA.
                   07 TL-ANO        PIC 9(04).
                   07 TL-MES        PIC 9(02).
                   07 TL-DIA        PIC 9(02).
               05 TL-CRM            PIC 9(06).
               05 TL-CRM-UF         PIC X(02).
               05 TL-PCODIGO        PIC 9(06).
               05 TL-HORA           PIC 9(04).
      *----- ENDERECO DA SALA VIRTUAL ENVIADO AO PACIENTE
           03 TL-LINK               PIC X(60).
      *----- CONSENTIMENTO ESPECIFICO PARA TELEMEDICINA EXIGIDO
      *----- PELO CFM: S = PACIENTE CONSENTIU, N/BRANCO = NAO.
      *----- SEM CONSENTIMENTO A SESSAO NAO PODE SER INICIADA.
           03 TL-CONSENT            PIC X(01).
           03 TL-DTCONSENT          PIC 9(08).
      *----- HORA DE INICIO E FIM DA CONEXAO, NO FORMATO DO
      *----- ACCEPT FROM TIME
           03 TL-HRINI              PIC 9(08).
           03 TL-HRFIM              PIC 9(08).
      *----- RESULTADO DA SESSAO: R = REALIZADA (O AGENDAMENTO
      *----- PASSA A STATUS R), N = PACIENTE NAO SE CONECTOU (CONTA
      *----- COMO FALTA), F = FALHA TECNICA (NAO E FALTA NO SMP029,
      *----- NAO E FATURADA NO SMP010 E PODE SER REMARCADA PELO
      *----- SMP006), BRANCO = SESSAO AINDA NAO ENCERRADA.
           03 TL-RESULTADO          PIC X(01).
           03 TL-OPERADOR           PIC X(08).
           03 TL-DTCAD              PIC 9(08).
           03 TL-HRCAD              PIC 9(08).
