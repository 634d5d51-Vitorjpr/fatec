      *   C = CONTATO (TELEFONE/EMAIL/MENSAGEM - LEMBRETES,
      *       RECHAMADAS E CAMPANHAS)
      *   E = USO DOS DADOS PARA ESTATISTICA
      *   O = COMPARTILHAMENTO DOS DADOS COM O CONVENIO DO
      *       PACIENTE (PROGRAMAS DE GESTAO DE CUIDADO - SMP180)
      * CS-CONSENTE: S = CONSENTIU  N = RECUSOU. PACIENTE SEM
      * LINHA VALE COMO SEM CONSENTIMENTO. CS-VERSAO GUARDA A
      * VERSAO DO TEXTO VIGENTE NA COLETA (PARAMETRO CONSVERSAO)
