      ********************************************************
      * DEVOLVE CON-OK = S QUANDO O PACIENTE TEM NO CADCONSEN
      * CONSENTIMENTO VALIDO (CS-CONSENTE = S) PARA A
      * FINALIDADE PEDIDA (C = CONTATO, E = ESTATISTICA,
      * O = COMPARTILHAMENTO COM O CONVENIO).
      * SEM A LINHA, OU COM RECUSA, DEVOLVE N - OS EXTRATOS DE
      * CONTATO SUPRIMEM O PACIENTE E CONTAM A SUPRESSAO.
      *----------------------------------------------------------------
