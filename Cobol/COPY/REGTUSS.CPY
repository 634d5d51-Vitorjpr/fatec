      * CONVENIO 0000 = MAPEAMENTO GERAL, VALIDO PARA TODOS;
      * A LINHA COM CONVENIO ESPECIFICO PREVALECE SOBRE A GERAL.
      * PROCEDIMENTO 0000 = CONSULTA EM CONSULTORIO.
      * PROCEDIMENTO 9999 = TELECONSULTA (AGENDAMENTO AG-TIPO "T");
      * SEM ESSA LINHA A TELECONSULTA SAI COM O CODIGO DA CONSULTA.
      * NAS LINHAS DO CONVENIO SUS (PARAMETRO CONVSUS) TU-TUSS
      * GUARDA O CODIGO SIGTAP USADO NO ARQUIVO BPA (SMP124).
      *-----------------------------------------------------------------
       01 REGTUSS.
           03 TU-CHAVE.
