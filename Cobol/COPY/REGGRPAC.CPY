      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO PARTICIPANTE DA SESSAO EM GRUPO
      * (CADGRPAC.DAT) - UM REGISTRO POR PACIENTE INSCRITO, COM A
      * CHAVE DA SESSAO (CADGRUPO) NA FRENTE.
      *-----------------------------------------------------------------
       01 REGGRPAC.
           03 GP-CHAVE.
               05 GP-GRUPO.
                   07 GP-DATA       PIC 9(08).
                   07 GP-HORA       PIC 9(04).
                   07 GP-CRM        PIC 9(06).
                   07 GP-CRM-UF     PIC X(02).
               05 GP-PCODIGO        PIC 9(06).
      *----- PRESENCA LANCADA APOS A SESSAO (SMP191): P = PRESENTE
      *----- (GERA O ATENDIMENTO AG-TIPO "G" NO CADAGEN E O
      *----- PROCEDIMENTO NO CADPROCAG)  F = FALTOU  BRANCO = NAO
      *----- LANCADA
           03 GP-PRESENCA           PIC X(01).
           03 GP-DTINSC             PIC 9(08).
           03 GP-OPERADOR           PIC X(08).
