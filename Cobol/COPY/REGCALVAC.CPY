      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO CALENDARIO NACIONAL DE VACINACAO - PNI
      * (CADCALVAC.DAT). UMA LINHA POR VACINA/DOSE ESPERADA.
      *   CL-IDADE-MES  : IDADE RECOMENDADA EM MESES
      *   CL-INTERV-MIN : DIAS MINIMOS DESDE A DOSE ANTERIOR
      *                   (ZERO NA PRIMEIRA DOSE)
      *   CL-INTERV-MAX : DIAS MAXIMOS DESDE A DOSE ANTERIOR (NA
      *                   PRIMEIRA DOSE, DESDE A IDADE RECOMENDADA)
      *                   ANTES DE A DOSE CONTAR COMO ATRASADA
      *   CL-IDADE-LIM  : IDADE MAXIMA EM MESES PARA APLICAR A
      *                   DOSE (ZERO = SEM LIMITE); PASSOU DELA A
      *                   DOSE DEIXA DE SER COBRADA
      * O NOME DA VACINA E O MESMO DIGITADO NO SMP042 (VC-VACINA).
      *-----------------------------------------------------------------
       01 REGCALVAC.
           03 CL-CHAVE.
               05 CL-VACINA         PIC X(20).
               05 CL-DOSE           PIC 9(02).
           03 CL-IDADE-MES          PIC 9(03).
           03 CL-INTERV-MIN         PIC 9(03).
           03 CL-INTERV-MAX         PIC 9(03).
           03 CL-IDADE-LIM          PIC 9(03).
           03 CL-STATUS             PIC X(01).
           03 CL-DTCADASTRO         PIC 9(08).
           03 CL-HRCADASTRO         PIC 9(08).
