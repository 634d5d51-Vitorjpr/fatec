           03 P-DTCADASTRO           PIC 9(08).
           03 P-HRCADASTRO           PIC 9(08).
           03 P-CPF                  PIC 9(11).
           03 P-CPF-DIG REDEFINES P-CPF.
               05 P-CPF-D            PIC 9(01) OCCURS 11 TIMES.
      *----- CARTAO NACIONAL DE SAUDE (CNS) - OPCIONAL, VALIDADO PELA
      *----- ROTINA SMPCNS. OBRIGATORIO PARA O PACIENTE ENTRAR NO
      *----- ARQUIVO BPA DO SUS (SMP124).
           03 P-CNS                  PIC 9(15).
