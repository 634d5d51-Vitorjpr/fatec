           03 VC-LOTE               PIC X(10).
           03 VC-DTAPLIC            PIC 9(08).
           03 VC-DTPROXIMA          PIC 9(08).
      *----- UNIDADE ONDE A DOSE FOI APLICADA E OPERADOR DA SALA DE
      *----- VACINA QUE A REGISTROU (VACINADOR) - EXIGIDOS NA
      *----- EXPORTACAO PARA A RNDS (SMP122)
           03 VC-UNIDADE            PIC 9(02).
           03 VC-VACINADOR          PIC X(08).
