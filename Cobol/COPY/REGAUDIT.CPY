           03 AUD-ACAO             PIC X(10).
           03 AUD-DATA             PIC 9(08).
           03 AUD-HORA             PIC 9(08).
      *----- LINHA COM O MOTIVO INFORMADO PELO OPERADOR, SO NAS
      *----- ACOES QUE O EXIGEM (LIBERACAO DE FALTOSO, SMP181): OS
      *----- CAMPOS ACIMA SAO MONTADOS NO REGAUDIT E A GRAVACAO E
      *----- FEITA PELO REGAUDIT-MOT. AS DEMAIS ACOES CONTINUAM
      *----- GRAVANDO SO O REGAUDIT.
       01 REGAUDIT-MOT.
           03 FILLER               PIC X(57).
           03 AUD-MOTIVO           PIC X(40).
