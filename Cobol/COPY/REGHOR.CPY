               05 HR-FIM-HH         PIC 9(02).
               05 HR-FIM-MM         PIC 9(02).
           03 HR-DURACAO            PIC 9(02).
      *----- ENCAIXE: QUANTAS CONSULTAS O MEDICO ACEITA POR DIA
      *----- FORA DA GRADE NOS DIAS DESTA GRADE (SMP006 COM
      *----- ENCAIXE = S). ZEROS = NAO ACEITA ENCAIXE.
           03 HR-ENCAIXE            PIC 9(02).
