       77 W-CARGADOS   PIC 9(06) VALUE ZEROS.
       77 W-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO-EXC PIC X(28) VALUE SPACES.
       77 W-LOC-ACHOU  PIC X(01) VALUE "N".
       77 W-LOC-CHAVE  PIC X(26) VALUE SPACES.
      *
       01  CAB0-RT.
           05  FILLER                 PIC X(057) VALUE
           MOVE RT-CRM     TO AG-CRM.
           MOVE RT-CRM-UF  TO AG-CRM-UF.
           MOVE RT-PCODIGO TO AG-PCODIGO.
           MOVE ZEROS      TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "CONSULTA NAO ENCONTRADA" TO W-MOTIVO-EXC
               GO TO GRAVA-EXCECAO.
      *----- O DEMONSTRATIVO NAO TRAZ A HORA: COM DUAS CONSULTAS NO
      *----- DIA O LANCAMENTO E MANUAL (SMP031)
           IF W-LOC-ACHOU = "M"
               MOVE "MAIS DE UMA CONSULTA NO DIA" TO W-MOTIVO-EXC
               GO TO GRAVA-EXCECAO.
           IF AG-STATUS = "C"
               MOVE "CONSULTA CANCELADA" TO W-MOTIVO-EXC
               GO TO GRAVA-EXCECAO.
           MOVE RT-CRM        TO RM-CRM.
           MOVE RT-CRM-UF     TO RM-CRM-UF.
           MOVE RT-PCODIGO    TO RM-PCODIGO.
           MOVE AG-HORA       TO RM-HORA.
           MOVE RT-CONVENIO   TO RM-CONVENIO.
           MOVE RT-VALOR-FAT  TO RM-VALOR-FAT.
           MOVE RT-VALOR-PAGO TO RM-VALOR-PAGO.
       ROT-FIMS.
           STOP RUN.
      *
      *--------------[ LOCALIZA O AGENDAMENTO DO DIA ]------------------
      * A HORA FAZ PARTE DA CHAVE DO CADAGEN. COM A HORA INFORMADA
      * A LEITURA E DIRETA; COM A HORA ZERADA TRAZ O PRIMEIRO
      * AGENDAMENTO DO PACIENTE COM O MEDICO NA DATA E DEVOLVE
      * W-LOC-ACHOU = "M" QUANDO HOUVER MAIS DE UM NO DIA.
       LOCALIZA-AGENDA.
           MOVE "N" TO W-LOC-ACHOU.
           IF AG-HORA NOT = ZEROS
               READ CADAGEN
               IF ST-ERRO = "00"
                   MOVE "S" TO W-LOC-ACHOU
                   GO TO LOCALIZA-AGENDA-FIM
               ELSE
                   GO TO LOCALIZA-AGENDA-FIM.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO LOCALIZA-AGENDA-FIM.
       LOCALIZA-AGENDA-LER.
           READ CADAGEN NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LOCALIZA-AGENDA-REL.
           IF AG-CHAVE (1:22) NOT = W-LOC-CHAVE (1:22)
               GO TO LOCALIZA-AGENDA-REL.
           IF W-LOC-ACHOU = "S"
               MOVE "M" TO W-LOC-ACHOU
               GO TO LOCALIZA-AGENDA-REL.
           MOVE "S" TO W-LOC-ACHOU.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           GO TO LOCALIZA-AGENDA-LER.
       LOCALIZA-AGENDA-REL.
           MOVE W-LOC-CHAVE TO AG-CHAVE.
           IF W-LOC-ACHOU NOT = "N"
               READ CADAGEN.
       LOCALIZA-AGENDA-FIM.
           EXIT.
      *--------------[ CONTROLE DE EXECUCAO DO BATCH ]------------------
       RUNCTL-INI.
           OPEN I-O CADRUNCTL
