      * PARA O CODIGO TUSS ACEITO PELO CONVENIO NO ARQUIVO
      * TISS. CONVENIO 0000 = MAPEAMENTO GERAL; A LINHA DO
      * CONVENIO ESPECIFICO PREVALECE. PROCEDIMENTO 0000 =
      * CONSULTA EM CONSULTORIO, 9999 = TELECONSULTA
      * (TELEMEDICINA). O SMP010 BLOQUEIA O
      * FATURAMENTO DE PROCEDIMENTO SEM MAPEAMENTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           05  LINE 05  COLUMN 01
               VALUE  "     PROCEDIMENTO       :".
           05  LINE 05  COLUMN 36
               VALUE  "(0000 = CONSULTA  9999 = TELECONSULTA)".

           05  LINE 07  COLUMN 01
               VALUE  "     CONVENIO           :".
           IF W-ACT = 01
                   PERFORM FECHAR-ARQ
                   GO TO ROT-FIM.
      *----- PROCEDIMENTO 0000 E A PROPRIA CONSULTA E 9999 A
      *----- TELECONSULTA; OS DEMAIS PRECISAM EXISTIR NO CADPROC
           IF TU-PROC = ZEROS
                MOVE "CONSULTA EM CONSULTORIO" TO W-PROC-DESC
                DISPLAY TPROCDESC
                GO TO PASSO-1B.
           IF TU-PROC = 9999
                MOVE "TELECONSULTA" TO W-PROC-DESC
                DISPLAY TPROCDESC
                GO TO PASSO-1B.
           IF W-TEM-PROC = "N"
                MOVE SPACES TO W-PROC-DESC
                GO TO PASSO-1B.
