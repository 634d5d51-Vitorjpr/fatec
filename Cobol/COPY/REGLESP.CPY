      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA LISTA DE ESPERA POR ESPECIALIDADE
      * (CADLESP.DAT) - PACIENTE QUE NAO ACHOU VAGA PROXIMA NA
      * ESPECIALIDADE E AGUARDA UMA DESISTENCIA. MANTIDA PELO
      * SMP182; O SMP006 OFERECE A VAGA LIBERADA (CANCELAMENTO,
      * EXCLUSAO OU REMARCACAO) AOS PACIENTES QUE SE ENCAIXAM NELA,
      * POR PRIORIDADE E ANTIGUIDADE; O SMP183 MEDE A DEMANDA
      * REPRIMIDA. UMA LINHA POR PACIENTE E ESPECIALIDADE.
      *-----------------------------------------------------------------
       01 REGLESP.
           03 LE-CHAVE.
               05 LE-ESPEC          PIC 9(02).
               05 LE-PCODIGO        PIC 9(06).
           03 LE-CONVENIO           PIC 9(04).
      *----- UNIDADE PREFERIDA (ZEROS = QUALQUER) E PERIODO
      *----- M=MANHA  T=TARDE  BRANCO=QUALQUER
           03 LE-UNIDADE            PIC 9(02).
           03 LE-PERIODO            PIC X(01).
      *----- ULTIMA DATA EM QUE A CONSULTA AINDA SERVE (ZEROS = SEM
      *----- LIMITE)
           03 LE-DTLIM              PIC 9(08).
      *----- PRIORIDADE CLINICA: 1=URGENTE 2=PRIORITARIO 3=ROTINA
           03 LE-PRIOR              PIC 9(01).
           03 LE-DTINC              PIC 9(08).
      *----- A=AGUARDANDO  M=MARCADO PELA LISTA  D=DESISTIU
           03 LE-STATUS             PIC X(01).
           03 LE-DTMARC             PIC 9(08).
           03 LE-OBS                PIC X(30).
