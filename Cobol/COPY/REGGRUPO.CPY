      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA SESSAO EM GRUPO (CADGRUPO.DAT) - GRUPO DE
      * PSICOLOGIA, TABAGISMO, EDUCACAO EM DIABETES ETC.: UM
      * PROFISSIONAL, UMA SALA (CADRECUR, RESERVADA NO CADRESVA) E
      * ATE 12 PACIENTES NO MESMO HORARIO. INSCRITOS NO CADGRPAC.
      * MANUTENCAO E INSCRICAO PELO SMP190; PRESENCA PELO SMP191.
      *-----------------------------------------------------------------
       01 REGGRUPO.
           03 GR-CHAVE.
               05 GR-DATA.
                   07 GR-ANO        PIC 9(04).
                   07 GR-MES        PIC 9(02).
                   07 GR-DIA        PIC 9(02).
               05 GR-HORA           PIC 9(04).
               05 GR-CRM            PIC 9(06).
               05 GR-CRM-UF         PIC X(02).
           03 GR-RECURSO            PIC 9(04).
           03 GR-DURACAO            PIC 9(03).
           03 GR-CAPAC              PIC 9(02).
           03 GR-INSCR              PIC 9(02).
           03 GR-TEMA               PIC X(40).
      *----- PROCEDIMENTO (CADPROC) LANCADO PARA CADA PARTICIPANTE
      *----- PRESENTE; E O QUE VAI AO FATURAMENTO DO CONVENIO DE
      *----- CADA UM (SMP010) E AO REPASSE (SMP068)
           03 GR-PROC               PIC 9(04).
      *----- A = ABERTA (RECEBE INSCRICAO)  R = REALIZADA (PRESENCA
      *----- LANCADA NO SMP191)  C = CANCELADA (SALA LIBERADA)
           03 GR-STATUS             PIC X(01).
           03 GR-OPERADOR           PIC X(08).
           03 GR-DTCAD              PIC 9(08).
