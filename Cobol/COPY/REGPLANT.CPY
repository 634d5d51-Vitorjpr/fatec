      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA ESCALA DE PLANTAO (CADPLANT.DAT)
      * UM REGISTRO POR MEDICO ESCALADO EM UNIDADE/DATA/PERIODO/
      * ESPECIALIDADE. PERIODOS: M=MANHA 07-13  T=TARDE 13-19
      * N=NOITE 19-07  D=DIURNO 07-19  I=INTEGRAL 24H (07-07).
      * A GRADE SEMANAL DE ROTINA CONTINUA NO CADHOR.
      *-----------------------------------------------------------------
       01 REGPLANT.
           03 PL-CHAVE.
               05 PL-UNIDADE        PIC 9(02).
               05 PL-DATA           PIC 9(08).
               05 PL-PERIODO        PIC X(01).
               05 PL-ESPEC          PIC 9(02).
               05 PL-CRM            PIC 9(06).
               05 PL-CRM-UF         PIC X(02).
      *----- A=ATIVO  C=CANCELADO (EXCLUSAO LOGICA)
           03 PL-STATUS             PIC X(01).
           03 PL-OPERADOR           PIC X(08).
           03 PL-DTCADASTRO         PIC 9(08).
           03 PL-HRCADASTRO         PIC 9(08).
      *----- CHAVE ALTERNATIVA POR MEDICO E DATA: CONFLITO DE
      *----- PLANTOES DO MESMO MEDICO NO MESMO DIA (SMP145).
           03 PL-CHAVE-MED.
               05 PL-MED-CRM        PIC 9(06).
               05 PL-MED-UF         PIC X(02).
               05 PL-MED-DATA       PIC 9(08).
