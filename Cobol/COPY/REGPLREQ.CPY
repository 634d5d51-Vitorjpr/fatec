      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA COBERTURA EXIGIDA DE PLANTAO (CADPLREQ.DAT)
      * QUANTOS MEDICOS DA ESPECIALIDADE A UNIDADE PRECISA NO
      * PERIODO, E EM QUAIS DIAS DA SEMANA. BASE DO RELATORIO DE
      * FALTAS NA ESCALA (SMP148).
      *-----------------------------------------------------------------
       01 REGPLREQ.
           03 PQ-CHAVE.
               05 PQ-UNIDADE        PIC 9(02).
               05 PQ-ESPEC          PIC 9(02).
               05 PQ-PERIODO        PIC X(01).
      *----- S/N POR DIA DA SEMANA, NA ORDEM DOM SEG TER QUA QUI
      *----- SEX SAB (MESMA ORDEM DO HR-DIAS-ATEND DO CADHOR)
           03 PQ-DIAS               PIC X(07).
           03 PQ-DIAS-TAB REDEFINES PQ-DIAS.
               05 PQ-DIA-SEM        PIC X(01) OCCURS 7 TIMES.
           03 PQ-QTDE               PIC 9(01).
           03 PQ-STATUS             PIC X(01).
           03 PQ-DTCADASTRO         PIC 9(08).
