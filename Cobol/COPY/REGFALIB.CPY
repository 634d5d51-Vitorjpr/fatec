      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA LIBERACAO DE PACIENTE FALTOSO (CADFALIB.DAT)
      * UMA LINHA POR PACIENTE, GRAVADA PELO SMP181 QUANDO O
      * SUPERVISOR SUSPENDE A RESTRICAO ANTES DO PRAZO. O SMPFAL SO
      * CONTA AS FALTAS COM DATA POSTERIOR A FB-DTLIB; O MOTIVO
      * TAMBEM VAI PARA O CADAUDIT (ACAO LIBFALTAS).
      *-----------------------------------------------------------------
       01 REGFALIB.
           03 FB-PCODIGO            PIC 9(06).
           03 FB-DTLIB              PIC 9(08).
           03 FB-HRLIB              PIC 9(08).
           03 FB-SUPERV             PIC X(08).
           03 FB-OPERADOR           PIC X(08).
           03 FB-QTD                PIC 9(02).
           03 FB-MOTIVO             PIC X(40).
