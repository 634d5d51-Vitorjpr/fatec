      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO TERMO DE CONSENTIMENTO ASSINADO
      * (CADTERMAS.DAT) - UM REGISTRO POR CONSULTA E PROCEDIMENTO.
      * A CHAVE REPETE A CONSULTA DO CADPROCAG (DATA, MEDICO E
      * PACIENTE). GRAVADO PELO SMP163 QUANDO A VIA ASSINADA VOLTA
      * PARA A RECEPCAO; SEM ELE O SMP036 NAO LANCA PROCEDIMENTO
      * COM PR-TERMO = S.
      * ASSINANTE : P=PACIENTE  R=RESPONSAVEL (MENOR - CADRESP)
      *-----------------------------------------------------------------
       01 REGTERMAS.
           03 TA-CHAVE.
               05 TA-DATA           PIC 9(08).
               05 TA-CRM            PIC 9(06).
               05 TA-CRM-UF         PIC X(02).
               05 TA-PCODIGO        PIC 9(06).
               05 TA-PROC           PIC 9(04).
           03 TA-VERSAO             PIC 9(02).
           03 TA-ASSINANTE          PIC X(01).
           03 TA-NOME               PIC X(30).
           03 TA-CPF                PIC 9(11).
           03 TA-DTRECEB            PIC 9(08).
           03 TA-HRRECEB            PIC 9(08).
           03 TA-OPERADOR           PIC X(08).
