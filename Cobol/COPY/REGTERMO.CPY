      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO TEXTO DO TERMO DE CONSENTIMENTO POR
      * PROCEDIMENTO (CADTERMO.DAT) - MANTIDO PELO SMP162.
      * SO FAZ SENTIDO PARA PROCEDIMENTO COM PR-TERMO = S.
      * TM-VERSAO SOBE A CADA ALTERACAO DO TEXTO E VAI GRAVADA NO
      * TERMO ASSINADO (CADTERMAS), QUE PROVA QUAL TEXTO FOI LIDO.
      *-----------------------------------------------------------------
       01 REGTERMO.
           03 TM-PROC               PIC 9(04).
           03 TM-TITULO             PIC X(40).
           03 TM-TEXTO.
               05 TM-LINHA01        PIC X(60).
               05 TM-LINHA02        PIC X(60).
               05 TM-LINHA03        PIC X(60).
               05 TM-LINHA04        PIC X(60).
               05 TM-LINHA05        PIC X(60).
               05 TM-LINHA06        PIC X(60).
               05 TM-LINHA07        PIC X(60).
               05 TM-LINHA08        PIC X(60).
               05 TM-LINHA09        PIC X(60).
               05 TM-LINHA10        PIC X(60).
           03 TM-TEXTO-R REDEFINES TM-TEXTO.
               05 TM-LINHA          PIC X(60) OCCURS 10 TIMES.
           03 TM-VERSAO             PIC 9(02).
           03 TM-DTCADASTRO         PIC 9(08).
           03 TM-HRCADASTRO         PIC 9(08).
