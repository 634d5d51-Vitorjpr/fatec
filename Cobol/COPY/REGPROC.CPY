           03 PR-VALOR              PIC 9(06)V99.
           03 PR-DTCADASTRO         PIC 9(08).
           03 PR-HRCADASTRO         PIC 9(08).
      *----- S = PROCEDIMENTO INVASIVO QUE EXIGE TERMO DE CONSENTIMENTO
      *----- ASSINADO (CADTERMAS) ANTES DO LANCAMENTO NO SMP036.
      *----- BRANCO NOS REGISTROS ANTIGOS VALE COMO N.
           03 PR-TERMO              PIC X(01).
