      *             CADASTRO DE PROCEDIMENTOS                *
      *            DATA CRIACAO : 22/08/2026                 *
      ********************************************************
      * PR-TERMO = S MARCA O PROCEDIMENTO INVASIVO QUE SO PODE
      * SER LANCADO NO SMP036 COM O TERMO DE CONSENTIMENTO
      * ASSINADO JA REGISTRADO (TEXTO NO SMP162, IMPRESSAO E
      * RECEBIMENTO NO SMP163).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  LINE 10  COLUMN 01
               VALUE  "     VALOR BASE         :".

           05  LINE 12  COLUMN 01
               VALUE  "     EXIGE TERMO (S/N)  :".

           05  TPRCODIGO
               LINE 06  COLUMN 27  PIC 9(04)
               USING  PR-CODIGO
               LINE 10  COLUMN 27  PIC ZZZZZ9,99
               USING  PR-VALOR
               HIGHLIGHT.

           05  TPRTERMO
               LINE 12  COLUMN 27  PIC X(01)
               USING  PR-TERMO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       ROT-INIC.
           MOVE 0 TO PR-CODIGO PR-VALOR PR-DTCADASTRO PR-HRCADASTRO.
           MOVE SPACES TO PR-DESCRICAO W-SEL.
           MOVE "N" TO PR-TERMO.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT035.
                MOVE "VALOR BASE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
       PASSO-3-A.
           IF PR-TERMO NOT = "S"
               MOVE "N" TO PR-TERMO.
           ACCEPT TPRTERMO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF PR-TERMO NOT = "S" AND "N"
                MOVE "EXIGE TERMO => S=SIM  N=NAO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3-A.
           ACCEPT PR-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT PR-HRCADASTRO FROM TIME.
           IF W-SEL = "A"
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-3-A.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-3-A.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
