           05  LINE 16  COLUMN 01
               VALUE  "     INSCRICAO MUNICIPAL:".

           05  LINE 18  COLUMN 01
               VALUE  "     CNES               :".

           05  TUNCODIGO
               LINE 06  COLUMN 27  PIC 9(02)
               USING  UN-CODIGO
               LINE 16  COLUMN 27  PIC 9(11)
               USING  UN-INSCMUN
               HIGHLIGHT.

           05  TUNCNES
               LINE 18  COLUMN 27  PIC 9(07)
               USING  UN-CNES
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO UN-CODIGO UN-CNPJ UN-INSCMUN UN-CNES.
           MOVE SPACES TO UN-NOME UN-ENDERECO UN-STATUS W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
      *----- CNES PARA O ARQUIVO BPA DO SUS (SMP124)
       PASSO-7.
           ACCEPT TUNCNES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF W-SEL = "A"
               GO TO ALT-OPC.

           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-7.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-7.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
