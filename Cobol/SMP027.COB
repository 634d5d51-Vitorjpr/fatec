           05  LINE 15  COLUMN 30
               VALUE  "( MINUTOS )".

           05  LINE 17  COLUMN 01
               VALUE  "     ENCAIXES POR DIA:".
           05  LINE 17  COLUMN 30
               VALUE  "( 00 = NAO ACEITA ENCAIXE )".

           05  THRCRM
               LINE 06  COLUMN 24  PIC Z99.999
               USING  HR-CRM
               LINE 15  COLUMN 24  PIC 9(02)
               USING  HR-DURACAO
               HIGHLIGHT.

           05  THRENCAIXE
               LINE 17  COLUMN 24  PIC 9(02)
               USING  HR-ENCAIXE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO HR-CRM HR-INI-HH HR-INI-MM HR-FIM-HH HR-FIM-MM
                     HR-DURACAO CRM HR-UNIDADE HR-ENCAIXE.
           MOVE SPACES TO HR-CRM-UF HR-DIAS-ATEND NOME CRM-UF W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
                MOVE "DURACAO DA CONSULTA NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
      *--------------------[ LIMITE DIARIO DE ENCAIXES ]----------------
       PASSO-7.
           ACCEPT THRENCAIXE
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
