      * CRITICA PARA A CONFERENCIA AUTOMATICA DO RESULTADO.
      * EXCLUSAO LOGICA (STATUS = "I") PARA NAO QUEBRAR OS
      * PEDIDOS JA REGISTRADOS.
      * A SEMANA PRE-NATAL MARCA OS EXAMES DO PROTOCOLO DA
      * GESTANTE COBRADOS NO ACOMPANHAMENTO (SMP133).
      * TUBO, JEJUM E PREPARO ORIENTAM A SALA DE COLETA (SMP155).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  LINE 17  COLUMN 40
               VALUE  "(ZEROS = NAO FATURA)".

           05  LINE 19  COLUMN 01
               VALUE  "     PRE-NATAL ATE SEM. :".
           05  LINE 19  COLUMN 40
               VALUE  "(00 = FORA DO PROTOCOLO)".

           05  LINE 20  COLUMN 01
               VALUE  "     TUBO / RECIPIENTE  :".

           05  LINE 21  COLUMN 01
               VALUE  "     JEJUM (HORAS)      :".
           05  LINE 21  COLUMN 31
               VALUE  "PREPARO:".

           05  TETCODIGO
               LINE 05  COLUMN 27  PIC 9(04)
               USING  ET-CODIGO
               LINE 17  COLUMN 27  PIC 9(06),99
               USING  ET-VALOR
               HIGHLIGHT.

           05  TETPNAT
               LINE 19  COLUMN 27  PIC 9(02)
               USING  ET-PNAT-SEM
               HIGHLIGHT.

           05  TETTUBO
               LINE 20  COLUMN 27  PIC X(15)
               USING  ET-TUBO
               HIGHLIGHT.

           05  TETJEJUM
               LINE 21  COLUMN 27  PIC 9(02)
               USING  ET-JEJUM
               HIGHLIGHT.

           05  TETPREPARO
               LINE 21  COLUMN 40  PIC X(30)
               USING  ET-PREPARO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO ET-CODIGO ET-REF-MIN ET-REF-MAX ET-CRIT-MIN
                     ET-CRIT-MAX ET-DTCADASTRO ET-HRCADASTRO
                     ET-VALOR ET-PNAT-SEM ET-JEJUM.
           MOVE SPACES TO ET-DESCRICAO ET-UNIDMED ET-STATUS
                          TXSTATUS W-SEL ET-TUBO ET-PREPARO.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT076.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
      *----- SEMANA DO PROTOCOLO PRE-NATAL (ZEROS = NAO SE APLICA)
       PASSO-8.
           ACCEPT TETPNAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
           IF ET-PNAT-SEM > 42
                MOVE "SEMANA GESTACIONAL => 00 A 42" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-8.
      *----- DADOS DE COLETA (TUBO, JEJUM E PREPARO)
       PASSO-9.
           ACCEPT TETTUBO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
       PASSO-10.
           ACCEPT TETJEJUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-9.
           IF ET-JEJUM > 24
                MOVE "JEJUM => 00 A 24 HORAS" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-10.
       PASSO-11.
           ACCEPT TETPREPARO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-10.
           ACCEPT ET-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT ET-HRCADASTRO FROM TIME.
           IF W-SEL = "A"
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-11.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-11.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
