       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 W-MAXSEQ               PIC 9(02) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.

           05  LINE 04  COLUMN 01
               VALUE  "     DATA CONSULTA   :".
           05  LINE 04  COLUMN 40
               VALUE  "HORA:".

           05  LINE 06  COLUMN 01
               VALUE  "     CODIGO PACIENTE :".
               USING  EV-DATA
               HIGHLIGHT.

           05  TEVHORA
               LINE 04  COLUMN 46  PIC 99.99
               USING  EV-HORA
               HIGHLIGHT.

           05  TEVPCODIGO
               LINE 06  COLUMN 24  PIC 9(06)
               USING  EV-PCODIGO
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO EV-ANO EV-MES EV-DIA EV-PCODIGO EV-CRM EV-SEQ
                     EV-HORA EV-HRCADASTRO P-CODIGO.
           MOVE SPACES TO EV-CRM-UF EV-SUBJETIVO EV-OBJETIVO
                          EV-AVALIACAO EV-PLANO P-NOME.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
                MOVE "UF DO CRM NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3-B.
      * HORA ZERADA = UNICA CONSULTA DO PACIENTE NO DIA
       PASSO-3-C.
           ACCEPT TEVHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3-B.
      *--------------------[ CONFERE CONSULTA / PACIENTE ]-------------
       CHK-AGENDA.
           MOVE EV-DATA    TO AG-DATA.
           MOVE EV-CRM     TO AG-CRM.
           MOVE EV-CRM-UF  TO AG-CRM-UF.
           MOVE EV-PCODIGO TO AG-PCODIGO.
           MOVE EV-HORA    TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "*** CONSULTA NAO EXISTE NA AGENDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF W-LOC-ACHOU = "M"
               MOVE "MAIS DE UMA CONSULTA NO DIA - INFORME A HORA"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3-C.
           MOVE AG-HORA    TO EV-HORA.
           IF AG-STATUS = "C"
               MOVE "*** CONSULTA CANCELADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PROX-SEQ-GRAVA.
           IF EV-DATA NOT = AG-DATA OR EV-CRM NOT = AG-CRM OR
              EV-CRM-UF NOT = AG-CRM-UF OR
              EV-PCODIGO NOT = AG-PCODIGO OR EV-HORA NOT = AG-HORA
               GO TO PROX-SEQ-GRAVA.
           IF EV-SEQ > W-MAXSEQ
               MOVE EV-SEQ TO W-MAXSEQ.
           MOVE AG-CRM     TO EV-CRM.
           MOVE AG-CRM-UF  TO EV-CRM-UF.
           MOVE AG-PCODIGO TO EV-PCODIGO.
           MOVE AG-HORA    TO EV-HORA.
           ADD 1 TO W-MAXSEQ GIVING EV-SEQ.
       PROX-SEQ-FIM.
           EXIT.
      *--------------[ LOCALIZA O AGENDAMENTO DO DIA ]------------------
      * A HORA FAZ PARTE DA CHAVE DO CADAGEN. COM A HORA INFORMADA
      * A LEITURA E DIRETA; COM A HORA ZERADA TRAZ O PRIMEIRO
      * AGENDAMENTO DO PACIENTE COM O MEDICO NA DATA E DEVOLVE
      * W-LOC-ACHOU = "M" QUANDO HOUVER MAIS DE UM NO DIA.
       LOCALIZA-AGENDA.
           MOVE "N" TO W-LOC-ACHOU.
           IF AG-HORA NOT = ZEROS
               READ CADAGEN
               IF ST-ERRO = "00"
                   MOVE "S" TO W-LOC-ACHOU
                   GO TO LOCALIZA-AGENDA-FIM
               ELSE
                   GO TO LOCALIZA-AGENDA-FIM.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO LOCALIZA-AGENDA-FIM.
       LOCALIZA-AGENDA-LER.
           READ CADAGEN NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LOCALIZA-AGENDA-REL.
           IF AG-CHAVE (1:22) NOT = W-LOC-CHAVE (1:22)
               GO TO LOCALIZA-AGENDA-REL.
           IF W-LOC-ACHOU = "S"
               MOVE "M" TO W-LOC-ACHOU
               GO TO LOCALIZA-AGENDA-REL.
           MOVE "S" TO W-LOC-ACHOU.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           GO TO LOCALIZA-AGENDA-LER.
       LOCALIZA-AGENDA-REL.
           MOVE W-LOC-CHAVE TO AG-CHAVE.
           IF W-LOC-ACHOU NOT = "N"
               READ CADAGEN.
       LOCALIZA-AGENDA-FIM.
           EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
           MOVE ZEROS TO COUNTER.
