       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 W-FEC-PARM.
           03 FEC-UNIDADE        PIC 9(02) VALUE ZEROS.
           03 FEC-DATA           PIC 9(08) VALUE ZEROS.

           05  LINE 05  COLUMN 01
               VALUE  "     DATA CONSULTA   :".
           05  LINE 05  COLUMN 40
               VALUE  "HORA:".

           05  LINE 07  COLUMN 01
               VALUE  "     CRM MEDICO      :".
               USING  RM-DATA
               HIGHLIGHT.

           05  TRMHORA
               LINE 05  COLUMN 46  PIC 99.99
               USING  RM-HORA
               HIGHLIGHT.

           05  TRMCRM
               LINE 07  COLUMN 24  PIC Z99.999
               USING  RM-CRM
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO RM-ANO RM-MES RM-DIA RM-CRM RM-PCODIGO RM-HORA
                     RM-CONVENIO RM-VALOR-FAT RM-VALOR-PAGO
                     RM-DTLANC P-CODIGO CV-CODIGO RM-VALOR-COR
                     RM-RESSUBS.
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
      * HORA ZERADA = UNICA CONSULTA DO PACIENTE NO DIA
       PASSO-3-B.
           ACCEPT TRMHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
      *--------------------[ CONFERE O AGENDAMENTO FATURADO ]---------
       CHK-AGENDA.
           MOVE RM-DATA    TO AG-DATA.
           MOVE RM-CRM     TO AG-CRM.
           MOVE RM-CRM-UF  TO AG-CRM-UF.
           MOVE RM-PCODIGO TO AG-PCODIGO.
           MOVE RM-HORA    TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "*** CONSULTA NAO EXISTE NA AGENDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF W-LOC-ACHOU = "M"
               MOVE "MAIS DE UMA CONSULTA NO DIA - INFORME A HORA"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3-B.
           MOVE AG-HORA    TO RM-HORA.
           IF AG-STATUS = "C"
               MOVE "*** CONSULTA CANCELADA - NAO FATURAVEL ***"
                                                           TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONTESTAR-FIM.
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
