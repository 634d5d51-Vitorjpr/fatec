      *-----------------------------------------------------------------
      * LE O ARQUIVO DE RETORNO DO BUREAU DE MENSAGENS
      * (CONFRESP.TXT, POSICIONAL: DATA 9(08), CRM 9(06), UF X(02),
      * PACIENTE 9(06), RESPOSTA 9(01) COM 1=CONFIRMA 2=CANCELA E,
      * OPCIONAL, HORA 9(04) DO AGENDAMENTO - SEM A HORA, PACIENTE
      * COM MAIS DE UMA CONSULTA NO DIA COM O MEDICO E REJEITADO),
      * MARCA AS CONSULTAS CONFIRMADAS (AG-CONFIRM = S), CANCELA
      * AS QUE O PACIENTE CANCELOU (LIBERANDO A VAGA PARA A
      * OFERTA A FILA DE ESPERA NO SMP006) E GERA O RELATORIO
           03 CF-CRM-UF         PIC X(02).
           03 CF-PCODIGO        PIC 9(06).
           03 CF-RESPOSTA       PIC 9(01).
           03 CF-HORA           PIC X(04).
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
       77 W-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 W-PENDENTES  PIC 9(06) VALUE ZEROS.
       77 W-DATA-RESP  PIC 9(08) VALUE ZEROS.
       77 W-LOC-ACHOU  PIC X(01) VALUE "N".
       77 W-LOC-CHAVE  PIC X(26) VALUE SPACES.
      *
       01  CAB0-CF.
           05  FILLER                 PIC X(057) VALUE
           MOVE CF-CRM     TO AG-CRM.
           MOVE CF-CRM-UF  TO AG-CRM-UF.
           MOVE CF-PCODIGO TO AG-PCODIGO.
           MOVE ZEROS      TO AG-HORA.
           IF CF-HORA NUMERIC
               MOVE CF-HORA TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU NOT = "S"
               ADD 1 TO W-REJEITADOS
               GO TO LER-RESP.
           IF AG-STATUS NOT = "A"
           IF W-DATA-RESP = ZEROS
               GO TO LISTA-PEND-FECHA.
           MOVE W-DATA-RESP TO AG-DATA.
           MOVE ZEROS       TO AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES      TO AG-CRM-UF.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
       ROT-FIMS.
           STOP RUN.
      *
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
      *--------------[ CONTROLE DE EXECUCAO DO BATCH ]------------------
       RUNCTL-INI.
           OPEN I-O CADRUNCTL
