       77 W-REPASSE     PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-GERAL   PIC 9(10)V99 VALUE ZEROS.
      *
       01 W-HCV-PARM.
           03 HCV-ACAO           PIC X(01) VALUE SPACES.
           03 HCV-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 HCV-DATA           PIC 9(08) VALUE ZEROS.
           03 HCV-CONVENIO       PIC 9(04) VALUE ZEROS.
           03 HCV-PLANO          PIC 9(02) VALUE ZEROS.
           03 HCV-CARTEIRA       PIC X(20) VALUE SPACES.
           03 HCV-ACHOU          PIC X(01) VALUE SPACES.
       01 TAB-MEDICOS.
           03 TB-MD-ITEM OCCURS 300 TIMES.
               05 TB-MD-CRM        PIC 9(06).
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO LER-AGEN.
           MOVE AG-DATA TO HCV-DATA.
           PERFORM CONV-VIGENTE THRU CONV-VIGENTE-FIM.
           PERFORM SOMA-PROC THRU SOMA-PROC-FIM.
           PERFORM ACUM-MEDICO THRU ACUM-MEDICO-FIM.
           GO TO LER-AGEN.
           MOVE AG-CRM     TO PA-CRM.
           MOVE AG-CRM-UF  TO PA-CRM-UF.
           MOVE AG-PCODIGO TO PA-PCODIGO.
           MOVE AG-HORA    TO PA-HORA.
           MOVE ZEROS      TO PA-SEQ.
           START CADPROCAG KEY IS NOT LESS PA-CHAVE
               INVALID KEY
               GO TO SOMA-PROC-FIM.
           IF PA-DATA NOT = AG-DATA OR PA-CRM NOT = AG-CRM OR
              PA-CRM-UF NOT = AG-CRM-UF OR
              PA-PCODIGO NOT = AG-PCODIGO OR PA-HORA NOT = AG-HORA
               GO TO SOMA-PROC-FIM.
           ADD 1 TO W-QTD-PROC.
           IF W-QTD-PROC = 1
           GO TO SOMA-PROC-LER.
       SOMA-PROC-FIM.
           EXIT.
      *--------------[ CONVENIO/PLANO VIGENTE NA DATA (SMPHCV) ]-------
      * TROCA NO REGPACI LIDO O CONVENIO/PLANO PELO QUE ESTAVA EM
      * VIGOR EM HCV-DATA; SEM HISTORICO FICA O DO CADASTRO.
       CONV-VIGENTE.
           MOVE "C"        TO HCV-ACAO.
           MOVE P-CODIGO   TO HCV-PCODIGO.
           MOVE P-CONVENIO TO HCV-CONVENIO.
           MOVE P-PLANO    TO HCV-PLANO.
           CALL "SMPHCV" USING W-HCV-PARM.
           MOVE HCV-CONVENIO TO P-CONVENIO.
           MOVE HCV-PLANO    TO P-PLANO.
       CONV-VIGENTE-FIM.
           EXIT.
      *--------------[ PRECO DA CONSULTA ]------------------------------
       PRECO-CONSULTA.
           MOVE ZEROS TO W-VALOR-BASE.
           READ CADMED
           IF ST-ERRO NOT = "00"
               GO TO PRECO-CONSULTA-FIM.
      *----- PARTICULAR: TARIFA DA ESPECIALIDADE DA CONSULTA
           MOVE ESPEC TO TP-ESPEC.
           IF AG-ESPEC NUMERIC AND AG-ESPEC NOT = ZEROS
               MOVE AG-ESPEC TO TP-ESPEC.
           IF P-CONVENIO = ZEROS
               IF W-TEM-TPART = "S"
                   READ CADTPART
                   IF ST-ERRO = "00"
                       MOVE TP-VALOR TO W-VALOR-BASE
           MOVE P-CONVENIO TO CP-CONVENIO.
           MOVE P-PLANO    TO CP-PLANO.
           MOVE ESPEC      TO CP-ESPEC.
           IF AG-ESPEC NUMERIC AND AG-ESPEC NOT = ZEROS
               MOVE AG-ESPEC TO CP-ESPEC.
           READ CADCVPREC
           IF ST-ERRO = "00"
               MOVE CP-VALOR TO W-VALOR-BASE
               MOVE P-CONVENIO TO CH-CONVENIO
               MOVE P-PLANO    TO CH-PLANO
               MOVE CP-ESPEC   TO CH-ESPEC
               PERFORM BUSCA-HIST THRU BUSCA-HIST-FIM.
       PRECO-CONSULTA-FIM.
           EXIT.
       CALC-RETENCAO-FIM.
           EXIT.
      *--------------[ HISTORICO DO PAGAMENTO (DIRF) ]------------------
      * O PAGAMENTO FICA PENDENTE ATE O RETORNO DO BANCO (SMP150).
      * COMPETENCIA JA REMETIDA OU PAGA NAO E RECALCULADA, PARA
      * NAO DIVERGIR DO QUE FOI ENVIADO AO BANCO.
       GRAVA-REPHIS.
           IF W-TEM-REPHIS = "N"
               GO TO GRAVA-REPHIS-FIM.
           MOVE TB-MD-CRM (W-IND) TO RH-CRM.
           MOVE TB-MD-UF (W-IND)  TO RH-CRM-UF.
           COMPUTE RH-COMPET = (W-PER-ANO * 100) + W-PER-MES.
           PERFORM MOVE-REPHIS THRU MOVE-REPHIS-FIM.
           WRITE REGREPHIS
           IF ST-ERRO NOT = "22"
               GO TO GRAVA-REPHIS-FIM.
           READ CADREPHIS
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-REPHIS-FIM.
           IF RH-SITPAGTO = "R" OR "P"
               GO TO GRAVA-REPHIS-FIM.
           PERFORM MOVE-REPHIS THRU MOVE-REPHIS-FIM.
           REWRITE REGREPHIS.
       GRAVA-REPHIS-FIM.
           EXIT.
       MOVE-REPHIS.
           MOVE TB-MD-REPAS (W-IND) TO RH-BRUTO.
           MOVE W-VAL-IRRF TO RH-IRRF.
           MOVE W-VAL-ISS  TO RH-ISS.
           MOVE W-VAL-LIQ  TO RH-LIQUIDO.
           MOVE ZEROS  TO RH-DTPAGTO RH-NSA.
           MOVE SPACES TO RH-SITPAGTO RH-OCORRENCIA.
       MOVE-REPHIS-FIM.
           EXIT.
      *
       ROT-FECHA.
           MOVE "F" TO HCV-ACAO.
           CALL "SMPHCV" USING W-HCV-PARM.
           IF W-TEM-RETEN = "S"
               CLOSE CADRETEN.
           IF W-TEM-REPHIS = "S"
