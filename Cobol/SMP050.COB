       77 W-VAL-ANT     PIC 9(10)V99 VALUE ZEROS.
       77 W-VARIACAO    PIC S9(04)V9 VALUE ZEROS.
      *
       01 W-HCV-PARM.
           03 HCV-ACAO           PIC X(01) VALUE SPACES.
           03 HCV-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 HCV-DATA           PIC 9(08) VALUE ZEROS.
           03 HCV-CONVENIO       PIC 9(04) VALUE ZEROS.
           03 HCV-PLANO          PIC 9(02) VALUE ZEROS.
           03 HCV-CARTEIRA       PIC X(20) VALUE SPACES.
           03 HCV-ACHOU          PIC X(01) VALUE SPACES.
       01 W-GRUPO-UNID.
           03 FILLER        PIC X(08) VALUE "UNIDADE ".
           03 WG-UNID       PIC 9(02).
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO LER-AGEN.
           MOVE AG-DATA TO HCV-DATA.
           PERFORM CONV-VIGENTE THRU CONV-VIGENTE-FIM.
           IF P-CONVENIO = ZEROS
               GO TO LER-AGEN.
           MOVE P-CONVENIO TO CV-CODIGO.
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
      *--------------[ PRECO DA CONSULTA PELO CONTRATO ]----------------
       PRECO-CONSULTA.
           MOVE CV-VALOR TO W-VALOR-BASE.
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
       ROT-FECHA-HIS.
           CLOSE CADFATHIS.
       ROT-FECHA.
           MOVE "F" TO HCV-ACAO.
           CALL "SMPHCV" USING W-HCV-PARM.
           CLOSE CADAGEN CADPACI CADCONV CADMED.
           IF W-TEM-PROCAG = "S"
               CLOSE CADPROCAG.
