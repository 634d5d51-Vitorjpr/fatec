      * COM A COPARTICIPACAO NAO RECEBIDA (AG-COPART-PEND),
      * COM O VALOR DO PLANO E SUBTOTAL POR UNIDADE, EM
      * COPARPEN.TXT. FINALMENTE DA PARA SABER QUANTO DE
      * COPARTICIPACAO DEIXAMOS DE RECEBER. CADA ATENDIMENTO
      * LISTADO GERA PENDENCIA DE COBRANCA PARA A RECEPCAO
      * (CADPEND, ROTINA SMPPEN), UMA SO VEZ POR ATENDIMENTO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 TB-UN-QTD       PIC 9(05).
               05 TB-UN-VALOR     PIC 9(08)V99.
       01 W-IX                   PIC 9(02) VALUE ZEROS.
      *----- PENDENCIA PARA A RECEPCAO COBRAR O PACIENTE (SMPPEN)
       01 W-PEN-PARM.
           03 PEN-ORIGEM         PIC X(06) VALUE SPACES.
           03 PEN-REF            PIC X(26) VALUE SPACES.
           03 PEN-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 PEN-DESCRICAO      PIC X(50) VALUE SPACES.
           03 PEN-OPERADOR       PIC X(08) VALUE SPACES.
           03 PEN-PERFIL         PIC X(01) VALUE SPACES.
           03 PEN-DTVENC         PIC 9(08) VALUE ZEROS.
           03 PEN-NUMERO         PIC 9(06) VALUE ZEROS.
           03 PEN-OK             PIC X(01) VALUE SPACES.
       01 W-DESC-COPART.
           03 FILLER             PIC X(25) VALUE
              "COBRAR COPARTICIPACAO DE ".
           03 W-DCP-DATA         PIC 9999.99.99.
           03 FILLER             PIC X(15) VALUE SPACES.
       01 W-DCP-DATA-N           PIC 9(08) VALUE ZEROS.
      *
       01  CAB0-CP.
           05  FILLER                 PIC X(057) VALUE
           MOVE P-TELEFONE TO DC-FONE.
           MOVE CV-COPART  TO DC-VALOR.
           WRITE REGCOPARPEN FROM DET-CP.
           PERFORM GERA-PEND THRU GERA-PEND-FIM.
           GO TO LER-AGEN.

       ROT-TOTAL.
               MOVE UNIDADE TO W-UNID-ATD.
       BUSCA-UNID-MED-FIM.
           EXIT.
      *------[ PENDENCIA DE COBRANCA: UMA POR ATENDIMENTO, HOJE ]-------
       GERA-PEND.
           MOVE "SMP095"    TO PEN-ORIGEM.
           MOVE SPACES      TO PEN-REF PEN-OPERADOR.
           MOVE AG-CHAVE    TO PEN-REF.
           MOVE AG-PCODIGO  TO PEN-PCODIGO.
           MOVE AG-DATA     TO W-DCP-DATA-N.
           MOVE W-DCP-DATA-N TO W-DCP-DATA.
           MOVE W-DESC-COPART TO PEN-DESCRICAO.
           MOVE "R"         TO PEN-PERFIL.
           MOVE ZEROS       TO PEN-DTVENC.
           CALL "SMPPEN" USING W-PEN-PARM.
       GERA-PEND-FIM.
           EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
           MOVE ZEROS TO COUNTER.
