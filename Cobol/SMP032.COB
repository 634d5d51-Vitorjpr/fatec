      ********************************************************
      * CONFRONTA A REMESSA LANCADA (CADREMES) COM O PERIODO
      * FATURADO E LISTA TODO ITEM GLOSADO OU PAGO PARCIAL.
      * A GLOSA AINDA SEM CONTESTACAO GERA PENDENCIA PARA O
      * FATURAMENTO (CADPEND, ROTINA SMPPEN).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-TOT-RECUP   PIC 9(06) VALUE ZEROS.
       77 W-PCT-RECUP   PIC 9(03) VALUE ZEROS.
       77 W-DIFER       PIC 9(06)V99 VALUE ZEROS.
      *----- PENDENCIA PARA O FATURAMENTO CONTESTAR A GLOSA (SMPPEN)
       01 W-PEN-PARM.
           03 PEN-ORIGEM    PIC X(06) VALUE SPACES.
           03 PEN-REF       PIC X(26) VALUE SPACES.
           03 PEN-PCODIGO   PIC 9(06) VALUE ZEROS.
           03 PEN-DESCRICAO PIC X(50) VALUE SPACES.
           03 PEN-OPERADOR  PIC X(08) VALUE SPACES.
           03 PEN-PERFIL    PIC X(01) VALUE SPACES.
           03 PEN-DTVENC    PIC 9(08) VALUE ZEROS.
           03 PEN-NUMERO    PIC 9(06) VALUE ZEROS.
           03 PEN-OK        PIC X(01) VALUE SPACES.
       01 W-DESC-GLOSA.
           03 FILLER        PIC X(17) VALUE "CONTESTAR GLOSA: ".
           03 W-DG-MOTIVO   PIC X(30).
           03 FILLER        PIC X(03) VALUE SPACES.
      *
       01  CABECALHO-0.
           05  FILLER                 PIC X(057) VALUE
           MOVE W-DIFER       TO DET-DIFER.
           MOVE RM-MOTIVO     TO DET-MOTIVO.
           WRITE REGGLOSA FROM DETALHE-DADOS.
      *----- GLOSA AINDA NAO MARCADA PARA CONTESTAR (SMP031) VIRA
      *----- PENDENCIA DO FATURAMENTO, UMA SO VEZ POR ITEM
           IF RM-CONTESTA NOT = "C" AND RM-CONTESTA NOT = "R"
               PERFORM GERA-PEND THRU GERA-PEND-FIM.
           GO TO LER-REMES.
      *
       GERA-PEND.
           MOVE "SMP032"     TO PEN-ORIGEM.
           MOVE SPACES       TO PEN-REF PEN-OPERADOR.
           MOVE RM-CHAVE     TO PEN-REF.
           MOVE RM-PCODIGO   TO PEN-PCODIGO.
           MOVE RM-MOTIVO    TO W-DG-MOTIVO.
           MOVE W-DESC-GLOSA TO PEN-DESCRICAO.
           MOVE "F"          TO PEN-PERFIL.
           MOVE ZEROS        TO PEN-DTVENC.
           CALL "SMPPEN" USING W-PEN-PARM.
       GERA-PEND-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE W-TOT-ITENS TO LT-ITENS.
