      * (EX-FAIXA = "C") E AINDA NAO FORAM VISTOS
      * (EX-CRIT-VISTO = "N"). A OPCAO V DA CIENCIA E TIRA
      * OS ITENS DA LISTA. CRM ZERADO LISTA TODOS OS MEDICOS.
      * CADA ITEM VISTO GERA PENDENCIA PARA A RECEPCAO LIGAR AO
      * PACIENTE (CADPEND, ROTINA SMPPEN).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-TOT                  PIC 9(02) VALUE ZEROS.
       01 W-IND                  PIC 9(02) VALUE ZEROS.
      *----- PENDENCIA PARA A RECEPCAO AVISAR O PACIENTE (SMPPEN)
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
       01 W-DESC-CRIT.
           03 FILLER             PIC X(20) VALUE
              "LIGAR PAC. CRITICO: ".
           03 W-DC-TIPO          PIC X(30).
       01 TAB-CRIT.
           03 TB-CR-ITEM OCCURS 14 TIMES.
               05 TB-CR-CHAVE     PIC X(16).
           READ CADEXAME
           IF ST-ERRO = "00"
               MOVE "S" TO EX-CRIT-VISTO
               REWRITE REGEXAME
               PERFORM GERA-PEND THRU GERA-PEND-FIM.
           ADD 1 TO W-IND.
           GO TO MARCAR-LOOP.
      *------------[ PENDENCIA: LIGAR AO PACIENTE, VENCE HOJE ]---------
       GERA-PEND.
           MOVE "SMP077"    TO PEN-ORIGEM.
           MOVE SPACES      TO PEN-REF PEN-OPERADOR.
           MOVE EX-CHAVE    TO PEN-REF.
           MOVE EX-PCODIGO  TO PEN-PCODIGO.
           MOVE EX-TIPO     TO W-DC-TIPO.
           MOVE W-DESC-CRIT TO PEN-DESCRICAO.
           MOVE "R"         TO PEN-PERFIL.
           MOVE ZEROS       TO PEN-DTVENC.
           CALL "SMPPEN" USING W-PEN-PARM.
       GERA-PEND-FIM.
           EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
           MOVE ZEROS TO COUNTER.
