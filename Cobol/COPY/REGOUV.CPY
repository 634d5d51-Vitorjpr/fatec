      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DA OUVIDORIA (CADOUV.DAT) - UMA
      * MANIFESTACAO POR REGISTRO, NUMERADA POR DIA DE ABERTURA.
      * MANUTENCAO PELO SMP130 (CADA MUDANCA DE STATUS VAI PARA O
      * CADAUDIT); RELATORIOS PELO SMP131.
      *-----------------------------------------------------------------
       01 REGOUV.
           03 OV-CHAVE.
               05 OV-DATA           PIC 9(08).
               05 OV-SEQ            PIC 9(04).
           03 OV-PCODIGO            PIC 9(06).
      *----- MEDICO ENVOLVIDO (OPCIONAL - ZEROS/BRANCOS = NENHUM)
           03 OV-CRM-CHAVE.
               05 OV-CRM            PIC 9(06).
               05 OV-CRM-UF         PIC X(02).
           03 OV-UNIDADE            PIC 9(02).
      *----- CATEGORIA: R=RECLAMACAO  E=ELOGIO  S=SUGESTAO
      *-----            D=DENUNCIA    I=INFORMACAO/SOLICITACAO
           03 OV-CATEGORIA          PIC X(01).
           03 OV-DESCRICAO          PIC X(60).
      *----- OPERADOR QUE RECEBEU A MANIFESTACAO NO BALCAO
           03 OV-OPERADOR           PIC X(08).
      *----- PRAZO DE RESPOSTA: ABERTURA + PARAMETRO OUVPRAZO
           03 OV-PRAZO              PIC 9(08).
      *----- STATUS: A=ABERTO  N=EM ANALISE  R=RESPONDIDO
      *-----         F=FECHADO
           03 OV-STATUS             PIC X(01).
           03 OV-RESPOSTA           PIC X(60).
           03 OV-DTRESP             PIC 9(08).
           03 OV-DTFECHA            PIC 9(08).
