      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO CONTROLE DE ENVIO DAS VACINAS A RNDS
      * (CADRNDS.DAT) - UM REGISTRO POR DOSE DO CADVACIN JA
      * EXPORTADA (MESMA CHAVE). RN-SITUACAO:
      *   E = ENVIADA, AGUARDANDO O RETORNO
      *   A = ACEITA PELA RNDS
      *   R = REJEITADA (RN-MOTIVO), ESPERANDO CORRECAO
      *   C = REJEITADA E JA CORRIGIDA NO SMP042; VOLTA NO
      *       PROXIMO EXTRATO
      *-----------------------------------------------------------------
       01 REGRNDS.
           03 RN-CHAVE.
               05 RN-PCODIGO        PIC 9(06).
               05 RN-VACINA         PIC X(20).
               05 RN-DOSE           PIC 9(02).
           03 RN-SITUACAO           PIC X(01).
           03 RN-DTENVIO            PIC 9(08).
           03 RN-DTRETORNO          PIC 9(08).
           03 RN-MOTIVO             PIC X(60).
