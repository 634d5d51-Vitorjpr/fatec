      *-----------------------------------------------------------------
      * LAYOUT PADRAO DOS MOVIMENTOS DE ESTOQUE (CADMOVEST.DAT)
      * UM REGISTRO POR MOVIMENTO, NUNCA ALTERADO DEPOIS DE
      * GRAVADO. TIPOS:
      *   E=ENTRADA (NOTA DO FORNECEDOR)
      *   D=DISPENSACAO DE ITEM DE RECEITA (MV-RE-CHAVE)
      *   T=TRANSFERENCIA ENTRE UNIDADES (UM REGISTRO DE SAIDA NA
      *     ORIGEM E UM DE ENTRADA NO DESTINO, MV-UNID-PAR APONTA
      *     A OUTRA PONTA)
      *   A=AJUSTE DE INVENTARIO (COM MOTIVO)
      *   P=CONSUMO EM PROCEDIMENTO (SMP036, "-") OU ESTORNO NA
      *     EXCLUSAO DO LANCAMENTO ("+"); MV-RE-CHAVE GUARDA A
      *     CHAVE DO CADPROCAG (MESMO TAMANHO)
      * MV-SINAL "+" SOMA NO SALDO, "-" SUBTRAI.
      *-----------------------------------------------------------------
       01 REGMOVEST.
           03 MV-CHAVE.
               05 MV-UNIDADE        PIC 9(02).
               05 MV-MEDIC          PIC 9(04).
               05 MV-DATA           PIC 9(08).
               05 MV-HORA           PIC 9(08).
           03 MV-TIPO               PIC X(01).
           03 MV-SINAL              PIC X(01).
           03 MV-QTDE               PIC 9(07).
           03 MV-SALDO-APOS         PIC 9(07).
           03 MV-UNID-PAR           PIC 9(02).
           03 MV-DOCUMENTO          PIC X(15).
           03 MV-MOTIVO             PIC X(30).
      *----- ITEM DA RECEITA DISPENSADO (MESMO FORMATO DO RE-CHAVE)
           03 MV-RE-CHAVE           PIC X(28).
      *----- NUMERO DA RECEITA DE CONTROLE ESPECIAL (CADCTRLNUM)
      *----- OBRIGATORIO NA DISPENSACAO DE MEDICAMENTO CONTROLADO
           03 MV-CN-CHAVE.
               05 MV-CN-UNIDADE     PIC 9(02).
               05 MV-CN-NUMERO      PIC 9(06).
           03 MV-OPERADOR           PIC X(08).
