      *-----------------------------------------------------------------
      * LAYOUT PADRAO DOS DADOS BANCARIOS DO MEDICO PARA O
      * PAGAMENTO DO REPASSE (CADMEDBCO.DAT) - UMA LINHA POR
      * MEDICO. O SMP150 GERA A REMESSA CNAB 240 COM ESTES DADOS.
      *-----------------------------------------------------------------
       01 REGMEDBCO.
           03 BC-CHAVE.
               05 BC-CRM            PIC 9(06).
               05 BC-CRM-UF         PIC X(02).
      *----- FAVORECIDO: 1=CPF (AUTONOMO)  2=CNPJ (PESSOA JURIDICA)
           03 BC-TIPO-INSC          PIC 9(01).
           03 BC-INSCRICAO          PIC 9(14).
           03 BC-FAVORECIDO         PIC X(30).
      *----- FORMA DE PAGAMENTO: C=CREDITO EM CONTA/TED  P=PIX
           03 BC-FORMA              PIC X(01).
           03 BC-BANCO              PIC 9(03).
           03 BC-AGENCIA            PIC 9(05).
           03 BC-AGENCIA-DV         PIC X(01).
           03 BC-CONTA              PIC 9(12).
           03 BC-CONTA-DV           PIC X(01).
      *----- C=CONTA CORRENTE  P=POUPANCA
           03 BC-TIPO-CONTA         PIC X(01).
      *----- TIPO DA CHAVE PIX (CODIGOS FEBRABAN): 01=TELEFONE
      *----- 02=E-MAIL  03=CPF/CNPJ  04=CHAVE ALEATORIA
           03 BC-PIX-TIPO           PIC 9(02).
           03 BC-PIX-CHAVE          PIC X(60).
           03 BC-STATUS             PIC X(01).
           03 BC-DTCADASTRO         PIC 9(08).
