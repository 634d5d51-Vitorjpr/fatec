      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO LAUDO NARRATIVO DE EXAME (CADLAUDO.DAT)
      * LIGADO AO PEDIDO PELA CHAVE DO CADEXAME. LD-SEQ 00 E O
      * LAUDO ORIGINAL; 01 EM DIANTE SAO OS ADENDOS DE CORRECAO.
      * LD-CRM E O MEDICO QUE LAUDA E ASSINA, QUE PODE SER OUTRO
      * QUE NAO O SOLICITANTE (EX-CRM).
      * STATUS : D=DIGITADO (AINDA EDITAVEL)  A=ASSINADO (TEXTO
      * TRAVADO - CORRECAO SO POR ADENDO, NUNCA REGRAVACAO).
      * MANTIDO PELO SMP154, MOSTRADO NO CONSPRON.
      *-----------------------------------------------------------------
       01 REGLAUDO.
           03 LD-CHAVE.
               05 LD-DATA.
                   07 LD-ANO        PIC 9(04).
                   07 LD-MES        PIC 9(02).
                   07 LD-DIA        PIC 9(02).
               05 LD-PCODIGO        PIC 9(06).
               05 LD-EXSEQ          PIC 9(02).
               05 LD-SEQ            PIC 9(02).
      *----- TIPO : L=LAUDO ORIGINAL  A=ADENDO
           03 LD-TIPO               PIC X(01).
           03 LD-CRM                PIC 9(06).
           03 LD-CRM-UF             PIC X(02).
           03 LD-TECNICA1           PIC X(56).
           03 LD-TECNICA2           PIC X(56).
           03 LD-ACHADO1            PIC X(56).
           03 LD-ACHADO2            PIC X(56).
           03 LD-ACHADO3            PIC X(56).
           03 LD-ACHADO4            PIC X(56).
           03 LD-CONCLUSAO1         PIC X(56).
           03 LD-CONCLUSAO2         PIC X(56).
           03 LD-STATUS             PIC X(01).
           03 LD-DTASSIN            PIC 9(08).
           03 LD-HRASSIN            PIC 9(08).
           03 LD-DTCADASTRO         PIC 9(08).
