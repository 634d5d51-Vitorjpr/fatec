      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA DISPENSACAO DE RECEITAS (CADDISPEN.DAT)
      * UM REGISTRO POR ITEM DE RECEITA (CADRECET) JA ENTREGUE,
      * TOTAL OU PARCIALMENTE. ITEM SEM REGISTRO AQUI ESTA
      * PENDENTE DE DISPENSACAO.
      * SITUACAO: P=PARCIAL  T=TOTAL
      *-----------------------------------------------------------------
       01 REGDISPEN.
           03 DI-CHAVE.
               05 DI-DATA           PIC 9(08).
               05 DI-PCODIGO        PIC 9(06).
               05 DI-CRM            PIC 9(06).
               05 DI-CRM-UF         PIC X(02).
               05 DI-HORA           PIC 9(04).
               05 DI-SEQ            PIC 9(02).
           03 DI-MEDIC              PIC 9(04).
           03 DI-UNIDADE            PIC 9(02).
           03 DI-QTDE               PIC 9(05).
           03 DI-SITUACAO           PIC X(01).
           03 DI-CN-CHAVE.
               05 DI-CN-UNIDADE     PIC 9(02).
               05 DI-CN-NUMERO      PIC 9(06).
           03 DI-DTDISP             PIC 9(08).
           03 DI-HRDISP             PIC 9(08).
           03 DI-OPERADOR           PIC X(08).
