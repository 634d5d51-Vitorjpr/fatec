      *-----------------------------------------------------------------
      * LAYOUT PADRAO DOS MATERIAIS E MEDICAMENTOS USADOS NOS
      * PROCEDIMENTOS LANCADOS (CADPRMAT.DAT) - UM REGISTRO POR
      * ITEM DO CATALOGO (CADMEDIC) GASTO NUM LANCAMENTO DO
      * CADPROCAG. PM-PA-CHAVE TEM O MESMO FORMATO DO PA-CHAVE.
      * GRAVADO PELO SMP036 JUNTO COM A BAIXA NO ESTOQUE DA UNIDADE
      * DA CONSULTA (CADESTQ/CADMOVEST TIPO P). O PRECO NAO FICA
      * AQUI: O SMP010 COBRA DO CONVENIO E O SMP034 DO PARTICULAR
      * PELA TABELA CADMTPREC.
      *-----------------------------------------------------------------
       01 REGPRMAT.
           03 PM-CHAVE.
               05 PM-PA-CHAVE.
                   07 PM-DATA       PIC 9(08).
                   07 PM-CRM        PIC 9(06).
                   07 PM-CRM-UF     PIC X(02).
                   07 PM-PCODIGO    PIC 9(06).
                   07 PM-HORA       PIC 9(04).
                   07 PM-SEQ        PIC 9(02).
               05 PM-MEDIC          PIC 9(04).
           03 PM-QTDE               PIC 9(05).
           03 PM-UNIDADE            PIC 9(02).
           03 PM-DTLANC             PIC 9(08).
           03 PM-HRLANC             PIC 9(08).
           03 PM-OPERADOR           PIC X(08).
