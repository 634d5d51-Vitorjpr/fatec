      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO MAPEAMENTO DE IMPORTACAO DE PACIENTES
      * (CADIMPMP.DAT) - DESCREVE O ARQUIVO DELIMITADO (CSV) QUE
      * VEM DO SISTEMA LEGADO DE OUTRA CLINICA: O SEPARADOR, SE A
      * PRIMEIRA LINHA E CABECALHO, A ORDEM DA DATA DE NASCIMENTO
      * E EM QUE COLUNA (1 A 30) ESTA CADA CAMPO DO CADPACI.
      * COLUNA 00 = CAMPO NAO EXISTE NO ARQUIVO; CONVENIO E
      * UNIDADE AUSENTES USAM O VALOR PADRAO DO MAPEAMENTO.
      * O CODIGO DO PACIENTE NO LEGADO E OBRIGATORIO: E ELE QUE
      * IMPEDE IMPORTAR DUAS VEZES O MESMO PACIENTE (CADIMPLG).
      * MANUTENCAO NO SMP198; USADO PELA IMPORTACAO (SMP199).
      *-----------------------------------------------------------------
       01 REGIMPMP.
           03 IM-LAYOUT             PIC X(08).
           03 IM-DESCRICAO          PIC X(30).
           03 IM-DELIM              PIC X(01).
      *----- S = PRIMEIRA LINHA E CABECALHO (NAO IMPORTA)
           03 IM-CABEC              PIC X(01).
      *----- DATA DE NASCIMENTO: D = DIA/MES/ANO  A = ANO/MES/DIA
      *----- (QUALQUER SEPARADOR, SEMPRE 8 DIGITOS)
           03 IM-FMT-DATA           PIC X(01).
           03 IM-COLUNAS.
               05 IM-COL-CODANT     PIC 9(02).
               05 IM-COL-NOME       PIC 9(02).
               05 IM-COL-NASC       PIC 9(02).
               05 IM-COL-SEXO       PIC 9(02).
               05 IM-COL-CPF        PIC 9(02).
               05 IM-COL-CNS        PIC 9(02).
               05 IM-COL-CONV       PIC 9(02).
               05 IM-COL-PLANO      PIC 9(02).
               05 IM-COL-CEP        PIC 9(02).
               05 IM-COL-NUM        PIC 9(02).
               05 IM-COL-COMPL      PIC 9(02).
               05 IM-COL-TEL        PIC 9(02).
               05 IM-COL-EMAIL      PIC 9(02).
               05 IM-COL-UNID       PIC 9(02).
           03 IM-COLUNAS-TAB REDEFINES IM-COLUNAS.
               05 IM-COL            PIC 9(02) OCCURS 14 TIMES.
           03 IM-CONV-PADRAO        PIC 9(04).
           03 IM-UNID-PADRAO        PIC 9(02).
           03 IM-STATUS             PIC X(01).
           03 IM-OPERADOR           PIC X(08).
           03 IM-DTCADASTRO         PIC 9(08).
