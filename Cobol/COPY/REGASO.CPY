      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO ATESTADO DE SAUDE OCUPACIONAL (CADASO.DAT)
      * EMITIDO PELO SMP168. TIPO: A=ADMISSIONAL  P=PERIODICO
      * R=RETORNO AO TRABALHO  M=MUDANCA DE FUNCAO  D=DEMISSIONAL.
      * CARGO E RISCOS SAO COPIADOS DO CADFUNC NA EMISSAO. O MEDICO
      * EXAMINADOR ASSINA O ASO COM A CONCLUSAO A=APTO I=INAPTO.
      * SITUACAO: E=EMITIDO  C=CANCELADO.
      * AS-FATURA = ANO/MES DO EXTRATO DA EMPRESA (SMP170) QUE
      * COBROU O ASO; ZEROS = AINDA NAO COBRADO.
      *-----------------------------------------------------------------
       01 REGASO.
           03 AS-CHAVE.
               05 AS-EMPRESA        PIC 9(04).
               05 AS-DATA.
                   07 AS-ANO        PIC 9(04).
                   07 AS-MES        PIC 9(02).
                   07 AS-DIA        PIC 9(02).
               05 AS-PCODIGO        PIC 9(06).
               05 AS-TIPO           PIC X(01).
           03 AS-CRM                PIC 9(06).
           03 AS-CRM-UF             PIC X(02).
           03 AS-CARGO              PIC X(30).
           03 AS-RISCOS             PIC X(05).
           03 AS-AGENTES            PIC X(40).
      *----- EXAMES COMPLEMENTARES FEITOS PARA O ASO (CADEXTIPO)
      *----- COM O PRECO DO DIA DA EMISSAO; CODIGO ZERO = LIVRE
           03 AS-EXAMES OCCURS 6 TIMES.
               05 AS-EX-TIPOCOD     PIC 9(04).
               05 AS-EX-VALOR       PIC 9(06)V99.
           03 AS-CONCLUSAO          PIC X(01).
           03 AS-OBS                PIC X(40).
           03 AS-VALOR              PIC 9(06)V99.
           03 AS-SITUACAO           PIC X(01).
           03 AS-FATURA             PIC 9(06).
           03 AS-OPERADOR           PIC X(08).
           03 AS-DTEMISSAO          PIC 9(08).
           03 AS-HREMISSAO          PIC 9(08).
