      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO VINCULO DO PACIENTE COM A EMPRESA
      * (CADFUNC.DAT) - SMP167. UM REGISTRO POR PACIENTE: EMPRESA,
      * MATRICULA, CARGO, SETOR E OS RISCOS OCUPACIONAIS DO PCMSO,
      * QUE SAEM NO ASO (SMP168). CHAVE ALTERNATIVA POR EMPRESA
      * PARA A LISTA DE PERIODICOS A VENCER (SMP169).
      * STATUS: A=ATIVO  D=DESLIGADO (ASO DEMISSIONAL EMITIDO)
      *-----------------------------------------------------------------
       01 REGFUNC.
           03 FU-PCODIGO            PIC 9(06).
           03 FU-EMPRESA            PIC 9(04).
           03 FU-MATRICULA          PIC X(10).
           03 FU-CARGO              PIC X(30).
           03 FU-SETOR              PIC X(20).
      *----- RISCOS OCUPACIONAIS (S/N): FISICO, QUIMICO, BIOLOGICO,
      *----- ERGONOMICO E DE ACIDENTE, E OS AGENTES EM TEXTO LIVRE
           03 FU-RISCOS.
               05 FU-RSC-FISICO     PIC X(01).
               05 FU-RSC-QUIMICO    PIC X(01).
               05 FU-RSC-BIOLOG     PIC X(01).
               05 FU-RSC-ERGON      PIC X(01).
               05 FU-RSC-ACIDENTE   PIC X(01).
           03 FU-AGENTES            PIC X(40).
      *----- PRAZO PROPRIO DO PERIODICO EM MESES (RISCO OU IDADE);
      *----- ZEROS = VALE O PRAZO DA EMPRESA (EM-PERIODIC)
           03 FU-PERIODIC           PIC 9(02).
           03 FU-DTADMISSAO         PIC 9(08).
           03 FU-DTDEMISSAO         PIC 9(08).
      *----- DATA DO ULTIMO ASO QUE CONTA PARA O PERIODICO
      *----- (ADMISSIONAL, PERIODICO, RETORNO OU MUDANCA DE FUNCAO),
      *----- ATUALIZADA PELO SMP168. ZEROS = NENHUM ASO AINDA.
           03 FU-DTULTASO           PIC 9(08).
           03 FU-STATUS             PIC X(01).
           03 FU-DTCADASTRO         PIC 9(08).
           03 FU-HRCADASTRO         PIC 9(08).
