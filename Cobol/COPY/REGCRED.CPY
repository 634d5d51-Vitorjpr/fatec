      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO CREDENCIAMENTO DO MEDICO NO CONVENIO
      * (CADCRED.DAT) - UMA LINHA POR MEDICO/CONVENIO/PLANO, COM O
      * CODIGO DE PRESTADOR DO MEDICO NAQUELE CONVENIO (VAI NA
      * GUIA TISS DO SMP010) E O PERIODO DE VALIDADE.
      * PLANO 00 = CREDENCIADO EM TODOS OS PLANOS DO CONVENIO; A
      * LINHA DO PLANO ESPECIFICO PREVALECE. DTFIM ZERADA = SEM
      * PRAZO. CONVENIO SEM NENHUMA LINHA NAO E CONFERIDO NA
      * MARCACAO (SMP006). MANUTENCAO NO SMP175, VENCIMENTOS NO
      * RELATORIO SMP176.
      *-----------------------------------------------------------------
       01 REGCRED.
           03 CD-CHAVE.
               05 CD-CRM            PIC 9(06).
               05 CD-CRM-UF         PIC X(02).
               05 CD-CONVENIO       PIC 9(04).
               05 CD-PLANO          PIC 9(02).
           03 CD-CODPREST           PIC X(20).
           03 CD-DTINI              PIC 9(08).
           03 CD-DTFIM              PIC 9(08).
           03 CD-DTCADASTRO         PIC 9(08).
           03 CD-HRCADASTRO         PIC 9(08).
