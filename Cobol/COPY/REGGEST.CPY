      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE GESTACAO (CADGEST.DAT) - UMA
      * GESTACAO POR PACIENTE + DATA DA ULTIMA MENSTRUACAO (DUM).
      * DPP = DUM + 280 DIAS (REGRA DE NAEGELE), CALCULADA NO
      * SMP132. SO PODE HAVER UMA GESTACAO EM ACOMPANHAMENTO POR
      * PACIENTE. AS CONSULTAS REALIZADAS SAO VINCULADAS PELO
      * SMP133 (CADPNVIS), QUE ATUALIZA A QUANTIDADE E A ULTIMA.
      *-----------------------------------------------------------------
       01 REGGEST.
           03 GS-CHAVE.
               05 GS-PCODIGO        PIC 9(06).
               05 GS-DUM            PIC 9(08).
           03 GS-DPP                PIC 9(08).
      *----- RISCO: H=HABITUAL  A=ALTO RISCO
           03 GS-RISCO              PIC X(01).
      *----- MEDICO RESPONSAVEL PELO PRE-NATAL
           03 GS-CRM-CHAVE.
               05 GS-CRM            PIC 9(06).
               05 GS-CRM-UF         PIC X(02).
      *----- STATUS: A=EM ACOMPANHAMENTO  E=ENCERRADA
           03 GS-STATUS             PIC X(01).
           03 GS-QTD-CONS           PIC 9(02).
           03 GS-DTULTCONS          PIC 9(08).
           03 GS-DTENCER            PIC 9(08).
      *----- DESFECHO: N=PARTO NORMAL  C=CESAREA  A=ABORTO
      *-----           O=OBITO FETAL   T=TRANSFERIDA/SEM SEGUIMENTO
           03 GS-DESFECHO           PIC X(01).
           03 GS-OBS                PIC X(40).
           03 GS-OPERADOR           PIC X(08).
           03 GS-DTCAD              PIC 9(08).
