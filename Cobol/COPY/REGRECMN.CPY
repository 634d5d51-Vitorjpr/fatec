      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE MANUTENCOES DOS RECURSOS
      * (CADRECMN.DAT) - UMA LINHA POR PARADA DA SALA/EQUIPAMENTO,
      * PREVENTIVA (P, INCLUSIVE CALIBRACAO) OU CORRETIVA (C), COM
      * O INICIO E O FIM DA PARADA (DATA + HHMM).
      * STATUS: A=AGENDADA R=REALIZADA X=CANCELADA. ENQUANTO NAO
      * CANCELADA A PARADA BLOQUEIA A RESERVA DO RECURSO NO SMP006.
      * GRAVADO PELO SMP185; HORAS PARADAS NO RELATORIO SMP186.
      *-----------------------------------------------------------------
       01 REGRECMN.
           03 MN-CHAVE.
               05 MN-RECURSO        PIC 9(04).
               05 MN-DTINI          PIC 9(08).
               05 MN-HRINI          PIC 9(04).
           03 MN-DTFIM              PIC 9(08).
           03 MN-HRFIM              PIC 9(04).
           03 MN-TIPO               PIC X(01).
           03 MN-STATUS             PIC X(01).
           03 MN-RESPONS            PIC X(30).
           03 MN-DESCRICAO          PIC X(40).
           03 MN-OPERADOR           PIC X(08).
           03 MN-DTREG              PIC 9(08).
