      *----- E NO EXTRATO (SMP059) QUANDO NAO HA PRECO CONTRATADO
      *----- NO CADEXPREC. ZEROS = EXAME NAO FATURAVEL.
           03 ET-VALOR              PIC 9(06)V99.
      *----- PROTOCOLO PRE-NATAL: SEMANA GESTACIONAL ATE A QUAL O
      *----- EXAME JA DEVE TER SIDO PEDIDO PARA A GESTANTE (SMP133).
      *----- ZEROS = EXAME FORA DO PROTOCOLO.
           03 ET-PNAT-SEM           PIC 9(02).
      *----- COLETA: TUBO / RECIPIENTE DA AMOSTRA, HORAS DE JEJUM
      *----- (00 = SEM JEJUM) E PREPARO DO PACIENTE, IMPRESSOS NA
      *----- LISTA DE COLETA E NAS ETIQUETAS (SMP155).
           03 ET-TUBO               PIC X(15).
           03 ET-JEJUM              PIC 9(02).
           03 ET-PREPARO            PIC X(30).
