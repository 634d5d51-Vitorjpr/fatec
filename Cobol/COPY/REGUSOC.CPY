      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA LISTA DE MEDICAMENTOS DE USO CONTINUO
      * (CADUSOC.DAT) - SEPARADA DOS ITENS AVULSOS DO CADRECET.
      * UM REGISTRO POR MEDICAMENTO DO PACIENTE (UC-SEQ).
      *   UC-MEDIC      : CODIGO NO CADMEDIC (ZEROS = TEXTO LIVRE)
      *   UC-INTERVALO  : DIAS ENTRE UMA RENOVACAO E A SEGUINTE
      *   UC-CRM/UF     : MEDICO QUE PRESCREVEU O USO CONTINUO
      *   UC-DTULTREN   : ULTIMA RENOVACAO (INICIA COM UC-DTINICIO)
      * A RENOVACAO E FEITA NO SMP143; O SMP144 LISTA AS QUE
      * VENCEM NOS PROXIMOS 15 DIAS.
      * STATUS: A=ATIVO  I=INATIVO (SUSPENSO)
      *-----------------------------------------------------------------
       01 REGUSOC.
           03 UC-CHAVE.
               05 UC-PCODIGO        PIC 9(06).
               05 UC-SEQ            PIC 9(02).
           03 UC-MEDIC              PIC 9(04).
           03 UC-MEDICAMENTO        PIC X(30).
           03 UC-DOSAGEM            PIC X(20).
           03 UC-DURACAO            PIC X(15).
           03 UC-DTINICIO           PIC 9(08).
           03 UC-INTERVALO          PIC 9(03).
           03 UC-CRM                PIC 9(06).
           03 UC-CRM-UF             PIC X(02).
           03 UC-DTULTREN           PIC 9(08).
           03 UC-STATUS             PIC X(01).
           03 UC-DTCADASTRO         PIC 9(08).
           03 UC-HRCADASTRO         PIC 9(08).
