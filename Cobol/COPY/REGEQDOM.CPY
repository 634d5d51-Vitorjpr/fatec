      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA EQUIPE DE ATENDIMENTO DOMICILIAR
      * (CADEQDOM.DAT) - MEDICA OU DE ENFERMAGEM, COM O VEICULO QUE
      * FAZ A ROTA. MANUTENCAO PELO SMP187.
      *-----------------------------------------------------------------
       01 REGEQDOM.
           03 ED-CODIGO             PIC 9(03).
           03 ED-NOME               PIC X(30).
      *----- M = EQUIPE MEDICA  E = EQUIPE DE ENFERMAGEM
           03 ED-TIPO               PIC X(01).
      *----- PROFISSIONAL QUE CHEFIA A EQUIPE NA VISITA
           03 ED-RESPONS            PIC X(30).
      *----- VEICULO PADRAO DA EQUIPE (A VISITA PODE TROCAR)
           03 ED-VEICULO            PIC X(20).
           03 ED-PLACA              PIC X(08).
      *----- A = ATIVA  I = INATIVA (NAO RECEBE VISITA NOVA)
           03 ED-STATUS             PIC X(01).
           03 ED-DTCADASTRO         PIC 9(08).
