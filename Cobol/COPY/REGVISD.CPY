      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA VISITA DOMICILIAR (CADVISD.DAT) - UM
      * REGISTRO POR AGENDAMENTO DE VISITA (AG-TIPO = "D"), MESMA
      * CHAVE DO CADAGEN. MANUTENCAO PELO SMP188; ROTA DO DIA POR
      * EQUIPE NO SMP189. O ENDERECO E O DO CADPACI/CADCEP.
      *-----------------------------------------------------------------
       01 REGVISD.
           03 VD-CHAVE.
               05 VD-DATA.
                   07 VD-ANO        PIC 9(04).
                   07 VD-MES        PIC 9(02).
                   07 VD-DIA        PIC 9(02).
               05 VD-CRM            PIC 9(06).
               05 VD-CRM-UF         PIC X(02).
               05 VD-PCODIGO        PIC 9(06).
               05 VD-HORA           PIC 9(04).
      *----- EQUIPE (CADEQDOM) E VEICULO QUE FAZEM A VISITA
           03 VD-EQUIPE             PIC 9(03).
           03 VD-VEICULO            PIC X(20).
      *----- JANELA DE CHEGADA COMBINADA COM A FAMILIA (HHMM)
           03 VD-JANINI             PIC 9(04).
           03 VD-JANFIM             PIC 9(04).
      *----- HORA DE CHEGADA E SAIDA DA EQUIPE NA CASA (HHMM)
           03 VD-HRCHEG             PIC 9(04).
           03 VD-HRSAIDA            PIC 9(04).
      *----- RESULTADO DA VISITA: R = REALIZADA E E = REALIZADA
      *----- COM ENCAMINHAMENTO (O AGENDAMENTO PASSA A STATUS R E
      *----- CONTA COMO ATENDIMENTO NO SMP029, SMP010 E SMP068),
      *----- A = PACIENTE AUSENTE (CONTA COMO FALTA, IGUAL A
      *----- CONSULTA NO CONSULTORIO), BRANCO = VISITA PENDENTE.
           03 VD-RESULTADO          PIC X(01).
      *----- PARA ONDE O PACIENTE FOI ENCAMINHADO (RESULTADO E)
           03 VD-DESTINO            PIC X(30).
           03 VD-OBS                PIC X(40).
           03 VD-OPERADOR           PIC X(08).
           03 VD-DTCAD              PIC 9(08).
           03 VD-HRCAD              PIC 9(08).
