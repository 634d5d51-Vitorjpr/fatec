      *----- SESSAO DE CAIXA (CHAVE DO CADCAIXA) E FORMA DE
      *----- PAGAMENTO: D=DINHEIRO C=CARTAO P=PIX (BRANCO NOS
      *----- RECIBOS ANTERIORES AO CONTROLE DE CAIXA)
      *----- B=BOLETO, BAIXADO PELO RETORNO DO BANCO (SMP151),
      *----- SEM SESSAO DE CAIXA.
           03 RC-SESSAO             PIC X(18).
           03 RC-FORMA              PIC X(01).
      *----- ESTORNO (SMP094): E = RECIBO ESTORNADO, FORA DE
      *----- NOTA FISCAL DE SERVICO: NUMERO DA NFS-E DEVOLVIDO
      *----- PELA PREFEITURA (SMP098). ZEROS = AINDA NAO EMITIDA.
           03 RC-NFSE               PIC 9(10).
      *----- HORA DO AGENDAMENTO COBRADO (O PACIENTE PODE TER MAIS
      *----- DE UMA CONSULTA COM O MEDICO NO DIA). ZEROS NOS RECIBOS
      *----- ANTERIORES: VALE O AGENDAMENTO DO DIA.
           03 RC-AG-HORA            PIC 9(04).
