      *----- (LOTE RPS DO SMP098): CNPJ E INSCRICAO MUNICIPAL.
           03 UN-CNPJ               PIC 9(14).
           03 UN-INSCMUN            PIC 9(11).
      *----- CODIGO CNES DO ESTABELECIMENTO, EXIGIDO NO ARQUIVO DE
      *----- PRODUCAO BPA ENVIADO AO SUS (SMP124).
           03 UN-CNES               PIC 9(07).
