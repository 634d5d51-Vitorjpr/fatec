      *-----------------------------------------------------------------
      * LAYOUT PADRAO DA TABELA DE LIMITES DE DOSE (CADDOSE.DAT)
      * UM REGISTRO POR MEDICAMENTO DO CATALOGO CADMEDIC. O SMP037
      * CONFRONTA A DOSE DIARIA PRESCRITA COM:
      *   DS-MAX-KG    : DOSE MAXIMA POR KG DE PESO POR DIA
      *                  (PESO DA ULTIMA AFERICAO NO CADSINAIS)
      *   DS-MAX-DIA   : DOSE MAXIMA POR DIA, QUALQUER PESO
      *   DS-IDADE-MIN : IDADE MINIMA DO PACIENTE, EM MESES
      * ZEROS = SEM LIMITE NAQUELE CRITERIO. DS-UNIDADE E A
      * UNIDADE DA DOSE (MG, MCG, UI, ML ...).
      *-----------------------------------------------------------------
       01 REGDOSE.
           03 DS-MEDIC              PIC 9(04).
           03 DS-UNIDADE            PIC X(05).
           03 DS-MAX-KG             PIC 9(04)V99.
           03 DS-MAX-DIA            PIC 9(06)V99.
           03 DS-IDADE-MIN          PIC 9(03).
           03 DS-STATUS             PIC X(01).
           03 DS-DTCADASTRO         PIC 9(08).
           03 DS-HRCADASTRO         PIC 9(08).
