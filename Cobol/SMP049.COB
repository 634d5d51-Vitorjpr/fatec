               05 TB-MD-MARC       PIC 9(05).
               05 TB-MD-ATEND      PIC 9(05).
               05 TB-MD-CANC       PIC 9(05).
               05 TB-MD-ENC        PIC 9(05).
       77 W-TOT-MED     PIC 9(03) VALUE ZEROS.
       77 W-TOT-ENC     PIC 9(06) VALUE ZEROS.
      *
       01 TAB-ESPEC.
           03 TB-ES-ITEM OCCURS 99 TIMES.
           05  FILLER                 PIC X(057) VALUE
           "- CRM    UF NOME                           OFERT MARC AT".
           05  FILLER                 PIC X(043) VALUE
           "END CANC  %OCUPACAO  ENCX                 -".
       01  DET-OCP.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DO-CRM    VALUE ZEROS  PIC 9(006).
           05  DO-CANC   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(004) VALUE "    ".
           05  DO-PCT    VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  DO-ENC    VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(018) VALUE
           "                 -".
       01  CAB4-OCP.
           05  FILLER                 PIC X(057) VALUE
           "- ESPEC DESCRICAO            OFERT  MARC  ATEND CANC  %O".
           05  DU-PCT    VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(061) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *----- ENCAIXES FICAM FORA DA OCUPACAO (NAO USAM VAGA DA GRADE)
       01  DET-TENC.
           05  FILLER                 PIC X(036) VALUE
           "- ENCAIXES NO MES (FORA DA GRADE) : ".
           05  DT-ENC    VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(057) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT049.
       INICIO.

       INC-001.
           MOVE ZEROS TO W-PER-ANO W-PER-MES W-TOT-MED W-TOT-ENC.
           DISPLAY SMT049.

       INC-PER.
           ADD 1 TO W-IND
           IF W-IND > 300
               GO TO ACUM-MEDICO-FIM.
           IF TB-MD-CRM (W-IND) = ZEROS
               MOVE AG-CRM    TO TB-MD-CRM (W-IND)
               MOVE AG-CRM-UF TO TB-MD-UF (W-IND)
               MOVE W-IND     TO W-TOT-MED
               GO TO ACUM-MEDICO-SOMA.
           GO TO ACUM-MEDICO-L1.
       ACUM-MEDICO-SOMA.
           IF AG-ENCAIXE = "S"
               IF AG-STATUS NOT = "C" AND "T"
                   ADD 1 TO TB-MD-ENC (W-IND)
                   ADD 1 TO W-TOT-ENC
                   GO TO ACUM-MEDICO-FIM
               ELSE
                   GO TO ACUM-MEDICO-FIM.
           ADD 1 TO TB-MD-MARC (W-IND).
           IF AG-STATUS = "C"
               ADD 1 TO TB-MD-CANC (W-IND).
           ADD 1 TO W-IND
           IF W-IND > W-TOT-MED
               GO TO IMP-ESPEC.
           IF TB-MD-MARC (W-IND) = ZEROS AND TB-MD-ENC (W-IND) = ZEROS
               GO TO IMP-MED-LOOP.
           MOVE TB-MD-CRM (W-IND) TO DO-CRM CRM.
           MOVE TB-MD-UF (W-IND)  TO DO-UF CRM-UF.
           MOVE TB-MD-MARC (W-IND)  TO DO-MARC.
           MOVE TB-MD-ATEND (W-IND) TO DO-ATEND.
           MOVE TB-MD-CANC (W-IND)  TO DO-CANC.
           MOVE TB-MD-ENC (W-IND)   TO DO-ENC.
           IF W-OFERTA NOT = ZEROS
               COMPUTE W-PCT-OCUP ROUNDED =
                   (TB-MD-MARC (W-IND) * 100) / W-OFERTA
           GO TO IMP-UNID-LOOP.
      *
       IMP-FIM.
           WRITE REGOCUPRL FROM CAB0-OCP.
           MOVE W-TOT-ENC TO DT-ENC.
           WRITE REGOCUPRL FROM DET-TENC.
           WRITE REGOCUPRL FROM CAB0-OCP.
           MOVE "*** RELATORIO DE OCUPACAO GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-IND > 300
               GO TO ZERA-TABELAS-L2.
           MOVE ZEROS  TO TB-MD-CRM (W-IND) TB-MD-MARC (W-IND)
                          TB-MD-ATEND (W-IND) TB-MD-CANC (W-IND)
                          TB-MD-ENC (W-IND).
           MOVE SPACES TO TB-MD-UF (W-IND).
           GO TO ZERA-TABELAS-L1.
       ZERA-TABELAS-L2.
