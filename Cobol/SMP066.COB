      *----- REMANEJAMENTO EM BLOCO PARA MEDICO SUBSTITUTO
       01 W-CF-TOT               PIC 9(02) VALUE ZEROS.
       01 TAB-CONFL.
           03 TB-CF-CHAVE        PIC X(26) OCCURS 60 TIMES.
       01 W-ESP-AUS              PIC 9(02) VALUE ZEROS.
       01 W-SUB-CRM              PIC 9(06) VALUE ZEROS.
       01 W-SUB-UF               PIC X(02) VALUE SPACES.
       01 W-BQ-HORA              PIC 9(04) VALUE ZEROS.
       01 W-CFL-DATA             PIC 9(08) VALUE ZEROS.
       01 W-CFL-HORA             PIC X(04) VALUE SPACES.
       01 W-REGAGEN-SV           PIC X(150) VALUE SPACES.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP066".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-CF-IX                PIC 9(02) VALUE ZEROS.
       01 W-REGAUSEN-SV          PIC X(54) VALUE SPACES.
       01 W-AUS-INI              PIC 9(08) VALUE ZEROS.
           WRITE REGAUSRL FROM CAB2-AUS.
           WRITE REGAUSRL FROM CAB3-AUS.
           MOVE AU-DT-INI TO AG-DATA.
           MOVE ZEROS     TO AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES    TO AG-CRM-UF.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
           MOVE W-CFL-DATA TO AG-DATA.
           MOVE W-SUB-CRM  TO AG-CRM.
           MOVE W-SUB-UF   TO AG-CRM-UF.
           MOVE ZEROS      TO AG-PCODIGO AG-HORA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO CHK-SUB-CONFL-REST.
