              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP005".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP005".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
            03 COD-MENS      PIC 9(02) VALUE ZEROS.
       01 IND-UF          PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-AUD-ACAO      PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       01 TAB-UF-DISP.
      *--------------------[ ROTINA DE AUDITORIA ]--------------------
       ABRIR-AUDIT.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
