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
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-PESQ-CPF             PIC 9(11) VALUE ZEROS.
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-SEL                  PIC 9(01) VALUE ZEROS.
      *------------[ OPERADOR DA SESSAO PARA A TRILHA DE LEITURA ]-----
       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
