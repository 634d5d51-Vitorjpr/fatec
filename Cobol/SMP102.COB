                    RECORD KEY   IS OP-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       COPY REGOPER.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
           03 W-LCK-QUEM         PIC X(08) VALUE SPACES.
           03 FILLER             PIC X(02) VALUE " *".
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-ULT-ALT.
           03 FILLER             PIC X(04) VALUE "POR ".
      *------------[ SO O PERFIL ADMIN MANTEM PARAMETROS ]--------------
       CHK-PERFIL.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "* CADOPER INDISPONIVEL - ACESSO NEGADO *" TO W-MSG
