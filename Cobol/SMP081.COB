                    ALTERNATE RECORD KEY IS DENOMINACAO
                                                      WITH DUPLICATES.

                    SELECT OBITOREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       COPY REGCID.
      *
       FD OBITOREL
               LABEL RECORD IS STANDARD
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-IDADE                PIC 9(03) VALUE ZEROS.
       01 W-OB-ANO               PIC 9(04) VALUE ZEROS.
       01 W-TOT-OBITOS           PIC 9(06) VALUE ZEROS.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ OPCAO DE TRABALHO ]-----------------------
       ROT-INIC.
           MOVE 0 TO OB-PCODIGO OB-DATA OB-CID P-CODIGO CODIGO.
