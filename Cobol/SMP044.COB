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
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-APROV-OK             PIC X(01) VALUE "N".
       01 W-AUD-ACAO             PIC X(10) VALUE "FUSAO".
       01 W-AP-MAX               PIC 9(06) VALUE ZEROS.
       01 W-NOME-SOBREV          PIC X(30) VALUE SPACES.
       01 W-NOME-DUPLIC          PIC X(30) VALUE SPACES.
       01 W-MSG-DEVOL.
           03 FILLER             PIC X(24) VALUE
           "FALHOU DEVOL. REMARCAR: ".
           03 MD-CHAVE           PIC X(26).
       01 W-QT-AGEN              PIC 9(05) VALUE ZEROS.
       01 W-QT-DIAG              PIC 9(05) VALUE ZEROS.
       01 W-QT-FILA              PIC 9(05) VALUE ZEROS.
       01 W-QT-REF               PIC 9(05) VALUE ZEROS.
       01 W-QT-CONFL             PIC 9(05) VALUE ZEROS.
       01 W-REGAGEN-SALVA        PIC X(150) VALUE SPACES.
       01 W-REGDIAG-SALVA        PIC X(23) VALUE SPACES.
       01 W-AUD-CHAVE.
           03 W-AUD-DUP          PIC 9(06).
      *------------[ ROTINA DE ABERTURA ARQUIVO DE AUDITORIA ]----------
       ABRIR-AUDIT.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
