                    RECORD KEY   IS RS-PCODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADGEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GS-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
       COPY REGRESP.
      *
       FD CADGEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGEST.DAT".
       COPY REGGEST.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP014".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP014".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
       01 WK-PRIOR                PIC X(01) VALUE SPACES.
       01 WK-TRIAGEM              PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TEM-RESP             PIC X(01) VALUE "N".
       01 W-TEM-GEST             PIC X(01) VALUE "N".
       01 W-IDADE-PAC            PIC S9(04) VALUE ZEROS.
       01 W-HOJE-RESP.
           03 W-HJR-ANO          PIC 9(04).
           OPEN INPUT CADRESP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RESP.
       ABRIR-CADGEST.
           MOVE "S" TO W-TEM-GEST.
           OPEN INPUT CADGEST
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-GEST.
      *------------[ ROTINA DE ABERTURA ARQUIVO DE AUDITORIA ]----------
       ABRIR-AUDIT.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
                    DISPLAY SMT014.
       PASSO-3-RESP.
           PERFORM MOSTRA-RESP THRU MOSTRA-RESP-FIM.
           PERFORM CHK-GESTANTE THRU CHK-GESTANTE-FIM.
      *--------------------[ PRIORIDADE LEGAL E TRIAGEM ]---------------
       PASSO-3-B.
           ACCEPT TAGPRIOR
           DISPLAY (22, 05) W-LINHA-RESP.
       MOSTRA-RESP-FIM.
           EXIT.
      *--------------[ GESTANTE EM ACOMPANHAMENTO PRE-NATAL ]-----------
      * PACIENTE COM GESTACAO ATIVA NO CADGEST (SMP132) JA VEM COM
      * A PRIORIDADE LEGAL SUGERIDA; A RECEPCAO PODE TROCAR.
       CHK-GESTANTE.
           IF W-TEM-GEST = "N" OR FL-PRIOR NOT = SPACES
               GO TO CHK-GESTANTE-FIM.
           MOVE P-CODIGO TO GS-PCODIGO.
           MOVE ZEROS    TO GS-DUM.
           START CADGEST KEY IS NOT LESS GS-CHAVE
               INVALID KEY GO TO CHK-GESTANTE-FIM.
       CHK-GESTANTE-LER.
           READ CADGEST NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-GESTANTE-FIM.
           IF GS-PCODIGO NOT = P-CODIGO
               GO TO CHK-GESTANTE-FIM.
           IF GS-STATUS NOT = "A"
               GO TO CHK-GESTANTE-LER.
           MOVE "P" TO FL-PRIOR.
           DISPLAY TAGPRIOR.
           MOVE "* GESTANTE EM ACOMPANHAMENTO PRE-NATAL *" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2.
       CHK-GESTANTE-FIM.
           EXIT.

       ROT-FIM.
           IF W-TEM-RESP = "S"
               CLOSE CADRESP.
           IF W-TEM-GEST = "S"
               CLOSE CADGEST.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
