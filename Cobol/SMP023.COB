             ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                     WITH DUPLICATES.

           SELECT CADMESP ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ME-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS ME-ESPEC
                                     WITH DUPLICATES.

           SELECT CADAGEN ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADMESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMESP.DAT".
       COPY REGMESP.
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-IND      PIC 9(03) VALUE ZEROS.
       77 W-TOTAL-DISP PIC 9(05) VALUE ZEROS.
       77 W-TEM-MESP   PIC X(01) VALUE "N".
      *
       01 W-PESQ-ESPEC     PIC 9(02) VALUE ZEROS.
       01 W-PESQ-DATA.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

           MOVE "S" TO W-TEM-MESP.
           OPEN INPUT CADMESP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MESP.

       ABRIR-CADAGEN.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
           ELSE
               NEXT SENTENCE.

      *----- ESPECIALIDADE PRINCIPAL DO CADMED OU ADICIONAL (CADMESP)
           IF ESPEC NOT = W-PESQ-ESPEC
               IF W-TEM-MESP = "N"
                   GO TO LER-MED
               ELSE
                   MOVE CRM          TO ME-CRM
                   MOVE CRM-UF       TO ME-CRM-UF
                   MOVE W-PESQ-ESPEC TO ME-ESPEC
                   READ CADMESP
                   IF ST-ERRO NOT = "00"
                       GO TO LER-MED.

           IF TB-TOTAL > 299
               MOVE "*** LIMITE DE MEDICOS EXCEDIDO ***" TO MENS
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADMED CADESPEC CADAGEN.
           IF W-TEM-MESP = "S"
               CLOSE CADMESP.
       ROT-FIMP.
           EXIT PROGRAM.

