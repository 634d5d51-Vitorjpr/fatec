             ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                     WITH DUPLICATES.

           SELECT CADMESP ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ME-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS ME-ESPEC
                                     WITH DUPLICATES.

           SELECT CADMEDEP ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADMESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMESP.DAT".
       COPY REGMESP.
      *
       FD CADMEDEP
               LABEL RECORD IS STANDARD
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-TOTAL-MED PIC 9(06) VALUE ZEROS.
       77 W-IND      PIC 9(03) VALUE ZEROS.
       77 W-ESP-ATUAL PIC 9(02) VALUE ZEROS.
       77 W-TEM-MESP PIC X(01) VALUE "N".
      *
       01 TAB-ESPEC.
           03 TB-ITEM OCCURS 99 TIMES.
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADESPEC" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *
           MOVE "S" TO W-TEM-MESP.
           OPEN INPUT CADMESP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MESP.
      *
           OPEN OUTPUT CADMEDEP
           IF ST-ERRO NOT = "00"
              NEXT SENTENCE.

           ADD 1 TO W-TOTAL-MED.
           MOVE ESPEC TO W-ESP-ATUAL.
           PERFORM TAB-PROCURA THRU TAB-PROCURA-FIM.
           IF W-TEM-MESP = "S"
               PERFORM LER-MESP THRU LER-MESP-FIM.
           GO TO LER-MED.
      *--------------[ ESPECIALIDADES ADICIONAIS DO MEDICO ]-------------
      * O MEDICO CONTA TAMBEM EM CADA ESPECIALIDADE DO CADMESP; A
      * PRINCIPAL (ESPEC DO CADMED) NAO E CONTADA DE NOVO.
       LER-MESP.
           MOVE CRM    TO ME-CRM.
           MOVE CRM-UF TO ME-CRM-UF.
           MOVE ZEROS  TO ME-ESPEC.
           START CADMESP KEY IS NOT LESS ME-CHAVE
               INVALID KEY
                   GO TO LER-MESP-FIM.
       LER-MESP-L1.
           READ CADMESP NEXT
           IF ST-ERRO NOT = "00"
               GO TO LER-MESP-FIM.
           IF ME-CRM NOT = CRM OR ME-CRM-UF NOT = CRM-UF
               GO TO LER-MESP-FIM.
           IF ME-ESPEC = ESPEC
               GO TO LER-MESP-L1.
           MOVE ME-ESPEC TO W-ESP-ATUAL.
           PERFORM TAB-PROCURA THRU TAB-PROCURA-FIM.
           GO TO LER-MESP-L1.
       LER-MESP-FIM.
           EXIT.
      *--------------------[ BUSCA/ACUMULA NA TABELA DE ESPECIALIDADE ]--
       TAB-PROCURA.
           MOVE ZEROS TO W-IND.
               GO TO TAB-PROCURA-FIM.

           IF TB-QTDE (W-IND) = ZEROS
               MOVE W-ESP-ATUAL    TO ESP-CODIGO
               READ CADESPEC
               IF ST-ERRO = "00"
                   MOVE ESP-CODIGO    TO TB-ESPCODIGO (W-IND)
                   MOVE ESP-DESCRICAO TO TB-ESPDESCR  (W-IND)
               ELSE
                   MOVE W-ESP-ATUAL   TO TB-ESPCODIGO (W-IND)
                   MOVE "*** NAO CADASTRADA ***" TO TB-ESPDESCR (W-IND)
               END-IF
               ADD 1 TO TB-QTDE (W-IND)
               GO TO TAB-PROCURA-FIM.

           IF TB-ESPCODIGO (W-IND) = W-ESP-ATUAL
               ADD 1 TO TB-QTDE (W-IND)
               GO TO TAB-PROCURA-FIM.

       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE CADMED CADESPEC CADMEDEP.
           IF W-TEM-MESP = "S"
               CLOSE CADMESP
               MOVE "N" TO W-TEM-MESP.
       ROT-FIMP.
           EXIT PROGRAM.

