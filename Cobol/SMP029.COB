                    ALTERNATE RECORD KEY IS CV-NOME
                                                      WITH DUPLICATES.

                    SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPRESRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       COPY REGCONV.
      *
       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
       COPY REGTELE.
      *
       FD CADPRESRL
               LABEL RECORD IS STANDARD
       77 W-PER-MES     PIC 9(02) VALUE ZEROS.
       77 W-IND         PIC 9(03) VALUE ZEROS.
       77 W-CLASSE      PIC X(01) VALUE SPACES.
       77 W-TEM-TELE    PIC X(01) VALUE "N".
      *
       01 TAB-MEDICOS.
           03 TB-MD-ITEM OCCURS 300 TIMES.
               CLOSE CADAGEN CADPACI CADMED CADCONV
               GO TO ROT-FIM.

           MOVE "S" TO W-TEM-TELE.
           OPEN INPUT CADTELE
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-TELE.

           PERFORM ZERA-TABELAS THRU ZERA-TABELAS-FIM.
      *
       LER-AGEN.
                   MOVE "A" TO W-CLASSE
               ELSE
                   MOVE "F" TO W-CLASSE.
           IF W-CLASSE = "F" AND AG-TIPO = "T"
               PERFORM CHK-TELE THRU CHK-TELE-FIM.
           PERFORM ACUM-MEDICO THRU ACUM-MEDICO-FIM.
           PERFORM ACUM-CONV   THRU ACUM-CONV-FIM.
           GO TO LER-AGEN.
      *--------------------[ TELECONSULTA COM FALHA TECNICA ]----------
      * SESSAO DE TELEMEDICINA ENCERRADA COM FALHA TECNICA (SMP126)
      * NAO E FALTA DO PACIENTE: ENTRA COMO CANCELADA, E A CONSULTA
      * E REMARCADA PELO SMP006.
       CHK-TELE.
           IF W-TEM-TELE = "N"
               GO TO CHK-TELE-FIM.
           MOVE AG-CHAVE TO TL-CHAVE.
           READ CADTELE
           IF ST-ERRO = "00" AND TL-RESULTADO = "F"
               MOVE "C" TO W-CLASSE.
       CHK-TELE-FIM.
           EXIT.
      *--------------------[ ACUMULA POR MEDICO ]----------------------
       ACUM-MEDICO.
           MOVE ZEROS TO W-IND.
      *
       ROT-FECHA.
           CLOSE CADAGEN CADPACI CADMED CADCONV CADPRESRL.
           IF W-TEM-TELE = "S"
               CLOSE CADTELE.
      *
      **********************
      * ROTINA DE FIM      *
