                    RECORD KEY   IS RC-NUMERO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPKUSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PU-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPFPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PP-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPERFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT EXTPRM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       COPY REGRECIB.
      *
       FD CADPKUSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPKUSO.DAT".
       COPY REGPKUSO.
      *
       FD CADPARC
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXPREC.DAT".
       COPY REGEXPREC.
      *
       FD CADPFPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPFPREC.DAT".
       COPY REGPFPREC.
      *
       FD CADPERFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERFIL.DAT".
       COPY REGPERFIL.
      *
       FD EXTPRM
               LABEL RECORD IS STANDARD
       77 W-VAL-PAGO    PIC 9(08)V99 VALUE ZEROS.
       77 W-SITU        PIC X(14) VALUE SPACES.
       77 W-ACHOU-REC   PIC X(01) VALUE "N".
       77 W-TEM-PKUSO   PIC X(01) VALUE "N".
       77 W-TEM-EXAME   PIC X(01) VALUE "N".
       77 W-TEM-EXTIPO  PIC X(01) VALUE "N".
       77 W-TEM-EXPREC  PIC X(01) VALUE "N".
       77 W-EXA-VALOR   PIC 9(08)V99 VALUE ZEROS.
       77 W-TEM-PFPREC  PIC X(01) VALUE "N".
       77 W-TEM-PERFIL  PIC X(01) VALUE "N".
       77 W-PF-SIT      PIC X(01) VALUE "N".
       77 W-EXA-DESC    PIC X(30) VALUE SPACES.
       77 W-EXA-DTINI   PIC 9(08) VALUE ZEROS.
       77 W-EXA-DATA    PIC 9(08) VALUE ZEROS.
       77 W-CAD-CONV    PIC 9(04) VALUE ZEROS.
       77 W-CAD-PLANO   PIC 9(02) VALUE ZEROS.
       01 W-HCV-PARM.
           03 HCV-ACAO           PIC X(01) VALUE SPACES.
           03 HCV-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 HCV-DATA           PIC 9(08) VALUE ZEROS.
           03 HCV-CONVENIO       PIC 9(04) VALUE ZEROS.
           03 HCV-PLANO          PIC 9(02) VALUE ZEROS.
           03 HCV-CARTEIRA       PIC X(20) VALUE SPACES.
           03 HCV-ACHOU          PIC X(01) VALUE SPACES.
       01 W-PF-ULT.
           03 W-PF-ULT-DATA   PIC 9(08) VALUE ZEROS.
           03 W-PF-ULT-PCOD   PIC 9(06) VALUE ZEROS.
           03 W-PF-ULT-PFSEQ  PIC 9(02) VALUE ZEROS.
       01  DET-EXAME.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DEX-DATA               PIC 9999.99.99.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
      *--------------------[ GERA O EXTRATO ]--------------------------
      * CADA CONSULTA/EXAME E PRECIFICADO PELO CONVENIO/PLANO EM
      * VIGOR NA SUA DATA (HISTORICO CADHCONV); W-CAD-CONV/PLANO
      * GUARDAM O DO CADASTRO PARA QUEM NAO TEM HISTORICO.
       GERAR.
           MOVE P-CONVENIO TO W-CAD-CONV.
           MOVE P-PLANO    TO W-CAD-PLANO.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADAGEN NAO DISPONIVEL *" TO MENS
           OPEN INPUT CADRECIB
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RECIB.
           MOVE "S" TO W-TEM-PKUSO.
           OPEN INPUT CADPKUSO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PKUSO.
           MOVE "S" TO W-TEM-EXAME.
           OPEN INPUT CADEXAME
           IF ST-ERRO NOT = "00"
           OPEN INPUT CADEXPREC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EXPREC.
           MOVE "S" TO W-TEM-PFPREC.
           OPEN INPUT CADPFPREC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PFPREC.
           MOVE "S" TO W-TEM-PERFIL.
           OPEN INPUT CADPERFIL
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PERFIL.
           MOVE W-PCODIGO TO W-EXT-PCOD.
           OPEN OUTPUT EXTRATO
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           IF AG-STATUS = "C"
               GO TO LER-AGEN.
           MOVE AG-DATA TO HCV-DATA.
           PERFORM CONV-VIGENTE THRU CONV-VIGENTE-FIM.
           PERFORM SOMA-PROC THRU SOMA-PROC-FIM.
           PERFORM BUSCA-PAGTO THRU BUSCA-PAGTO-FIM.
           MOVE AG-DATA      TO DE-DATA.
       LISTA-EXAMES.
           IF W-TEM-EXAME = "N" OR W-TEM-EXTIPO = "N"
               GO TO LISTA-EXAMES-FIM.
           MOVE ZEROS TO W-PF-ULT-DATA W-PF-ULT-PCOD W-PF-ULT-PFSEQ.
           MOVE W-DT-INI TO W-EXA-DTINI.
           MOVE W-EXA-DTINI TO EX-DATA.
           MOVE ZEROS TO EX-PCODIGO EX-SEQ.
               GO TO LISTA-EXAMES-LER.
           IF EX-TIPOCOD = ZEROS
               GO TO LISTA-EXAMES-LER.
           MOVE W-EXA-DATA TO HCV-DATA.
           PERFORM CONV-VIGENTE THRU CONV-VIGENTE-FIM.
           PERFORM PRECO-PERFIL THRU PRECO-PERFIL-FIM.
           IF W-PF-SIT = "J"
               GO TO LISTA-EXAMES-LER.
           IF W-PF-SIT = "S"
               GO TO LISTA-EXAMES-GRAVA.
           PERFORM PRECO-EXAME THRU PRECO-EXAME-FIM.
           IF W-EXA-VALOR = ZEROS
               GO TO LISTA-EXAMES-LER.
           MOVE ET-DESCRICAO TO W-EXA-DESC.
       LISTA-EXAMES-GRAVA.
           MOVE EX-DATA      TO DEX-DATA.
           MOVE W-EXA-DESC   TO DEX-DESC.
           MOVE W-EXA-VALOR  TO DEX-VALOR.
           WRITE REGEXTRATO FROM DET-EXAME.
           ADD W-EXA-VALOR TO W-TOT-FAT.
           GO TO LISTA-EXAMES-LER.
       LISTA-EXAMES-FIM.
           EXIT.
      *--------------[ CONVENIO/PLANO VIGENTE NA DATA (SMPHCV) ]-------
      * TROCA NO REGPACI LIDO O CONVENIO/PLANO PELO QUE ESTAVA EM
      * VIGOR EM HCV-DATA; SEM HISTORICO FICA O DO CADASTRO.
       CONV-VIGENTE.
           MOVE "C"         TO HCV-ACAO.
           MOVE W-PCODIGO   TO HCV-PCODIGO.
           MOVE W-CAD-CONV  TO HCV-CONVENIO.
           MOVE W-CAD-PLANO TO HCV-PLANO.
           CALL "SMPHCV" USING W-HCV-PARM.
           MOVE HCV-CONVENIO TO P-CONVENIO.
           MOVE HCV-PLANO    TO P-PLANO.
       CONV-VIGENTE-FIM.
           EXIT.
      *--------------[ PRECO DO EXAME (REGRAS DO SMP010) ]--------------
       PRECO-EXAME.
           MOVE ZEROS TO W-EXA-VALOR.
               MOVE EP-VALOR TO W-EXA-VALOR.
       PRECO-EXAME-FIM.
           EXIT.
      *--------------[ PRECO FECHADO DO PERFIL NO CONVENIO ]------------
      * ITEM DE PERFIL (EX-PERFIL) COM PRECO DO PERFIL NO CADPFPREC:
      * O PRIMEIRO ITEM DO GRUPO (DATA + PACIENTE + EX-PFSEQ) COBRA O
      * PERFIL INTEIRO (W-PF-SIT = S) E OS DEMAIS NAO COBRAM (J).
      * SEM PRECO DE PERFIL (N) CADA EXAME E COBRADO PELO SEU PRECO.
       PRECO-PERFIL.
           MOVE "N" TO W-PF-SIT.
           IF EX-PERFIL = ZEROS OR W-TEM-PFPREC = "N"
               GO TO PRECO-PERFIL-FIM.
           IF P-CONVENIO = ZEROS
               GO TO PRECO-PERFIL-FIM.
           MOVE P-CONVENIO TO PP-CONVENIO.
           MOVE EX-PERFIL  TO PP-PERFIL.
           READ CADPFPREC
           IF ST-ERRO NOT = "00"
               GO TO PRECO-PERFIL-FIM.
           IF EX-DATA = W-PF-ULT-DATA AND EX-PCODIGO = W-PF-ULT-PCOD
                                      AND EX-PFSEQ = W-PF-ULT-PFSEQ
               MOVE "J" TO W-PF-SIT
               GO TO PRECO-PERFIL-FIM.
           MOVE EX-DATA    TO W-PF-ULT-DATA.
           MOVE EX-PCODIGO TO W-PF-ULT-PCOD.
           MOVE EX-PFSEQ   TO W-PF-ULT-PFSEQ.
           MOVE "S" TO W-PF-SIT.
           MOVE PP-VALOR TO W-EXA-VALOR.
           MOVE "PERFIL DE EXAMES" TO W-EXA-DESC.
           IF W-TEM-PERFIL = "N"
               GO TO PRECO-PERFIL-FIM.
           MOVE EX-PERFIL TO PF-CODIGO.
           READ CADPERFIL
           IF ST-ERRO = "00"
               MOVE PF-DESCRICAO TO W-EXA-DESC.
       PRECO-PERFIL-FIM.
           EXIT.
      *--------------[ PARCELAS EM ABERTO DO PACIENTE (SMP092) ]--------
       LISTA-PARCELAS.
           MOVE "S" TO W-TEM-PARC.
               MOVE "N" TO W-TEM-PARC
               GO TO LISTA-PARCELAS-FIM.
           MOVE W-PCODIGO TO PC-PCODIGO.
           MOVE ZEROS TO PC-AG-DATA PC-CRM PC-AG-HORA PC-NUM.
           MOVE SPACES TO PC-CRM-UF.
           START CADPARC KEY IS NOT LESS PC-CHAVE
               INVALID KEY
           EXIT.
      *
       ROT-FECHA.
           MOVE "F" TO HCV-ACAO.
           CALL "SMPHCV" USING W-HCV-PARM.
           CLOSE CADAGEN CADCONV CADMED.
           IF W-TEM-PRECO = "S"
               CLOSE CADCVPREC.
               CLOSE CADREMES.
           IF W-TEM-RECIB = "S"
               CLOSE CADRECIB.
           IF W-TEM-PKUSO = "S"
               CLOSE CADPKUSO.
           IF W-TEM-EXAME = "S"
               CLOSE CADEXAME.
           IF W-TEM-EXTIPO = "S"
               CLOSE CADEXTIPO.
           IF W-TEM-EXPREC = "S"
               CLOSE CADEXPREC.
           IF W-TEM-PFPREC = "S"
               CLOSE CADPFPREC.
           IF W-TEM-PERFIL = "S"
               CLOSE CADPERFIL.
           CLOSE CADPACI.
      *
       ROT-FIM.
           MOVE AG-CRM     TO PA-CRM.
           MOVE AG-CRM-UF  TO PA-CRM-UF.
           MOVE AG-PCODIGO TO PA-PCODIGO.
           MOVE AG-HORA    TO PA-HORA.
           MOVE ZEROS      TO PA-SEQ.
           START CADPROCAG KEY IS NOT LESS PA-CHAVE
               INVALID KEY
               GO TO SOMA-PROC-FIM.
           IF PA-DATA NOT = AG-DATA OR PA-CRM NOT = AG-CRM OR
              PA-CRM-UF NOT = AG-CRM-UF OR
              PA-PCODIGO NOT = AG-PCODIGO OR PA-HORA NOT = AG-HORA
               GO TO SOMA-PROC-FIM.
           ADD 1 TO W-QTD-PROC.
           IF W-QTD-PROC = 1
           MOVE P-CONVENIO TO CP-CONVENIO.
           MOVE P-PLANO    TO CP-PLANO.
           MOVE ESPEC      TO CP-ESPEC.
           IF AG-ESPEC NUMERIC AND AG-ESPEC NOT = ZEROS
               MOVE AG-ESPEC TO CP-ESPEC.
           READ CADCVPREC
           IF ST-ERRO = "00"
               MOVE CP-VALOR TO W-VALOR-BASE
               MOVE P-CONVENIO TO CH-CONVENIO
               MOVE P-PLANO    TO CH-PLANO
               MOVE CP-ESPEC   TO CH-ESPEC
               PERFORM BUSCA-HIST THRU BUSCA-HIST-FIM.
       PRECO-CONSULTA-FIM.
           EXIT.
           MOVE AG-CRM     TO RM-CRM.
           MOVE AG-CRM-UF  TO RM-CRM-UF.
           MOVE AG-PCODIGO TO RM-PCODIGO.
           MOVE AG-HORA    TO RM-HORA.
           READ CADREMES
           IF ST-ERRO NOT = "00"
               MOVE "SEM REMESSA" TO W-SITU
               MOVE RC-VALOR TO W-VAL-PAGO
           ELSE
               MOVE "SEM RECIBO" TO W-SITU.
      *----- SESSAO DEBITADA DE PACOTE PRE-PAGO (SMP171/SMP034)
           IF W-ACHOU-REC = "N" AND W-TEM-PKUSO = "S"
               MOVE AG-CHAVE TO PU-CHAVE
               READ CADPKUSO
               IF ST-ERRO = "00"
                   MOVE "PACOTE" TO W-SITU.
       BUSCA-PAGTO-FIM.
           EXIT.
      *--------------[ PROCURA O RECIBO DA CONSULTA ]-------------------
           IF RC-STATUS = "E"
               GO TO BUSCA-RECIBO-LER.
           IF RC-AG-DATA = AG-DATA AND RC-CRM = AG-CRM AND
              RC-CRM-UF = AG-CRM-UF AND RC-PCODIGO = AG-PCODIGO AND
              (RC-AG-HORA = AG-HORA OR RC-AG-HORA = ZEROS)
               MOVE "S" TO W-ACHOU-REC
               GO TO BUSCA-RECIBO-FIM.
           GO TO BUSCA-RECIBO-LER.
