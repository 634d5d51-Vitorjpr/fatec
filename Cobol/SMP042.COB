      *        REGISTRO DE VACINACAO (SALA DE VACINA)        *
      *            DATA CRIACAO : 22/08/2026                 *
      ********************************************************
      * O LOTE TEM QUE EXISTIR NO CADASTRO DE LOTES (SMP118),
      * LIBERADO, DENTRO DA VALIDADE NA DATA DA APLICACAO E COM
      * SALDO; CADA DOSE GRAVADA BAIXA UMA DOSE DO LOTE E A
      * EXCLUSAO DEVOLVE. LOTE EM BRANCO: O PROGRAMA ESCOLHE O
      * LOTE VALIDO DE VENCIMENTO MAIS PROXIMO. A UNIDADE DA
      * APLICACAO VEM SUGERIDA PELA UNIDADE DO PACIENTE E O
      * VACINADOR E O OPERADOR LOGADO (EXPORTACAO RNDS). DOSE
      * REJEITADA PELA RNDS E ALTERADA AQUI VOLTA PARA O ENVIO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS VC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADVCLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LT-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADRNDS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RN-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVACIN.DAT".
       COPY REGVACIN.
      *
       FD CADVCLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVCLOTE.DAT".
       COPY REGVCLOTE.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADRNDS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRNDS.DAT".
       COPY REGRNDS.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TEM-RNDS             PIC X(01) VALUE "N".
      *----- LOTE GRAVADO ANTES DA ALTERACAO (DEVOLVE A DOSE SE O
      *----- LOTE FOR TROCADO) E MELHOR LOTE ACHADO NA ESCOLHA
       01 W-LOTE-ANT             PIC X(10) VALUE SPACES.
       01 W-LOTE-ESC             PIC X(10) VALUE SPACES.
       01 W-VAL-ESC              PIC 9(08) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
           05  LINE 16  COLUMN 36
               VALUE  "( 0 = DOSE UNICA )".

           05  LINE 18  COLUMN 01
               VALUE  "     UNIDADE APLIC.  :".
           05  LINE 18  COLUMN 36
               VALUE  "VACINADOR: ".

           05  TVCPCODIGO
               LINE 06  COLUMN 24  PIC 9(06)
               USING  VC-PCODIGO
               LINE 16  COLUMN 24  PIC 9(08)
               USING  VC-DTPROXIMA
               HIGHLIGHT.

           05  TVCUNIDADE
               LINE 18  COLUMN 24  PIC 9(02)
               USING  VC-UNIDADE
               HIGHLIGHT.

           05  TVCVACINADOR
               LINE 18  COLUMN 47  PIC X(08)
               USING  VC-VACINADOR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRIR-CADVCLOTE.
           OPEN I-O CADVCLOTE
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE LOTES NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVACIN CADPACI
              GO TO ROT-FIM.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *----- SEM EXPORTACAO RNDS AINDA NAO HA CONTROLE A ATUALIZAR
           MOVE "S" TO W-TEM-RNDS.
           OPEN I-O CADRNDS
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RNDS.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO VC-PCODIGO VC-DOSE VC-DTPROXIMA P-CODIGO
                     VC-UNIDADE.
           MOVE SPACES TO VC-VACINA VC-LOTE P-NOME W-SEL W-LOTE-ANT
                          VC-VACINADOR.
           ACCEPT VC-DTAPLIC FROM DATE YYYYMMDD.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           ACCEPT TVCPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADVACIN CADPACI CADVCLOTE
                   IF W-TEM-RNDS = "S"
                       CLOSE CADRNDS
                   END-IF
                   GO TO ROT-FIM.
           IF VC-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO PASSO-1
                ELSE
                    MOVE P-UNIDADE TO VC-UNIDADE
                    DISPLAY SMT042.
       PASSO-2.
           ACCEPT TVCVACINA
           READ CADVACIN
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   MOVE VC-LOTE TO W-LOTE-ANT
                   DISPLAY SMT042
                   MOVE "*** DOSE JA REGISTRADA ***"  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF VC-LOTE = SPACES
                PERFORM ESCOLHE-LOTE THRU ESCOLHE-LOTE-FIM
                MOVE W-LOTE-ESC TO VC-LOTE
                IF VC-LOTE = SPACES
                    MOVE "*** NENHUM LOTE VALIDO COM SALDO ***" TO W-MSG
                    PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO PASSO-4
                ELSE
                    DISPLAY TVCLOTE.
           MOVE VC-VACINA TO LT-VACINA.
           MOVE VC-LOTE   TO LT-LOTE.
           READ CADVCLOTE
           IF ST-ERRO NOT = "00"
                MOVE "*** LOTE NAO CADASTRADO PARA A VACINA ***"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF LT-STATUS = "R"
                MOVE "*** LOTE RECOLHIDO - NAO APLICAR ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
      *----- NA ALTERACAO SEM TROCA DE LOTE A DOSE JA FOI BAIXADA
           IF LT-SALDO = ZEROS AND VC-LOTE NOT = W-LOTE-ANT
                MOVE "*** LOTE SEM SALDO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
                MOVE "DATA DE APLICACAO INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           IF LT-VALIDADE < VC-DTAPLIC
                MOVE "*** LOTE VENCIDO NA DATA DA APLICACAO ***"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-6.
           ACCEPT TVCDTPROX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
       PASSO-7.
           ACCEPT TVCUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF VC-UNIDADE = ZEROS
                MOVE "UNIDADE DA APLICACAO NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
      *----- REGISTRO ANTIGO SEM VACINADOR FICA COM QUEM ALTEROU
           IF VC-VACINADOR = SPACES
               MOVE W-OPERADOR TO VC-VACINADOR.
           DISPLAY TVCVACINADOR.
           IF W-SEL = "A"
               GO TO ALT-OPC.

           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-7.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
       GRAVAR-REGISTRO.
           WRITE REGVACIN
           IF ST-ERRO = "00" OR "02"
               PERFORM BAIXA-LOTE THRU BAIXA-LOTE-FIM
               MOVE "** DOSE REGISTRADA COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
       EXC-DL1.
           DELETE CADVACIN RECORD
           IF ST-ERRO = "00"
              PERFORM DEVOLVE-LOTE THRU DEVOLVE-LOTE-FIM
              MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-7.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
       ALT-RW1.
           REWRITE REGVACIN
           IF ST-ERRO = "00" OR "02"
              IF VC-LOTE NOT = W-LOTE-ANT
                  PERFORM DEVOLVE-LOTE THRU DEVOLVE-LOTE-FIM
                  PERFORM BAIXA-LOTE THRU BAIXA-LOTE-FIM
              END-IF
              PERFORM MARCA-RNDS THRU MARCA-RNDS-FIM
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADVACIN" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ SALDO DO LOTE ]--------------------------
      * BAIXA UMA DOSE DO LOTE DA TELA (VC-LOTE)
       BAIXA-LOTE.
           MOVE VC-VACINA TO LT-VACINA.
           MOVE VC-LOTE   TO LT-LOTE.
           READ CADVCLOTE
           IF ST-ERRO NOT = "00" OR LT-SALDO = ZEROS
               GO TO BAIXA-LOTE-FIM.
           SUBTRACT 1 FROM LT-SALDO.
           REWRITE REGVCLOTE.
       BAIXA-LOTE-FIM.
           EXIT.
      * DEVOLVE A DOSE AO LOTE QUE ESTAVA GRAVADO (W-LOTE-ANT)
       DEVOLVE-LOTE.
           MOVE VC-VACINA  TO LT-VACINA.
           MOVE W-LOTE-ANT TO LT-LOTE.
           READ CADVCLOTE
           IF ST-ERRO NOT = "00"
               GO TO DEVOLVE-LOTE-FIM.
           ADD 1 TO LT-SALDO.
           REWRITE REGVCLOTE.
       DEVOLVE-LOTE-FIM.
           EXIT.
      *--------------------[ CORRECAO DE DOSE REJEITADA PELA RNDS ]---
       MARCA-RNDS.
           IF W-TEM-RNDS NOT = "S"
               GO TO MARCA-RNDS-FIM.
           MOVE VC-CHAVE TO RN-CHAVE.
           READ CADRNDS
           IF ST-ERRO NOT = "00"
               GO TO MARCA-RNDS-FIM.
           IF RN-SITUACAO NOT = "R"
               GO TO MARCA-RNDS-FIM.
           MOVE "C" TO RN-SITUACAO.
           REWRITE REGRNDS.
       MARCA-RNDS-FIM.
           EXIT.
      *--------------------[ ESCOLHA AUTOMATICA DO LOTE ]-------------
      * PRIMEIRO A VENCER ENTRE OS LOTES LIBERADOS, COM SALDO E AINDA
      * VALIDOS NA DATA DA APLICACAO
       ESCOLHE-LOTE.
           MOVE SPACES    TO W-LOTE-ESC.
           MOVE 99999999  TO W-VAL-ESC.
           MOVE VC-VACINA TO LT-VACINA.
           MOVE SPACES    TO LT-LOTE.
           START CADVCLOTE KEY IS NOT LESS LT-CHAVE
               INVALID KEY
                   GO TO ESCOLHE-LOTE-FIM.
       ESCOLHE-LOTE-LER.
           READ CADVCLOTE NEXT
           IF ST-ERRO NOT = "00"
               GO TO ESCOLHE-LOTE-FIM.
           IF LT-VACINA NOT = VC-VACINA
               GO TO ESCOLHE-LOTE-FIM.
           IF LT-STATUS = "R" OR LT-SALDO = ZEROS
               GO TO ESCOLHE-LOTE-LER.
           IF LT-VALIDADE < VC-DTAPLIC
               GO TO ESCOLHE-LOTE-LER.
           IF LT-VALIDADE < W-VAL-ESC
               MOVE LT-VALIDADE TO W-VAL-ESC
               MOVE LT-LOTE     TO W-LOTE-ESC.
           GO TO ESCOLHE-LOTE-LER.
       ESCOLHE-LOTE-FIM.
           EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
           MOVE ZEROS TO COUNTER.
