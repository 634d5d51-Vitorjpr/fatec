       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP192.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     CADASTRO DO MAPEAMENTO CONTABIL DOS EVENTOS      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * PARA CADA EVENTO FINANCEIRO (RECIBO POR FORMA DE
      * PAGAMENTO, ESTORNO, FATURA/PAGAMENTO/GLOSA DE CONVENIO,
      * REPASSE MEDICO E RETENCOES, DIFERENCA DE CAIXA) INFORMA
      * A CONTA DEBITADA, A CREDITADA E O HISTORICO PADRAO.
      * UNIDADE 00 = MAPEAMENTO GERAL; A LINHA DA UNIDADE
      * PREVALECE. FORMA BRANCO = QUALQUER FORMA. O SMP193 NAO
      * EXPORTA EVENTO SEM MAPEAMENTO ATIVO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCTBMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CM-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCTBMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTBMP.DAT".
       COPY REGCTBMP.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP192".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-LIMPA                PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-LCK-PARM.
           03 LCK-ACAO           PIC X(01) VALUE SPACES.
           03 LCK-ARQUIVO        PIC X(10) VALUE SPACES.
           03 LCK-REGCHAVE       PIC X(22) VALUE SPACES.
           03 LCK-OPERADOR       PIC X(08) VALUE SPACES.
           03 LCK-OK             PIC X(01) VALUE SPACES.
       01 W-MSG-LOCK.
           03 FILLER             PIC X(16) VALUE "* EM EDICAO POR ".
           03 W-LCK-QUEM         PIC X(08) VALUE SPACES.
           03 FILLER             PIC X(02) VALUE " *".
       01 TXSTATUS               PIC X(15) VALUE SPACES.
       01 W-TEM-UNID             PIC X(01) VALUE "N".
       01 W-UNID-NOME            PIC X(30) VALUE SPACES.
       01 W-EVENTO-DESC          PIC X(28) VALUE SPACES.
       01 W-FORMA-DESC           PIC X(15) VALUE SPACES.
       01 W-IND                  PIC 9(02) VALUE ZEROS.
      *
      *----- EVENTOS FINANCEIROS CONTABILIZADOS
       01 TAB-EVENTOS-DISP.
           03 FILLER PIC X(30) VALUE "RCRECEBIMENTO PARTICULAR".
           03 FILLER PIC X(30) VALUE "ERESTORNO DE RECIBO".
           03 FILLER PIC X(30) VALUE "FCFATURA DE CONVENIO".
           03 FILLER PIC X(30) VALUE "PCPAGAMENTO DE CONVENIO".
           03 FILLER PIC X(30) VALUE "GLGLOSA DE CONVENIO".
           03 FILLER PIC X(30) VALUE "RBREPASSE MEDICO (BRUTO)".
           03 FILLER PIC X(30) VALUE "RIIRRF RETIDO NO REPASSE".
           03 FILLER PIC X(30) VALUE "RSISS RETIDO NO REPASSE".
           03 FILLER PIC X(30) VALUE "CSSOBRA DE CAIXA".
           03 FILLER PIC X(30) VALUE "CFFALTA DE CAIXA".
       01 TAB-EVENTOS REDEFINES TAB-EVENTOS-DISP.
           03 TAB-EV OCCURS 10 TIMES.
               05 TAB-EV-COD     PIC X(02).
               05 TAB-EV-DESC    PIC X(28).
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT192.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                  *** MAPEAMENTO CONTABIL".
           05  LINE 03  COLUMN 42
               VALUE  " DOS EVENTOS ***".

           05  LINE 05  COLUMN 01
               VALUE  "     UNIDADE            :".
           05  LINE 05  COLUMN 36
               VALUE  "(00 = TODAS)".

           05  LINE 07  COLUMN 01
               VALUE  "     EVENTO             :".
           05  LINE 08  COLUMN 01
               VALUE  "     (RC ER FC PC GL RB RI RS CS CF)".

           05  LINE 09  COLUMN 01
               VALUE  "     FORMA DE PAGAMENTO :".
           05  LINE 09  COLUMN 36
               VALUE  "(D/C/P/B - BRANCO = QUALQUER)".

           05  LINE 11  COLUMN 01
               VALUE  "     CONTA DEBITO       :".

           05  LINE 12  COLUMN 01
               VALUE  "     CONTA CREDITO      :".

           05  LINE 13  COLUMN 01
               VALUE  "     HISTORICO PADRAO   :".

           05  LINE 15  COLUMN 01
               VALUE  "     STATUS (A/I)       :".

           05  TCMUNIDADE
               LINE 05  COLUMN 27  PIC 9(02)
               USING  CM-UNIDADE
               HIGHLIGHT.

           05  TUNIDNOME
               LINE 06  COLUMN 27  PIC X(30)
               USING  W-UNID-NOME.

           05  TCMEVENTO
               LINE 07  COLUMN 27  PIC X(02)
               USING  CM-EVENTO
               HIGHLIGHT.

           05  TEVENTODESC
               LINE 07  COLUMN 36  PIC X(28)
               USING  W-EVENTO-DESC.

           05  TCMFORMA
               LINE 09  COLUMN 27  PIC X(01)
               USING  CM-FORMA
               HIGHLIGHT.

           05  TFORMADESC
               LINE 10  COLUMN 27  PIC X(15)
               USING  W-FORMA-DESC.

           05  TCMCTADEB
               LINE 11  COLUMN 27  PIC X(15)
               USING  CM-CTA-DEB
               HIGHLIGHT.

           05  TCMCTACRED
               LINE 12  COLUMN 27  PIC X(15)
               USING  CM-CTA-CRED
               HIGHLIGHT.

           05  TCMHISTORICO
               LINE 13  COLUMN 27  PIC X(30)
               USING  CM-HISTORICO
               HIGHLIGHT.

           05  TCMSTATUS
               LINE 15  COLUMN 27  PIC X(01)
               USING  CM-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 15  COLUMN 29  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADCTBMP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCTBMP
                   CLOSE CADCTBMP
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADCTBMP" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
       ABRIR-APOIO.
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO CM-UNIDADE CM-DTCADASTRO CM-HRCADASTRO.
           MOVE SPACES TO CM-EVENTO CM-FORMA CM-CTA-DEB CM-CTA-CRED
                          CM-HISTORICO CM-STATUS TXSTATUS W-SEL
                          W-UNID-NOME W-EVENTO-DESC W-FORMA-DESC.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT192.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TCMUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   PERFORM FECHAR-ARQ
                   GO TO ROT-FIM.
           IF CM-UNIDADE = ZEROS
                MOVE "TODAS AS UNIDADES" TO W-UNID-NOME
                DISPLAY TUNIDNOME
                GO TO PASSO-1B.
           IF W-TEM-UNID = "N"
                MOVE SPACES TO W-UNID-NOME
                GO TO PASSO-1B.
           MOVE CM-UNIDADE TO UN-CODIGO
           READ CADUNID
           IF ST-ERRO NOT = "00"
                MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE UN-NOME TO W-UNID-NOME.
           DISPLAY TUNIDNOME.
       PASSO-1B.
           ACCEPT TCMEVENTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           MOVE 1 TO W-IND.
       PASSO-1B-LOC.
           IF TAB-EV-COD (W-IND) = CM-EVENTO
               MOVE TAB-EV-DESC (W-IND) TO W-EVENTO-DESC
               DISPLAY TEVENTODESC
               GO TO PASSO-1C.
           ADD 1 TO W-IND.
           IF W-IND < 11
               GO TO PASSO-1B-LOC.
           MOVE "*** EVENTO INVALIDO ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2
           GO TO PASSO-1B.
      *----- A FORMA DE PAGAMENTO SO DISTINGUE OS EVENTOS DE RECIBO
       PASSO-1C.
           IF CM-EVENTO NOT = "RC" AND "ER"
                MOVE SPACES TO CM-FORMA W-FORMA-DESC
                DISPLAY TCMFORMA TFORMADESC
                GO TO LER-ARQ.
           ACCEPT TCMFORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1B.
           IF CM-FORMA NOT = "D" AND "C" AND "P" AND "B" AND SPACES
                MOVE "FORMA => D=DINHEIRO C=CARTAO P=PIX B=BOLETO"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1C.
           PERFORM SET-TXFORMA.
           DISPLAY TFORMADESC.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADCTBMP
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TXSTATUS
                   DISPLAY SMT192
                   MOVE "*** MAPEAMENTO JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADCTBMP" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** MAPEAMENTO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               MOVE "A" TO CM-STATUS
               PERFORM SET-TXSTATUS.
       PASSO-2.
           ACCEPT TCMCTADEB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF CM-CTA-DEB = SPACES
                MOVE "CONTA DEBITO NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-3.
           ACCEPT TCMCTACRED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF CM-CTA-CRED = SPACES
                MOVE "CONTA CREDITO NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           IF CM-CTA-CRED = CM-CTA-DEB
                MOVE "* CONTA CREDITO IGUAL A CONTA DEBITO *" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
       PASSO-4.
           IF CM-HISTORICO = SPACES
                MOVE W-EVENTO-DESC TO CM-HISTORICO.
           ACCEPT TCMHISTORICO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF CM-HISTORICO = SPACES
                MOVE "HISTORICO PADRAO NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TCMSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF CM-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVO  I=INATIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
           ACCEPT CM-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT CM-HRCADASTRO FROM TIME.
           IF W-SEL = "A"
               GO TO ALT-OPC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGCTBMP
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** MAPEAMENTO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCTBMP" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO REGISTRO   A=ALTERAR   E=INATIVAR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                              AND W-OPCAO NOT = "E" GO TO ACE-001.
           IF W-OPCAO = "A" OR W-OPCAO = "E"
               PERFORM TRAVAR-REG THRU TRAVAR-REG-FIM
               IF LCK-OK NOT = "S"
                   GO TO ROT-INIC.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  GO TO PASSO-2.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *
      *--------------------[ EXCLUSAO LOGICA (SOFT-DELETE) ]------------
       EXC-OPC.
           DISPLAY (23, 40) "INATIVAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO INATIVADO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           MOVE "I" TO CM-STATUS.
           REWRITE REGCTBMP
           IF ST-ERRO = "00" OR "02"
              MOVE "*** MAPEAMENTO INATIVADO ***        " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA INATIVACAO DO REGISTRO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-5.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGCTBMP
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADCTBMP" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF CM-STATUS = "I"
               MOVE "INATIVO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
      *--------------------[ TEXTO DA FORMA ]--------------------
       SET-TXFORMA.
           MOVE "QUALQUER FORMA" TO W-FORMA-DESC.
           IF CM-FORMA = "D"
               MOVE "DINHEIRO" TO W-FORMA-DESC.
           IF CM-FORMA = "C"
               MOVE "CARTAO" TO W-FORMA-DESC.
           IF CM-FORMA = "P"
               MOVE "PIX" TO W-FORMA-DESC.
           IF CM-FORMA = "B"
               MOVE "BOLETO" TO W-FORMA-DESC.
      *--------------------[ FECHAMENTO DOS ARQUIVOS ]--------------------
       FECHAR-ARQ.
           CLOSE CADCTBMP.
           IF W-TEM-UNID = "S"
               CLOSE CADUNID.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADCTBMP" TO LCK-ARQUIVO.
           MOVE CM-CHAVE TO LCK-REGCHAVE.
           CALL "SMPLCK" USING W-LCK-PARM.
           IF LCK-OK NOT = "S"
               MOVE LCK-OPERADOR TO W-LCK-QUEM
               MOVE W-MSG-LOCK TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2.
       TRAVAR-REG-FIM.
           EXIT.
       DESTRAVAR-REG.
           IF LCK-REGCHAVE = SPACES
               GO TO DESTRAVAR-REG-FIM.
           MOVE "U" TO LCK-ACAO.
           CALL "SMPLCK" USING W-LCK-PARM.
           MOVE SPACES TO LCK-REGCHAVE.
       DESTRAVAR-REG-FIM.
           EXIT.
       ROT-MENS.
           MOVE ZEROS TO COUNTER.
       ROT-MENS1.
           DISPLAY (23, 12) W-MSG.
       ROT-MENS2.
           ADD 1 TO COUNTER
           IF COUNTER < 1500
              GO TO ROT-MENS2
           ELSE
              MOVE SPACES TO W-MSG
              DISPLAY (23, 12) W-MSG.
       ROT-MENS-FIM.
           EXIT.

       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
