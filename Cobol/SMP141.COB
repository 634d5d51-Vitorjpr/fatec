       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP141.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     MEDICAMENTOS DE USO CONTINUO POR PACIENTE        *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * LISTA DE MEDICAMENTOS DE USO CONTINUO DO PACIENTE
      * CRONICO (CADUSOC), SEPARADA DOS ITENS AVULSOS DO
      * RECEITUARIO (CADRECET). CADA ITEM TEM DOSAGEM, INICIO,
      * INTERVALO DE RENOVACAO E O MEDICO QUE PRESCREVEU. A
      * RENOVACAO SAI PELA FILA DO SMP142/SMP143.
      * SEQUENCIA 00 = PROXIMO ITEM LIVRE DO PACIENTE.
      * EXCLUSAO LOGICA (STATUS = "I").
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADUSOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS P-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MD-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MD-NOME-COM
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADUSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOC.DAT".
       COPY REGUSOC.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       COPY REGMEDIC.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP141".
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
       01 W-TEM-MEDIC            PIC X(01) VALUE "N".
       01 W-MAXSEQ               PIC 9(02) VALUE ZEROS.
       01 W-PCOD                 PIC 9(06) VALUE ZEROS.
       01 W-DATA-VAL             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-VAL.
           03 W-DV-ANO           PIC 9(04).
           03 W-DV-MES           PIC 9(02).
           03 W-DV-DIA           PIC 9(02).
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
       01 W-NOME-MED             PIC X(30) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT141.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                *** MEDICAMENTOS DE USO ".
           05  LINE 03  COLUMN 41
               VALUE  "CONTINUO ***".

           05  LINE 05  COLUMN 01
               VALUE  "     PACIENTE           :".
           05  LINE 05  COLUMN 35
               VALUE  "NOME: ".

           05  LINE 07  COLUMN 01
               VALUE  "     SEQUENCIA          :".
           05  LINE 07  COLUMN 35
               VALUE  "(00 = NOVO ITEM)".

           05  LINE 09  COLUMN 01
               VALUE  "     COD. MEDICAMENTO   :".
           05  LINE 09  COLUMN 35
               VALUE  "(0000 = TEXTO LIVRE)".

           05  LINE 10  COLUMN 01
               VALUE  "     MEDICAMENTO        :".

           05  LINE 11  COLUMN 01
               VALUE  "     DOSAGEM            :".

           05  LINE 12  COLUMN 01
               VALUE  "     DURACAO            :".

           05  LINE 14  COLUMN 01
               VALUE  "     INICIO DO USO      :".
           05  LINE 14  COLUMN 40
               VALUE  "(AAAA.MM.DD)".

           05  LINE 15  COLUMN 01
               VALUE  "     RENOVAR A CADA     :".
           05  LINE 15  COLUMN 31
               VALUE  "DIAS".

           05  LINE 17  COLUMN 01
               VALUE  "     MEDICO (CRM/UF)    :".

           05  LINE 19  COLUMN 01
               VALUE  "     ULTIMA RENOVACAO   :".

           05  LINE 20  COLUMN 01
               VALUE  "     STATUS (A/I)       :".

           05  TUCPCODIGO
               LINE 05  COLUMN 27  PIC 9(06)
               USING  UC-PCODIGO
               HIGHLIGHT.

           05  TUCNOMEPAC
               LINE 05  COLUMN 41  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TUCSEQ
               LINE 07  COLUMN 27  PIC 9(02)
               USING  UC-SEQ
               HIGHLIGHT.

           05  TUCMEDIC
               LINE 09  COLUMN 27  PIC 9(04)
               USING  UC-MEDIC
               HIGHLIGHT.

           05  TUCMEDICAM
               LINE 10  COLUMN 27  PIC X(30)
               USING  UC-MEDICAMENTO
               HIGHLIGHT.

           05  TUCDOSAGEM
               LINE 11  COLUMN 27  PIC X(20)
               USING  UC-DOSAGEM
               HIGHLIGHT.

           05  TUCDURACAO
               LINE 12  COLUMN 27  PIC X(15)
               USING  UC-DURACAO
               HIGHLIGHT.

           05  TUCDTINICIO
               LINE 14  COLUMN 27  PIC 9999.99.99
               USING  UC-DTINICIO
               HIGHLIGHT.

           05  TUCINTERVALO
               LINE 15  COLUMN 27  PIC ZZ9
               USING  UC-INTERVALO
               HIGHLIGHT.

           05  TUCCRM
               LINE 17  COLUMN 27  PIC Z99.999
               USING  UC-CRM
               HIGHLIGHT.

           05  TUCCRMUF
               LINE 17  COLUMN 35  PIC X(02)
               USING  UC-CRM-UF
               HIGHLIGHT.

           05  TUCNOMEMED
               LINE 17  COLUMN 39  PIC X(30)
               USING  W-NOME-MED
               HIGHLIGHT.

           05  TUCDTULTREN
               LINE 19  COLUMN 27  PIC 9999.99.99
               USING  UC-DTULTREN
               HIGHLIGHT.

           05  TUCSTATUS
               LINE 20  COLUMN 27  PIC X(01)
               USING  UC-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 20  COLUMN 29  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADUSOC.
           OPEN I-O CADUSOC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADUSOC
                   CLOSE CADUSOC
                   GO TO ABRIR-CADUSOC
               ELSE
                   MOVE "CADUSOC" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADUSOC
              GO TO ROT-FIM.

       ABRIR-CADMED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADUSOC CADPACI
              GO TO ROT-FIM.

       ABRIR-CADMEDIC.
           MOVE "S" TO W-TEM-MEDIC.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-MEDIC.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO UC-PCODIGO UC-SEQ UC-MEDIC UC-DTINICIO
                     UC-INTERVALO UC-CRM UC-DTULTREN
                     UC-DTCADASTRO UC-HRCADASTRO.
           MOVE SPACES TO UC-MEDICAMENTO UC-DOSAGEM UC-DURACAO
                          UC-CRM-UF UC-STATUS TXSTATUS W-SEL
                          P-NOME W-NOME-MED.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT141.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TUCPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADUSOC CADPACI CADMED
                   IF W-TEM-MEDIC = "S"
                       CLOSE CADMEDIC
                       GO TO ROT-FIM
                   ELSE
                       GO TO ROT-FIM.
           IF UC-PCODIGO = ZEROS
                MOVE "PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE UC-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           DISPLAY TUCNOMEPAC.
       PASSO-2.
           ACCEPT TUCSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF UC-SEQ = ZEROS
               PERFORM PROX-SEQ THRU PROX-SEQ-FIM
               DISPLAY TUCSEQ.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADUSOC
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM LER-MEDICO
                   PERFORM SET-TXSTATUS
                   DISPLAY SMT141
                   MOVE "*** ITEM JA CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADUSOC" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
           MOVE "*** ITEM NAO CADASTRADO ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2
           MOVE ZEROS  TO UC-MEDIC UC-CRM UC-DTULTREN.
           MOVE SPACES TO UC-MEDICAMENTO UC-DOSAGEM UC-CRM-UF
                          W-NOME-MED.
           MOVE "USO CONTINUO" TO UC-DURACAO
           MOVE 30 TO UC-INTERVALO
           ACCEPT UC-DTINICIO FROM DATE YYYYMMDD
           MOVE "A" TO UC-STATUS
           PERFORM SET-TXSTATUS
           DISPLAY SMT141.
       PASSO-3.
           IF W-TEM-MEDIC = "N"
               MOVE ZEROS TO UC-MEDIC
               GO TO PASSO-3-LIVRE.
           ACCEPT TUCMEDIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF UC-MEDIC = ZEROS
               GO TO PASSO-3-LIVRE.
           MOVE UC-MEDIC TO MD-CODIGO.
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICAMENTO NAO CATALOGADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-3.
           IF MD-STATUS = "I"
               MOVE "*** MEDICAMENTO INATIVO NO CATALOGO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-3.
           MOVE MD-NOME-COM TO UC-MEDICAMENTO.
           DISPLAY TUCMEDICAM.
           GO TO PASSO-4.
      *--------[ ITEM FORA DO CATALOGO - TEXTO LIVRE ]-----------------
       PASSO-3-LIVRE.
           ACCEPT TUCMEDICAM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF UC-MEDICAMENTO = SPACES
                MOVE "MEDICAMENTO NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3-LIVRE.
       PASSO-4.
           ACCEPT TUCDOSAGEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF UC-DOSAGEM = SPACES
                MOVE "DOSAGEM NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TUCDURACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF UC-DURACAO = SPACES
                MOVE "DURACAO NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
       PASSO-6.
           ACCEPT TUCDTINICIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           MOVE UC-DTINICIO TO W-DATA-VAL.
           IF W-DV-ANO < 1900 OR W-DV-MES < 01 OR W-DV-MES > 12
              OR W-DV-DIA < 01 OR W-DV-DIA > 31
                MOVE "DATA DE INICIO INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
       PASSO-7.
           ACCEPT TUCINTERVALO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF UC-INTERVALO = ZEROS
                MOVE "INTERVALO DE RENOVACAO NAO PODE SER ZERO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
       PASSO-8.
           ACCEPT TUCCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
           ACCEPT TUCCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
           MOVE UC-CRM    TO CRM.
           MOVE UC-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-8.
           MOVE NOME TO W-NOME-MED.
           DISPLAY TUCNOMEMED.
       PASSO-9.
           ACCEPT TUCSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
           IF UC-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVO  I=INATIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-9.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
           IF UC-DTULTREN < UC-DTINICIO
               MOVE UC-DTINICIO TO UC-DTULTREN
               DISPLAY TUCDTULTREN.
           ACCEPT UC-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT UC-HRCADASTRO FROM TIME.
           IF W-SEL = "A"
               GO TO ALT-OPC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-9.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           WRITE REGUSOC
           IF ST-ERRO = "00" OR "02"
               MOVE "** ITEM GRAVADO COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** ITEM JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADUSOC" TO W-MSG
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
                  GO TO PASSO-3.
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
           MOVE "I" TO UC-STATUS.
           REWRITE REGUSOC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** ITEM INATIVADO ***           " TO W-MSG
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
           IF W-ACT = 02 GO TO PASSO-9.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGUSOC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADUSOC" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ PROXIMA SEQUENCIA DO PACIENTE ]-----------
       PROX-SEQ.
           MOVE ZEROS TO W-MAXSEQ.
           MOVE UC-PCODIGO TO W-PCOD.
           START CADUSOC KEY IS NOT LESS UC-CHAVE
               INVALID KEY
                   GO TO PROX-SEQ-ACHOU.
       PROX-SEQ-LER.
           READ CADUSOC NEXT
           IF ST-ERRO NOT = "00"
               GO TO PROX-SEQ-ACHOU.
           IF UC-PCODIGO NOT = W-PCOD
               GO TO PROX-SEQ-ACHOU.
           IF UC-SEQ > W-MAXSEQ
               MOVE UC-SEQ TO W-MAXSEQ.
           GO TO PROX-SEQ-LER.
       PROX-SEQ-ACHOU.
           MOVE W-PCOD TO UC-PCODIGO.
           ADD 1 TO W-MAXSEQ GIVING UC-SEQ.
       PROX-SEQ-FIM.
           EXIT.
      *--------------------[ NOME DO MEDICO PRESCRITOR ]----------------
       LER-MEDICO.
           MOVE SPACES TO W-NOME-MED.
           MOVE UC-CRM    TO CRM.
           MOVE UC-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO = "00"
               MOVE NOME TO W-NOME-MED.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF UC-STATUS = "I"
               MOVE "INATIVO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADUSOC" TO LCK-ARQUIVO.
           MOVE UC-CHAVE TO LCK-REGCHAVE.
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
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
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
