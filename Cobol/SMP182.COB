       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP182.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   LISTA DE ESPERA POR ESPECIALIDADE                  *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * SUBSTITUI O CADERNO DA RECEPCAO: QUANDO A PRIMEIRA VAGA NA
      * ESPECIALIDADE ESTA LONGE, O PACIENTE ENTRA NA LISTA COM O
      * CONVENIO, A UNIDADE E O PERIODO PREFERIDOS, A ULTIMA DATA
      * QUE AINDA SERVE E A PRIORIDADE CLINICA. O SMP006 OFERECE
      * AS VAGAS LIBERADAS A QUEM SE ENCAIXA E DA BAIXA (STATUS M)
      * AO MARCAR; AQUI A RECEPCAO INCLUI, ALTERA, REGISTRA A
      * DESISTENCIA (STATUS D) OU EXCLUI A LINHA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADLESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LE-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS P-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS P-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CV-NOME
                                                      WITH DUPLICATES.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLESP.DAT".
       COPY REGLESP.
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       COPY REGCONV.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP182".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-TEM-CONV             PIC X(01) VALUE "N".
       01 W-TEM-UNID             PIC X(01) VALUE "N".
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-TXESPEC              PIC X(20) VALUE SPACES.
       01 W-TXCONV               PIC X(30) VALUE SPACES.
       01 W-TXUNID               PIC X(30) VALUE SPACES.
       01 W-TXPRIOR              PIC X(12) VALUE SPACES.
       01 W-TXSTATUS             PIC X(12) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT182.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                    *** LISTA DE ESPERA ".
           05  LINE 03  COLUMN 41
               VALUE  "POR ESPECIALIDADE ***".

           05  LINE 06  COLUMN 01
               VALUE  "     ESPECIALIDADE   :".

           05  LINE 08  COLUMN 01
               VALUE  "     CODIGO PACIENTE :".

           05  LINE 10  COLUMN 01
               VALUE  "     CONVENIO        :".

           05  LINE 11  COLUMN 01
               VALUE  "     UNIDADE (00=QQ) :".

           05  LINE 12  COLUMN 01
               VALUE  "     PERIODO (M/T/ ) :".

           05  LINE 13  COLUMN 01
               VALUE  "     DATA LIMITE     :".

           05  LINE 13  COLUMN 36
               VALUE  "(ZEROS = SEM LIMITE)".

           05  LINE 14  COLUMN 01
               VALUE  "     PRIORIDADE      :".

           05  LINE 15  COLUMN 01
               VALUE  "     OBSERVACAO      :".

           05  LINE 17  COLUMN 01
               VALUE  "     INCLUIDO EM     :".

           05  LINE 18  COLUMN 01
               VALUE  "     SITUACAO (A/M/D):".

           05  LINE 20  COLUMN 05
               VALUE  "PRIORIDADE 1=URGENTE 2=PRIORITARIO 3=ROT".
           05  LINE 20  COLUMN 45
               VALUE  "INA".

           05  TLEESPEC
               LINE 06  COLUMN 24  PIC 99
               USING  LE-ESPEC
               HIGHLIGHT.

           05  TTXESPEC
               LINE 06  COLUMN 30  PIC X(20)
               USING  W-TXESPEC
               HIGHLIGHT.

           05  TLEPCOD
               LINE 08  COLUMN 24  PIC 9(06)
               USING  LE-PCODIGO
               HIGHLIGHT.

           05  TPNOME
               LINE 08  COLUMN 32  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TLECONV
               LINE 10  COLUMN 24  PIC 9(04)
               USING  LE-CONVENIO
               HIGHLIGHT.

           05  TTXCONV
               LINE 10  COLUMN 30  PIC X(30)
               USING  W-TXCONV
               HIGHLIGHT.

           05  TLEUNID
               LINE 11  COLUMN 24  PIC 99
               USING  LE-UNIDADE
               HIGHLIGHT.

           05  TTXUNID
               LINE 11  COLUMN 30  PIC X(30)
               USING  W-TXUNID
               HIGHLIGHT.

           05  TLEPER
               LINE 12  COLUMN 24  PIC X(01)
               USING  LE-PERIODO
               HIGHLIGHT.

           05  TLEDTLIM
               LINE 13  COLUMN 24  PIC 9999.99.99
               USING  LE-DTLIM
               HIGHLIGHT.

           05  TLEPRIOR
               LINE 14  COLUMN 24  PIC 9
               USING  LE-PRIOR
               HIGHLIGHT.

           05  TTXPRIOR
               LINE 14  COLUMN 30  PIC X(12)
               USING  W-TXPRIOR
               HIGHLIGHT.

           05  TLEOBS
               LINE 15  COLUMN 24  PIC X(30)
               USING  LE-OBS
               HIGHLIGHT.

           05  TLEDTINC
               LINE 17  COLUMN 24  PIC 9999.99.99
               USING  LE-DTINC
               HIGHLIGHT.

           05  TLESTATUS
               LINE 18  COLUMN 24  PIC X(01)
               USING  LE-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 18  COLUMN 30  PIC X(12)
               USING  W-TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADLESP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADLESP
                   CLOSE CADLESP
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADESPEC.
           OPEN INPUT CADESPEC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADESPEC NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLESP
              GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLESP CADESPEC
              GO TO ROT-FIM.

       ABRIR-CADCONV.
           MOVE "S" TO W-TEM-CONV.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CONV.

       ABRIR-CADUNID.
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS  TO LE-ESPEC LE-PCODIGO LE-CONVENIO LE-UNIDADE
                          LE-DTLIM LE-PRIOR LE-DTINC LE-DTMARC.
           MOVE SPACES TO LE-PERIODO LE-STATUS LE-OBS P-NOME W-SEL
                          W-TXESPEC W-TXCONV W-TXUNID W-TXPRIOR
                          W-TXSTATUS.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT182.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       PASSO-1.
           ACCEPT TLEESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FECHA.
           MOVE LE-ESPEC TO ESP-CODIGO.
           READ CADESPEC
           IF ST-ERRO NOT = "00"
                MOVE "*** ESPECIALIDADE NAO CADASTRADA ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE ESP-DESCRICAO TO W-TXESPEC.
           DISPLAY TTXESPEC.
       PASSO-2.
           ACCEPT TLEPCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF LE-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           MOVE LE-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
                MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           IF P-STATUS = "I"
                MOVE "*** PACIENTE INATIVO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           DISPLAY TPNOME.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADLESP
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM
                   DISPLAY SMT182
                   MOVE "*** PACIENTE JA ESTA NA LISTA ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADLESP" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FECHA.
      *----- NOVA LINHA: CONVENIO DO CADASTRO, ROTINA, AGUARDANDO
           MOVE P-CONVENIO TO LE-CONVENIO.
           MOVE 3          TO LE-PRIOR.
           MOVE W-HOJE     TO LE-DTINC.
           MOVE "A"        TO LE-STATUS.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY SMT182.
       PASSO-3.
           ACCEPT TLECONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           MOVE SPACES TO W-TXCONV.
           IF LE-CONVENIO = ZEROS
               MOVE "PARTICULAR" TO W-TXCONV.
           IF LE-CONVENIO NOT = ZEROS AND W-TEM-CONV = "S"
               MOVE LE-CONVENIO TO CV-CODIGO
               READ CADCONV
               IF ST-ERRO NOT = "00"
                   MOVE "*** CONVENIO NAO CADASTRADO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PASSO-3
               ELSE
                   MOVE CV-NOME TO W-TXCONV.
           DISPLAY TTXCONV.
       PASSO-4.
           ACCEPT TLEUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           MOVE SPACES TO W-TXUNID.
           IF LE-UNIDADE = ZEROS
               MOVE "QUALQUER UNIDADE" TO W-TXUNID.
           IF LE-UNIDADE NOT = ZEROS AND W-TEM-UNID = "S"
               MOVE LE-UNIDADE TO UN-CODIGO
               READ CADUNID
               IF ST-ERRO NOT = "00"
                   MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PASSO-4
               ELSE
                   MOVE UN-NOME TO W-TXUNID.
           DISPLAY TTXUNID.
       PASSO-5.
           ACCEPT TLEPER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF LE-PERIODO = "m"
               MOVE "M" TO LE-PERIODO.
           IF LE-PERIODO = "t"
               MOVE "T" TO LE-PERIODO.
           IF LE-PERIODO NOT = "M" AND "T" AND SPACES
                MOVE "PERIODO => M=MANHA T=TARDE BRANCO=QUALQUER"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
           DISPLAY TLEPER.
       PASSO-6.
           ACCEPT TLEDTLIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF LE-DTLIM NOT = ZEROS AND LE-DTLIM < W-HOJE
                MOVE "DATA LIMITE JA PASSOU" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
       PASSO-7.
           ACCEPT TLEPRIOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF LE-PRIOR < 1 OR LE-PRIOR > 3
                MOVE "PRIORIDADE => 1, 2 OU 3" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TTXPRIOR.
       PASSO-8.
           ACCEPT TLEOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
           IF W-SEL NOT = "A"
               GO TO VALID-OPCAO.
      *----- NA ALTERACAO A RECEPCAO REGISTRA A DESISTENCIA (D) OU
      *----- DEVOLVE A LINHA PARA A ESPERA (A)
       PASSO-9.
           ACCEPT TLESTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
           IF LE-STATUS NOT = "A" AND "M" AND "D"
                MOVE "SITUACAO => A=AGUARDANDO M=MARCADO D=DESISTIU"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-9.
           PERFORM MOSTRA-TEXTOS THRU MOSTRA-TEXTOS-FIM.
           DISPLAY TTXSTATUS.
           GO TO ALT-OPC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-8.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-REGISTRO.
           MOVE "CADLESP" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGLESP TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGLESP
           IF ST-ERRO = "00" OR "02"
               MOVE "** PACIENTE INCLUIDO NA LISTA DE ESPERA **"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** PACIENTE JA ESTA NA LISTA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLESP" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                              AND W-OPCAO NOT = "E" GO TO ACE-001.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  GO TO PASSO-3.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           MOVE "CADLESP" TO JRN-ARQUIVO
           MOVE "D" TO JRN-OPER
           MOVE REGLESP TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           DELETE CADLESP RECORD
           IF ST-ERRO = "00"
              MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FECHA.
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
      *----- VOLTANDO PARA A ESPERA, A ANTIGUIDADE RECOMECA HOJE
           IF LE-STATUS = "A" AND LE-DTMARC NOT = ZEROS
               MOVE W-HOJE TO LE-DTINC
               MOVE ZEROS  TO LE-DTMARC.
           MOVE "CADLESP" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGLESP TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGLESP
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADLESP" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FECHA.
      *--------------[ DESCRICOES DOS CODIGOS NA TELA ]------------------
       MOSTRA-TEXTOS.
           MOVE SPACES TO W-TXCONV W-TXUNID W-TXPRIOR W-TXSTATUS.
           IF LE-CONVENIO = ZEROS
               MOVE "PARTICULAR" TO W-TXCONV.
           IF LE-CONVENIO NOT = ZEROS AND W-TEM-CONV = "S"
               MOVE LE-CONVENIO TO CV-CODIGO
               READ CADCONV
               IF ST-ERRO = "00"
                   MOVE CV-NOME TO W-TXCONV.
           IF LE-UNIDADE = ZEROS
               MOVE "QUALQUER UNIDADE" TO W-TXUNID.
           IF LE-UNIDADE NOT = ZEROS AND W-TEM-UNID = "S"
               MOVE LE-UNIDADE TO UN-CODIGO
               READ CADUNID
               IF ST-ERRO = "00"
                   MOVE UN-NOME TO W-TXUNID.
           IF LE-PRIOR = 1
               MOVE "URGENTE"     TO W-TXPRIOR.
           IF LE-PRIOR = 2
               MOVE "PRIORITARIO" TO W-TXPRIOR.
           IF LE-PRIOR = 3
               MOVE "ROTINA"      TO W-TXPRIOR.
           IF LE-STATUS = "A"
               MOVE "AGUARDANDO"  TO W-TXSTATUS.
           IF LE-STATUS = "M"
               MOVE "MARCADO"     TO W-TXSTATUS.
           IF LE-STATUS = "D"
               MOVE "DESISTIU"    TO W-TXSTATUS.
       MOSTRA-TEXTOS-FIM.
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

       ROT-FECHA.
           CLOSE CADLESP CADESPEC CADPACI.
           IF W-TEM-CONV = "S"
               CLOSE CADCONV.
           IF W-TEM-UNID = "S"
               CLOSE CADUNID.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
