       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP145.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *        ESCALA DE PLANTAO POR UNIDADE                 *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * MANUTENCAO DA ESCALA DE PLANTAO (CADPLANT): UNIDADE,
      * DATA, PERIODO, ESPECIALIDADE E MEDICO. A INCLUSAO E
      * RECUSADA QUANDO O MEDICO:
      *   - E DE OUTRA ESPECIALIDADE (CADMED);
      *   - ESTA AUSENTE NA DATA (CADAUSEN);
      *   - JA TEM NO DIA OUTRO PLANTAO CUJO HORARIO SE SOBREPOE
      *     (EM QUALQUER UNIDADE).
      * EXCLUSAO LOGICA (STATUS = "C"); O REGISTRO CANCELADO PODE
      * SER REATIVADO, PASSANDO DE NOVO PELAS MESMAS CRITICAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPLANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PL-CHAVE-MED
                                                      WITH DUPLICATES.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.

                    SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADAUSEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AU-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPLANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLANT.DAT".
       COPY REGPLANT.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADAUSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSEN.DAT".
       COPY REGAUSEN.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP145".
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
       01 W-TEM-AUSEN            PIC X(01) VALUE "N".
       01 W-AUSENTE              PIC X(01) VALUE "N".
       01 W-CONFLITO             PIC X(01) VALUE "N".
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-DATA-VAL             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-VAL.
           03 W-DV-ANO           PIC 9(04).
           03 W-DV-MES           PIC 9(02).
           03 W-DV-DIA           PIC 9(02).
       01 W-REGPLANT-SV          PIC X(62) VALUE SPACES.
       01 W-PL-CHAVE-SV          PIC X(21) VALUE SPACES.
       01 W-PER-COD              PIC X(01) VALUE SPACES.
       01 W-PER-IX               PIC 9(01) VALUE ZEROS.
       01 W-PER-NOVO             PIC 9(01) VALUE ZEROS.
       01 W-SL                   PIC 9(01) VALUE ZEROS.
       01 W-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       01 W-ZL-ANO               PIC 9(04) VALUE ZEROS.
       01 W-ZL-MES               PIC 9(02) VALUE ZEROS.
       01 W-ZL-DIA               PIC 9(02) VALUE ZEROS.
       01 W-ZL-J                 PIC 9(04) VALUE ZEROS.
       01 W-ZL-K                 PIC 9(04) VALUE ZEROS.
       01 W-ZL-T1                PIC 9(04) VALUE ZEROS.
       01 W-ZL-T2                PIC 9(04) VALUE ZEROS.
       01 W-ZL-T3                PIC 9(04) VALUE ZEROS.
       01 W-ZL-H                 PIC 9(05) VALUE ZEROS.
       01 W-ZL-Q                 PIC 9(05) VALUE ZEROS.
       01 W-ZL-R                 PIC 9(01) VALUE ZEROS.
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
       01 W-MSG-CONF.
           03 FILLER             PIC X(24) VALUE
                                 "*** JA ESCALADO NA UNID ".
           03 W-MC-UNID          PIC 9(02) VALUE ZEROS.
           03 FILLER             PIC X(09) VALUE " PERIODO ".
           03 W-MC-PER           PIC X(01) VALUE SPACES.
           03 FILLER             PIC X(04) VALUE " ***".
       01 TXSTATUS               PIC X(15) VALUE SPACES.
       01 TXPERIODO              PIC X(17) VALUE SPACES.
       01 TXESPEC                PIC X(20) VALUE SPACES.
       01 TXDIASEM               PIC X(03) VALUE SPACES.
       01 W-NOME-MED             PIC X(30) VALUE SPACES.
      *----- PERIODOS DE PLANTAO: CODIGO, DESCRICAO E FAIXAS DE
      *----- HORARIO OCUPADAS (07-13 / 13-19 / 19-07). DOIS
      *----- PLANTOES SE SOBREPOEM SE TEM ALGUMA FAIXA EM COMUM.
       01 TAB-PER-DISP.
           03 FILLER PIC X(21) VALUE "MMANHA (07-13)    100".
           03 FILLER PIC X(21) VALUE "TTARDE (13-19)    010".
           03 FILLER PIC X(21) VALUE "NNOITE (19-07)    001".
           03 FILLER PIC X(21) VALUE "DDIURNO (07-19)   110".
           03 FILLER PIC X(21) VALUE "IINTEGRAL 24H     111".
       01 TAB-PER-TAB REDEFINES TAB-PER-DISP.
           03 TB-PER-ITEM OCCURS 5 TIMES.
               05 TB-PER-COD          PIC X(01).
               05 TB-PER-DESC         PIC X(17).
               05 TB-PER-FAIXA        PIC X(01) OCCURS 3 TIMES.
       01 TAB-SEM-DISP.
           03 FILLER PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TAB-SEM-TAB REDEFINES TAB-SEM-DISP.
           03 TB-SEM-TXT              PIC X(03) OCCURS 7 TIMES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT145.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                    *** ESCALA DE PLANTA".
           05  LINE 03  COLUMN 41
               VALUE  "O ***".

           05  LINE 05  COLUMN 01
               VALUE  "     UNIDADE            :".

           05  LINE 07  COLUMN 01
               VALUE  "     DATA               :".
           05  LINE 07  COLUMN 44
               VALUE  "(AAAA.MM.DD)".

           05  LINE 09  COLUMN 01
               VALUE  "     PERIODO            :".
           05  LINE 10  COLUMN 27
               VALUE  "M=MANHA T=TARDE N=NOITE D=DIURNO I=24H".

           05  LINE 12  COLUMN 01
               VALUE  "     ESPECIALIDADE      :".

           05  LINE 14  COLUMN 01
               VALUE  "     MEDICO (CRM/UF)    :".

           05  LINE 16  COLUMN 01
               VALUE  "     STATUS             :".

           05  LINE 17  COLUMN 01
               VALUE  "     OPERADOR           :".

           05  TPLUNID
               LINE 05  COLUMN 27  PIC 9(02)
               USING  PL-UNIDADE
               HIGHLIGHT.

           05  TPLUNNOME
               LINE 05  COLUMN 31  PIC X(30)
               USING  UN-NOME
               HIGHLIGHT.

           05  TPLDATA
               LINE 07  COLUMN 27  PIC 9999.99.99
               USING  PL-DATA
               HIGHLIGHT.

           05  TPLDIASEM
               LINE 07  COLUMN 39  PIC X(03)
               USING  TXDIASEM
               HIGHLIGHT.

           05  TPLPER
               LINE 09  COLUMN 27  PIC X(01)
               USING  PL-PERIODO
               HIGHLIGHT.

           05  TPLTXPER
               LINE 09  COLUMN 29  PIC X(17)
               USING  TXPERIODO
               HIGHLIGHT.

           05  TPLESPEC
               LINE 12  COLUMN 27  PIC 9(02)
               USING  PL-ESPEC
               HIGHLIGHT.

           05  TPLTXESPEC
               LINE 12  COLUMN 31  PIC X(20)
               USING  TXESPEC
               HIGHLIGHT.

           05  TPLCRM
               LINE 14  COLUMN 27  PIC Z99.999
               USING  PL-CRM
               HIGHLIGHT.

           05  TPLCRMUF
               LINE 14  COLUMN 35  PIC X(02)
               USING  PL-CRM-UF
               HIGHLIGHT.

           05  TPLNOMEMED
               LINE 14  COLUMN 39  PIC X(30)
               USING  W-NOME-MED
               HIGHLIGHT.

           05  TPLSTATUS
               LINE 16  COLUMN 27  PIC X(01)
               USING  PL-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 16  COLUMN 29  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.

           05  TPLOPERADOR
               LINE 17  COLUMN 27  PIC X(08)
               USING  PL-OPERADOR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADPLANT.
           OPEN I-O CADPLANT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPLANT
                   CLOSE CADPLANT
                   GO TO ABRIR-CADPLANT
               ELSE
                   MOVE "CADPLANT" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADUNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADUNID NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLANT
              GO TO ROT-FIM.

       ABRIR-CADMED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLANT CADUNID
              GO TO ROT-FIM.

       ABRIR-CADESPEC.
           OPEN INPUT CADESPEC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADESPEC NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPLANT CADUNID CADMED
              GO TO ROT-FIM.

       ABRIR-CADAUSEN.
           MOVE "S" TO W-TEM-AUSEN.
           OPEN INPUT CADAUSEN
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-AUSEN.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE 0 TO PL-UNIDADE PL-DATA PL-ESPEC PL-CRM
                     PL-DTCADASTRO PL-HRCADASTRO.
           MOVE SPACES TO PL-PERIODO PL-CRM-UF PL-STATUS PL-OPERADOR
                          TXSTATUS TXPERIODO TXESPEC TXDIASEM W-SEL
                          UN-NOME W-NOME-MED.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT145.
      *--------------------[ DIGITAR CAMPOS CHAVE ]-----------------
       PASSO-1.
           ACCEPT TPLUNID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADPLANT CADUNID CADMED CADESPEC
                   IF W-TEM-AUSEN = "S"
                       CLOSE CADAUSEN
                       GO TO ROT-FIM
                   ELSE
                       GO TO ROT-FIM.
           IF PL-UNIDADE = ZEROS
                MOVE "UNIDADE NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE PL-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "*** UNIDADE NAO CADASTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           DISPLAY TPLUNNOME.
       PASSO-2.
           ACCEPT TPLDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           MOVE PL-DATA TO W-DATA-VAL.
           IF W-DV-ANO < 1900 OR W-DV-MES < 01 OR W-DV-MES > 12
              OR W-DV-DIA < 01 OR W-DV-DIA > 31
                MOVE "DATA DO PLANTAO INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM.
           MOVE TB-SEM-TXT (W-DIA-SEMANA) TO TXDIASEM.
           DISPLAY TPLDIASEM.
       PASSO-3.
           ACCEPT TPLPER
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           MOVE PL-PERIODO TO W-PER-COD.
           PERFORM ACHA-PERIODO THRU ACHA-PERIODO-FIM.
           IF W-PER-IX = ZEROS
                MOVE "PERIODO => M, T, N, D OU I" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           MOVE W-PER-IX TO W-PER-NOVO.
           MOVE TB-PER-DESC (W-PER-IX) TO TXPERIODO.
           DISPLAY TPLTXPER.
       PASSO-4.
           ACCEPT TPLESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           MOVE PL-ESPEC TO ESP-CODIGO.
           READ CADESPEC
           IF ST-ERRO NOT = "00"
               MOVE "ESPECIALIDADE NAO EXISTE" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-4.
           MOVE ESP-DESCRICAO TO TXESPEC.
           DISPLAY TPLTXESPEC.
       PASSO-5.
           ACCEPT TPLCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           ACCEPT TPLCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           MOVE PL-CRM    TO CRM.
           MOVE PL-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-5.
           MOVE NOME TO W-NOME-MED.
           DISPLAY TPLNOMEMED.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADPLANT
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TXSTATUS
                   DISPLAY SMT145
                   MOVE "*** MEDICO JA ESCALADO NESTE PLANTAO ***"
                                                           TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADPLANT" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
      *--------------------[ CRITICAS DA INCLUSAO ]-----------------
       PASSO-6.
           PERFORM CHK-MEDICO THRU CHK-MEDICO-FIM.
           IF W-MSG NOT = SPACES
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-5.
           MOVE "A" TO PL-STATUS.
           MOVE W-OPERADOR TO PL-OPERADOR.
           PERFORM SET-TXSTATUS.
           DISPLAY TPLSTATUS TTXSTATUS TPLOPERADOR.

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
           MOVE PL-CRM    TO PL-MED-CRM.
           MOVE PL-CRM-UF TO PL-MED-UF.
           MOVE PL-DATA   TO PL-MED-DATA.
           ACCEPT PL-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT PL-HRCADASTRO FROM TIME.
           WRITE REGPLANT
           IF ST-ERRO = "00" OR "02"
               MOVE "** PLANTAO GRAVADO COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** PLANTAO JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPLANT" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------
      *
      *****************************************
      * ROTINA DE CONSULTA/CANCELAMENTO       *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO REGISTRO   E=CANCELAR   R=REATIVAR"
           ACCEPT (23, 56) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "E"
                              AND W-OPCAO NOT = "R" GO TO ACE-001.
           IF W-OPCAO = "E" AND PL-STATUS = "C"
               MOVE "*** PLANTAO JA CANCELADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ACE-001.
           IF W-OPCAO = "R" AND PL-STATUS NOT = "C"
               MOVE "*** PLANTAO JA ESTA ATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ACE-001.
           IF W-OPCAO = "E" OR W-OPCAO = "R"
               PERFORM TRAVAR-REG THRU TRAVAR-REG-FIM
               IF LCK-OK NOT = "S"
                   GO TO ROT-INIC.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "R"
                  GO TO REA-OPC.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *
      *--------------------[ EXCLUSAO LOGICA (SOFT-DELETE) ]------------
       EXC-OPC.
           DISPLAY (23, 40) "CANCELAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PLANTAO NAO CANCELADO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           MOVE "C" TO PL-STATUS.
           MOVE W-OPERADOR TO PL-OPERADOR.
           REWRITE REGPLANT
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PLANTAO CANCELADO ***        " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NO CANCELAMENTO DO PLANTAO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *--------------------[ REATIVACAO DO PLANTAO CANCELADO ]----------
       REA-OPC.
           PERFORM CHK-MEDICO THRU CHK-MEDICO-FIM.
           IF W-MSG NOT = SPACES
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO ROT-INIC.
       REA-CONF.
           DISPLAY (23, 40) "REATIVAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "* PLANTAO NAO REATIVADO * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-CONF.
       REA-RW1.
           MOVE "A" TO PL-STATUS.
           MOVE W-OPERADOR TO PL-OPERADOR.
           REWRITE REGPLANT
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PLANTAO REATIVADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA REATIVACAO DO PLANTAO" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ CRITICAS DO MEDICO NO PLANTAO ]------------
      * ESPECIALIDADE DO CADASTRO, AUSENCIA NA DATA E CONFLITO
      * DE HORARIO COM OUTRO PLANTAO DO DIA. DEVOLVE A MENSAGEM
      * DO PRIMEIRO PROBLEMA EM W-MSG (BRANCO = LIBERADO).
       CHK-MEDICO.
           MOVE SPACES TO W-MSG.
           IF ESPEC NOT = PL-ESPEC
               MOVE "*** MEDICO NAO E DESTA ESPECIALIDADE ***" TO W-MSG
               GO TO CHK-MEDICO-FIM.
           PERFORM CHK-AUSENCIA THRU CHK-AUSENCIA-FIM.
           IF W-AUSENTE = "S"
               GO TO CHK-MEDICO-FIM.
           PERFORM CHK-CONFLITO THRU CHK-CONFLITO-FIM.
       CHK-MEDICO-FIM.
           EXIT.
      *--------------------[ REJEITA AUSENCIA DO MEDICO ]-----------------
      * PROCURA NO CADAUSEN UM PERIODO DO MEDICO QUE ENGLOBE A
      * DATA DO PLANTAO; SE HOUVER, A ESCALA E RECUSADA.
       CHK-AUSENCIA.
           MOVE "N" TO W-AUSENTE.
           IF W-TEM-AUSEN = "N"
               GO TO CHK-AUSENCIA-FIM.
           MOVE PL-CRM    TO AU-CRM.
           MOVE PL-CRM-UF TO AU-CRM-UF.
           MOVE ZEROS     TO AU-DT-INI.
           START CADAUSEN KEY IS NOT LESS AU-CHAVE
               INVALID KEY
                   GO TO CHK-AUSENCIA-FIM.
       CHK-AUSENCIA-LER.
           READ CADAUSEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-AUSENCIA-FIM.
           IF AU-CRM NOT = PL-CRM OR AU-CRM-UF NOT = PL-CRM-UF
               GO TO CHK-AUSENCIA-FIM.
           IF PL-DATA NOT < AU-DT-INI AND PL-DATA NOT > AU-DT-FIM
               MOVE "S" TO W-AUSENTE
               MOVE "*** MEDICO AUSENTE NESTE PERIODO ***" TO W-MSG
               GO TO CHK-AUSENCIA-FIM.
           GO TO CHK-AUSENCIA-LER.
       CHK-AUSENCIA-FIM.
           EXIT.
      *--------------------[ REJEITA PLANTAO SOBREPOSTO ]-----------------
      * LE OS PLANTOES ATIVOS DO MEDICO NA DATA (CHAVE POR MEDICO,
      * QUALQUER UNIDADE) E COMPARA AS FAIXAS DE HORARIO COM AS DO
      * PERIODO PEDIDO. O REGISTRO EM TELA E GUARDADO E RESTAURADO.
       CHK-CONFLITO.
           MOVE "N" TO W-CONFLITO.
           MOVE REGPLANT TO W-REGPLANT-SV.
           MOVE PL-CHAVE TO W-PL-CHAVE-SV.
           MOVE PL-CRM    TO PL-MED-CRM.
           MOVE PL-CRM-UF TO PL-MED-UF.
           MOVE PL-DATA   TO PL-MED-DATA.
           START CADPLANT KEY IS NOT LESS PL-CHAVE-MED
               INVALID KEY
                   GO TO CHK-CONFLITO-VOLTA.
       CHK-CONFLITO-LER.
           READ CADPLANT NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-CONFLITO-VOLTA.
           IF PL-MED-CRM NOT = CRM OR PL-MED-UF NOT = CRM-UF
              OR PL-MED-DATA NOT = W-DATA-VAL
               GO TO CHK-CONFLITO-VOLTA.
           IF PL-STATUS = "C" OR PL-CHAVE = W-PL-CHAVE-SV
               GO TO CHK-CONFLITO-LER.
           MOVE PL-PERIODO TO W-PER-COD.
           PERFORM ACHA-PERIODO THRU ACHA-PERIODO-FIM.
           IF W-PER-IX = ZEROS
               GO TO CHK-CONFLITO-LER.
           MOVE ZEROS TO W-SL.
       CHK-CONFLITO-FAIXA.
           ADD 1 TO W-SL
           IF W-SL > 3
               GO TO CHK-CONFLITO-LER.
           IF TB-PER-FAIXA (W-PER-IX, W-SL) = "1" AND
              TB-PER-FAIXA (W-PER-NOVO, W-SL) = "1"
               MOVE "S" TO W-CONFLITO
               MOVE PL-UNIDADE TO W-MC-UNID
               MOVE PL-PERIODO TO W-MC-PER
               GO TO CHK-CONFLITO-VOLTA.
           GO TO CHK-CONFLITO-FAIXA.
       CHK-CONFLITO-VOLTA.
           MOVE W-REGPLANT-SV TO REGPLANT.
           IF W-CONFLITO = "S"
               MOVE W-MSG-CONF TO W-MSG.
       CHK-CONFLITO-FIM.
           EXIT.
      *--------------------[ POSICAO DO PERIODO NA TABELA ]-------------
       ACHA-PERIODO.
           MOVE ZEROS TO W-PER-IX.
       ACHA-PERIODO-L1.
           ADD 1 TO W-PER-IX
           IF W-PER-IX > 5
               MOVE ZEROS TO W-PER-IX
               GO TO ACHA-PERIODO-FIM.
           IF TB-PER-COD (W-PER-IX) NOT = W-PER-COD
               GO TO ACHA-PERIODO-L1.
       ACHA-PERIODO-FIM.
           EXIT.
      *--------------[ DIA DA SEMANA (ZELLER) 1=DOM ... 7=SAB ]---------
       CALC-DIA-SEM.
           MOVE W-DV-ANO TO W-ZL-ANO.
           MOVE W-DV-MES TO W-ZL-MES.
           MOVE W-DV-DIA TO W-ZL-DIA.
           IF W-ZL-MES < 3
               ADD 12 TO W-ZL-MES
               SUBTRACT 1 FROM W-ZL-ANO.
           DIVIDE W-ZL-ANO BY 100 GIVING W-ZL-J REMAINDER W-ZL-K.
           COMPUTE W-ZL-T1 = 13 * (W-ZL-MES + 1).
           DIVIDE W-ZL-T1 BY 5 GIVING W-ZL-T1.
           DIVIDE W-ZL-K BY 4 GIVING W-ZL-T2.
           DIVIDE W-ZL-J BY 4 GIVING W-ZL-T3.
           COMPUTE W-ZL-H = W-ZL-DIA + W-ZL-T1 + W-ZL-K + W-ZL-T2
                          + W-ZL-T3 + (5 * W-ZL-J).
           DIVIDE W-ZL-H BY 7 GIVING W-ZL-Q REMAINDER W-ZL-R.
           IF W-ZL-R = 0
               MOVE 7 TO W-DIA-SEMANA
           ELSE
               MOVE W-ZL-R TO W-DIA-SEMANA.
       CALC-DIA-SEM-FIM.
           EXIT.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF PL-STATUS = "C"
               MOVE "CANCELADO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE CANCELAR/REATIVAR; NEGADA MOSTRA
      * QUEM ESTA EDITANDO E O REGISTRO FICA SO DE CONSULTA.
      * A TRAVA E SOLTA NA VOLTA AO INICIO (OU EXPIRA SOZINHA).
       TRAVAR-REG.
           MOVE "L" TO LCK-ACAO.
           MOVE "CADPLANT" TO LCK-ARQUIVO.
           MOVE PL-CHAVE TO LCK-REGCHAVE.
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
