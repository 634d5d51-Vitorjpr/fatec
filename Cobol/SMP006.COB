                    RECORD KEY   IS CA-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ME-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ME-ESPEC
                                                      WITH DUPLICATES.

                    SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CD-CONVENIO
                                                      WITH DUPLICATES.

                    SELECT CADTPART ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RV-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRECMN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FU-PCODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FU-EMPRESA
                                                      WITH DUPLICATES.

                    SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OP-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADLESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LE-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAREN.DAT".
       COPY REGCAREN.
      *
       FD CADMESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMESP.DAT".
       COPY REGMESP.
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       COPY REGCRED.
      *
       FD CADTPART
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESVA.DAT".
       COPY REGRESVA.
      *
       FD CADRECMN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECMN.DAT".
       COPY REGRECMN.
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       COPY REGFUNC.
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       COPY REGOPER.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
       FD CADLESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLESP.DAT".
       COPY REGLESP.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP006".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP006".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
       01 W-EM-CARENCIA           PIC X(01) VALUE "N".
       01 W-CAREN-DIAS            PIC 9(03) VALUE ZEROS.
       01 W-CAREN-CLASSE          PIC X(01) VALUE SPACES.
       01 W-TEM-CRED              PIC X(01) VALUE "N".
       01 W-TEM-MESP              PIC X(01) VALUE "N".
       01 W-TEM-ESPEC             PIC X(01) VALUE "N".
       01 W-QTD-ESP               PIC 9(02) VALUE ZEROS.
       01 W-TXESPEC               PIC X(20) VALUE SPACES.
       01 W-CRED-OK               PIC X(01) VALUE "S".
       01 W-CS-DATA.
           03 W-CS-ANO            PIC 9(04).
           03 W-CS-MES            PIC 9(02).
       01 W-SER-AG                PIC 9(08) VALUE ZEROS.
       01 W-SER-INI               PIC 9(08) VALUE ZEROS.
       01 W-DIF-CAREN             PIC S9(08) VALUE ZEROS.
       01 W-REGAGEN-SALVA         PIC X(150) VALUE SPACES.
       01 W-CHK-DATA.
            03 W-CHK-ANO          PIC 9(04).
            03 W-CHK-MES          PIC 9(02).
       01 W-TEM-PROC              PIC X(01) VALUE "N".
       01 W-TEM-PRREC             PIC X(01) VALUE "N".
       01 W-TEM-RESVA             PIC X(01) VALUE "N".
       01 W-TEM-FUNC              PIC X(01) VALUE "N".
       01 W-RES-LIVRE             PIC X(01) VALUE "S".
       01 W-RV-HORA               PIC 9(04) VALUE ZEROS.
       01 W-TEM-RECMN             PIC X(01) VALUE "N".
       01 W-RV-MOMENTO            PIC 9(12) VALUE ZEROS.
       01 W-MN-INI                PIC 9(12) VALUE ZEROS.
       01 W-MN-FIM                PIC 9(12) VALUE ZEROS.
       01 W-MN-CONF               PIC 9(04) VALUE ZEROS.
       01 W-LINHA-MANUT.
           03 FILLER              PIC X(08) VALUE "RECURSO ".
           03 WM-RECURSO          PIC 9(04).
           03 FILLER              PIC X(11) VALUE " PARADO DE ".
           03 WM-DTINI            PIC 9999.99.99.
           03 FILLER              PIC X(01) VALUE " ".
           03 WM-HRINI            PIC 99.99.
           03 FILLER              PIC X(05) VALUE " ATE ".
           03 WM-DTFIM            PIC 9999.99.99.
           03 FILLER              PIC X(01) VALUE " ".
           03 WM-HRFIM            PIC 99.99.
       01 W-LINHA-MNCONF.
           03 FILLER              PIC X(12) VALUE "JA MARCADO: ".
           03 WM-RVDATA           PIC 9999.99.99.
           03 FILLER              PIC X(01) VALUE " ".
           03 WM-RVHORA           PIC 99.99.
           03 FILLER              PIC X(05) VALUE " PAC ".
           03 WM-RVPCOD           PIC 9(06).
           03 FILLER              PIC X(06) VALUE " PROC ".
           03 WM-RVPROC           PIC 9(04).
       01 W-ENC-OK                PIC X(01) VALUE "S".
       01 W-ENC-LIMITE            PIC 9(02) VALUE ZEROS.
       01 W-ENC-QTD               PIC 9(02) VALUE ZEROS.
       01 W-ENC-UNIDADE           PIC 9(02) VALUE ZEROS.
      *----- MAIS DE UM AGENDAMENTO DO PACIENTE COM O MEDICO NO DIA
       01 W-LOC-ACHOU             PIC X(01) VALUE "N".
       01 W-LOC-CHAVE             PIC X(26) VALUE SPACES.
       01 W-OUTRO-HOR             PIC X(01) VALUE "N".
       01 W-ALT-HORA              PIC 9(04) VALUE ZEROS.
       01 W-IDADE-PAC             PIC S9(04) VALUE ZEROS.
       01 W-HOJE-RESP.
           03 W-HJR-ANO           PIC 9(04).
           03 MP-DATA             PIC 9999.99.99.
       01 W-CANC-TOT              PIC 9(02) VALUE ZEROS.
       01 TAB-SER-CANC.
           03 TB-SC-CHAVE         PIC X(26) OCCURS 60 TIMES.
      *----- REMARCACAO DE CONSULTA (OPCAO R)
       01 W-REMARC-SALVA          PIC X(150) VALUE SPACES.
       01 W-RMC-CHAVE-ANT         PIC X(26) VALUE SPACES.
       01 W-RMC-DATA.
           03 W-RMC-ANO           PIC 9(04).
           03 W-RMC-MES           PIC 9(02).
           03 WF-SENHA            PIC 9(04).
           03 FILLER              PIC X(03) VALUE " - ".
           03 WF-NOME             PIC X(25).
      *----- PACIENTE FALTOSO (SMPFAL): SO MARCA NOS ULTIMOS
      *----- HORARIOS DA GRADE OU COM LIBERACAO DO SUPERVISOR
       01 W-FALTOSO               PIC X(01) VALUE "N".
       01 W-FAL-OK                PIC X(01) VALUE "S".
       01 W-FAL-LIBSUP            PIC X(01) VALUE "N".
       01 W-FAL-MIN               PIC 9(05) VALUE ZEROS.
       01 W-GRADE-CASOU           PIC X(01) VALUE "N".
       01 W-TEM-OPER              PIC X(01) VALUE "N".
       01 W-FAL-PARM.
           03 FAL-ACAO            PIC X(01) VALUE SPACES.
           03 FAL-PCODIGO         PIC 9(06) VALUE ZEROS.
           03 FAL-DATA            PIC 9(08) VALUE ZEROS.
           03 FAL-QTD             PIC 9(02) VALUE ZEROS.
           03 FAL-ULTIMA          PIC 9(08) VALUE ZEROS.
           03 FAL-RESTRITO        PIC X(01) VALUE "N".
           03 FAL-LIMITE          PIC 9(02) VALUE ZEROS.
           03 FAL-ULT-SLOTS       PIC 9(02) VALUE ZEROS.
       01 W-MSG-FALTA.
           03 FILLER              PIC X(18) VALUE "PACIENTE FALTOSO: ".
           03 MF-QTD              PIC Z9.
           03 FILLER              PIC X(16) VALUE " FALTAS, ULTIMA ".
           03 MF-ULTIMA           PIC 9999.99.99.
       01 W-OPERADOR              PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO            PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR        PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL        PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO        PIC X(01) VALUE SPACES.
           03 SSP-OK              PIC X(01) VALUE SPACES.
       01 W-SUP-COD               PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA             PIC X(08) VALUE SPACES.
       01 W-HSH-PARM.
           03 HSH-SENHA           PIC X(08) VALUE SPACES.
           03 HSH-HASH            PIC X(08) VALUE SPACES.
       01 W-AUD-CHAVE.
           03 AC-PCODIGO          PIC 9(06).
           03 AC-DATA             PIC 9(08).
           03 FILLER              PIC X(01) VALUE SPACES.
      *----- LISTA DE ESPERA POR ESPECIALIDADE (CADLESP): VAGA
      *----- LIBERADA E OFERECIDA A QUEM SE ENCAIXA NELA
       01 W-TEM-LESP              PIC X(01) VALUE "N".
       01 W-VAGA-USADA            PIC X(01) VALUE "N".
       01 W-LE-ESPEC              PIC 9(02) VALUE ZEROS.
       01 W-LE-PERIODO            PIC X(01) VALUE SPACES.
       01 W-LE-HOJE               PIC 9(08) VALUE ZEROS.
       01 W-LE-SERHJ              PIC 9(08) VALUE ZEROS.
       01 W-LE-DIAS               PIC 9(08) VALUE ZEROS.
       01 W-LE-TOT                PIC 9(02) VALUE ZEROS.
       01 W-LE-IND                PIC 9(02) VALUE ZEROS.
       01 W-LE-J                  PIC 9(02) VALUE ZEROS.
       01 W-LE-TROCOU             PIC X(01) VALUE "N".
       01 W-LE-AUX                PIC X(40) VALUE SPACES.
       01 TAB-LESP.
           03 TB-LE-ITEM OCCURS 50 TIMES.
               05 TB-LE-PRIOR     PIC 9(01).
               05 TB-LE-DTINC     PIC 9(08).
               05 TB-LE-PCOD      PIC 9(06).
               05 TB-LE-NOME      PIC X(25).
       01 W-LINHA-LESP.
           03 FILLER              PIC X(01) VALUE "P".
           03 WL-PRIOR            PIC 9(01).
           03 FILLER              PIC X(01) VALUE " ".
           03 WL-NOME             PIC X(25).
           03 FILLER              PIC X(08) VALUE " ESPERA ".
           03 WL-DIAS             PIC ZZZ9.
           03 FILLER              PIC X(05) VALUE " DIAS".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT006.
           05  LINE 08  COLUMN 30
               VALUE  "NOME: ".

           05  LINE 09  COLUMN 01
               VALUE  "     ESPECIALIDADE   :".

           05  LINE 10  COLUMN 01
               VALUE  "     CODIGO PACIENTE :".

           05  LINE 12  COLUMN 01
               VALUE  "     HORARIO         :".

           05  LINE 12  COLUMN 32
               VALUE  "ENCAIXE (S/N):".

           05  LINE 13  COLUMN 01
               VALUE  "     MOTIVO ENCAIXE  :".

           05  LINE 14  COLUMN 01
               VALUE  "     CID TRATADO     :".

               VALUE  "     AUTORIZACAO     :".

           05  LINE 20  COLUMN 01
               VALUE  "    TIPO(C/R/P/T/O/D):".

           05  TAGDATA
               LINE 06  COLUMN 24  PIC 9999.99.99
               USING  NOME
               HIGHLIGHT.

           05  TAGESPEC
               LINE 09  COLUMN 24  PIC 99
               USING  AG-ESPEC
               HIGHLIGHT.

           05  TAGTXESPEC
               LINE 09  COLUMN 30  PIC X(20)
               USING  W-TXESPEC
               HIGHLIGHT.

           05  TAGPCODIGO
               LINE 10  COLUMN 24  PIC 9(06)
               USING  AG-PCODIGO
               USING  AG-HORA
               HIGHLIGHT.

           05  TAGENCAIXE
               LINE 12  COLUMN 47  PIC X(01)
               USING  AG-ENCAIXE
               HIGHLIGHT.

           05  TAGMOTENC
               LINE 13  COLUMN 24  PIC X(30)
               USING  AG-MOT-ENCAIXE
               HIGHLIGHT.

           05  TAGCID
               LINE 14  COLUMN 24  PIC 9(04)
               USING  AG-CID
               LINE 20  COLUMN 36  PIC 9(04)
               USING  AG-PROC
               HIGHLIGHT.

           05  TFALSUP
               LINE 22  COLUMN 24  PIC X(08)
               USING  W-SUP-COD
               HIGHLIGHT.

           05  TFALSENHA
               LINE 22  COLUMN 42  PIC X(08)
               USING  W-SUP-SENHA
               HIGHLIGHT NO ECHO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CAREN.

       ABRIR-CADMESP.
           MOVE "S" TO W-TEM-MESP.
           OPEN INPUT CADMESP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MESP.
           MOVE "S" TO W-TEM-ESPEC.
           OPEN INPUT CADESPEC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-ESPEC.

       ABRIR-CADCRED.
           MOVE "S" TO W-TEM-CRED.
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CRED.

       ABRIR-CADTPART.
           MOVE "S" TO W-TEM-TPART.
           OPEN INPUT CADTPART
                   GO TO ABRIR-CADRESVA
               ELSE
                   MOVE "N" TO W-TEM-RESVA.

       ABRIR-CADRECMN.
           MOVE "S" TO W-TEM-RECMN.
           OPEN INPUT CADRECMN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RECMN.

       ABRIR-CADFUNC.
           MOVE "S" TO W-TEM-FUNC.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-FUNC.

       ABRIR-CADLESP.
           MOVE "S" TO W-TEM-LESP.
           OPEN I-O CADLESP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-LESP.

       ABRIR-CADOPER.
           MOVE "S" TO W-TEM-OPER.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-OPER.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE "N" TO W-OUTRO-HOR.
           MOVE "N" TO W-FALTOSO W-FAL-LIBSUP.
           MOVE 0 TO AG-ANO AG-MES AG-DIA AG-CRM AG-PCODIGO
                     AG-HH AG-MM AG-CID CODIGO CRM P-CODIGO
                     AG-HORACHEG AG-DTCAD AG-SERIE AG-UNIDADE
                     AG-REMARC-DE AG-REMARCAS AG-PROC
                     AG-HRINI-AT AG-HRFIM-AT AG-ESPEC.
           MOVE SPACES TO AG-STATUS TXSTATUS NOME P-NOME DENOMINACAO
                          W-TXESPEC
                          AG-CRM-UF CRM-UF AG-AUTORIZ AG-TIPO
                          AG-REMARC-ORIG AG-CONFIRM AG-PARTICULAR
                          AG-ENCAIXE AG-MOT-ENCAIXE.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT006.
                   GO TO ROT-FIM
           ELSE
                DISPLAY SMT006.
      *--------------------[ ESPECIALIDADE DA CONSULTA ]-----------------
      * MEDICO SO COM A ESPECIALIDADE PRINCIPAL (ESPEC DO CADMED)
      * NAO PERGUNTA; COM OUTRAS NO CADMESP A RECEPCAO ESCOLHE EM
      * QUAL DELAS A CONSULTA E MARCADA (PADRAO = PRINCIPAL).
       PASSO-2-ESP.
           PERFORM CONTA-ESPEC THRU CONTA-ESPEC-FIM.
           IF AG-ESPEC NOT NUMERIC OR AG-ESPEC = ZEROS
               MOVE ESPEC TO AG-ESPEC.
           IF W-QTD-ESP = ZEROS
               MOVE ESPEC TO AG-ESPEC
               PERFORM MOSTRA-ESPEC THRU MOSTRA-ESPEC-FIM
               GO TO PASSO-3.
       PASSO-2-ESP-A.
           ACCEPT TAGESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF AG-ESPEC NOT = ESPEC
               MOVE AG-CRM    TO ME-CRM
               MOVE AG-CRM-UF TO ME-CRM-UF
               MOVE AG-ESPEC  TO ME-ESPEC
               READ CADMESP
               IF ST-ERRO NOT = "00"
                   MOVE "* ESPECIALIDADE NAO REGISTRADA P/ O MEDICO *"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PASSO-2-ESP-A.
           PERFORM MOSTRA-ESPEC THRU MOSTRA-ESPEC-FIM.
       PASSO-3.
           ACCEPT TAGPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           PERFORM CHK-CONTRATO THRU CHK-CONTRATO-FIM.
           IF W-CONTR-OK = "N"
               GO TO PASSO-3.
      *--------------------[ AVISO DE PACIENTE FALTOSO ]-----------------
       PASSO-3-FALTA.
           MOVE "N" TO W-FALTOSO W-FAL-LIBSUP.
           MOVE "C"        TO FAL-ACAO.
           MOVE AG-PCODIGO TO FAL-PCODIGO.
           ACCEPT FAL-DATA FROM DATE YYYYMMDD.
           CALL "SMPFAL" USING W-FAL-PARM.
           IF FAL-RESTRITO = "S"
               MOVE "S"        TO W-FALTOSO
               MOVE FAL-QTD    TO MF-QTD
               MOVE FAL-ULTIMA TO MF-ULTIMA
               MOVE W-MSG-FALTA TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "SO NOS ULTIMOS HORARIOS OU COM SUPERVISOR"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *--------------------[ VERIFICAR AUTORIZACAO DO CONVENIO ]----------
       PASSO-3-B.
           MOVE SPACES TO AG-AUTORIZ.
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3-C.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
      * A HORA FAZ PARTE DA CHAVE: MOSTRA O PRIMEIRO AGENDAMENTO
      * DO PACIENTE COM O MEDICO NA DATA (P = PROXIMO DO DIA) E
      * H = OUTRO HORARIO MARCA MAIS UM NO MESMO DIA.
       LER-ARQ.
           IF W-OUTRO-HOR = "S"
               MOVE "N" TO W-OUTRO-HOR
               GO TO LER-ARQ-LIVRE.
           MOVE REGAGEN TO W-REGAGEN-SALVA.
           MOVE ZEROS   TO AG-HORA.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO LER-ARQ-NAO.
           READ CADAGEN NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LER-ARQ-NAO.
           IF AG-CHAVE (1:22) NOT = W-LOC-CHAVE (1:22)
               GO TO LER-ARQ-NAO.
           DISPLAY SMT006
           MOVE "*** AGENDAMENTO JA CADASTRADO ***"  TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2
           MOVE "I" TO W-SEL
           GO TO ACE-001.
       LER-ARQ-NAO.
           MOVE W-REGAGEN-SALVA TO REGAGEN.
       LER-ARQ-LIVRE.
           MOVE SPACES TO W-SEL.
           MOVE "*** HORARIO LIVRE PARA AGENDAMENTO ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2.
           GO TO PASSO-4.
      *--------------------[ VERIFICA CONFLITO DE HORARIO DO MEDICO ]-----
       CHK-HORARIO.
           MOVE "N"       TO W-OCUPADO.
               GO TO CHK-HORARIO-LOOP.
           IF AG-STATUS = "C"
               GO TO CHK-HORARIO-LOOP.
           IF AG-ENCAIXE = "S"
               GO TO CHK-HORARIO-LOOP.
           IF AG-HORA = W-CHK-HORA
               MOVE "S" TO W-OCUPADO
               GO TO CHK-HORARIO-REST.
           GO TO CHK-BLOQUEIO-LER.
       CHK-BLOQUEIO-FIM.
           EXIT.
      *--------------------[ LIMITE DIARIO DE ENCAIXES ]-----------------
      * O LIMITE VEM DA GRADE DO MEDICO QUE ATENDE NO DIA DA SEMANA
      * (HR-ENCAIXE, QUE TAMBEM DA A UNIDADE DO ENCAIXE); CONTA OS
      * ENCAIXES JA MARCADOS PARA O MEDICO NO DIA, FORA O PROPRIO
      * PACIENTE (ALTERACAO) E OS CANCELADOS/TRANSFERIDOS.
       CHK-ENCAIXE.
           MOVE "S"     TO W-ENC-OK.
           MOVE ZEROS   TO W-ENC-LIMITE W-ENC-QTD.
           MOVE UNIDADE TO W-ENC-UNIDADE.
           IF W-TEM-GRADE = "N"
               GO TO CHK-ENCAIXE-SEM.
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM.
           MOVE AG-CRM    TO HR-CRM.
           MOVE AG-CRM-UF TO HR-CRM-UF.
           MOVE ZEROS     TO HR-UNIDADE.
           START CADHOR KEY IS NOT LESS HR-CHAVE
               INVALID KEY
                   GO TO CHK-ENCAIXE-SEM.
       CHK-ENCAIXE-GRADE.
           READ CADHOR NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-ENCAIXE-SEM.
           IF HR-CRM NOT = AG-CRM OR HR-CRM-UF NOT = AG-CRM-UF
               GO TO CHK-ENCAIXE-SEM.
           IF HR-DIA-SEM (W-DIA-SEMANA) NOT = "S"
               GO TO CHK-ENCAIXE-GRADE.
           MOVE HR-ENCAIXE TO W-ENC-LIMITE.
           MOVE HR-UNIDADE TO W-ENC-UNIDADE.
           IF W-ENC-LIMITE = ZEROS
               GO TO CHK-ENCAIXE-SEM.
      *----- CONTA OS ENCAIXES DO MEDICO NO DIA
           MOVE AG-DATA    TO W-CHK-DATA.
           MOVE AG-CRM     TO W-CHK-CRM.
           MOVE AG-CRM-UF  TO W-CHK-CRMUF.
           MOVE AG-PCODIGO TO W-CHK-PCODIGO.
           MOVE REGAGEN    TO W-REGAGEN-SALVA.
           MOVE ZEROS      TO AG-PCODIGO AG-HORA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO CHK-ENCAIXE-REST.
       CHK-ENCAIXE-LER.
           READ CADAGEN NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO CHK-ENCAIXE-REST.
           IF AG-DATA NOT = W-CHK-DATA OR AG-CRM NOT = W-CHK-CRM
                                       OR AG-CRM-UF NOT = W-CHK-CRMUF
               GO TO CHK-ENCAIXE-REST.
      *----- NA ALTERACAO NAO CONTA O PROPRIO AGENDAMENTO
           IF W-SEL = "A" AND AG-PCODIGO = W-CHK-PCODIGO
                          AND AG-HORA = W-ALT-HORA
               GO TO CHK-ENCAIXE-LER.
           IF AG-STATUS = "C" OR "T"
               GO TO CHK-ENCAIXE-LER.
           IF AG-ENCAIXE = "S"
               ADD 1 TO W-ENC-QTD.
           GO TO CHK-ENCAIXE-LER.
       CHK-ENCAIXE-REST.
           MOVE W-REGAGEN-SALVA TO REGAGEN.
           MOVE W-ENC-UNIDADE   TO AG-UNIDADE.
           IF W-ENC-QTD NOT < W-ENC-LIMITE
               MOVE "N" TO W-ENC-OK
               MOVE "*** LIMITE DIARIO DE ENCAIXES ATINGIDO ***"
                                                         TO W-MSG.
           GO TO CHK-ENCAIXE-FIM.
       CHK-ENCAIXE-SEM.
           MOVE "N" TO W-ENC-OK.
           MOVE "*** MEDICO NAO ACEITA ENCAIXE NESTE DIA ***" TO W-MSG.
       CHK-ENCAIXE-FIM.
           EXIT.
      *--------------------[ VALIDA HORARIO CONTRA A GRADE ]--------------
      * A GRADE AGORA E POR MEDICO E UNIDADE: VARRE TODAS AS
      * GRADES DO CRM E ACEITA A PRIMEIRA CUJO DIA DA SEMANA E
      * PROPRIO CADASTRO (CADMED).
       CHK-GRADE.
           MOVE "S" TO W-GRADE-OK.
           MOVE "N" TO W-GRADE-CASOU.
           MOVE UNIDADE TO AG-UNIDADE.
           IF W-TEM-GRADE = "N"
               GO TO CHK-GRADE-FIM.
           IF W-MIN-RES NOT = ZEROS
               GO TO CHK-GRADE-LER.
       CHK-GRADE-CASOU.
           MOVE "S" TO W-GRADE-CASOU.
           MOVE HR-UNIDADE TO AG-UNIDADE.
           GO TO CHK-GRADE-FIM.
       CHK-GRADE-ACABOU.
                MOVE "HORARIO INVALIDO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
      *----- NA ALTERACAO A HORA (PARTE DA CHAVE) NAO MUDA: A TROCA
      *----- DE HORARIO E FEITA PELA REMARCACAO, QUE GUARDA HISTORICO
           IF W-SEL = "A" AND AG-HORA NOT = W-ALT-HORA
                MOVE W-ALT-HORA TO AG-HORA
                DISPLAY TAGHORA
                MOVE "PARA TROCAR O HORARIO USE R=REMARCAR" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
      *--------------------[ ENCAIXE FORA DA GRADE ]--------------------
      * ENCAIXE = S DISPENSA A GRADE E O CONFLITO DE HORARIO, MAS
      * RESPEITA FERIADO, AUSENCIA, BLOQUEIO E O LIMITE DIARIO DE
      * ENCAIXES DA GRADE DO MEDICO, E EXIGE O MOTIVO.
       PASSO-4-ENC.
           ACCEPT TAGENCAIXE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF AG-ENCAIXE = SPACES OR "n"
               MOVE "N" TO AG-ENCAIXE.
           IF AG-ENCAIXE = "s"
               MOVE "S" TO AG-ENCAIXE.
           DISPLAY TAGENCAIXE.
           IF AG-ENCAIXE NOT = "S" AND "N"
                MOVE "ENCAIXE => DIGITE APENAS S OU N" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4-ENC.
           PERFORM CHK-FERIADO THRU CHK-FERIADO-FIM
           IF W-FERIADO = "S"
                PERFORM ROT-MENS THRU ROT-MENS2
           IF W-BLOQUEADO = "S"
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           IF AG-ENCAIXE = "S"
                GO TO PASSO-4-LIM.
           PERFORM CHK-GRADE THRU CHK-GRADE-FIM
           IF W-GRADE-OK = "N"
                PERFORM ROT-MENS THRU ROT-MENS2
                MOVE "*** MEDICO OCUPADO NESTE HORARIO ***" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
           MOVE SPACES TO AG-MOT-ENCAIXE.
           DISPLAY TAGMOTENC.
           PERFORM CHK-FALTOSO THRU CHK-FALTOSO-FIM
           IF W-FAL-OK = "N"
                GO TO PASSO-4.
           GO TO PASSO-5.
       PASSO-4-LIM.
           PERFORM CHK-ENCAIXE THRU CHK-ENCAIXE-FIM.
           IF W-ENC-OK = "N"
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4-ENC.
       PASSO-4-MOT.
           ACCEPT TAGMOTENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4-ENC.
           IF AG-MOT-ENCAIXE = SPACES
                MOVE "ENCAIXE EXIGE O MOTIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4-MOT.
           PERFORM CHK-FALTOSO THRU CHK-FALTOSO-FIM
           IF W-FAL-OK = "N"
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TAGCID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF AG-TIPO = SPACES
               MOVE "C" TO AG-TIPO
               DISPLAY TAGTIPO.
           IF AG-TIPO NOT = "C" AND "R" AND "P" AND "T" AND "O"
                                                        AND "D"
                MOVE "TIPO => C=CONS R=RET P=PROC T=TELE O=OCUP D=DOMIC"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5-TIPO.
      *----- VISITA DOMICILIAR VAI AO ENDERECO DO CADASTRO (SMP188)
           IF AG-TIPO = "D" AND P-CEP = ZEROS
                MOVE "* PACIENTE SEM ENDERECO (CEP) PARA A VISITA *"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5-TIPO.
           IF AG-TIPO = "P"
               GO TO PASSO-5-PROC.
           MOVE ZEROS TO AG-PROC.
      *----- EXAME OCUPACIONAL SO PARA FUNCIONARIO ATIVO DE EMPRESA
      *----- (VINCULO DO SMP167); E COBRADO DA EMPRESA, NAO DO PLANO
           IF AG-TIPO = "O" AND W-TEM-FUNC = "S"
               MOVE AG-PCODIGO TO FU-PCODIGO
               READ CADFUNC
               IF ST-ERRO NOT = "00" OR FU-STATUS NOT = "A"
                   MOVE "* PACIENTE SEM VINCULO ATIVO COM EMPRESA *"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PASSO-5-TIPO.
           GO TO PASSO-5-CAREN.
      *--------------------[ PROCEDIMENTO E RECURSOS ]-----------------
      * AGENDAMENTO DE PROCEDIMENTO PEDE O CODIGO DO CADPROC E
               MOVE "*** RECURSO OCUPADO NESTE HORARIO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-4.
           IF W-RES-LIVRE = "M"
               PERFORM LISTA-MANUT THRU LISTA-MANUT-FIM
               GO TO PASSO-4.
      *--------------------[ CARENCIA DO PLANO NA DATA MARCADA ]--------
      * ANTES DA CARENCIA, O CREDENCIAMENTO DO MEDICO NO PLANO DO
      * PACIENTE: SEM CREDENCIAMENTO A RECEPCAO ESCOLHE ATENDER
      * COMO PARTICULAR OU VOLTAR E TROCAR DE MEDICO.
       PASSO-5-CAREN.
           MOVE SPACES TO AG-PARTICULAR.
           PERFORM CHK-CREDEN THRU CHK-CREDEN-FIM.
           IF W-CRED-OK = "N"
               PERFORM PERG-CRED THRU PERG-CRED-FIM
               IF W-OPCAO = "O"
                   GO TO PASSO-2
               ELSE
                   MOVE "S" TO AG-PARTICULAR.
           PERFORM CHK-CARENCIA THRU CHK-CARENCIA-FIM.
           IF W-EM-CARENCIA = "S" AND AG-PARTICULAR = SPACES
               PERFORM PERG-CAREN THRU PERG-CAREN-FIM
               IF W-OPCAO NOT = "S"
                   GO TO PASSO-3
           WRITE REGAGEN
           IF ST-ERRO = "00" OR "02"
               PERFORM RESERVA-RECURSOS THRU RESERVA-RECURSOS-FIM
               PERFORM GRAVA-AUD-FALTA THRU GRAVA-AUD-FALTA-FIM
               MOVE "** CONSULTA AGENDADA COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM OFERECE-SERIE THRU OFERECE-SERIE-FIM
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO A=ALTERA E=EXCLUI R=REMARCA P=PROX H=OUTRA HORA"
           ACCEPT (23, 69) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                              AND W-OPCAO NOT = "E"
                              AND W-OPCAO NOT = "P"
                              AND W-OPCAO NOT = "H"
                              AND W-OPCAO NOT = "R" GO TO ACE-001.
           IF W-OPCAO = "P"
               GO TO ACE-PROXIMO.
           IF W-OPCAO = "H"
               GO TO ACE-OUTRA-HORA.
           IF W-OPCAO = "A" OR W-OPCAO = "E"
               PERFORM TRAVAR-REG THRU TRAVAR-REG-FIM
               IF LCK-OK NOT = "S"
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  MOVE AG-HORA TO W-ALT-HORA
                  GO TO PASSO-4.
           IF W-OPCAO = "R"
                  PERFORM REMARCAR THRU REMARCAR-FIM
                  GO TO ROT-INIC.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *----- PROXIMO AGENDAMENTO DO PACIENTE COM O MEDICO NA DATA
       ACE-PROXIMO.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           START CADAGEN KEY IS GREATER THAN AG-CHAVE
               INVALID KEY
                   GO TO ACE-PROXIMO-NAO.
           READ CADAGEN NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ACE-PROXIMO-NAO.
           IF AG-CHAVE (1:22) NOT = W-LOC-CHAVE (1:22)
               GO TO ACE-PROXIMO-NAO.
           DISPLAY SMT006.
           GO TO ACE-001.
       ACE-PROXIMO-NAO.
           MOVE W-LOC-CHAVE TO AG-CHAVE.
           READ CADAGEN.
           DISPLAY SMT006.
           MOVE "*** NAO HA OUTRO AGENDAMENTO NO DIA ***" TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS2.
           GO TO ACE-001.
      *----- NOVO AGENDAMENTO DO PACIENTE COM O MEDICO NA MESMA
      *----- DATA, EM OUTRO HORARIO
       ACE-OUTRA-HORA.
           MOVE ZEROS  TO AG-HH AG-MM AG-CID AG-HORACHEG AG-DTCAD
                          AG-SERIE AG-UNIDADE AG-REMARC-DE AG-REMARCAS
                          AG-PROC AG-HRINI-AT AG-HRFIM-AT.
           MOVE SPACES TO AG-STATUS TXSTATUS DENOMINACAO AG-AUTORIZ
                          AG-TIPO AG-REMARC-ORIG AG-CONFIRM
                          AG-PARTICULAR AG-COPART-PEND AG-RESTAURADO
                          AG-ENCAIXE AG-MOT-ENCAIXE.
           MOVE "S" TO W-OUTRO-HOR.
           DISPLAY SMT006.
           GO TO PASSO-3-B.
      *
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           IF ST-ERRO = "00"
              MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "N" TO W-VAGA-USADA
              PERFORM OFERECE-LESP THRU OFERECE-LESP-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              IF AG-STATUS = "C"
                  PERFORM LIBERA-RECURSOS THRU LIBERA-RECURSOS-FIM
                  MOVE "N" TO W-VAGA-USADA
                  PERFORM OFERECE-FILA THRU OFERECE-FILA-FIM
                  PERFORM OFERECE-LESP THRU OFERECE-LESP-FIM
                  IF AG-SERIE NOT = ZEROS
                      PERFORM OFERECE-CANC-SERIE
                         THRU OFERECE-CANC-SERIE-FIM
                      GO TO ROT-INIC
                  ELSE
                      GO TO ROT-INIC
              ELSE
                  GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADAGEN" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------[ RESTRICAO DO PACIENTE FALTOSO ]-------------------
      * PACIENTE RESTRITO (SMPFAL) SO MARCA SEM LIBERACAO NOS
      * FALTAULT ULTIMOS HORARIOS DA GRADE QUE CASOU COM O PEDIDO;
      * ENCAIXE, MEDICO SEM GRADE OU HORARIO ANTERIOR EXIGEM A
      * SENHA DE UM SUPERVISOR (PERFIL "A" NO CADOPER). A
      * LIBERACAO VALE PARA ESTA MARCACAO E VAI PARA O CADAUDIT
      * QUANDO A CONSULTA E GRAVADA.
       CHK-FALTOSO.
           MOVE "S" TO W-FAL-OK.
           IF W-FALTOSO NOT = "S" OR W-FAL-LIBSUP = "S"
               GO TO CHK-FALTOSO-FIM.
           IF W-SEL = "A"
               GO TO CHK-FALTOSO-FIM.
           IF AG-ENCAIXE = "S" OR W-GRADE-CASOU NOT = "S"
               GO TO CHK-FALTOSO-SUP.
           IF HR-DURACAO = ZEROS OR FAL-ULT-SLOTS = ZEROS
               GO TO CHK-FALTOSO-SUP.
           COMPUTE W-FAL-MIN = W-MIN-AGE + (FAL-ULT-SLOTS * HR-DURACAO).
           IF W-FAL-MIN NOT < W-MIN-FIM
               GO TO CHK-FALTOSO-FIM.
       CHK-FALTOSO-SUP.
           IF W-TEM-OPER = "N"
               MOVE "N" TO W-FAL-OK
               MOVE "FALTOSO: SO NOS ULTIMOS HORARIOS DA GRADE" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CHK-FALTOSO-FIM.
           MOVE SPACES TO W-SUP-COD W-SUP-SENHA.
           DISPLAY (22, 01) "     LIBERA FALTOSO  :".
           DISPLAY (22, 35) "SENHA:".
       CHK-FALTOSO-COD.
           ACCEPT TFALSUP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               MOVE "N" TO W-FAL-OK
               MOVE "*** MARCACAO DE FALTOSO NAO LIBERADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CHK-FALTOSO-LIMPA.
           IF W-SUP-COD = SPACES
               GO TO CHK-FALTOSO-COD.
       CHK-FALTOSO-SENHA.
           ACCEPT TFALSENHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO CHK-FALTOSO-COD.
           MOVE W-SUP-COD TO OP-CODIGO.
           READ CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CHK-FALTOSO-COD.
           IF OP-STATUS NOT = "A"
               MOVE "*** SUPERVISOR INATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CHK-FALTOSO-COD.
           IF OP-PERFIL NOT = "A"
               MOVE "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CHK-FALTOSO-COD.
      *----- OPERADOR MIGRADO GUARDA O HASH (SMPHSH); LEGADO
      *----- AINDA COMPARA EM CLARO ATE O PROXIMO LOGIN DELE
           IF OP-HASHED = "S"
               MOVE W-SUP-SENHA TO HSH-SENHA
               CALL "SMPHSH" USING W-HSH-PARM
               MOVE HSH-HASH TO W-SUP-SENHA.
           IF OP-SENHA NOT = W-SUP-SENHA
               MOVE "*** SENHA DO SUPERVISOR INVALIDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE SPACES TO W-SUP-SENHA
               GO TO CHK-FALTOSO-SENHA.
           MOVE "S" TO W-FAL-LIBSUP.
       CHK-FALTOSO-LIMPA.
           MOVE SPACES TO W-SUP-SENHA.
           DISPLAY (22, 01) W-LIMPA.
       CHK-FALTOSO-FIM.
           EXIT.
      *--------------[ TRILHA DA LIBERACAO DO FALTOSO ]------------------
      * DUAS LINHAS: QUEM MARCOU E O SUPERVISOR QUE LIBEROU.
       GRAVA-AUD-FALTA.
           IF W-FAL-LIBSUP NOT = "S"
               GO TO GRAVA-AUD-FALTA-FIM.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT
               ELSE
                   GO TO GRAVA-AUD-FALTA-FIM.
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-AUD-FALTA-FIM.
           MOVE AG-PCODIGO  TO AC-PCODIGO.
           MOVE AG-DATA     TO AC-DATA.
           MOVE W-OPERADOR  TO AUD-OPERADOR.
           MOVE "SMP006"    TO AUD-PROGRAMA.
           MOVE W-AUD-CHAVE TO AUD-CHAVE.
           MOVE "AGFALTOSO" TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT.
           MOVE W-SUP-COD  TO AUD-OPERADOR.
           MOVE "APROVOU"  TO AUD-ACAO.
           WRITE REGAUDIT.
           CLOSE CADAUDIT.
       GRAVA-AUD-FALTA-FIM.
           EXIT.
      *--------------[ GERACAO DE SERIE RECORRENTE ]---------------------
      * FISIOTERAPIA/PSICOLOGIA: REPETE O HORARIO RECEM-GRAVADO
      * TODA SEMANA OU QUINZENA, CONFERINDO CADA OCORRENCIA
      * CONTRA FERIADOS, AUSENCIAS, GRADE E CONFLITOS, E LISTA
      * AS DATAS QUE PRECISOU PULAR.
       OFERECE-SERIE.
           IF AG-ENCAIXE = "S"
               GO TO OFERECE-SERIE-FIM.
           IF W-FALTOSO = "S"
               GO TO OFERECE-SERIE-FIM.
           MOVE "N" TO W-OPCAO
           DISPLAY (22, 30) "GERAR SERIE RECORRENTE (S/N) : ".
           ACCEPT (22, 62) W-OPCAO WITH UPDATE
      *----- CARENCIA POR OCORRENCIA: A SERIE SO CHEGA AQUI COM O
      *----- PACIENTE JA AVISADO NA PRIMEIRA CONSULTA; AS DATAS
      *----- AINDA NA CARENCIA SAEM COMO PARTICULAR E AS DEMAIS
      *----- VOLTAM A FATURAR AO CONVENIO NORMALMENTE. O MESMO
      *----- VALE PARA O CREDENCIAMENTO DO MEDICO NA DATA
           PERFORM CHK-CREDEN THRU CHK-CREDEN-FIM.
           PERFORM CHK-CARENCIA THRU CHK-CARENCIA-FIM.
           IF W-EM-CARENCIA = "S" OR W-CRED-OK = "N"
               MOVE "S" TO AG-PARTICULAR
           ELSE
               MOVE SPACES TO AG-PARTICULAR.
               MOVE "R" TO JRN-OPER
               MOVE REGAGEN TO JRN-IMAGEM
               CALL "SMPJRN" USING W-JRN-PARM
               REWRITE REGAGEN
               MOVE "N" TO W-VAGA-USADA
               PERFORM OFERECE-LESP THRU OFERECE-LESP-FIM.
           ADD 1 TO W-SER-I.
           GO TO CANC-SERIE-LOOP.
       OFERECE-CANC-SERIE-FIM.
      * CONFERE (CHK), GRAVA (RESERVA) E APAGA (LIBERA) AS
      * RESERVAS DE SALA/EQUIPAMENTO DO PROCEDIMENTO AGENDADO,
      * UMA POR LINHA DO CADPRREC. A HORA DA RESERVA E A DA
      * CONSULTA NO FORMATO HHMM. RECURSO EM PARADA DE MANUTENCAO
      * (CADRECMN) NO HORARIO VOLTA W-RES-LIVRE = "M".
       CHK-RECURSOS.
           MOVE "S" TO W-RES-LIVRE.
           IF AG-TIPO NOT = "P" OR AG-PROC = ZEROS
               GO TO CHK-RECURSOS-FIM.
           IF PQ-PROC NOT = AG-PROC
               GO TO CHK-RECURSOS-FIM.
           PERFORM CHK-MANUT THRU CHK-MANUT-FIM.
           IF W-RES-LIVRE = "M"
               GO TO CHK-RECURSOS-FIM.
           MOVE PQ-RECURSO TO RV-RECURSO.
           MOVE AG-DATA    TO RV-DATA.
           MOVE W-RV-HORA  TO RV-HORA.
           GO TO CHK-RECURSOS-LER.
       CHK-RECURSOS-FIM.
           EXIT.
      *
      *----- PARADA NAO CANCELADA DO RECURSO PQ-RECURSO QUE COBRE A
      *----- DATA/HORA DA CONSULTA; ACHANDO, O REGRECMN FICA COM ELA
       CHK-MANUT.
           IF W-TEM-RECMN = "N"
               GO TO CHK-MANUT-FIM.
           COMPUTE W-RV-MOMENTO = (AG-ANO * 100000000) +
                   (AG-MES * 1000000) + (AG-DIA * 10000) + W-RV-HORA.
           MOVE PQ-RECURSO TO MN-RECURSO.
           MOVE ZEROS      TO MN-DTINI MN-HRINI.
           START CADRECMN KEY IS NOT LESS MN-CHAVE
               INVALID KEY
                   GO TO CHK-MANUT-FIM.
       CHK-MANUT-LER.
           READ CADRECMN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-MANUT-FIM.
           IF MN-RECURSO NOT = PQ-RECURSO OR MN-DTINI > AG-DATA
               GO TO CHK-MANUT-FIM.
           IF MN-STATUS = "X"
               GO TO CHK-MANUT-LER.
           COMPUTE W-MN-INI = (MN-DTINI * 10000) + MN-HRINI.
           COMPUTE W-MN-FIM = (MN-DTFIM * 10000) + MN-HRFIM.
           IF W-RV-MOMENTO < W-MN-INI OR W-RV-MOMENTO NOT < W-MN-FIM
               GO TO CHK-MANUT-LER.
           MOVE "M" TO W-RES-LIVRE.
       CHK-MANUT-FIM.
           EXIT.
      *
      *----- RECUSA A RESERVA NA PARADA E MOSTRA, UM POR VEZ NAS
      *----- LINHAS 21/22, OS PROCEDIMENTOS JA RESERVADOS NELA
       LISTA-MANUT.
           MOVE "*** RECURSO EM MANUTENCAO NESTE HORARIO ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2.
           MOVE MN-RECURSO TO WM-RECURSO.
           MOVE MN-DTINI   TO WM-DTINI.
           MOVE MN-HRINI   TO WM-HRINI.
           MOVE MN-DTFIM   TO WM-DTFIM.
           MOVE MN-HRFIM   TO WM-HRFIM.
           DISPLAY (21, 05) W-LINHA-MANUT.
           MOVE ZEROS TO W-MN-CONF.
           MOVE MN-RECURSO TO RV-RECURSO.
           MOVE MN-DTINI   TO RV-DATA.
           MOVE MN-HRINI   TO RV-HORA.
           START CADRESVA KEY IS NOT LESS RV-CHAVE
               INVALID KEY
                   GO TO LISTA-MANUT-TOT.
       LISTA-MANUT-LER.
           READ CADRESVA NEXT
           IF ST-ERRO NOT = "00"
               GO TO LISTA-MANUT-TOT.
           IF RV-RECURSO NOT = MN-RECURSO
               GO TO LISTA-MANUT-TOT.
           COMPUTE W-RV-MOMENTO = (RV-DATA * 10000) + RV-HORA.
           IF W-RV-MOMENTO NOT < W-MN-FIM
               GO TO LISTA-MANUT-TOT.
           ADD 1 TO W-MN-CONF.
           MOVE RV-DATA    TO WM-RVDATA.
           MOVE RV-HORA    TO WM-RVHORA.
           MOVE RV-PCODIGO TO WM-RVPCOD.
           MOVE RV-PROC    TO WM-RVPROC.
           DISPLAY (22, 05) W-LINHA-MNCONF.
           DISPLAY (22, 55) "ENTER=PROXIMO :".
           ACCEPT (22, 71) W-OPCAO.
           GO TO LISTA-MANUT-LER.
       LISTA-MANUT-TOT.
           IF W-MN-CONF = ZEROS
               MOVE "NENHUM PROCEDIMENTO RESERVADO NA PARADA" TO W-MSG
           ELSE
               MOVE "*** REMARCAR OS PROCEDIMENTOS DA PARADA ***"
                                                         TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS2.
           DISPLAY (21, 01) W-LIMPA.
           DISPLAY (21, 51) W-LIMPA.
           DISPLAY (22, 01) W-LIMPA.
           DISPLAY (22, 51) W-LIMPA.
       LISTA-MANUT-FIM.
           EXIT.
      *
       RESERVA-RECURSOS.
           IF AG-TIPO NOT = "P" OR AG-PROC = ZEROS
               MOVE W-REMARC-SALVA TO REGAGEN
               GO TO REMARCAR-DATA.
      *----- CARENCIA NA NOVA DATA: VALE A MESMA OFERTA DE
      *----- ATENDER COMO PARTICULAR DA MARCACAO NORMAL. IDEM PARA
      *----- O CREDENCIAMENTO DO MEDICO; NA REMARCACAO O MEDICO NAO
      *----- MUDA, ENTAO "OUTRO MEDICO" SO RECUSA A NOVA DATA
           MOVE SPACES TO AG-PARTICULAR.
           PERFORM CHK-CREDEN THRU CHK-CREDEN-FIM.
           IF W-CRED-OK = "N"
               PERFORM PERG-CRED THRU PERG-CRED-FIM
               IF W-OPCAO = "O"
                   MOVE W-REMARC-SALVA TO REGAGEN
                   GO TO REMARCAR-DATA
               ELSE
                   MOVE "S" TO AG-PARTICULAR.
           PERFORM CHK-CARENCIA THRU CHK-CARENCIA-FIM.
           IF W-EM-CARENCIA = "S" AND AG-PARTICULAR = SPACES
               PERFORM PERG-CAREN THRU PERG-CAREN-FIM
               IF W-OPCAO NOT = "S"
                   MOVE W-REMARC-SALVA TO REGAGEN
               PERFORM ROT-MENS THRU ROT-MENS2
               MOVE W-REMARC-SALVA TO REGAGEN
               GO TO REMARCAR-DATA.
           IF W-RES-LIVRE = "M"
               PERFORM LISTA-MANUT THRU LISTA-MANUT-FIM
               MOVE W-REMARC-SALVA TO REGAGEN
               GO TO REMARCAR-DATA.
       REMARCAR-GRAVA.
           MOVE W-RMC-DATA TO AG-DATA.
           MOVE W-RMC-HH   TO AG-HH.
           MOVE W-RMC-CHAVE-ANT (1:8) TO AG-REMARC-DE.
           ADD 1 TO AG-REMARCAS.
           MOVE W-RMC-ORIG TO AG-REMARC-ORIG.
      *----- A NOVA DATA/HORA PASSOU PELA GRADE: DEIXA DE SER ENCAIXE
           MOVE "N"    TO AG-ENCAIXE.
           MOVE SPACES TO AG-MOT-ENCAIXE.
           ACCEPT AG-DTCAD FROM DATE YYYYMMDD.
           MOVE AG-PCODIGO TO AG-PAC-PCODIGO.
           MOVE AG-DATA    TO AG-PAC-DATA.
           WRITE REGAGEN
           IF ST-ERRO NOT = "00" AND "02"
               IF ST-ERRO = "22"
                   MOVE "*** JA EXISTE CONSULTA NA NOVA DATA/HORA ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE W-REMARC-SALVA TO REGAGEN
           REWRITE REGAGEN.
           MOVE "** CONSULTA REMARCADA COM SUCESSO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "N" TO W-VAGA-USADA.
           PERFORM OFERECE-LESP THRU OFERECE-LESP-FIM.
       REMARCAR-FIM.
           EXIT.
      *--------------[ OFERECE A VAGA CANCELADA A FILA DE ESPERA ]-------
           MOVE ZEROS  TO AG-CID.
           MOVE SPACES TO AG-AUTORIZ AG-CONFIRM.
           MOVE ZEROS  TO AG-HORACHEG.
           IF AG-ENCAIXE = "S"
               MOVE "VAGA DE ENCAIXE LIBERADA - FILA" TO AG-MOT-ENCAIXE.
           ACCEPT AG-DTCAD FROM DATE YYYYMMDD.
           MOVE AG-PCODIGO TO AG-PAC-PCODIGO.
           MOVE AG-DATA    TO AG-PAC-DATA.
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGAGEN
           IF ST-ERRO = "00" OR "02"
               MOVE "S" TO W-VAGA-USADA
               MOVE "T" TO FL-STATUS
               MOVE "CADFILA" TO JRN-ARQUIVO
               MOVE "R" TO JRN-OPER
               REWRITE REGFILA
               GO TO OFERECE-BAIXA.
           IF ST-ERRO = "22"
               MOVE "*** PACIENTE JA TEM CONSULTA NESTE HORARIO ***"
                                                          TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO OFERECE-OPC
           MOVE W-REGAGEN-SALVA TO REGAGEN.
       OFERECE-FILA-FIM.
           EXIT.
      *--------------[ OFERECE A VAGA A LISTA DE ESPERA ]----------------
      * VAGA FUTURA LIBERADA (CANCELAMENTO, EXCLUSAO, REMARCACAO OU
      * CANCELAMENTO DA SERIE) E NAO APROVEITADA PELA FILA DO DIA:
      * MOSTRA OS PACIENTES DA LISTA DE ESPERA DA ESPECIALIDADE QUE
      * ACEITAM A DATA, A UNIDADE E O PERIODO, POR PRIORIDADE
      * CLINICA E ANTIGUIDADE, E MARCA O ESCOLHIDO DIRETO NA VAGA.
       OFERECE-LESP.
           IF W-TEM-LESP = "N" OR W-VAGA-USADA = "S"
               GO TO OFERECE-LESP-FIM.
           ACCEPT W-LE-HOJE FROM DATE YYYYMMDD.
           IF AG-DATA < W-LE-HOJE
               GO TO OFERECE-LESP-FIM.
           MOVE REGAGEN TO W-REGAGEN-SALVA.
           MOVE ZEROS TO W-LE-ESPEC.
           IF AG-ESPEC NUMERIC AND AG-ESPEC NOT = ZEROS
               MOVE AG-ESPEC TO W-LE-ESPEC.
           IF W-LE-ESPEC = ZEROS
               MOVE AG-CRM    TO CRM
               MOVE AG-CRM-UF TO CRM-UF
               READ CADMED
               IF ST-ERRO = "00"
                   MOVE ESPEC TO W-LE-ESPEC.
           IF AG-HH < 12
               MOVE "M" TO W-LE-PERIODO
           ELSE
               MOVE "T" TO W-LE-PERIODO.
           MOVE ZEROS TO W-LE-TOT.
           MOVE W-LE-ESPEC TO LE-ESPEC.
           MOVE ZEROS      TO LE-PCODIGO.
           START CADLESP KEY IS NOT LESS LE-CHAVE
               INVALID KEY
                   GO TO LESP-REST.
       LESP-LER.
           READ CADLESP NEXT
           IF ST-ERRO NOT = "00"
               GO TO LESP-ORDENA.
           IF LE-ESPEC NOT = W-LE-ESPEC
               GO TO LESP-ORDENA.
           IF LE-STATUS NOT = "A"
               GO TO LESP-LER.
           IF LE-PCODIGO = AG-PCODIGO
               GO TO LESP-LER.
           IF LE-DTLIM NOT = ZEROS AND LE-DTLIM < AG-DATA
               GO TO LESP-LER.
           IF LE-UNIDADE NOT = ZEROS AND LE-UNIDADE NOT = AG-UNIDADE
               GO TO LESP-LER.
           IF LE-PERIODO NOT = SPACES AND LE-PERIODO NOT = W-LE-PERIODO
               GO TO LESP-LER.
           IF W-LE-TOT NOT < 50
               GO TO LESP-ORDENA.
           ADD 1 TO W-LE-TOT.
           MOVE LE-PRIOR   TO TB-LE-PRIOR (W-LE-TOT).
           MOVE LE-DTINC   TO TB-LE-DTINC (W-LE-TOT).
           MOVE LE-PCODIGO TO TB-LE-PCOD (W-LE-TOT).
           MOVE LE-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME TO TB-LE-NOME (W-LE-TOT)
           ELSE
               MOVE "(PACIENTE NAO CADASTRADO)" TO
                                          TB-LE-NOME (W-LE-TOT).
           GO TO LESP-LER.
      *----- PRIORIDADE MENOR PRIMEIRO; NA MESMA, QUEM ESPERA HA MAIS
       LESP-ORDENA.
           IF W-LE-TOT = ZEROS
               GO TO LESP-REST.
           MOVE "N" TO W-LE-TROCOU.
           MOVE 1 TO W-LE-IND.
       LESP-ORDENA-L1.
           IF W-LE-IND NOT < W-LE-TOT
               GO TO LESP-ORDENA-FIM.
           COMPUTE W-LE-J = W-LE-IND + 1.
           IF TB-LE-PRIOR (W-LE-IND) > TB-LE-PRIOR (W-LE-J)
               GO TO LESP-ORDENA-TROCA.
           IF TB-LE-PRIOR (W-LE-IND) = TB-LE-PRIOR (W-LE-J) AND
              TB-LE-DTINC (W-LE-IND) > TB-LE-DTINC (W-LE-J)
               GO TO LESP-ORDENA-TROCA.
           ADD 1 TO W-LE-IND.
           GO TO LESP-ORDENA-L1.
       LESP-ORDENA-TROCA.
           MOVE TB-LE-ITEM (W-LE-IND) TO W-LE-AUX.
           MOVE TB-LE-ITEM (W-LE-J)   TO TB-LE-ITEM (W-LE-IND).
           MOVE W-LE-AUX              TO TB-LE-ITEM (W-LE-J).
           MOVE "S" TO W-LE-TROCOU.
           ADD 1 TO W-LE-IND.
           GO TO LESP-ORDENA-L1.
       LESP-ORDENA-FIM.
           IF W-LE-TROCOU = "S"
               MOVE "N" TO W-LE-TROCOU
               MOVE 1 TO W-LE-IND
               GO TO LESP-ORDENA-L1.
           MOVE W-LE-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-LE-SERHJ.
           MOVE 1 TO W-LE-IND.
       LESP-MOSTRA.
           MOVE TB-LE-PRIOR (W-LE-IND) TO WL-PRIOR.
           MOVE TB-LE-NOME (W-LE-IND)  TO WL-NOME.
           MOVE TB-LE-DTINC (W-LE-IND) TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           COMPUTE W-LE-DIAS = W-LE-SERHJ - W-CS-SERIAL.
           IF W-LE-DIAS > 9999
               MOVE 9999 TO W-LE-DIAS.
           MOVE W-LE-DIAS TO WL-DIAS.
           DISPLAY (20, 05) "LISTA DE ESPERA:".
           DISPLAY (20, 22) W-LINHA-LESP.
       LESP-OPC.
           DISPLAY (21, 05)
               "S=AGENDAR NA VAGA   P=PROXIMO DA LISTA   N=NENHUM :".
           ACCEPT (21, 58) W-OPCAO
           IF W-OPCAO = "S" OR "s"
               GO TO LESP-AGENDA.
           IF W-OPCAO = "P" OR "p"
               IF W-LE-IND < W-LE-TOT
                   ADD 1 TO W-LE-IND
                   GO TO LESP-MOSTRA
               ELSE
                   MOVE "*** FIM DA LISTA DE ESPERA ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO LESP-REST.
           IF W-OPCAO = "N" OR "n"
               GO TO LESP-REST.
           GO TO LESP-OPC.
       LESP-AGENDA.
           MOVE W-LE-ESPEC             TO LE-ESPEC.
           MOVE TB-LE-PCOD (W-LE-IND)  TO LE-PCODIGO.
           READ CADLESP
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA LEITURA ARQUIVO CADLESP" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO LESP-REST.
           MOVE TB-LE-PCOD (W-LE-IND) TO AG-PCODIGO.
           MOVE W-LE-ESPEC TO AG-ESPEC.
           MOVE "A"    TO AG-STATUS.
           MOVE "C"    TO AG-TIPO.
           MOVE ZEROS  TO AG-CID AG-HORACHEG AG-SERIE AG-REMARC-DE
                          AG-REMARCAS AG-PROC AG-HRINI-AT AG-HRFIM-AT.
           MOVE SPACES TO AG-AUTORIZ AG-CONFIRM AG-REMARC-ORIG
                          AG-PARTICULAR AG-COPART-PEND AG-RESTAURADO.
           IF AG-ENCAIXE = "S"
               MOVE "ENCAIXE LIBERADO-LISTA ESPERA" TO AG-MOT-ENCAIXE.
           ACCEPT AG-DTCAD FROM DATE YYYYMMDD.
           MOVE AG-PCODIGO TO AG-PAC-PCODIGO.
           MOVE AG-DATA    TO AG-PAC-DATA.
           MOVE "CADAGEN" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGAGEN TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGAGEN
           IF ST-ERRO = "00" OR "02"
               MOVE "S" TO W-VAGA-USADA
               MOVE "M" TO LE-STATUS
               MOVE AG-DTCAD TO LE-DTMARC
               MOVE "CADLESP" TO JRN-ARQUIVO
               MOVE "R" TO JRN-OPER
               MOVE REGLESP TO JRN-IMAGEM
               CALL "SMPJRN" USING W-JRN-PARM
               REWRITE REGLESP
               GO TO LESP-BAIXA.
           IF ST-ERRO = "22"
               MOVE "*** PACIENTE JA TEM CONSULTA NESTE HORARIO ***"
                                                          TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO LESP-OPC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO DE AGENDA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LESP-REST.
      *----- CONSULTA GRAVADA: CONFERE A BAIXA NA LISTA DE ESPERA
       LESP-BAIXA.
           IF ST-ERRO = "00" OR "02"
               MOVE "** PACIENTE DA LISTA DE ESPERA AGENDADO **"
                                                          TO W-MSG
           ELSE
               MOVE "* AGENDADO, MAS ERRO NA BAIXA DA LISTA *" TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LESP-REST.
           MOVE W-REGAGEN-SALVA TO REGAGEN.
       OFERECE-LESP-FIM.
           EXIT.
      *--------------[ RESPONSAVEL DO PACIENTE MENOR DE IDADE ]----------
      * O RESPONSAVEL (CADRESP) E QUEM ASSINA E PAGA PELO MENOR:
      * MOSTRA NOME E TELEFONE NA TELA; MENOR SEM RESPONSAVEL
               GO TO CHK-COBER-FIM.
           MOVE P-CONVENIO TO CB-CONVENIO.
           MOVE P-PLANO    TO CB-PLANO.
           MOVE AG-ESPEC   TO CB-ESPEC.
           READ CADCOBER
           IF ST-ERRO NOT = "00"
               PERFORM AVISA-COBER THRU AVISA-COBER-FIM
           MOVE "N" TO W-EM-CARENCIA.
           IF W-TEM-CAREN = "N" OR W-TEM-ELEG = "N"
               GO TO CHK-CARENCIA-FIM.
           IF AG-TIPO = "O"
               GO TO CHK-CARENCIA-FIM.
           IF P-CONVENIO = ZEROS
               GO TO CHK-CARENCIA-FIM.
      *----- RETORNO CONTA NA MESMA CLASSE DE CONSULTA
           DISPLAY (23, 12) W-LIMPA.
       PERG-CAREN-FIM.
           EXIT.
      *------------[ CREDENCIAMENTO DO MEDICO NO CONVENIO ]-------------
      * O MEDICO PRECISA ESTAR CREDENCIADO (CADCRED, SMP175) NO
      * CONVENIO/PLANO DO PACIENTE NA DATA DO AGENDAMENTO. A LINHA
      * DO PLANO ESPECIFICO PREVALECE SOBRE A DO PLANO 00. SO
      * CONFERE CONVENIO QUE JA TEM ALGUM CREDENCIAMENTO CADASTRADO.
       CHK-CREDEN.
           MOVE "S" TO W-CRED-OK.
           IF W-TEM-CRED = "N"
               GO TO CHK-CREDEN-FIM.
           IF AG-TIPO = "O"
               GO TO CHK-CREDEN-FIM.
           IF P-CONVENIO = ZEROS
               GO TO CHK-CREDEN-FIM.
           MOVE P-CONVENIO TO CD-CONVENIO.
           READ CADCRED KEY IS CD-CONVENIO
           IF ST-ERRO NOT = "00"
               GO TO CHK-CREDEN-FIM.
           MOVE AG-CRM     TO CD-CRM.
           MOVE AG-CRM-UF  TO CD-CRM-UF.
           MOVE P-CONVENIO TO CD-CONVENIO.
           MOVE P-PLANO    TO CD-PLANO.
           READ CADCRED KEY IS CD-CHAVE
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO CD-PLANO
               READ CADCRED KEY IS CD-CHAVE
               IF ST-ERRO NOT = "00"
                   MOVE "N" TO W-CRED-OK
                   GO TO CHK-CREDEN-FIM.
           MOVE AG-DATA TO W-CTR-DATA.
           IF W-CTR-DATA < CD-DTINI
               MOVE "N" TO W-CRED-OK.
           IF CD-DTFIM NOT = ZEROS AND W-CTR-DATA > CD-DTFIM
               MOVE "N" TO W-CRED-OK.
       CHK-CREDEN-FIM.
           EXIT.
      *
       PERG-CRED.
           MOVE "* MEDICO NAO CREDENCIADO NO PLANO DO PACIENTE *"
                                                         TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS2.
       PERG-CRED-1.
           DISPLAY (23, 12) "P=COMO PARTICULAR  O=OUTRO MEDICO :".
           ACCEPT (23, 48) W-OPCAO.
           IF W-OPCAO = "p"
               MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "o"
               MOVE "O" TO W-OPCAO.
           IF W-OPCAO NOT = "P" AND "O"
               GO TO PERG-CRED-1.
           DISPLAY (23, 12) W-LIMPA.
       PERG-CRED-FIM.
           EXIT.
      *--------------[ DIAS CORRIDOS APROXIMADOS DA DATA ]--------------
       CALC-SERIAL.
           COMPUTE W-CS-SERIAL = (W-CS-ANO * 365) + W-CS-DIA.
           PERFORM ROT-MENS THRU ROT-MENS2.
           IF W-TEM-TPART = "N"
               GO TO AVISA-COBER-FIM.
           MOVE AG-ESPEC TO TP-ESPEC
           READ CADTPART
           IF ST-ERRO NOT = "00"
               GO TO AVISA-COBER-FIM.
           PERFORM ROT-MENS THRU ROT-MENS2.
       AVISA-COBER-FIM.
           EXIT.
      *--------------[ ESPECIALIDADES ADICIONAIS DO MEDICO ]------------
       CONTA-ESPEC.
           MOVE ZEROS TO W-QTD-ESP.
           IF W-TEM-MESP = "N"
               GO TO CONTA-ESPEC-FIM.
           MOVE AG-CRM    TO ME-CRM.
           MOVE AG-CRM-UF TO ME-CRM-UF.
           MOVE ZEROS     TO ME-ESPEC.
           START CADMESP KEY IS NOT LESS ME-CHAVE
               INVALID KEY
                   GO TO CONTA-ESPEC-FIM.
       CONTA-ESPEC-LER.
           READ CADMESP NEXT
           IF ST-ERRO NOT = "00"
               GO TO CONTA-ESPEC-FIM.
           IF ME-CRM NOT = AG-CRM OR ME-CRM-UF NOT = AG-CRM-UF
               GO TO CONTA-ESPEC-FIM.
           IF ME-ESPEC NOT = ESPEC
               ADD 1 TO W-QTD-ESP.
           GO TO CONTA-ESPEC-LER.
       CONTA-ESPEC-FIM.
           EXIT.
      *
       MOSTRA-ESPEC.
           MOVE SPACES TO W-TXESPEC.
           IF W-TEM-ESPEC = "S"
               MOVE AG-ESPEC TO ESP-CODIGO
               READ CADESPEC
               IF ST-ERRO = "00"
                   MOVE ESP-DESCRICAO TO W-TXESPEC.
           DISPLAY TAGESPEC TAGTXESPEC.
       MOSTRA-ESPEC-FIM.
           EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
      *--------------[ TRAVA DE EDICAO COMPARTILHADA (SMPLCK) ]---------
      * TRAVA O REGISTRO ANTES DE ALTERAR/EXCLUIR; NEGADA MOSTRA
               CLOSE CADCOBER.
           IF W-TEM-CAREN = "S"
               CLOSE CADCAREN.
           IF W-TEM-CRED = "S"
               CLOSE CADCRED.
           IF W-TEM-MESP = "S"
               CLOSE CADMESP.
           IF W-TEM-ESPEC = "S"
               CLOSE CADESPEC.
           IF W-TEM-TPART = "S"
               CLOSE CADTPART.
           IF W-TEM-FERIA = "S"
               CLOSE CADPRREC.
           IF W-TEM-RESVA = "S"
               CLOSE CADRESVA.
           IF W-TEM-RECMN = "S"
               CLOSE CADRECMN.
           IF W-TEM-FUNC = "S"
               CLOSE CADFUNC.
           IF W-TEM-OPER = "S"
               CLOSE CADOPER.
           IF W-TEM-LESP = "S"
               CLOSE CADLESP.
           MOVE "F" TO FAL-ACAO.
           CALL "SMPFAL" USING W-FAL-PARM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
