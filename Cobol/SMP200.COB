       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP200.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *        MIGRACAO DE CONVENIO/PLANO DOS PACIENTES      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * QUANDO UMA OPERADORA E INCORPORADA POR OUTRA OU UM PLANO
      * E DESCONTINUADO, PASSA TODOS OS PACIENTES ATIVOS DO
      * CONVENIO/PLANO DE ORIGEM PARA O DE DESTINO A PARTIR DA
      * DATA DE VIGENCIA:
      * - O PERIODO ANTIGO FECHA NA VESPERA NO CADHCONV E ABRE O
      *   NOVO (MESMA REGRA DO SMP004). O FATURAMENTO PASSADO NAO
      *   E TOCADO: VALE O CONVENIO DO HISTORICO NA DATA.
      * - OPCIONALMENTE COPIA PARA O NOVO CODIGO A COBERTURA
      *   (CADCOBER), OS PRECOS (CADCVPREC), A CARENCIA (CADCAREN)
      *   E O DE-PARA TUSS (CADTUSS). LINHA QUE JA EXISTE NO
      *   DESTINO E MANTIDA.
      * - REVALIDA OS AGENDAMENTOS FUTUROS (CADAGEN) CONTRA A
      *   COBERTURA DO NOVO PLANO; OS QUE FICAM DESCOBERTOS SAEM
      *   NO RELATORIO PARA A RECEPCAO CONTATAR O PACIENTE.
      * SO EXECUTA COM PEDIDO APROVADO NO SMP107 (CADAPROV TIPO
      * M); SEM PEDIDO, A CONFIRMACAO SO ENFILEIRA A SOLICITACAO.
      * RELATORIO ANTES/DEPOIS EM CADMIGRL.DOC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

                    SELECT CADHCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                                   WITH DUPLICATES.

                    SELECT CADCOBER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CB-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCVPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCAREN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CA-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMIGCV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MG-NUMERO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-NUMERO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMIGRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRUNCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUN-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADHCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHCONV.DAT".
       COPY REGHCONV.
      *
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADCOBER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBER.DAT".
       COPY REGCOBER.
      *
       FD CADCVPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCVPREC.DAT".
       COPY REGCVPREC.
      *
       FD CADCAREN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAREN.DAT".
       COPY REGCAREN.
      *
       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
       COPY REGTUSS.
      *
       FD CADMIGCV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMIGCV.DAT".
       COPY REGMIGCV.
      *
       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
       COPY REGAPROV.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
       FD CADMIGRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMIGRL.DOC".
       01 REGMIGRL     PIC X(100).
      *
       FD CADRUNCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUNCTL.DAT".
       COPY REGRUNCTL.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-RUN-CHAVE  PIC X(24) VALUE SPACES.
       77 W-RUN-STATUS PIC X(01) VALUE "I".
       77 W-RUN-REGS   PIC 9(06) VALUE ZEROS.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP200".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-LIMPA                PIC X(50) VALUE SPACES.
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
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-DATA-SISTEMA.
           03 W-ANO-SISTEMA      PIC 9(04).
           03 W-MES-SISTEMA      PIC 9(02).
           03 W-DIA-SISTEMA      PIC 9(02).
       01 W-HOJE REDEFINES W-DATA-SISTEMA
                                 PIC 9(08).
      *----- PARAMETROS DA MIGRACAO
       01 W-DE.
           03 W-CONV-DE          PIC 9(04) VALUE ZEROS.
           03 W-PLANO-DE         PIC 9(02) VALUE ZEROS.
       01 W-DE-N REDEFINES W-DE  PIC 9(06).
       01 W-PARA.
           03 W-CONV-PARA        PIC 9(04) VALUE ZEROS.
           03 W-PLANO-PARA       PIC 9(02) VALUE ZEROS.
       01 W-NOME-DE              PIC X(30) VALUE SPACES.
       01 W-NOME-PARA            PIC X(30) VALUE SPACES.
       01 W-CTR-INI              PIC 9(08) VALUE ZEROS.
       01 W-CTR-FIM              PIC 9(08) VALUE ZEROS.
       01 W-COPIA                PIC X(01) VALUE "S".
       01 W-VIG-ENTRA.
           03 W-VIG-DIA          PIC 9(02).
           03 W-VIG-MES          PIC 9(02).
           03 W-VIG-ANO          PIC 9(04).
       01 W-VIG-INI              PIC 9(08) VALUE ZEROS.
       01 W-DT-CALC.
           03 W-DC-ANO           PIC 9(04).
           03 W-DC-MES           PIC 9(02).
           03 W-DC-DIA           PIC 9(02).
       01 W-DC-QUOC              PIC 9(04) VALUE ZEROS.
       01 W-DC-RESTO             PIC 9(02) VALUE ZEROS.
       01 W-TAB-DIAS-MES         PIC X(24) VALUE
           "312831303130313130313031".
       01 W-TAB-DIAS REDEFINES W-TAB-DIAS-MES.
           03 W-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
      *----- FILA DE APROVACAO
       01 W-APROV-OK             PIC X(01) VALUE "N".
       01 W-AP-MAX               PIC 9(06) VALUE ZEROS.
       01 W-MG-MAX               PIC 9(06) VALUE ZEROS.
       01 W-MG-ACHOU             PIC 9(06) VALUE ZEROS.
       01 W-AP-ACHOU             PIC 9(06) VALUE ZEROS.
       01 W-MSG-PEDIDO.
           03 FILLER             PIC X(28) VALUE
           "MIGRACAO ENFILEIRADA - PED. ".
           03 W-PED-NUM          PIC 9(06).
           03 FILLER             PIC X(16) VALUE
           " AGUARDA SMP107".
      *----- ARQUIVOS OPCIONAIS
       01 W-TEM-AGEN             PIC X(01) VALUE "N".
       01 W-TEM-MED              PIC X(01) VALUE "N".
       01 W-TEM-COBER            PIC X(01) VALUE "N".
       01 W-TEM-CVPREC           PIC X(01) VALUE "N".
       01 W-TEM-CAREN            PIC X(01) VALUE "N".
       01 W-TEM-TUSS             PIC X(01) VALUE "N".
      *----- HISTORICO DO PACIENTE
       01 W-HC-QTD               PIC 9(03) VALUE ZEROS.
       01 W-HC-ULT-INI           PIC 9(08) VALUE ZEROS.
       01 W-CARTEIRA             PIC X(20) VALUE SPACES.
       01 W-PAC-ATUAL            PIC 9(06) VALUE ZEROS.
      *----- COBERTURA DO NOVO PLANO
       01 W-MATRIZ               PIC X(01) VALUE "N".
       01 W-AG-INI               PIC 9(08) VALUE ZEROS.
       01 W-ESPEC                PIC 9(02) VALUE ZEROS.
      *----- COPIA DAS TABELAS DE CONTRATO
       01 W-CB-CHAVE             PIC X(08) VALUE SPACES.
       01 W-CP-CHAVE             PIC X(08) VALUE SPACES.
       01 W-CA-CHAVE             PIC X(07) VALUE SPACES.
       01 W-TU-CHAVE             PIC X(08) VALUE SPACES.
       01 W-QT-COPIA             PIC 9(05) VALUE ZEROS.
       01 W-QT-EXISTE            PIC 9(05) VALUE ZEROS.
      *----- TOTAIS
       01 W-QT-PACI              PIC 9(06) VALUE ZEROS.
       01 W-QT-RECUSA            PIC 9(06) VALUE ZEROS.
       01 W-QT-AGEN              PIC 9(06) VALUE ZEROS.
       01 W-QT-TAB               PIC 9(06) VALUE ZEROS.
      *
       01  CAB0-MG.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-MG.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME   MIGRACAO DE CONVENIO/PLANO".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".
       01  CAB2-MG.
           05  FILLER                 PIC X(010) VALUE "- ORIGEM: ".
           05  C2-CONV                PIC 9(004).
           05  FILLER                 PIC X(001) VALUE "/".
           05  C2-PLANO               PIC 9(002).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  C2-NOME                PIC X(030).
           05  FILLER                 PIC X(012) VALUE "   PEDIDO : ".
           05  C2-PEDIDO              PIC 9(006).
           05  FILLER                 PIC X(033) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-MG.
           05  FILLER                 PIC X(010) VALUE "- DESTINO:".
           05  C3-CONV                PIC 9(004).
           05  FILLER                 PIC X(001) VALUE "/".
           05  C3-PLANO               PIC 9(002).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  C3-NOME                PIC X(030).
           05  FILLER                 PIC X(012) VALUE "   VIGENCIA:".
           05  C3-VIG                 PIC 9999.99.99.
           05  FILLER                 PIC X(029) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB4-MG.
           05  FILLER                 PIC X(057) VALUE
           "- COD.   NOME                           ANTES    DEPOIS  ".
           05  FILLER                 PIC X(043) VALUE
           " SITUACAO                                 -".
       01  DET-MG.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DM-CODIGO              PIC 9(006).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DM-NOME                PIC X(030).
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DM-CONV-ANT            PIC 9(004).
           05  FILLER                 PIC X(001) VALUE "/".
           05  DM-PLANO-ANT           PIC 9(002).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DM-CONV-NOV            PIC 9(004).
           05  FILLER                 PIC X(001) VALUE "/".
           05  DM-PLANO-NOV           PIC 9(002).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DM-SITUACAO            PIC X(041).
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-AG.
           05  FILLER                 PIC X(011) VALUE
           "-   AGENDA ".
           05  DA-DATA                PIC 99.99.9999.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  DA-HH                  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE ":".
           05  DA-MM                  PIC 9(002).
           05  FILLER                 PIC X(005) VALUE " CRM ".
           05  DA-CRM                 PIC 9(006).
           05  FILLER                 PIC X(001) VALUE "-".
           05  DA-UF                  PIC X(002).
           05  FILLER                 PIC X(007) VALUE " ESPEC ".
           05  DA-ESPEC               PIC 9(002).
           05  FILLER                 PIC X(033) VALUE
           " SEM COBERTURA NO NOVO PLANO".
           05  FILLER                 PIC X(016) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-TAB.
           05  FILLER                 PIC X(011) VALUE "- TABELA   ".
           05  DT-TABELA              PIC X(010).
           05  FILLER                 PIC X(003) VALUE " : ".
           05  DT-COPIA               PIC ZZZZ9.
           05  FILLER                 PIC X(021) VALUE
           " LINHAS COPIADAS     ".
           05  DT-EXISTE              PIC ZZZZ9.
           05  FILLER                 PIC X(028) VALUE
           " JA EXISTIAM NO DESTINO".
           05  FILLER                 PIC X(016) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-TOTAL.
           05  FILLER                 PIC X(030) VALUE
           "- PACIENTES MIGRADOS :        ".
           05  LT-PACI                PIC ZZZZZ9.
           05  FILLER                 PIC X(016) VALUE
           "   NAO MIGRADOS:".
           05  LT-RECUSA              PIC ZZZZZ9.
           05  FILLER                 PIC X(024) VALUE
           "   AGENDAS DESCOBERTAS: ".
           05  LT-AGEN                PIC ZZZZZ9.
           05  FILLER                 PIC X(011) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT200.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             *** MIGRACAO DE CONVENIO/PL".
           05  LINE 02  COLUMN 41
               VALUE  "ANO DOS PACIENTES ***".
           05  LINE 05  COLUMN 01
               VALUE  "     CONVENIO ORIGEM    :".
           05  LINE 06  COLUMN 01
               VALUE  "     PLANO ORIGEM       :".
           05  LINE 08  COLUMN 01
               VALUE  "     CONVENIO DESTINO   :".
           05  LINE 09  COLUMN 01
               VALUE  "     PLANO DESTINO      :".
           05  LINE 11  COLUMN 01
               VALUE  "     VIGENCIA (DDMMAAAA):".
           05  LINE 13  COLUMN 01
               VALUE  "     COPIAR TABELAS     :".
           05  LINE 13  COLUMN 30
               VALUE  "(S/N - COBERTURA, PRECOS, CARENCIA, TUSS)".
           05  LINE 15  COLUMN 01
               VALUE  "                         CONFIRMA EXECUC".
           05  LINE 15  COLUMN 41
               VALUE  "AO (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-CONVDE
               LINE 05  COLUMN 27  PIC 9(04)
               USING  W-CONV-DE
               HIGHLIGHT.
           05  T-NOMEDE
               LINE 05  COLUMN 33  PIC X(30)
               USING  W-NOME-DE.
           05  T-PLANODE
               LINE 06  COLUMN 27  PIC 9(02)
               USING  W-PLANO-DE
               HIGHLIGHT.
           05  T-CONVPARA
               LINE 08  COLUMN 27  PIC 9(04)
               USING  W-CONV-PARA
               HIGHLIGHT.
           05  T-NOMEPARA
               LINE 08  COLUMN 33  PIC X(30)
               USING  W-NOME-PARA.
           05  T-PLANOPARA
               LINE 09  COLUMN 27  PIC 9(02)
               USING  W-PLANO-PARA
               HIGHLIGHT.
           05  T-VIG
               LINE 11  COLUMN 27  PIC 99/99/9999
               USING  W-VIG-ENTRA
               HIGHLIGHT.
           05  T-COPIA
               LINE 13  COLUMN 27  PIC X(01)
               USING  W-COPIA
               HIGHLIGHT.
           05  T-OPCAO
               LINE 15  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           MOVE ZEROS TO W-DE W-PARA.
           MOVE SPACES TO W-NOME-DE W-NOME-PARA W-OPCAO.
           MOVE "S" TO W-COPIA.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE W-DIA-SISTEMA TO W-VIG-DIA.
           MOVE W-MES-SISTEMA TO W-VIG-MES.
           MOVE W-ANO-SISTEMA TO W-VIG-ANO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           DISPLAY SMT200.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADCONV NAO DISPONIVEL *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       INC-CONVDE.
           ACCEPT T-CONVDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               CLOSE CADCONV
               GO TO ROT-FIM.
           IF W-CONV-DE = ZEROS
               MOVE "*** INFORME O CONVENIO DE ORIGEM ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-CONVDE.
      *----- CONVENIO JA EXCLUIDO DO CADCONV AINDA PODE TER PACIENTES
           MOVE W-CONV-DE TO CV-CODIGO.
           READ CADCONV
           IF ST-ERRO = "00"
               MOVE CV-NOME TO W-NOME-DE
           ELSE
               MOVE "(NAO CADASTRADO)" TO W-NOME-DE.
           DISPLAY T-NOMEDE.

       INC-PLANODE.
           ACCEPT T-PLANODE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-CONVDE.

       INC-CONVPARA.
           ACCEPT T-CONVPARA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PLANODE.
           IF W-CONV-PARA = ZEROS
               MOVE "*** INFORME O CONVENIO DE DESTINO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-CONVPARA.
           MOVE W-CONV-PARA TO CV-CODIGO.
           READ CADCONV
           IF ST-ERRO NOT = "00"
               MOVE "*** CONVENIO DE DESTINO NAO CADASTRADO ***"
                                                          TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-CONVPARA.
           MOVE CV-NOME TO W-NOME-PARA.
           MOVE CV-DTINICTR TO W-CTR-INI.
           MOVE CV-DTFIMCTR TO W-CTR-FIM.
           DISPLAY T-NOMEPARA.

       INC-PLANOPARA.
           ACCEPT T-PLANOPARA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-CONVPARA.
           IF W-PARA = W-DE
               MOVE "* DESTINO IGUAL A ORIGEM *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-CONVPARA.

       INC-VIG.
           ACCEPT T-VIG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PLANOPARA.
           IF W-VIG-DIA < 01 OR W-VIG-DIA > 31 OR
              W-VIG-MES < 01 OR W-VIG-MES > 12 OR W-VIG-ANO < 1940
               MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-VIG.
           MOVE W-VIG-ANO TO W-DC-ANO.
           MOVE W-VIG-MES TO W-DC-MES.
           MOVE W-VIG-DIA TO W-DC-DIA.
           MOVE W-DT-CALC TO W-VIG-INI.
      *----- O NOVO CONTRATO PRECISA ESTAR VIGENTE NA DATA
           IF W-CTR-INI NOT = ZEROS AND W-VIG-INI < W-CTR-INI
               MOVE "* VIGENCIA ANTES DO INICIO DO CONTRATO *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-VIG.
           IF W-CTR-FIM NOT = ZEROS AND W-VIG-INI > W-CTR-FIM
               MOVE "* CONTRATO DO DESTINO JA ENCERRADO *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-VIG.

       INC-COPIA.
           ACCEPT T-COPIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-VIG.
           IF W-COPIA = "s"
               MOVE "S" TO W-COPIA.
           IF W-COPIA = "n"
               MOVE "N" TO W-COPIA.
           IF W-COPIA NOT = "S" AND "N"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-COPIA.

       INC-OPC.
           ACCEPT T-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-COPIA.
           IF W-OPCAO = "N" OR "n"
               MOVE "* MIGRACAO RECUSADA PELO USUARIO *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCONV
               GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *--------------------[ APROVACAO A QUATRO MAOS ]-----------------
      * A MIGRACAO SO EXECUTA COM PEDIDO APROVADO POR UM
      * SUPERVISOR NO SMP107 COM OS MESMOS PARAMETROS. SEM PEDIDO,
      * A CONFIRMACAO DE AGORA SO ENFILEIRA A SOLICITACAO.
       CHK-APROV.
           PERFORM CHK-APROVACAO THRU CHK-APROVACAO-FIM.
           IF W-APROV-OK NOT = "S"
               CLOSE CADCONV
               GO TO ROT-FIM.
      *--------------------[ ABERTURA DOS ARQUIVOS ]-------------------
       ABRE-ARQS.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADPACI NAO DISPONIVEL *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCONV
               GO TO ROT-FIM.
       ABRE-CADHCONV.
           OPEN I-O CADHCONV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADHCONV
                   CLOSE CADHCONV
                   GO TO ABRE-CADHCONV
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADHCONV" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADCONV CADPACI
                   GO TO ROT-FIM.
           MOVE "S" TO W-TEM-AGEN W-TEM-MED W-TEM-COBER W-TEM-CVPREC
                       W-TEM-CAREN W-TEM-TUSS.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-AGEN.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MED.
           OPEN I-O CADCOBER
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-COBER.
           OPEN I-O CADCVPREC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CVPREC.
           OPEN I-O CADCAREN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CAREN.
           OPEN I-O CADTUSS
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-TUSS.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT.
           OPEN OUTPUT CADMIGRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO CADMIGRL" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           MOVE ZEROS TO W-QT-PACI W-QT-RECUSA W-QT-AGEN W-QT-TAB.
           WRITE REGMIGRL FROM CAB0-MG.
           WRITE REGMIGRL FROM CAB1-MG.
           WRITE REGMIGRL FROM CAB0-MG.
           MOVE W-CONV-DE    TO C2-CONV.
           MOVE W-PLANO-DE   TO C2-PLANO.
           MOVE W-NOME-DE    TO C2-NOME.
           MOVE MG-NUMERO    TO C2-PEDIDO.
           WRITE REGMIGRL FROM CAB2-MG.
           MOVE W-CONV-PARA  TO C3-CONV.
           MOVE W-PLANO-PARA TO C3-PLANO.
           MOVE W-NOME-PARA  TO C3-NOME.
           MOVE W-VIG-INI    TO C3-VIG.
           WRITE REGMIGRL FROM CAB3-MG.
           WRITE REGMIGRL FROM CAB0-MG.
      *--------------------[ TABELAS DE CONTRATO ]---------------------
           IF W-COPIA = "S"
               PERFORM COPIA-COBER THRU COPIA-COBER-FIM
               PERFORM COPIA-CVPREC THRU COPIA-CVPREC-FIM
               PERFORM COPIA-CAREN THRU COPIA-CAREN-FIM
               PERFORM COPIA-TUSS THRU COPIA-TUSS-FIM
               WRITE REGMIGRL FROM CAB0-MG.
           PERFORM CHK-MATRIZ THRU CHK-MATRIZ-FIM.
           WRITE REGMIGRL FROM CAB4-MG.
      *--------------------[ VARRE OS PACIENTES DO PLANO ]-------------
           MOVE ZEROS TO P-CODIGO.
           START CADPACI KEY IS NOT LESS P-CODIGO
               INVALID KEY
                   GO TO ROT-TOTAL.
       LER-PACI.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           IF P-STATUS NOT = "A"
               GO TO LER-PACI.
           IF P-CONVENIO NOT = W-CONV-DE OR P-PLANO NOT = W-PLANO-DE
               GO TO LER-PACI.
           MOVE P-CODIGO TO W-PAC-ATUAL.
           MOVE P-CODIGO TO DM-CODIGO.
           MOVE P-NOME   TO DM-NOME.
           MOVE W-CONV-DE  TO DM-CONV-ANT.
           MOVE W-PLANO-DE TO DM-PLANO-ANT.
           PERFORM LE-HCONV THRU LE-HCONV-FIM.
      *----- PERIODO MAIS NOVO QUE A VIGENCIA: TROCA FEITA A MAO
      *----- DEPOIS, NAO SOBRESCREVE
           IF W-HC-QTD > ZEROS AND W-VIG-INI NOT > W-HC-ULT-INI
               MOVE W-CONV-DE  TO DM-CONV-NOV
               MOVE W-PLANO-DE TO DM-PLANO-NOV
               MOVE "NAO MIGRADO - HISTORICO APOS A VIGENCIA"
                                                     TO DM-SITUACAO
               WRITE REGMIGRL FROM DET-MG
               ADD 1 TO W-QT-RECUSA
               GO TO LER-PACI.
      *--------------------[ TROCA O CONVENIO DO PACIENTE ]------------
       MIGRA-PACI.
           MOVE W-CONV-PARA  TO P-CONVENIO.
           MOVE W-PLANO-PARA TO P-PLANO.
           MOVE "CADPACI" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGPACI TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGPACI
           IF ST-ERRO NOT = "00" AND "02"
               MOVE W-CONV-DE  TO DM-CONV-NOV
               MOVE W-PLANO-DE TO DM-PLANO-NOV
               MOVE "NAO MIGRADO - ERRO NA GRAVACAO DO CADPACI"
                                                     TO DM-SITUACAO
               WRITE REGMIGRL FROM DET-MG
               ADD 1 TO W-QT-RECUSA
               GO TO LER-PACI.
           PERFORM GRAVA-HCONV THRU GRAVA-HCONV-FIM.
           MOVE P-CODIGO TO AUD-CHAVE.
           MOVE "MIGRCONV" TO W-AUD-ACAO.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
           MOVE W-CONV-PARA  TO DM-CONV-NOV.
           MOVE W-PLANO-PARA TO DM-PLANO-NOV.
           MOVE "MIGRADO" TO DM-SITUACAO.
           WRITE REGMIGRL FROM DET-MG.
           ADD 1 TO W-QT-PACI.
           PERFORM CHK-AGENDA THRU CHK-AGENDA-FIM.
           GO TO LER-PACI.
      *
       ROT-TOTAL.
           WRITE REGMIGRL FROM CAB0-MG.
           MOVE W-QT-PACI   TO LT-PACI.
           MOVE W-QT-RECUSA TO LT-RECUSA.
           MOVE W-QT-AGEN   TO LT-AGEN.
           WRITE REGMIGRL FROM LIN-TOTAL.
           WRITE REGMIGRL FROM CAB0-MG.
           CLOSE CADMIGRL.
           PERFORM FECHA-PEDIDO THRU FECHA-PEDIDO-FIM.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-QT-PACI TO W-RUN-REGS.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           MOVE "** MIGRACAO CONCLUIDA - CADMIGRL.DOC **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FECHA.
           CLOSE CADCONV CADPACI CADHCONV CADAUDIT.
           IF W-TEM-AGEN = "S"
               CLOSE CADAGEN.
           IF W-TEM-MED = "S"
               CLOSE CADMED.
           IF W-TEM-COBER = "S"
               CLOSE CADCOBER.
           IF W-TEM-CVPREC = "S"
               CLOSE CADCVPREC.
           IF W-TEM-CAREN = "S"
               CLOSE CADCAREN.
           IF W-TEM-TUSS = "S"
               CLOSE CADTUSS.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *--------------[ PEDIDO NA FILA DE APROVACAO (CADAPROV) ]---------
      * TIPO M: PCODIGO-DE = CONVENIO(4)+PLANO(2) DE ORIGEM E
      * PCODIGO-PARA = NUMERO DA MIGRACAO NO CADMIGCV, ONDE FICAM
      * O DESTINO, A VIGENCIA E A OPCAO DE COPIA.
       CHK-APROVACAO.
           MOVE "N" TO W-APROV-OK.
           MOVE ZEROS TO W-MG-ACHOU W-AP-ACHOU.
       CHK-APROV-ABRE-MG.
           OPEN I-O CADMIGCV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADMIGCV
                   CLOSE CADMIGCV
                   GO TO CHK-APROV-ABRE-MG
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADMIGCV"
                                                          TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CHK-APROVACAO-FIM.
       CHK-APROV-ABRE.
           OPEN I-O CADAPROV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAPROV
                   CLOSE CADAPROV
                   GO TO CHK-APROV-ABRE
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPROV"
                                                          TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADMIGCV
                   GO TO CHK-APROVACAO-FIM.
           MOVE ZEROS TO W-AP-MAX AP-NUMERO.
           START CADAPROV KEY IS NOT LESS AP-NUMERO
               INVALID KEY
                   GO TO CHK-APROV-DECIDE.
       CHK-APROV-LER.
           READ CADAPROV NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-APROV-DECIDE.
           MOVE AP-NUMERO TO W-AP-MAX.
           IF AP-TIPO NOT = "M" OR AP-PCODIGO-DE NOT = W-DE-N
               GO TO CHK-APROV-LER.
           IF AP-STATUS NOT = "A" AND "P"
               GO TO CHK-APROV-LER.
           MOVE AP-PCODIGO-PARA TO MG-NUMERO.
           READ CADMIGCV
           IF ST-ERRO NOT = "00"
               GO TO CHK-APROV-LER.
           IF MG-STATUS NOT = "P" OR MG-PARA NOT = W-PARA OR
              MG-VIGENCIA NOT = W-VIG-INI OR MG-COPIA NOT = W-COPIA
               GO TO CHK-APROV-LER.
           IF AP-STATUS = "P"
               MOVE "* PEDIDO JA AGUARDA APROVACAO NO SMP107 *"
                                                          TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAPROV CADMIGCV
               GO TO CHK-APROVACAO-FIM.
           MOVE AP-NUMERO TO W-AP-ACHOU.
           MOVE MG-NUMERO TO W-MG-ACHOU.
           GO TO CHK-APROV-LER.
       CHK-APROV-DECIDE.
           IF W-AP-ACHOU = ZEROS
               GO TO CHK-APROV-CRIA.
      *----- PEDIDO APROVADO: EXECUTA E MARCA COMO EXECUTADO
           MOVE W-AP-ACHOU TO AP-NUMERO.
           READ CADAPROV.
           MOVE "E" TO AP-STATUS.
           REWRITE REGAPROV.
           CLOSE CADAPROV.
           MOVE W-MG-ACHOU TO MG-NUMERO.
           READ CADMIGCV.
           CLOSE CADMIGCV.
           MOVE MG-NUMERO TO AUD-CHAVE.
           MOVE "S" TO W-APROV-OK.
           GO TO CHK-APROVACAO-FIM.
      *----- SEM PEDIDO: GRAVA A MIGRACAO E ENFILEIRA A SOLICITACAO
       CHK-APROV-CRIA.
           MOVE ZEROS TO W-MG-MAX MG-NUMERO.
           START CADMIGCV KEY IS NOT LESS MG-NUMERO
               INVALID KEY
                   GO TO CHK-APROV-GRAVA.
       CHK-APROV-MAXMG.
           READ CADMIGCV NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-APROV-GRAVA.
           MOVE MG-NUMERO TO W-MG-MAX.
           GO TO CHK-APROV-MAXMG.
       CHK-APROV-GRAVA.
           ADD 1 TO W-MG-MAX GIVING MG-NUMERO.
           ADD 1 TO W-AP-MAX GIVING AP-NUMERO.
           MOVE W-DE TO MG-DE.
           MOVE W-PARA TO MG-PARA.
           MOVE W-VIG-INI TO MG-VIGENCIA.
           MOVE W-COPIA TO MG-COPIA.
           MOVE "P" TO MG-STATUS.
           MOVE AP-NUMERO TO MG-APROV-NUM.
           MOVE W-OPERADOR TO MG-SOLICITANTE.
           MOVE W-HOJE TO MG-DTSOL.
           MOVE ZEROS TO MG-DTEXEC MG-QTD-PACI MG-QTD-RECUSA
                         MG-QTD-AGEN MG-QTD-TAB.
           WRITE REGMIGCV.
           MOVE "M" TO AP-TIPO.
           MOVE W-DE-N TO AP-PCODIGO-DE.
           MOVE MG-NUMERO TO AP-PCODIGO-PARA.
           MOVE ZEROS TO AP-ANOS.
           MOVE W-OPERADOR TO AP-SOLICITANTE.
           ACCEPT AP-DTSOL FROM DATE YYYYMMDD.
           ACCEPT AP-HRSOL FROM TIME.
           MOVE "P" TO AP-STATUS.
           MOVE SPACES TO AP-APROVADOR.
           MOVE ZEROS TO AP-DTAPROV.
           WRITE REGAPROV.
           CLOSE CADAPROV CADMIGCV.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT.
           MOVE MG-NUMERO TO AUD-CHAVE.
           MOVE "SOLICMIGR" TO W-AUD-ACAO.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
           CLOSE CADAUDIT.
           MOVE AP-NUMERO TO W-PED-NUM.
           MOVE W-MSG-PEDIDO TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CHK-APROVACAO-FIM.
           EXIT.
      *--------------[ RESULTADO NA MIGRACAO (CADMIGCV) ]---------------
       FECHA-PEDIDO.
           OPEN I-O CADMIGCV
           IF ST-ERRO NOT = "00"
               GO TO FECHA-PEDIDO-FIM.
           READ CADMIGCV
           IF ST-ERRO = "00"
               MOVE "E" TO MG-STATUS
               MOVE W-HOJE TO MG-DTEXEC
               MOVE W-QT-PACI   TO MG-QTD-PACI
               MOVE W-QT-RECUSA TO MG-QTD-RECUSA
               MOVE W-QT-AGEN   TO MG-QTD-AGEN
               MOVE W-QT-TAB    TO MG-QTD-TAB
               REWRITE REGMIGCV.
           CLOSE CADMIGCV.
           MOVE MG-NUMERO TO AUD-CHAVE.
           MOVE "EXECMIGR" TO W-AUD-ACAO.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
       FECHA-PEDIDO-FIM.
           EXIT.
      *--------------[ PERIODOS DO PACIENTE NO CADHCONV ]---------------
       LE-HCONV.
           MOVE ZEROS  TO W-HC-QTD W-HC-ULT-INI.
           MOVE SPACES TO W-CARTEIRA.
           MOVE W-PAC-ATUAL TO HC-PCODIGO.
           MOVE ZEROS TO HC-DTINI.
           START CADHCONV KEY IS NOT LESS HC-CHAVE
               INVALID KEY
                   GO TO LE-HCONV-FIM.
       LE-HCONV-LER.
           READ CADHCONV NEXT
           IF ST-ERRO NOT = "00"
               GO TO LE-HCONV-FIM.
           IF HC-PCODIGO NOT = W-PAC-ATUAL
               GO TO LE-HCONV-FIM.
           ADD 1 TO W-HC-QTD.
           MOVE HC-DTINI    TO W-HC-ULT-INI.
           MOVE HC-CARTEIRA TO W-CARTEIRA.
           GO TO LE-HCONV-LER.
       LE-HCONV-FIM.
           EXIT.
      *--------------[ FECHA O PERIODO ANTIGO E ABRE O NOVO ]-----------
      * MESMA REGRA DO SMP004: O ANTIGO TERMINA NA VESPERA DA
      * VIGENCIA. A CARTEIRINHA DO PERIODO ANTERIOR E MANTIDA ATE
      * A RECEPCAO INFORMAR A NOVA NO SMP004.
       GRAVA-HCONV.
           PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM.
           IF W-HC-QTD = ZEROS
               GO TO GRAVA-HCONV-ANT.
           MOVE W-PAC-ATUAL  TO HC-PCODIGO.
           MOVE W-HC-ULT-INI TO HC-DTINI.
           READ CADHCONV
           IF ST-ERRO = "00"
               MOVE W-DT-CALC TO HC-DTFIM
               MOVE "CADHCONV" TO JRN-ARQUIVO
               MOVE "R" TO JRN-OPER
               MOVE REGHCONV TO JRN-IMAGEM
               CALL "SMPJRN" USING W-JRN-PARM
               REWRITE REGHCONV.
           GO TO GRAVA-HCONV-NOVO.
       GRAVA-HCONV-ANT.
           MOVE W-PAC-ATUAL TO HC-PCODIGO.
           MOVE ZEROS       TO HC-DTINI.
           MOVE W-CONV-DE   TO HC-CONVENIO.
           MOVE W-PLANO-DE  TO HC-PLANO.
           MOVE W-CARTEIRA  TO HC-CARTEIRA.
           MOVE W-DT-CALC   TO HC-DTFIM.
           PERFORM GRAVA-HCONV-REG THRU GRAVA-HCONV-REG-FIM.
       GRAVA-HCONV-NOVO.
           MOVE W-PAC-ATUAL  TO HC-PCODIGO.
           MOVE W-VIG-INI    TO HC-DTINI.
           MOVE W-CONV-PARA  TO HC-CONVENIO.
           MOVE W-PLANO-PARA TO HC-PLANO.
           MOVE W-CARTEIRA   TO HC-CARTEIRA.
           MOVE ZEROS        TO HC-DTFIM.
           PERFORM GRAVA-HCONV-REG THRU GRAVA-HCONV-REG-FIM.
       GRAVA-HCONV-FIM.
           EXIT.
      *
       GRAVA-HCONV-REG.
           MOVE W-OPERADOR TO HC-OPERADOR.
           ACCEPT HC-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT HC-HRCADASTRO FROM TIME.
           MOVE "CADHCONV" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGHCONV TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGHCONV
           IF ST-ERRO NOT = "00" AND NOT = "02"
               MOVE "*** ERRO NA GRAVACAO DO CADHCONV ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-HCONV-REG-FIM.
           EXIT.
      *
      *----- VESPERA DE W-VIG-INI EM W-DT-CALC (AAAAMMDD)
       DIA-ANTERIOR.
           MOVE W-VIG-INI TO W-DT-CALC.
           IF W-DC-DIA > 01
               SUBTRACT 1 FROM W-DC-DIA
               GO TO DIA-ANTERIOR-FIM.
           IF W-DC-MES > 01
               SUBTRACT 1 FROM W-DC-MES
           ELSE
               MOVE 12 TO W-DC-MES
               SUBTRACT 1 FROM W-DC-ANO.
           MOVE W-DIAS-MES (W-DC-MES) TO W-DC-DIA.
           DIVIDE W-DC-ANO BY 4 GIVING W-DC-QUOC REMAINDER W-DC-RESTO.
           IF W-DC-MES = 02 AND W-DC-RESTO = ZEROS
               MOVE 29 TO W-DC-DIA.
       DIA-ANTERIOR-FIM.
           EXIT.
      *--------------[ O NOVO PLANO TEM MATRIZ DE COBERTURA? ]----------
      * PLANO SEM NENHUMA LINHA NO CADCOBER E SEM RESTRICAO (MESMA
      * REGRA DO SMP006): AI NENHUM AGENDAMENTO FICA DESCOBERTO.
       CHK-MATRIZ.
           MOVE "N" TO W-MATRIZ.
           IF W-TEM-COBER = "N"
               GO TO CHK-MATRIZ-FIM.
           MOVE W-CONV-PARA  TO CB-CONVENIO.
           MOVE W-PLANO-PARA TO CB-PLANO.
           MOVE ZEROS        TO CB-ESPEC.
           START CADCOBER KEY IS NOT LESS CB-CHAVE
               INVALID KEY
                   GO TO CHK-MATRIZ-FIM.
           READ CADCOBER NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-MATRIZ-FIM.
           IF CB-CONVENIO = W-CONV-PARA AND CB-PLANO = W-PLANO-PARA
               MOVE "S" TO W-MATRIZ.
       CHK-MATRIZ-FIM.
           EXIT.
      *--------------[ AGENDAMENTOS FUTUROS CONTRA A COBERTURA ]--------
      * SO OS AGENDADOS (STATUS A) A PARTIR DE HOJE E DA VIGENCIA.
      * PARTICULAR E EXAME OCUPACIONAL NAO VAO AO CONVENIO. O
      * AGENDAMENTO NAO E ALTERADO: SAI NO RELATORIO PARA A
      * RECEPCAO REMARCAR OU PASSAR A PARTICULAR NO SMP006.
       CHK-AGENDA.
           IF W-TEM-AGEN = "N" OR W-MATRIZ = "N"
               GO TO CHK-AGENDA-FIM.
           MOVE W-HOJE TO W-AG-INI.
           IF W-VIG-INI > W-AG-INI
               MOVE W-VIG-INI TO W-AG-INI.
           MOVE W-PAC-ATUAL TO AG-PAC-PCODIGO.
           MOVE W-AG-INI    TO AG-PAC-DATA.
           START CADAGEN KEY IS NOT LESS AG-CHAVE-PAC
               INVALID KEY
                   GO TO CHK-AGENDA-FIM.
       CHK-AGENDA-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-AGENDA-FIM.
           IF AG-PAC-PCODIGO NOT = W-PAC-ATUAL
               GO TO CHK-AGENDA-FIM.
           IF AG-STATUS NOT = "A" OR AG-PARTICULAR = "S"
                                  OR AG-TIPO = "O"
               GO TO CHK-AGENDA-LER.
           MOVE ZEROS TO W-ESPEC.
           IF AG-ESPEC NUMERIC AND AG-ESPEC NOT = ZEROS
               MOVE AG-ESPEC TO W-ESPEC.
           IF W-ESPEC = ZEROS AND W-TEM-MED = "S"
               MOVE AG-CRM    TO CRM
               MOVE AG-CRM-UF TO CRM-UF
               READ CADMED
               IF ST-ERRO = "00"
                   MOVE ESPEC TO W-ESPEC.
           MOVE W-CONV-PARA  TO CB-CONVENIO.
           MOVE W-PLANO-PARA TO CB-PLANO.
           MOVE W-ESPEC      TO CB-ESPEC.
           READ CADCOBER
           IF ST-ERRO = "00" AND CB-COBERTO = "S"
               GO TO CHK-AGENDA-LER.
           MOVE AG-DIA    TO W-DC-DIA.
           MOVE AG-MES    TO W-DC-MES.
           MOVE AG-ANO    TO W-DC-ANO.
           MOVE W-DC-DIA  TO DA-DATA (1:2).
           MOVE W-DC-MES  TO DA-DATA (4:2).
           MOVE W-DC-ANO  TO DA-DATA (7:4).
           MOVE AG-HH     TO DA-HH.
           MOVE AG-MM     TO DA-MM.
           MOVE AG-CRM    TO DA-CRM.
           MOVE AG-CRM-UF TO DA-UF.
           MOVE W-ESPEC   TO DA-ESPEC.
           WRITE REGMIGRL FROM DET-AG.
           ADD 1 TO W-QT-AGEN.
           GO TO CHK-AGENDA-LER.
       CHK-AGENDA-FIM.
           EXIT.
      *--------------[ COPIA DA MATRIZ DE COBERTURA ]-------------------
      * DEPOIS DE CADA GRAVACAO A LEITURA RECOMECA PELA CHAVE
      * SEGUINTE A LIDA (START), PARA NAO PERDER A POSICAO.
       COPIA-COBER.
           MOVE ZEROS TO W-QT-COPIA W-QT-EXISTE.
           IF W-TEM-COBER = "N"
               GO TO COPIA-COBER-TOT.
           MOVE W-CONV-DE  TO CB-CONVENIO.
           MOVE W-PLANO-DE TO CB-PLANO.
           MOVE ZEROS      TO CB-ESPEC.
           START CADCOBER KEY IS NOT LESS CB-CHAVE
               INVALID KEY
                   GO TO COPIA-COBER-TOT.
       COPIA-COBER-LER.
           READ CADCOBER NEXT
           IF ST-ERRO NOT = "00"
               GO TO COPIA-COBER-TOT.
           IF CB-CONVENIO NOT = W-CONV-DE OR CB-PLANO NOT = W-PLANO-DE
               GO TO COPIA-COBER-TOT.
           MOVE CB-CHAVE TO W-CB-CHAVE.
           MOVE W-CONV-PARA  TO CB-CONVENIO.
           MOVE W-PLANO-PARA TO CB-PLANO.
           ACCEPT CB-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT CB-HRCADASTRO FROM TIME.
           MOVE "CADCOBER" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGCOBER TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGCOBER
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-QT-COPIA
           ELSE
               ADD 1 TO W-QT-EXISTE.
           MOVE W-CB-CHAVE TO CB-CHAVE.
           START CADCOBER KEY IS GREATER CB-CHAVE
               INVALID KEY
                   GO TO COPIA-COBER-TOT.
           GO TO COPIA-COBER-LER.
       COPIA-COBER-TOT.
           MOVE "CADCOBER" TO DT-TABELA.
           PERFORM GRAVA-DET-TAB THRU GRAVA-DET-TAB-FIM.
       COPIA-COBER-FIM.
           EXIT.
      *--------------[ COPIA DOS PRECOS CONTRATADOS ]-------------------
       COPIA-CVPREC.
           MOVE ZEROS TO W-QT-COPIA W-QT-EXISTE.
           IF W-TEM-CVPREC = "N"
               GO TO COPIA-CVPREC-TOT.
           MOVE W-CONV-DE  TO CP-CONVENIO.
           MOVE W-PLANO-DE TO CP-PLANO.
           MOVE ZEROS      TO CP-ESPEC.
           START CADCVPREC KEY IS NOT LESS CP-CHAVE
               INVALID KEY
                   GO TO COPIA-CVPREC-TOT.
       COPIA-CVPREC-LER.
           READ CADCVPREC NEXT
           IF ST-ERRO NOT = "00"
               GO TO COPIA-CVPREC-TOT.
           IF CP-CONVENIO NOT = W-CONV-DE OR CP-PLANO NOT = W-PLANO-DE
               GO TO COPIA-CVPREC-TOT.
           MOVE CP-CHAVE TO W-CP-CHAVE.
           MOVE W-CONV-PARA  TO CP-CONVENIO.
           MOVE W-PLANO-PARA TO CP-PLANO.
           ACCEPT CP-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT CP-HRCADASTRO FROM TIME.
           MOVE "CADCVPREC" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGCVPREC TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGCVPREC
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-QT-COPIA
           ELSE
               ADD 1 TO W-QT-EXISTE.
           MOVE W-CP-CHAVE TO CP-CHAVE.
           START CADCVPREC KEY IS GREATER CP-CHAVE
               INVALID KEY
                   GO TO COPIA-CVPREC-TOT.
           GO TO COPIA-CVPREC-LER.
       COPIA-CVPREC-TOT.
           MOVE "CADCVPREC" TO DT-TABELA.
           PERFORM GRAVA-DET-TAB THRU GRAVA-DET-TAB-FIM.
       COPIA-CVPREC-FIM.
           EXIT.
      *--------------[ COPIA DA CARENCIA ]------------------------------
      * AS LINHAS DO PLANO DE ORIGEM VAO PARA O PLANO DE DESTINO.
      * TROCANDO DE CONVENIO, A REGRA GERAL (PLANO 00) DO ANTIGO
      * TAMBEM VAI PARA A REGRA GERAL DO NOVO.
       COPIA-CAREN.
           MOVE ZEROS TO W-QT-COPIA W-QT-EXISTE.
           IF W-TEM-CAREN = "N"
               GO TO COPIA-CAREN-TOT.
           MOVE W-CONV-DE TO CA-CONVENIO.
           MOVE ZEROS     TO CA-PLANO.
           MOVE LOW-VALUES TO CA-CLASSE.
           START CADCAREN KEY IS NOT LESS CA-CHAVE
               INVALID KEY
                   GO TO COPIA-CAREN-TOT.
       COPIA-CAREN-LER.
           READ CADCAREN NEXT
           IF ST-ERRO NOT = "00"
               GO TO COPIA-CAREN-TOT.
           IF CA-CONVENIO NOT = W-CONV-DE
               GO TO COPIA-CAREN-TOT.
           MOVE CA-CHAVE TO W-CA-CHAVE.
           IF CA-PLANO = W-PLANO-DE
               MOVE W-CONV-PARA  TO CA-CONVENIO
               MOVE W-PLANO-PARA TO CA-PLANO
               GO TO COPIA-CAREN-GRAVA.
           IF CA-PLANO = ZEROS AND W-CONV-PARA NOT = W-CONV-DE
               MOVE W-CONV-PARA  TO CA-CONVENIO
               GO TO COPIA-CAREN-GRAVA.
           GO TO COPIA-CAREN-LER.
       COPIA-CAREN-GRAVA.
           ACCEPT CA-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT CA-HRCADASTRO FROM TIME.
           MOVE "CADCAREN" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGCAREN TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGCAREN
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-QT-COPIA
           ELSE
               ADD 1 TO W-QT-EXISTE.
           MOVE W-CA-CHAVE TO CA-CHAVE.
           START CADCAREN KEY IS GREATER CA-CHAVE
               INVALID KEY
                   GO TO COPIA-CAREN-TOT.
           GO TO COPIA-CAREN-LER.
       COPIA-CAREN-TOT.
           MOVE "CADCAREN" TO DT-TABELA.
           PERFORM GRAVA-DET-TAB THRU GRAVA-DET-TAB-FIM.
       COPIA-CAREN-FIM.
           EXIT.
      *--------------[ COPIA DO DE-PARA TUSS ]--------------------------
      * O TUSS E POR CONVENIO (SEM PLANO): SO COPIA QUANDO MUDA O
      * CONVENIO. A CHAVE COMECA PELO PROCEDIMENTO, ENTAO O
      * ARQUIVO E LIDO INTEIRO.
       COPIA-TUSS.
           MOVE ZEROS TO W-QT-COPIA W-QT-EXISTE.
           IF W-TEM-TUSS = "N" OR W-CONV-PARA = W-CONV-DE
               GO TO COPIA-TUSS-TOT.
           MOVE ZEROS TO TU-PROC TU-CONVENIO.
           START CADTUSS KEY IS NOT LESS TU-CHAVE
               INVALID KEY
                   GO TO COPIA-TUSS-TOT.
       COPIA-TUSS-LER.
           READ CADTUSS NEXT
           IF ST-ERRO NOT = "00"
               GO TO COPIA-TUSS-TOT.
           IF TU-CONVENIO NOT = W-CONV-DE
               GO TO COPIA-TUSS-LER.
           MOVE TU-CHAVE TO W-TU-CHAVE.
           MOVE W-CONV-PARA TO TU-CONVENIO.
           ACCEPT TU-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT TU-HRCADASTRO FROM TIME.
           MOVE "CADTUSS" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGTUSS TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGTUSS
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-QT-COPIA
           ELSE
               ADD 1 TO W-QT-EXISTE.
           MOVE W-TU-CHAVE TO TU-CHAVE.
           START CADTUSS KEY IS GREATER TU-CHAVE
               INVALID KEY
                   GO TO COPIA-TUSS-TOT.
           GO TO COPIA-TUSS-LER.
       COPIA-TUSS-TOT.
           MOVE "CADTUSS" TO DT-TABELA.
           PERFORM GRAVA-DET-TAB THRU GRAVA-DET-TAB-FIM.
       COPIA-TUSS-FIM.
           EXIT.
      *
       GRAVA-DET-TAB.
           MOVE W-QT-COPIA  TO DT-COPIA.
           MOVE W-QT-EXISTE TO DT-EXISTE.
           WRITE REGMIGRL FROM DET-TAB.
           ADD W-QT-COPIA TO W-QT-TAB.
       GRAVA-DET-TAB-FIM.
           EXIT.
      *
       GRAVAR-AUDIT.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE "SMP200"      TO AUD-PROGRAMA.
           MOVE W-AUD-ACAO    TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-AUDIT-FIM.
           EXIT.
      *--------------[ CONTROLE DE EXECUCAO DO BATCH ]------------------
       RUNCTL-INI.
           OPEN I-O CADRUNCTL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADRUNCTL
                   CLOSE CADRUNCTL
                   OPEN I-O CADRUNCTL
               ELSE
                   GO TO RUNCTL-INI-FIM.
           ACCEPT RUN-DATA FROM DATE YYYYMMDD.
           ACCEPT RUN-HORA-INI FROM TIME.
           MOVE "SMP200" TO RUN-PROGRAMA.
           MOVE ZEROS TO RUN-HORA-FIM RUN-REGISTROS.
           MOVE "I" TO RUN-STATUS.
           WRITE REGRUNCTL.
           MOVE RUN-CHAVE TO W-RUN-CHAVE.
           CLOSE CADRUNCTL.
       RUNCTL-INI-FIM.
           EXIT.
       RUNCTL-FIM.
           OPEN I-O CADRUNCTL
           IF ST-ERRO NOT = "00"
               GO TO RUNCTL-FIM-FIM.
           MOVE W-RUN-CHAVE TO RUN-CHAVE.
           READ CADRUNCTL
           IF ST-ERRO = "00"
               ACCEPT RUN-HORA-FIM FROM TIME
               MOVE W-RUN-STATUS TO RUN-STATUS
               MOVE W-RUN-REGS   TO RUN-REGISTROS
               REWRITE REGRUNCTL.
           CLOSE CADRUNCTL.
       RUNCTL-FIM-FIM.
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
