       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP199.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     IMPORTACAO DE PACIENTES DE SISTEMA LEGADO        *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * LE O ARQUIVO DELIMITADO (CSV) EXPORTADO PELO SISTEMA DA
      * CLINICA INCORPORADA, NO LAYOUT DESCRITO NO SMP198, E
      * GRAVA OS PACIENTES NO CADPACI COM AS MESMAS CRITICAS DO
      * CADASTRO (SMP004): CPF (SMPCPF), CNS (SMPCNS), CEP NO
      * CADCEP, CONVENIO/PLANO NO CADCONV E UNIDADE NO CADUNID.
      * O CODIGO NOVO VEM DO CADSEQ, COMO NO SMP004.
      * - LINHA COM ERRO NAO ENTRA: VAI PARA O ARQUIVO DE EXCECOES
      *   IMPEXCaaaammddhhmm.CSV COM O MOTIVO E A LINHA ORIGINAL.
      * - DUPLICADO PROVAVEL (MESMO CPF OU MESMO NOME E DATA DE
      *   NASCIMENTO DE UM PACIENTE ATIVO) NAO GERA OUTRO ATIVO:
      *   E GRAVADO INATIVO E ENTRA NA FILA DE FUSAO (CADAPROV
      *   TIPO F) COM O CADASTRO EXISTENTE COMO SOBREVIVENTE; O
      *   SUPERVISOR APROVA NO SMP107 E A FUSAO RODA NO SMP044.
      * - O DE-PARA CODIGO ANTIGO -> CODIGO NOVO FICA NO CADIMPLG,
      *   ENTAO O ARQUIVO PODE SER REPROCESSADO DEPOIS DE CORRIGIR
      *   AS RECUSAS SEM DUPLICAR QUEM JA ENTROU.
      * MODO T (TESTE) SO CRITICA E GERA AS EXCECOES, SEM GRAVAR.
      * CAMPO ENTRE ASPAS PODE CONTER O SEPARADOR.
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

                    SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
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

                    SELECT CADSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SQ-ARQUIVO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-NUMERO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADIMPMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IM-LAYOUT
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADIMPLG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IL-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRUNCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT IMPPACI ASSIGN TO W-NOME-IMP
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT IMPEXC ASSIGN TO W-NOME-EXC
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
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
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       COPY REGCEP.
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
       FD CADSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQ.DAT".
       01 REGSEQ.
           03 SQ-ARQUIVO           PIC X(08).
           03 SQ-PROXIMO           PIC 9(06).
      *
       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
       COPY REGAPROV.
      *
       FD CADIMPMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMPMP.DAT".
       COPY REGIMPMP.
      *
       FD CADIMPLG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMPLG.DAT".
       COPY REGIMPLG.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
       FD CADRUNCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUNCTL.DAT".
       COPY REGRUNCTL.
      *
       FD IMPPACI
               LABEL RECORD IS STANDARD.
       01 REGIMP       PIC X(300).
      *
       FD IMPEXC
               LABEL RECORD IS STANDARD.
       01 REGEXC       PIC X(400).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-RUN-CHAVE  PIC X(24) VALUE SPACES.
       77 W-RUN-STATUS PIC X(01) VALUE "I".
       77 W-RUN-REGS   PIC 9(06) VALUE ZEROS.
       01 W-JRN-PARM.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP199".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
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
       01 W-CPF-VAL.
           03 W-CPF-NUM         PIC 9(11) VALUE ZEROS.
           03 W-CPF-OK          PIC X(01) VALUE "N".
       01 W-CNS-VAL.
           03 W-CNS-NUM         PIC 9(15) VALUE ZEROS.
           03 W-CNS-OK          PIC X(01) VALUE "N".
       01 W-DATA-SISTEMA.
           03 W-ANO-SISTEMA      PIC 9(04).
           03 W-MES-SISTEMA      PIC 9(02).
           03 W-DIA-SISTEMA      PIC 9(02).
       01 W-DATA-SISTEMA-N REDEFINES W-DATA-SISTEMA
                                 PIC 9(08).
       01 W-HORA-SISTEMA.
           03 W-HORA-HHMM        PIC 9(04).
           03 FILLER             PIC 9(04).
      *----- PARAMETROS DA EXECUCAO
       01 W-LAYOUT               PIC X(08) VALUE SPACES.
       01 W-MODO                 PIC X(01) VALUE "T".
       01 W-NOME-IMP             PIC X(30) VALUE SPACES.
       01 W-NOME-EXC.
           03 FILLER             PIC X(06) VALUE "IMPEXC".
           03 W-EXC-DATA         PIC 9(08).
           03 W-EXC-HORA         PIC 9(04).
           03 FILLER             PIC X(04) VALUE ".CSV".
       01 W-DELIM                PIC X(01) VALUE ";".
       01 W-TEM-UNID             PIC X(01) VALUE "N".
       01 W-UNID-OK              PIC X(01) VALUE "S".
      *----- QUEBRA DA LINHA EM CAMPOS
       01 W-LINHA                PIC X(300) VALUE SPACES.
       01 W-CAMPOS.
           03 W-CAMPO            PIC X(40) OCCURS 30 TIMES.
       01 W-POS                  PIC 9(03) VALUE ZEROS.
       01 W-NC                   PIC 9(02) VALUE ZEROS.
       01 W-PC                   PIC 9(02) VALUE ZEROS.
       01 W-CAR                  PIC X(01) VALUE SPACES.
       01 W-ASPAS                PIC X(01) VALUE "N".
       01 W-COLX                 PIC 9(02) VALUE ZEROS.
       01 W-VALOR                PIC X(40) VALUE SPACES.
       01 W-NUM                  PIC 9(18) VALUE ZEROS.
       01 W-QTD-DIG              PIC 9(02) VALUE ZEROS.
       01 W-DIG                  PIC 9(01) VALUE ZEROS.
       01 W-K                    PIC 9(02) VALUE ZEROS.
       01 W-MINUSC               PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01 W-MAIUSC               PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 W-DT8                  PIC 9(08) VALUE ZEROS.
       01 W-DT-AMD REDEFINES W-DT8.
           03 W-AMD-ANO          PIC 9(04).
           03 W-AMD-MES          PIC 9(02).
           03 W-AMD-DIA          PIC 9(02).
       01 W-TELEFONE-VAL.
           03 W-TEL-DDD          PIC 9(02).
           03 W-TEL-NUM          PIC 9(09).
       01 W-EMAIL-ARROBA         PIC 9(02) VALUE ZEROS.
       01 W-EMAIL-PONTO          PIC 9(02) VALUE ZEROS.
       01 W-EMAIL-POS            PIC 9(02) VALUE ZEROS.
       01 IND-EMAIL              PIC 9(02) VALUE ZEROS.
      *----- RESULTADO DA CRITICA DA LINHA
       01 W-CODANT               PIC X(15) VALUE SPACES.
       01 W-MOTIVO               PIC X(50) VALUE SPACES.
       01 W-IDADE-PAC            PIC S9(04) VALUE ZEROS.
       01 W-REG-SALVO            PIC X(180) VALUE SPACES.
       01 W-BUSCA-NOME           PIC X(30) VALUE SPACES.
       01 W-BUSCA-NASC           PIC 9(08) VALUE ZEROS.
       01 W-BUSCA-CPF            PIC 9(11) VALUE ZEROS.
       01 W-DUP-COD              PIC 9(06) VALUE ZEROS.
       01 W-DUP-CRIT             PIC X(11) VALUE SPACES.
       01 W-CPF-INATIVO          PIC 9(06) VALUE ZEROS.
      *----- NUMERACAO (CADSEQ) E FILA DE FUSAO (CADAPROV)
       01 W-SEQ-OK               PIC X(01) VALUE "S".
       01 W-AUTO                 PIC X(01) VALUE "N".
       01 W-PROXIMO              PIC 9(06) VALUE ZEROS.
       01 W-MAIOR                PIC 9(06) VALUE ZEROS.
       01 W-AP-MAX               PIC 9(06) VALUE ZEROS.
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-AUD-CHAVE.
           03 W-AUD-DUP          PIC 9(06).
           03 FILLER             PIC X(01) VALUE ">".
           03 W-AUD-SOB          PIC 9(06).
           03 FILLER             PIC X(02) VALUE SPACES.
      *----- TOTAIS DA EXECUCAO
       01 W-NLINHA               PIC 9(06) VALUE ZEROS.
       01 W-QT-LIDAS             PIC 9(06) VALUE ZEROS.
       01 W-QT-IMPORT            PIC 9(06) VALUE ZEROS.
       01 W-QT-FUSAO             PIC 9(06) VALUE ZEROS.
       01 W-QT-RECUSA            PIC 9(06) VALUE ZEROS.
       01 W-QT-JAIMP             PIC 9(06) VALUE ZEROS.
       01 W-QT-AVISO             PIC 9(06) VALUE ZEROS.
      *----- MOTIVOS MONTADOS
       01 W-MOT-FUSAO.
           03 FILLER             PIC X(11) VALUE "DUPLIC. DE ".
           03 MF-EXIST           PIC 9(06).
           03 FILLER             PIC X(05) VALUE " POR ".
           03 MF-CRIT            PIC X(11).
           03 FILLER             PIC X(05) VALUE " PED ".
           03 MF-PEDIDO          PIC X(06).
       01 W-MOT-CPFINAT.
           03 FILLER             PIC X(33) VALUE
           "CPF IGUAL AO DO PACIENTE INATIVO ".
           03 MC-CODIGO          PIC 9(06).
      *----- LINHAS DO ARQUIVO DE EXCECOES
       01 CAB-EXC.
           03 FILLER             PIC X(40) VALUE
           "LINHA;CODIGO LEGADO;TIPO;CODIGO NOVO;MOT".
           03 FILLER             PIC X(20) VALUE
           "IVO;LINHA ORIGINAL".
       01 DET-EXC.
           03 LE-LINHA           PIC 9(06).
           03 FILLER             PIC X(01) VALUE ";".
           03 LE-CODANT          PIC X(15).
           03 FILLER             PIC X(01) VALUE ";".
           03 LE-TIPO            PIC X(08).
           03 FILLER             PIC X(01) VALUE ";".
           03 LE-CODIGO          PIC 9(06).
           03 FILLER             PIC X(01) VALUE ";".
           03 LE-MOTIVO          PIC X(50).
           03 FILLER             PIC X(01) VALUE ";".
           03 LE-ORIGINAL        PIC X(300).
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT199.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** IMPORTACAO DE PACIENTES ".
           05  LINE 02  COLUMN 41
               VALUE  "(SISTEMA LEGADO) ***".
           05  LINE 04  COLUMN 01
               VALUE  "     LAYOUT (SMP198)    :".
           05  LINE 06  COLUMN 01
               VALUE  "     ARQUIVO DE ENTRADA :".
           05  LINE 08  COLUMN 01
               VALUE  "     MODO (T/I)         :".
           05  LINE 08  COLUMN 30
               VALUE  "T = TESTE (SO CRITICA)   I = IMPORTA".
           05  LINE 10  COLUMN 01
               VALUE  "     CONFIRMA (S/N)     :".
           05  LINE 12  COLUMN 01
               VALUE  "     LINHAS LIDAS       :".
           05  LINE 13  COLUMN 01
               VALUE  "     IMPORTADAS         :".
           05  LINE 14  COLUMN 01
               VALUE  "     ENVIADAS A FUSAO   :".
           05  LINE 15  COLUMN 01
               VALUE  "     RECUSADAS          :".
           05  LINE 16  COLUMN 01
               VALUE  "     JA IMPORTADAS      :".
           05  LINE 17  COLUMN 01
               VALUE  "     AVISOS             :".
           05  LINE 19  COLUMN 01
               VALUE  "     EXCECOES EM        :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-LAYOUT
               LINE 04  COLUMN 27  PIC X(08)
               USING  W-LAYOUT
               HIGHLIGHT.
           05  T-DESCRICAO
               LINE 04  COLUMN 37  PIC X(30)
               USING  IM-DESCRICAO.
           05  T-ARQUIVO
               LINE 06  COLUMN 27  PIC X(30)
               USING  W-NOME-IMP
               HIGHLIGHT.
           05  T-MODO
               LINE 08  COLUMN 27  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
           05  T-OPCAO
               LINE 10  COLUMN 27  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  T-TOTAIS.
               10  LINE 12  COLUMN 27  PIC ZZZZZ9
                   USING  W-QT-LIDAS.
               10  LINE 13  COLUMN 27  PIC ZZZZZ9
                   USING  W-QT-IMPORT.
               10  LINE 14  COLUMN 27  PIC ZZZZZ9
                   USING  W-QT-FUSAO.
               10  LINE 15  COLUMN 27  PIC ZZZZZ9
                   USING  W-QT-RECUSA.
               10  LINE 16  COLUMN 27  PIC ZZZZZ9
                   USING  W-QT-JAIMP.
               10  LINE 17  COLUMN 27  PIC ZZZZZ9
                   USING  W-QT-AVISO.
               10  LINE 19  COLUMN 27  PIC X(22)
                   USING  W-NOME-EXC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           MOVE "IMPPACI.CSV" TO W-NOME-IMP.
           MOVE "T" TO W-MODO.
           MOVE SPACES TO W-LAYOUT W-OPCAO IM-DESCRICAO.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           DISPLAY SMT199.
           OPEN INPUT CADIMPMP
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUM MAPEAMENTO CADASTRADO (SMP198) *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       INC-LAYOUT.
           ACCEPT T-LAYOUT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               CLOSE CADIMPMP
               GO TO ROT-FIM.
           MOVE W-LAYOUT TO IM-LAYOUT.
           READ CADIMPMP
           IF ST-ERRO NOT = "00"
               MOVE "*** MAPEAMENTO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-LAYOUT.
           IF IM-STATUS NOT = "A"
               MOVE "*** MAPEAMENTO INATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-LAYOUT.
           DISPLAY T-DESCRICAO.

       INC-ARQ.
           ACCEPT T-ARQUIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-LAYOUT.
           IF W-NOME-IMP = SPACES
               MOVE "*** INFORME O ARQUIVO DE ENTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-ARQ.

       INC-MODO.
           ACCEPT T-MODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-ARQ.
           IF W-MODO = "t"
               MOVE "T" TO W-MODO.
           IF W-MODO = "i"
               MOVE "I" TO W-MODO.
           IF W-MODO NOT = "T" AND "I"
               MOVE "MODO => T=TESTE  I=IMPORTA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-MODO.

       INC-OPC.
           ACCEPT T-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-MODO.
           IF W-OPCAO = "N" OR "n"
               MOVE "* IMPORTACAO RECUSADA PELO USUARIO *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADIMPMP
               GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *--------------------[ ABERTURA DOS ARQUIVOS ]-------------------
       ABRE-ARQS.
           OPEN INPUT IMPPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO DE ENTRADA NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-ARQ.
       ABRE-CADPACI.
           OPEN I-O CADPACI
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPACI
                   CLOSE CADPACI
                   GO TO ABRE-CADPACI
               ELSE
                   MOVE "* ARQUIVO CADPACI NAO DISPONIVEL *" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE IMPPACI CADIMPMP
                   GO TO ROT-FIM.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADCEP NAO DISPONIVEL *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE IMPPACI CADIMPMP CADPACI
               GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADCONV NAO DISPONIVEL *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE IMPPACI CADIMPMP CADPACI CADCEP
               GO TO ROT-FIM.
      *----- SEM O ARQUIVO DE UNIDADES A CRITICA DA UNIDADE FICA
      *----- DESATIVADA, COMO NO SMP004
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
       ABRE-CADIMPLG.
           OPEN I-O CADIMPLG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADIMPLG
                   CLOSE CADIMPLG
                   GO TO ABRE-CADIMPLG
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADIMPLG" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA.
       ABRE-CADAPROV.
           OPEN I-O CADAPROV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAPROV
                   CLOSE CADAPROV
                   GO TO ABRE-CADAPROV
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPROV" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADIMPLG
                   GO TO ROT-FECHA.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT.
           MOVE W-DATA-SISTEMA-N TO W-EXC-DATA.
           ACCEPT W-HORA-SISTEMA FROM TIME.
           MOVE W-HORA-HHMM TO W-EXC-HORA.
           OPEN OUTPUT IMPEXC
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE EXCECOES" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADIMPLG CADAPROV CADAUDIT
               GO TO ROT-FECHA.
           WRITE REGEXC FROM CAB-EXC.
           IF IM-DELIM = "T"
               MOVE X"09" TO W-DELIM
           ELSE
               MOVE IM-DELIM TO W-DELIM.
           MOVE ZEROS TO W-NLINHA W-QT-LIDAS W-QT-IMPORT W-QT-FUSAO
                         W-QT-RECUSA W-QT-JAIMP W-QT-AVISO.
           PERFORM ACHAR-MAX-APROV THRU ACHAR-MAX-APROV-FIM.
           IF W-MODO = "I"
               PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           MOVE "*** PROCESSANDO O ARQUIVO ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *--------------------[ LEITURA DO ARQUIVO DO LEGADO ]------------
       LER-LINHA.
           READ IMPPACI
           IF ST-ERRO NOT = "00"
               GO TO ROT-TOTAL.
           ADD 1 TO W-NLINHA.
           IF W-NLINHA = 1 AND IM-CABEC = "S"
               GO TO LER-LINHA.
           MOVE REGIMP TO W-LINHA.
           IF W-LINHA = SPACES
               GO TO LER-LINHA.
           ADD 1 TO W-QT-LIDAS.
           PERFORM SEPARA-CAMPOS THRU SEPARA-CAMPOS-FIM.
      *----- CODIGO DO LEGADO: CHAVE DO DE-PARA
           MOVE IM-COL-CODANT TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           MOVE W-VALOR TO W-CODANT.
           MOVE ZEROS TO P-CODIGO.
           IF W-CODANT = SPACES
               MOVE "CODIGO NO LEGADO EM BRANCO" TO W-MOTIVO
               GO TO LINHA-RECUSADA.
           MOVE IM-LAYOUT TO IL-LAYOUT.
           MOVE W-CODANT TO IL-CODANT.
           READ CADIMPLG
           IF ST-ERRO = "00"
               ADD 1 TO W-QT-JAIMP
               GO TO LER-LINHA.
           PERFORM MONTA-PACI THRU MONTA-PACI-FIM.
           IF W-MOTIVO NOT = SPACES
               GO TO LINHA-RECUSADA.
           PERFORM CHK-DUPLIC THRU CHK-DUPLIC-FIM.
           IF W-MODO = "T"
               GO TO LINHA-TESTE.
      *--------------------[ GRAVACAO DO PACIENTE ]--------------------
      * DUPLICADO PROVAVEL ENTRA INATIVO: A FUSAO (SMP044) ACEITA
      * DUPLICADO INATIVO E O SOBREVIVENTE E O CADASTRO QUE JA
      * EXISTIA. SE O SUPERVISOR REJEITAR A FUSAO NO SMP107, BASTA
      * REATIVAR O REGISTRO NO SMP004.
           IF W-DUP-COD NOT = ZEROS
               MOVE "I" TO P-STATUS.
           MOVE "N" TO W-AUTO.
       GRAVA-PACI.
           PERFORM OBTER-PROXIMO THRU OBTER-PROXIMO-FIM.
           IF W-SEQ-OK = "N"
               MOVE "ERRO NO CONTROLE DE NUMERACAO (CADSEQ)"
                                                      TO W-MOTIVO
               GO TO LINHA-RECUSADA.
           MOVE W-PROXIMO TO P-CODIGO.
           MOVE "S" TO W-AUTO.
           ACCEPT P-DTCADASTRO FROM DATE YYYYMMDD
           ACCEPT P-HRCADASTRO FROM TIME
           MOVE "CADPACI" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGPACI TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGPACI
           IF ST-ERRO = "22" AND W-AUTO = "S"
               GO TO GRAVA-PACI.
           IF ST-ERRO NOT = "00" AND "02"
               MOVE ZEROS TO P-CODIGO
               MOVE "ERRO NA GRAVACAO DO CADPACI" TO W-MOTIVO
               GO TO LINHA-RECUSADA.
           MOVE P-CODIGO TO AUD-CHAVE.
           MOVE "IMPORTACAO" TO W-AUD-ACAO.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
           MOVE IM-LAYOUT TO IL-LAYOUT.
           MOVE W-CODANT TO IL-CODANT.
           MOVE P-CODIGO TO IL-PCODIGO.
           MOVE W-DUP-COD TO IL-PCODIGO-EXIST.
           MOVE ZEROS TO IL-APROV-NUM.
           MOVE W-DATA-SISTEMA-N TO IL-DATA.
           MOVE W-OPERADOR TO IL-OPERADOR.
           IF W-DUP-COD NOT = ZEROS
               GO TO LINHA-FUSAO.
           MOVE "I" TO IL-SITUACAO.
           WRITE REGIMPLG.
           ADD 1 TO W-QT-IMPORT.
           PERFORM GRAVA-AVISOS THRU GRAVA-AVISOS-FIM.
           GO TO LER-LINHA.
      *--------------------[ DUPLICADO: PEDIDO DE FUSAO ]--------------
       LINHA-FUSAO.
           PERFORM CRIA-FUSAO THRU CRIA-FUSAO-FIM.
           MOVE "F" TO IL-SITUACAO.
           MOVE AP-NUMERO TO IL-APROV-NUM.
           WRITE REGIMPLG.
           MOVE AP-NUMERO TO MF-PEDIDO.
           GO TO LINHA-FUSAO-EXC.
      *--------------------[ MODO TESTE: SO CONTA ]--------------------
       LINHA-TESTE.
           IF W-DUP-COD = ZEROS
               ADD 1 TO W-QT-IMPORT
               PERFORM GRAVA-AVISOS THRU GRAVA-AVISOS-FIM
               GO TO LER-LINHA.
           MOVE "TESTE" TO MF-PEDIDO.
       LINHA-FUSAO-EXC.
           MOVE W-DUP-COD TO MF-EXIST.
           MOVE W-DUP-CRIT TO MF-CRIT.
           MOVE W-MOT-FUSAO TO W-MOTIVO.
           MOVE "FUSAO" TO LE-TIPO.
           PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
           ADD 1 TO W-QT-FUSAO.
           GO TO LER-LINHA.
      *--------------------[ LINHA RECUSADA ]--------------------------
       LINHA-RECUSADA.
           MOVE "RECUSADO" TO LE-TIPO.
           PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
           ADD 1 TO W-QT-RECUSA.
           GO TO LER-LINHA.
      *
       ROT-TOTAL.
           CLOSE IMPEXC CADIMPLG CADAPROV CADAUDIT.
           IF W-MODO = "I"
               MOVE "O" TO W-RUN-STATUS
               MOVE W-QT-IMPORT TO W-RUN-REGS
               PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           DISPLAY T-TOTAIS.
           IF W-MODO = "T"
               MOVE "** TESTE CONCLUIDO - NADA FOI GRAVADO **" TO W-MSG
           ELSE
               MOVE "** IMPORTACAO CONCLUIDA **" TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY (23, 12) "TECLE ENTER PARA SAIR".
           ACCEPT (23, 40) W-OPCAO.
       ROT-FECHA.
           CLOSE IMPPACI CADIMPMP CADPACI CADCEP CADCONV.
           IF W-TEM-UNID = "S"
               CLOSE CADUNID.
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
      *--------------[ QUEBRA A LINHA NOS CAMPOS (1 A 30) ]-------------
      * O SEPARADOR DENTRO DE ASPAS FAZ PARTE DO CAMPO; AS ASPAS
      * E OS BRANCOS NO INICIO DO CAMPO SAO DESPREZADOS. CAMPO
      * COM MAIS DE 40 POSICOES E TRUNCADO.
       SEPARA-CAMPOS.
           MOVE SPACES TO W-CAMPOS.
           MOVE 1 TO W-NC W-POS.
           MOVE ZEROS TO W-PC.
           MOVE "N" TO W-ASPAS.
       SEPARA-CAMPOS-L.
           IF W-POS > 300
               GO TO SEPARA-CAMPOS-FIM.
           MOVE W-LINHA (W-POS:1) TO W-CAR.
           ADD 1 TO W-POS.
           IF W-CAR = QUOTE
               IF W-ASPAS = "N"
                   MOVE "S" TO W-ASPAS
                   GO TO SEPARA-CAMPOS-L
               ELSE
                   MOVE "N" TO W-ASPAS
                   GO TO SEPARA-CAMPOS-L.
           IF W-CAR = W-DELIM AND W-ASPAS = "N"
               ADD 1 TO W-NC
               MOVE ZEROS TO W-PC
               IF W-NC > 30
                   GO TO SEPARA-CAMPOS-FIM
               ELSE
                   GO TO SEPARA-CAMPOS-L.
           IF W-CAR = SPACE AND W-PC = ZEROS
               GO TO SEPARA-CAMPOS-L.
           ADD 1 TO W-PC.
           IF W-PC < 41
               MOVE W-CAR TO W-CAMPO (W-NC) (W-PC:1).
           GO TO SEPARA-CAMPOS-L.
       SEPARA-CAMPOS-FIM.
           EXIT.
      *--------------[ CAMPO DA COLUNA W-COLX (00 = AUSENTE) ]----------
       PEGA-CAMPO.
           MOVE SPACES TO W-VALOR.
           IF W-COLX NOT = ZEROS
               MOVE W-CAMPO (W-COLX) TO W-VALOR.
       PEGA-CAMPO-FIM.
           EXIT.
      *--------------[ SO OS DIGITOS DE W-VALOR EM W-NUM ]--------------
      * PONTOS, TRACOS, BARRAS E PARENTESES DO LEGADO SAO IGNORADOS;
      * W-QTD-DIG DIZ QUANTOS DIGITOS O CAMPO TINHA.
       EXTRAI-DIGITOS.
           MOVE ZEROS TO W-NUM W-QTD-DIG.
           MOVE 1 TO W-K.
       EXTRAI-DIGITOS-L.
           IF W-K > 40
               GO TO EXTRAI-DIGITOS-FIM.
           IF W-VALOR (W-K:1) IS NUMERIC
               ADD 1 TO W-QTD-DIG
               IF W-QTD-DIG < 19
                   MOVE W-VALOR (W-K:1) TO W-DIG
                   COMPUTE W-NUM = W-NUM * 10 + W-DIG.
           ADD 1 TO W-K.
           GO TO EXTRAI-DIGITOS-L.
       EXTRAI-DIGITOS-FIM.
           EXIT.
      *--------------[ MONTA O REGPACI E CRITICA COMO O SMP004 ]--------
      * A PRIMEIRA CRITICA QUE FALHAR VAI PARA W-MOTIVO.
       MONTA-PACI.
           MOVE SPACES TO W-MOTIVO.
           MOVE SPACES TO P-NOME P-SEXO P-COMPLEM P-EMAIL P-FOTOREF.
           MOVE ZEROS  TO P-CODIGO P-DATANASC P-CONVENIO P-PLANO
                          P-CEP P-NUM-END P-TELEFONE P-UNIDADE
                          P-DTCADASTRO P-HRCADASTRO P-CPF P-CNS.
           MOVE "A" TO P-STATUS.
           MOVE "N" TO P-GENERO.
      *----- NOME
           MOVE IM-COL-NOME TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           INSPECT W-VALOR CONVERTING W-MINUSC TO W-MAIUSC.
           IF W-VALOR = SPACES
               MOVE "NOME EM BRANCO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           IF W-VALOR (31:10) NOT = SPACES
               MOVE "NOME COM MAIS DE 30 POSICOES" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-VALOR TO P-NOME.
      *----- DATA DE NASCIMENTO (8 DIGITOS, ORDEM CONFORME O LAYOUT)
           MOVE IM-COL-NASC TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM.
           IF W-QTD-DIG NOT = 8
               MOVE "DATA DE NASCIMENTO INVALIDA" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-NUM TO W-DT8.
           IF IM-FMT-DATA = "A"
               MOVE W-AMD-DIA TO P-DIA
               MOVE W-AMD-MES TO P-MES
               MOVE W-AMD-ANO TO P-ANO
           ELSE
               MOVE W-DT8 TO P-DATANASC.
           IF P-DIA < 01 OR P-DIA > 31
               MOVE "DIA DE NASCIMENTO INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           IF P-MES < 01 OR P-MES > 12
               MOVE "MES DE NASCIMENTO INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           IF P-ANO < 1940 OR P-ANO > W-ANO-SISTEMA
               MOVE "ANO DE NASCIMENTO INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
      *----- SEXO (VALE A PRIMEIRA LETRA: M/MASCULINO, F/FEMININO)
           MOVE IM-COL-SEXO TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           INSPECT W-VALOR CONVERTING W-MINUSC TO W-MAIUSC.
           MOVE W-VALOR (1:1) TO P-SEXO.
           IF P-SEXO NOT = "M" AND "F"
               MOVE "SEXO INVALIDO (M/F)" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
      *----- CONVENIO E PLANO (SEM COLUNA = CONVENIO PADRAO)
           MOVE IM-COL-CONV TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM.
           IF W-QTD-DIG > 4
               MOVE "CONVENIO INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-NUM TO P-CONVENIO.
           IF P-CONVENIO = ZEROS
               MOVE IM-CONV-PADRAO TO P-CONVENIO.
           IF P-CONVENIO = ZEROS
               MOVE "CONVENIO NAO INFORMADO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE P-CONVENIO TO CV-CODIGO.
           READ CADCONV
           IF ST-ERRO NOT = "00"
               MOVE "CONVENIO NAO ENCONTRADO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE IM-COL-PLANO TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM.
           IF W-QTD-DIG > 2
               MOVE "PLANO INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-NUM TO P-PLANO.
           IF P-PLANO = ZEROS
               MOVE CV-PLANO TO P-PLANO.
           IF P-PLANO NOT = CV-PLANO
               MOVE "PLANO NAO CONFERE COM O CONVENIO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
      *----- CEP E NUMERO (FAIXA DE NUMERACAO DO CEP)
           MOVE IM-COL-CEP TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM.
           IF W-QTD-DIG > 8
               MOVE "CEP INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-NUM TO P-CEP.
           IF P-CEP = ZEROS
               MOVE "CEP NAO INFORMADO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE P-CEP TO CODIGO.
           READ CADCEP
           IF ST-ERRO NOT = "00"
               MOVE "CEP NAO ENCONTRADO NO CADCEP" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE IM-COL-NUM TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM.
           IF W-QTD-DIG > 4
               MOVE "NUMERO INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-NUM TO P-NUM-END.
           IF P-NUM-END = ZEROS
               MOVE "NUMERO INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           IF NUMERO-INICIAL NOT = ZEROS
               IF P-NUM-END < NUMERO-INICIAL OR
                  P-NUM-END > NUMERO-FINAL
                   MOVE "NUMERO FORA DA FAIXA CADASTRADA P/ O CEP"
                                                      TO W-MOTIVO
                   GO TO MONTA-PACI-FIM.
      *----- COMPLEMENTO
           MOVE IM-COL-COMPL TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           INSPECT W-VALOR CONVERTING W-MINUSC TO W-MAIUSC.
           MOVE W-VALOR TO P-COMPLEM.
           IF P-COMPLEM = SPACES
               MOVE "COMPLEMENTO EM BRANCO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
      *----- TELEFONE: DDD + 8 OU 9 DIGITOS
           MOVE IM-COL-TEL TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM.
           IF W-QTD-DIG = 11
               DIVIDE W-NUM BY 1000000000 GIVING W-TEL-DDD
                                         REMAINDER W-TEL-NUM
           ELSE
               IF W-QTD-DIG = 10
                   DIVIDE W-NUM BY 100000000 GIVING W-TEL-DDD
                                            REMAINDER W-TEL-NUM
               ELSE
                   MOVE "TELEFONE INVALIDO" TO W-MOTIVO
                   GO TO MONTA-PACI-FIM.
           IF W-TEL-DDD < 11
               MOVE "DDD DO TELEFONE INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-TELEFONE-VAL TO P-TELEFONE.
      *----- EMAIL
           MOVE IM-COL-EMAIL TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           IF W-VALOR = SPACES
               MOVE "EMAIL EM BRANCO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           IF W-VALOR (31:10) NOT = SPACES
               MOVE "EMAIL COM MAIS DE 30 POSICOES" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-VALOR TO P-EMAIL.
           PERFORM VALID-EMAIL THRU VALID-EMAIL-FIM.
           IF W-EMAIL-ARROBA NOT = 1 OR W-EMAIL-POS = 1
                                    OR W-EMAIL-PONTO = ZEROS
               MOVE "EMAIL EM FORMATO INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
      *----- CPF (ROTINA COMUM SMPCPF)
           MOVE IM-COL-CPF TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM.
           IF W-QTD-DIG > 11
               MOVE "CPF INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-NUM TO P-CPF.
           IF P-CPF = ZEROS
               MOVE "CPF EM BRANCO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE P-CPF TO W-CPF-NUM.
           CALL "SMPCPF" USING W-CPF-VAL.
           IF W-CPF-OK NOT = "S"
               MOVE "CPF INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
      *----- CNS: OPCIONAL, MAS SE VIER PRECISA FECHAR O DIGITO
           MOVE IM-COL-CNS TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM.
           IF W-QTD-DIG > 15
               MOVE "CNS INVALIDO" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-NUM TO P-CNS.
           IF P-CNS NOT = ZEROS
               MOVE P-CNS TO W-CNS-NUM
               CALL "SMPCNS" USING W-CNS-VAL
               IF W-CNS-OK NOT = "S"
                   MOVE "CNS INVALIDO" TO W-MOTIVO
                   GO TO MONTA-PACI-FIM.
      *----- UNIDADE (SEM COLUNA = UNIDADE PADRAO)
           MOVE IM-COL-UNID TO W-COLX.
           PERFORM PEGA-CAMPO THRU PEGA-CAMPO-FIM.
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM.
           IF W-QTD-DIG > 2
               MOVE "UNIDADE INVALIDA" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           MOVE W-NUM TO P-UNIDADE.
           IF P-UNIDADE = ZEROS
               MOVE IM-UNID-PADRAO TO P-UNIDADE.
           IF P-UNIDADE = ZEROS
               MOVE "UNIDADE NAO INFORMADA" TO W-MOTIVO
               GO TO MONTA-PACI-FIM.
           PERFORM CHK-UNIDADE THRU CHK-UNIDADE-FIM.
           IF W-UNID-OK = "N"
               MOVE W-MSG TO W-MOTIVO
               MOVE SPACES TO W-MSG.
       MONTA-PACI-FIM.
           EXIT.
      *--------------[ DUPLICADO PROVAVEL DE UM PACIENTE ATIVO ]--------
      * MESMO CPF, OU MESMO NOME E DATA DE NASCIMENTO. SO PACIENTE
      * ATIVO SERVE DE SOBREVIVENTE NA FUSAO; O CPF IGUAL AO DE UM
      * INATIVO SO GERA AVISO, COMO NO SMP004.
       CHK-DUPLIC.
           MOVE ZEROS TO W-DUP-COD W-CPF-INATIVO.
           MOVE SPACES TO W-DUP-CRIT.
           MOVE REGPACI TO W-REG-SALVO.
           MOVE P-NOME TO W-BUSCA-NOME.
           MOVE P-DATANASC TO W-BUSCA-NASC.
           MOVE P-CPF TO W-BUSCA-CPF.
           START CADPACI KEY IS = P-CPF
               INVALID KEY
                   GO TO CHK-DUPLIC-NOME.
       CHK-DUPLIC-CPF.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-DUPLIC-NOME.
           IF P-CPF NOT = W-BUSCA-CPF
               GO TO CHK-DUPLIC-NOME.
           IF P-STATUS = "A"
               MOVE P-CODIGO TO W-DUP-COD
               MOVE "CPF" TO W-DUP-CRIT
               GO TO CHK-DUPLIC-REST.
           IF W-CPF-INATIVO = ZEROS
               MOVE P-CODIGO TO W-CPF-INATIVO.
           GO TO CHK-DUPLIC-CPF.
       CHK-DUPLIC-NOME.
           MOVE W-BUSCA-NOME TO P-NOME.
           START CADPACI KEY IS = P-NOME
               INVALID KEY
                   GO TO CHK-DUPLIC-REST.
       CHK-DUPLIC-NOME-L.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-DUPLIC-REST.
           IF P-NOME NOT = W-BUSCA-NOME
               GO TO CHK-DUPLIC-REST.
           IF P-STATUS = "A" AND P-DATANASC = W-BUSCA-NASC
               MOVE P-CODIGO TO W-DUP-COD
               MOVE "NOME+NASC" TO W-DUP-CRIT
               GO TO CHK-DUPLIC-REST.
           GO TO CHK-DUPLIC-NOME-L.
       CHK-DUPLIC-REST.
           MOVE W-REG-SALVO TO REGPACI.
       CHK-DUPLIC-FIM.
           EXIT.
      *--------------[ AVISOS DO PACIENTE IMPORTADO ]-------------------
      * NAO IMPEDEM A IMPORTACAO, SO FICAM NO ARQUIVO DE EXCECOES
      * PARA A RECEPCAO COMPLETAR DEPOIS.
       GRAVA-AVISOS.
           MOVE "AVISO" TO LE-TIPO.
           IF W-CPF-INATIVO NOT = ZEROS
               MOVE W-CPF-INATIVO TO MC-CODIGO
               MOVE W-MOT-CPFINAT TO W-MOTIVO
               PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
               ADD 1 TO W-QT-AVISO.
           COMPUTE W-IDADE-PAC = W-ANO-SISTEMA - P-ANO.
           IF W-IDADE-PAC NOT < 18
               GO TO GRAVA-AVISOS-FIM.
           MOVE "MENOR DE IDADE - CADASTRAR RESPONSAVEL (SMP082)"
                                                      TO W-MOTIVO.
           PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
           ADD 1 TO W-QT-AVISO.
       GRAVA-AVISOS-FIM.
           EXIT.
      *--------------[ LINHA DO ARQUIVO DE EXCECOES ]-------------------
       GRAVA-EXC.
           MOVE W-NLINHA TO LE-LINHA.
           MOVE W-CODANT TO LE-CODANT.
           MOVE P-CODIGO TO LE-CODIGO.
           MOVE W-MOTIVO TO LE-MOTIVO.
           MOVE W-LINHA  TO LE-ORIGINAL.
           WRITE REGEXC FROM DET-EXC.
       GRAVA-EXC-FIM.
           EXIT.
      *--------------[ ENFILEIRA A FUSAO (MESMO PEDIDO DO SMP044) ]-----
      * DUPLICADO = PACIENTE QUE ACABOU DE ENTRAR (INATIVO),
      * SOBREVIVENTE = CADASTRO ATIVO QUE JA EXISTIA.
       CRIA-FUSAO.
           ADD 1 TO W-AP-MAX.
           MOVE W-AP-MAX TO AP-NUMERO.
           MOVE "F" TO AP-TIPO.
           MOVE P-CODIGO TO AP-PCODIGO-DE.
           MOVE W-DUP-COD TO AP-PCODIGO-PARA.
           MOVE ZEROS TO AP-ANOS.
           MOVE W-OPERADOR TO AP-SOLICITANTE.
           ACCEPT AP-DTSOL FROM DATE YYYYMMDD.
           ACCEPT AP-HRSOL FROM TIME.
           MOVE "P" TO AP-STATUS.
           MOVE SPACES TO AP-APROVADOR.
           MOVE ZEROS TO AP-DTAPROV.
           WRITE REGAPROV
           IF ST-ERRO = "22"
               GO TO CRIA-FUSAO.
           MOVE P-CODIGO TO W-AUD-DUP.
           MOVE W-DUP-COD TO W-AUD-SOB.
           MOVE W-AUD-CHAVE TO AUD-CHAVE.
           MOVE "SOLICFUSAO" TO W-AUD-ACAO.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
       CRIA-FUSAO-FIM.
           EXIT.
      *--------------[ ULTIMO NUMERO DA FILA DE APROVACAO ]-------------
       ACHAR-MAX-APROV.
           MOVE ZEROS TO W-AP-MAX AP-NUMERO.
           START CADAPROV KEY IS NOT LESS AP-NUMERO
               INVALID KEY
                   GO TO ACHAR-MAX-APROV-FIM.
       ACHAR-MAX-APROV-LER.
           READ CADAPROV NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHAR-MAX-APROV-FIM.
           MOVE AP-NUMERO TO W-AP-MAX.
           GO TO ACHAR-MAX-APROV-LER.
       ACHAR-MAX-APROV-FIM.
           EXIT.
      *
       GRAVAR-AUDIT.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           MOVE "SMP199"      TO AUD-PROGRAMA.
           MOVE W-AUD-ACAO    TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-AUDIT-FIM.
           EXIT.
      *--------------------[ ROTINA DE VALIDACAO DE EMAIL ]-----------------
       VALID-EMAIL.
           MOVE ZEROS TO W-EMAIL-ARROBA W-EMAIL-PONTO W-EMAIL-POS
           INSPECT P-EMAIL TALLYING W-EMAIL-ARROBA FOR ALL "@".
           MOVE 1 TO IND-EMAIL.
       VALID-EMAIL-L1.
           IF IND-EMAIL > 30
              GO TO VALID-EMAIL-FIM.
           IF P-EMAIL(IND-EMAIL:1) = "@"
              MOVE IND-EMAIL TO W-EMAIL-POS.
           IF W-EMAIL-POS NOT = ZEROS AND P-EMAIL(IND-EMAIL:1) = "."
              ADD 1 TO W-EMAIL-PONTO.
           ADD 1 TO IND-EMAIL
           GO TO VALID-EMAIL-L1.
       VALID-EMAIL-FIM.
           EXIT.
      *--------------[ VALIDA A UNIDADE CONTRA O CADUNID ]--------------
       CHK-UNIDADE.
           MOVE "S" TO W-UNID-OK.
           IF W-TEM-UNID = "N"
               GO TO CHK-UNIDADE-FIM.
           MOVE P-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-UNID-OK
               MOVE "UNIDADE NAO CADASTRADA" TO W-MSG
               GO TO CHK-UNIDADE-FIM.
           IF UN-STATUS = "I"
               MOVE "N" TO W-UNID-OK
               MOVE "UNIDADE INATIVA" TO W-MSG.
       CHK-UNIDADE-FIM.
           EXIT.
      *--------------[ PROXIMO NUMERO AUTOMATICO (CADSEQ) ]-------------
      * O MESMO CONTROLE DO SMP004: A RECEPCAO PODE CONTINUAR
      * CADASTRANDO DURANTE A IMPORTACAO SEM COLISAO DE CODIGO.
       OBTER-PROXIMO.
           MOVE "S" TO W-SEQ-OK.
           OPEN I-O CADSEQ
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADSEQ
                   CLOSE CADSEQ
                   OPEN I-O CADSEQ
               ELSE
                   MOVE "N" TO W-SEQ-OK
                   GO TO OBTER-PROXIMO-FIM.
           MOVE "CADPACI" TO SQ-ARQUIVO.
           READ CADSEQ
           IF ST-ERRO = "00"
               MOVE SQ-PROXIMO TO W-PROXIMO
               ADD 1 TO SQ-PROXIMO
               MOVE "CADSEQ" TO JRN-ARQUIVO
               MOVE "R" TO JRN-OPER
               MOVE REGSEQ TO JRN-IMAGEM
               CALL "SMPJRN" USING W-JRN-PARM
               REWRITE REGSEQ
               CLOSE CADSEQ
               GO TO OBTER-PROXIMO-FIM.
           PERFORM ACHAR-MAIOR THRU ACHAR-MAIOR-FIM.
           ADD 1 TO W-MAIOR GIVING W-PROXIMO.
           MOVE "CADPACI" TO SQ-ARQUIVO.
           ADD 1 W-PROXIMO GIVING SQ-PROXIMO.
           MOVE "CADSEQ" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGSEQ TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGSEQ.
           CLOSE CADSEQ.
       OBTER-PROXIMO-FIM.
           EXIT.
      *--------------[ MAIOR CODIGO JA USADO NO CADASTRO ]--------------
       ACHAR-MAIOR.
           MOVE REGPACI TO W-REG-SALVO.
           MOVE ZEROS TO W-MAIOR.
           MOVE ZEROS TO P-CODIGO.
           START CADPACI KEY IS NOT LESS P-CODIGO
               INVALID KEY
                   GO TO ACHAR-MAIOR-REST.
       ACHAR-MAIOR-LER.
           READ CADPACI NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHAR-MAIOR-REST.
           IF P-CODIGO > W-MAIOR
               MOVE P-CODIGO TO W-MAIOR.
           GO TO ACHAR-MAIOR-LER.
       ACHAR-MAIOR-REST.
           MOVE W-REG-SALVO TO REGPACI.
       ACHAR-MAIOR-FIM.
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
           MOVE "SMP199" TO RUN-PROGRAMA.
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
