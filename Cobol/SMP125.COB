       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP125.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   DMED - DECLARACAO DE SERVICOS MEDICOS E DE SAUDE   *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * GERA O ARQUIVO DA DMED DO ANO-CALENDARIO INFORMADO
      * (DMEDaaaa.TXT, LAYOUT DELIMITADO POR "|" DA RECEITA
      * FEDERAL) A PARTIR DOS RECIBOS PARTICULARES (CADRECIB,
      * EMITIDOS PELO SMP034 E PELO SMP092) PAGOS NO ANO.
      * RECIBO ESTORNADO (RC-STATUS = "E") FICA FORA.
      * TOTALIZA POR CPF DO PAGADOR (REGISTRO RPPSS) E POR
      * BENEFICIARIO (BRPPSS): PACIENTE MENOR DE 18 ANOS NA DATA
      * DO PAGAMENTO COM RESPONSAVEL NO CADRESP E DECLARADO COMO
      * BENEFICIARIO DO RESPONSAVEL, QUE E QUEM PAGA.
      * PAGADOR SEM CPF VALIDO NAO ENTRA NO ARQUIVO E O RECIBO
      * SAI NA LISTA DE EXCECOES (DMEDEXC.DOC); MENOR SEM CPF
      * VALIDO ENTRA PELA DATA DE NASCIMENTO E TAMBEM E LISTADO.
      * A UNIDADE INFORMADA FORNECE CNPJ, NOME E CNES DO
      * DECLARANTE (CADUNID).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-NUMERO
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

                    SELECT CADRESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RS-PCODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT DMEDFILE ASSIGN TO W-NOME-DMED
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADDMEDEX ASSIGN TO DISK
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
       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       COPY REGRECIB.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
       COPY REGRESP.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD DMEDFILE
               LABEL RECORD IS STANDARD.
       01 REGDMED       PIC X(100).
      *
       FD CADDMEDEX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DMEDEXC.DOC".
       01 REGDMEDEX     PIC X(100).
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
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-ANO-CAL     PIC 9(04) VALUE ZEROS.
       77 W-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 W-UNIDADE     PIC 9(02) VALUE ZEROS.
       77 W-DECL-NOME   PIC X(30) VALUE SPACES.
       77 W-RESP-CPF    PIC 9(11) VALUE ZEROS.
       77 W-RESP-NOME   PIC X(30) VALUE SPACES.
       77 W-RESP-DDD    PIC 9(02) VALUE ZEROS.
       77 W-RESP-FONE   PIC 9(09) VALUE ZEROS.
       77 W-TEM-RESP    PIC X(01) VALUE "N".
       77 W-PAG-CPF     PIC 9(11) VALUE ZEROS.
       77 W-PAG-NOME    PIC X(30) VALUE SPACES.
       77 W-BENEF       PIC X(01) VALUE "N".
       77 W-IDADE-PAC   PIC S9(04) VALUE ZEROS.
       77 W-MMDD-NASC   PIC 9(04) VALUE ZEROS.
       77 W-MMDD-PAGTO  PIC 9(04) VALUE ZEROS.
       77 W-CENTAVOS    PIC 9(13) VALUE ZEROS.
       77 W-TOT-RECIB   PIC 9(06) VALUE ZEROS.
       77 W-TOT-VALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-EXC     PIC 9(06) VALUE ZEROS.
       77 W-TOT-ESTORNO PIC 9(06) VALUE ZEROS.
       77 W-DMED-LINHAS PIC 9(06) VALUE ZEROS.
       77 W-LAYOUT      PIC X(20) VALUE SPACES.
       01 W-CPF-VAL.
           03 W-CPF-NUM         PIC 9(11) VALUE ZEROS.
           03 W-CPF-OK          PIC X(01) VALUE "N".
       01 W-PAR-PARM.
           03 PAR-CODIGO    PIC X(10) VALUE SPACES.
           03 PAR-VALOR     PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX  PIC X(20) VALUE SPACES.
           03 PAR-ACHOU     PIC X(01) VALUE "N".
       01 W-DTPAGTO.
           03 W-PG-ANO      PIC 9(04).
           03 W-PG-MES      PIC 9(02).
           03 W-PG-DIA      PIC 9(02).
       01 W-DTNASC.
           03 W-NS-ANO      PIC 9(04).
           03 W-NS-MES      PIC 9(02).
           03 W-NS-DIA      PIC 9(02).
      *----- PAGADORES (TITULARES) DO ANO - CHAVE: CPF
       01 TB-PAG-IND            PIC 9(04) VALUE ZEROS.
       01 TB-PAG-IND2           PIC 9(04) VALUE ZEROS.
       01 TB-PAG-TOTAL          PIC 9(04) VALUE ZEROS.
       01 TB-PAG-TROCA          PIC X(01) VALUE "N".
       01 TAB-PAGADOR.
           03 TB-PAG-ITEM OCCURS 3000 TIMES.
               05 TB-PAG-CPF      PIC 9(11).
               05 TB-PAG-NOME     PIC X(30).
               05 TB-PAG-VALOR    PIC 9(10)V99.
       01 W-PAG-SALVO           PIC X(53) VALUE SPACES.
      *----- BENEFICIARIOS (DEPENDENTES) - CHAVE: CPF PAGADOR+PACIENTE
       01 TB-BEN-IND            PIC 9(04) VALUE ZEROS.
       01 TB-BEN-TOTAL          PIC 9(04) VALUE ZEROS.
       01 TAB-BENEF.
           03 TB-BEN-ITEM OCCURS 3000 TIMES.
               05 TB-BEN-PAGCPF   PIC 9(11).
               05 TB-BEN-PCODIGO  PIC 9(06).
               05 TB-BEN-CPF      PIC 9(11).
               05 TB-BEN-NASC     PIC 9(08).
               05 TB-BEN-NOME     PIC X(30).
               05 TB-BEN-VALOR    PIC 9(10)V99.
       01 W-NOME-DMED.
           05 FILLER           PIC X(04) VALUE "DMED".
           05 W-DMED-ANO       PIC 9(04).
           05 FILLER           PIC X(04) VALUE ".TXT".
      *
      *-----------------[ REGISTROS DO LAYOUT DA DMED ]-----------------
      * CAMPOS SEPARADOS POR "|"; VALORES EM CENTAVOS SEM PONTO
      * NEM VIRGULA; NOMES SEM OS BRANCOS DO FINAL.
       01 W-LINHA-DMED          PIC X(100) VALUE SPACES.
       01 W-CPF-ED              PIC 9(11) VALUE ZEROS.
       01 W-CPF-ED-X REDEFINES W-CPF-ED PIC X(11).
       01 W-CNPJ-ED             PIC 9(14) VALUE ZEROS.
       01 W-CNES-ED             PIC 9(07) VALUE ZEROS.
       01 W-NASC-ED             PIC 9(08) VALUE ZEROS.
      *
       01  CABECALHO-0.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".

       01  CABECALHO-1.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME      DMED - EXCECOES DO ANO ".
           05  FILLER                 PIC X(004) VALUE
           "    ".
           05  CAB1-ANO               PIC 9(004).
           05  FILLER                 PIC X(035) VALUE
           "                                  -".

       01  CABECALHO-2.
           05  FILLER                 PIC X(057) VALUE
           "- RECIBO PACIENTE                        PAGTO      VALOR".
           05  FILLER                 PIC X(043) VALUE
           "      MOTIVO                              -".

       01  DETALHE-EXC.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  EX-RECIBO  VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  EX-PCODIGO VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  EX-NOME    VALUE SPACES PIC X(025).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  EX-PAGTO   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  EX-VALOR   VALUE ZEROS  PIC ZZZZZ9,99.
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  EX-MOTIVO  VALUE SPACES PIC X(035).
           05  FILLER                 PIC X(002) VALUE
           " -".

       01  LINHA-TOTAL.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(033) VALUE
           "RECIBOS DECLARADOS              :".
           05  LT-RECIB               PIC ZZZZZ9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  FILLER                 PIC X(013) VALUE
           "VALOR TOTAL :".
           05  LT-VALOR               PIC ZZZZZZZZZ9,99.
           05  FILLER                 PIC X(028) VALUE
           "                           -".

       01  LINHA-PAGADORES.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(033) VALUE
           "PAGADORES (RPPSS)               :".
           05  LG-PAGADORES           PIC ZZZZZ9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  FILLER                 PIC X(013) VALUE
           "DEPENDENTES :".
           05  LG-DEPENDENTES         PIC ZZZZZ9.
           05  FILLER                 PIC X(035) VALUE
           "                                  -".

       01  LINHA-EXCECOES.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(033) VALUE
           "RECIBOS NA LISTA DE EXCECOES    :".
           05  LE-EXC                 PIC ZZZZZ9.
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  FILLER                 PIC X(013) VALUE
           "ESTORNADOS  :".
           05  LE-ESTORNO             PIC ZZZZZ9.
           05  FILLER                 PIC X(035) VALUE
           "                                  -".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT125.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                *** DMED - DECLARACAO D".
           05  LINE 02  COLUMN 41
               VALUE  "E SERVICOS MEDICOS ***".
           05  LINE 06  COLUMN 01
               VALUE  "     ANO-CALENDARIO     :".
           05  LINE 08  COLUMN 01
               VALUE  "     UNIDADE DECLARANTE :".
           05  LINE 10  COLUMN 01
               VALUE  "     CPF DO RESPONSAVEL :".
           05  LINE 11  COLUMN 01
               VALUE  "     NOME RESPONSAVEL   :".
           05  LINE 12  COLUMN 01
               VALUE  "     TELEFONE (DDD/NUM) :".
           05  LINE 14  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 14  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-ANOCAL
               LINE 06  COLUMN 27  PIC 9(04)
               USING  W-ANO-CAL
               HIGHLIGHT.
           05  T-UNIDADE
               LINE 08  COLUMN 27  PIC 9(02)
               USING  W-UNIDADE
               HIGHLIGHT.
           05  T-UNNOME
               LINE 08  COLUMN 31  PIC X(30)
               USING  W-DECL-NOME
               HIGHLIGHT.
           05  T-RESPCPF
               LINE 10  COLUMN 27  PIC 9(11)
               USING  W-RESP-CPF
               HIGHLIGHT.
           05  T-RESPNOME
               LINE 11  COLUMN 27  PIC X(30)
               USING  W-RESP-NOME
               HIGHLIGHT.
           05  T-RESPDDD
               LINE 12  COLUMN 27  PIC 9(02)
               USING  W-RESP-DDD
               HIGHLIGHT.
           05  T-RESPFONE
               LINE 12  COLUMN 30  PIC 9(09)
               USING  W-RESP-FONE
               HIGHLIGHT.

           05  T-OPCAO
               LINE 14  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           MOVE ZEROS TO W-ANO-CAL W-UNIDADE W-RESP-CPF W-RESP-DDD
                         W-RESP-FONE TB-PAG-TOTAL TB-BEN-TOTAL.
           MOVE SPACES TO W-RESP-NOME W-DECL-NOME.
           DISPLAY SMT125.

       INC-ANO.
           ACCEPT T-ANOCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
           IF W-ANO-CAL = ZEROS
               MOVE "*** ANO INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-ANO.

       INC-UNID.
           ACCEPT T-UNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-ANO.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADUNID NAO EXISTE *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE W-UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "*** UNIDADE NAO ENCONTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADUNID
               GO TO INC-UNID.
           MOVE UN-NOME TO W-DECL-NOME.
           CLOSE CADUNID.
           DISPLAY T-UNNOME.
           IF UN-CNPJ = ZEROS
               MOVE "*** UNIDADE SEM CNPJ - COMPLETE NO SMP057 ***"
                                                       TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-UNID.
           MOVE UN-CNPJ TO W-CNPJ-ED.
           MOVE UN-CNES TO W-CNES-ED.

       INC-RESP.
           ACCEPT T-RESPCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-UNID.
           MOVE W-RESP-CPF TO W-CPF-NUM.
           CALL "SMPCPF" USING W-CPF-VAL.
           IF W-CPF-OK NOT = "S"
               MOVE "CPF INVALIDO. DIGITE NOVAMENTE" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-RESP.

       INC-RESP-A.
           ACCEPT T-RESPNOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-RESP.
           IF W-RESP-NOME = SPACES
               MOVE "NOME NAO PODE FICAR EM BRANCO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-RESP-A.

       INC-RESP-B.
           ACCEPT T-RESPDDD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-RESP-A.
           ACCEPT T-RESPFONE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-RESP-B.
           IF W-RESP-DDD = ZEROS OR W-RESP-FONE = ZEROS
               MOVE "TELEFONE DO RESPONSAVEL E OBRIGATORIO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-RESP-B.

       INC-OPC.
           ACCEPT T-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-RESP-B.
           IF W-OPCAO = "N" OR "n"
               MOVE "* GERACAO RECUSADA PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *
       INC-OP0.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
      *----- IDENTIFICADOR DO LEIAUTE DO ANO, PUBLICADO PELA RECEITA
           MOVE "DMEDLEIAUT" TO PAR-CODIGO.
           MOVE ZEROS TO PAR-VALOR.
           MOVE SPACES TO PAR-VALOR-TX.
           CALL "SMPPAR" USING W-PAR-PARM.
           IF PAR-ACHOU = "S"
               MOVE PAR-VALOR-TX TO W-LAYOUT.
           COMPUTE W-ANO-REF = W-ANO-CAL + 1.

           OPEN INPUT CADRECIB
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   MOVE "* ARQUIVO CADRECIB NAO EXISTE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADRECIB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADPACI" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADRECIB
               GO TO ROT-FIM.

           MOVE "S" TO W-TEM-RESP.
           OPEN INPUT CADRESP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RESP.

           OPEN OUTPUT CADDMEDEX
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO DMEDEXC" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA-ARQ.
           WRITE REGDMEDEX FROM CABECALHO-0.
           MOVE W-ANO-CAL TO CAB1-ANO.
           WRITE REGDMEDEX FROM CABECALHO-1.
           WRITE REGDMEDEX FROM CABECALHO-0.
           WRITE REGDMEDEX FROM CABECALHO-2.
      *--------------------[ ACUMULAR OS RECIBOS DO ANO ]---------------
       LER-RECIB.
           READ CADRECIB NEXT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "10"
                   GO TO ORDENA-PAG
               ELSE
                   MOVE "ERRO NA LEITURA CADRECIB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FECHA-EXC
           ELSE
              NEXT SENTENCE.
           MOVE RC-DTPAGTO TO W-DTPAGTO.
           IF W-PG-ANO NOT = W-ANO-CAL
               GO TO LER-RECIB.
           IF RC-STATUS = "E"
               ADD 1 TO W-TOT-ESTORNO
               GO TO LER-RECIB.
           MOVE RC-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO P-NOME
               MOVE ZEROS TO P-CPF
               MOVE "PACIENTE NAO CADASTRADO" TO EX-MOTIVO
               PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM
               GO TO LER-RECIB.
      *--------------------[ QUEM PAGOU: PACIENTE OU RESPONSAVEL ]------
       DEF-PAGADOR.
           MOVE "N" TO W-BENEF.
           MOVE P-CPF  TO W-PAG-CPF.
           MOVE P-NOME TO W-PAG-NOME.
           IF W-TEM-RESP = "N"
               GO TO CHK-CPF-PAG.
           MOVE P-ANO TO W-NS-ANO.
           MOVE P-MES TO W-NS-MES.
           MOVE P-DIA TO W-NS-DIA.
           COMPUTE W-IDADE-PAC = W-PG-ANO - W-NS-ANO.
           COMPUTE W-MMDD-NASC = (W-NS-MES * 100) + W-NS-DIA.
           COMPUTE W-MMDD-PAGTO = (W-PG-MES * 100) + W-PG-DIA.
           IF W-MMDD-PAGTO < W-MMDD-NASC
               SUBTRACT 1 FROM W-IDADE-PAC.
           IF W-IDADE-PAC NOT < 18
               GO TO CHK-CPF-PAG.
           MOVE P-CODIGO TO RS-PCODIGO.
           READ CADRESP
           IF ST-ERRO NOT = "00"
               GO TO CHK-CPF-PAG.
           MOVE "S" TO W-BENEF.
           MOVE RS-CPF  TO W-PAG-CPF.
           MOVE RS-NOME TO W-PAG-NOME.
      *
       CHK-CPF-PAG.
           MOVE W-PAG-CPF TO W-CPF-NUM.
           CALL "SMPCPF" USING W-CPF-VAL.
           IF W-CPF-OK = "S"
               GO TO CHK-CPF-BEN.
           IF W-BENEF = "S"
               MOVE "RESPONSAVEL SEM CPF VALIDO" TO EX-MOTIVO
           ELSE
               MOVE "PACIENTE SEM CPF VALIDO" TO EX-MOTIVO.
           PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
           GO TO LER-RECIB.
      *----- MENOR SEM CPF VAI PELA DATA DE NASCIMENTO, COM AVISO
       CHK-CPF-BEN.
           IF W-BENEF = "N"
               GO TO ACUMULA.
           MOVE P-CPF TO W-CPF-NUM.
           CALL "SMPCPF" USING W-CPF-VAL.
           IF W-CPF-OK NOT = "S"
               MOVE ZEROS TO P-CPF
               MOVE "MENOR SEM CPF - DECLARADO P/ NASC." TO EX-MOTIVO
               PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
      *--------------------[ PROCURAR/ACUMULAR NAS TABELAS ]------------
       ACUMULA.
           ADD 1 TO W-TOT-RECIB.
           ADD RC-VALOR TO W-TOT-VALOR.
           MOVE ZEROS TO TB-PAG-IND.
       ACUMULA-PAG.
           IF TB-PAG-IND >= TB-PAG-TOTAL
               GO TO ACUMULA-PAG-NOVO.
           ADD 1 TO TB-PAG-IND.
           IF TB-PAG-CPF (TB-PAG-IND) = W-PAG-CPF
               GO TO ACUMULA-PAG-ACHOU.
           GO TO ACUMULA-PAG.
       ACUMULA-PAG-NOVO.
           IF TB-PAG-TOTAL >= 3000
               MOVE "*** LIMITE DE PAGADORES EXCEDIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA-EXC.
           ADD 1 TO TB-PAG-TOTAL.
           MOVE TB-PAG-TOTAL TO TB-PAG-IND.
           MOVE W-PAG-CPF  TO TB-PAG-CPF (TB-PAG-IND).
           MOVE W-PAG-NOME TO TB-PAG-NOME (TB-PAG-IND).
           MOVE ZEROS      TO TB-PAG-VALOR (TB-PAG-IND).
       ACUMULA-PAG-ACHOU.
           IF W-BENEF = "N"
               ADD RC-VALOR TO TB-PAG-VALOR (TB-PAG-IND)
               GO TO LER-RECIB.
           MOVE ZEROS TO TB-BEN-IND.
       ACUMULA-BEN.
           IF TB-BEN-IND >= TB-BEN-TOTAL
               GO TO ACUMULA-BEN-NOVO.
           ADD 1 TO TB-BEN-IND.
           IF TB-BEN-PAGCPF (TB-BEN-IND) = W-PAG-CPF AND
              TB-BEN-PCODIGO (TB-BEN-IND) = P-CODIGO
               ADD RC-VALOR TO TB-BEN-VALOR (TB-BEN-IND)
               GO TO LER-RECIB.
           GO TO ACUMULA-BEN.
       ACUMULA-BEN-NOVO.
           IF TB-BEN-TOTAL >= 3000
               MOVE "*** LIMITE DE DEPENDENTES EXCEDIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA-EXC.
           ADD 1 TO TB-BEN-TOTAL.
           MOVE TB-BEN-TOTAL TO TB-BEN-IND.
           MOVE W-PAG-CPF  TO TB-BEN-PAGCPF (TB-BEN-IND).
           MOVE P-CODIGO   TO TB-BEN-PCODIGO (TB-BEN-IND).
           MOVE P-CPF      TO TB-BEN-CPF (TB-BEN-IND).
           MOVE W-DTNASC   TO TB-BEN-NASC (TB-BEN-IND).
           MOVE P-NOME     TO TB-BEN-NOME (TB-BEN-IND).
           MOVE RC-VALOR   TO TB-BEN-VALOR (TB-BEN-IND).
           GO TO LER-RECIB.
      *--------------------[ RPPSS EM ORDEM CRESCENTE DE CPF ]----------
       ORDENA-PAG.
           MOVE "N" TO TB-PAG-TROCA.
           MOVE 1 TO TB-PAG-IND.
       ORDENA-PAG-L1.
           IF TB-PAG-IND >= TB-PAG-TOTAL
               GO TO ORDENA-PAG-FIM.
           COMPUTE TB-PAG-IND2 = TB-PAG-IND + 1.
           IF TB-PAG-CPF (TB-PAG-IND) > TB-PAG-CPF (TB-PAG-IND2)
               MOVE TB-PAG-ITEM (TB-PAG-IND)  TO W-PAG-SALVO
               MOVE TB-PAG-ITEM (TB-PAG-IND2) TO
                                          TB-PAG-ITEM (TB-PAG-IND)
               MOVE W-PAG-SALVO TO TB-PAG-ITEM (TB-PAG-IND2)
               MOVE "S" TO TB-PAG-TROCA.
           ADD 1 TO TB-PAG-IND.
           GO TO ORDENA-PAG-L1.
       ORDENA-PAG-FIM.
           IF TB-PAG-TROCA = "S"
               GO TO ORDENA-PAG.
      *--------------------[ GRAVAR O ARQUIVO DA DMED ]-----------------
       GRAVA-DMED.
           MOVE W-ANO-CAL TO W-DMED-ANO.
           OPEN OUTPUT DMEDFILE
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO DMED" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA-EXC.
           MOVE SPACES TO W-LINHA-DMED.
           STRING "Dmed|"       DELIMITED BY SIZE
                  W-ANO-REF     DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  W-ANO-CAL     DELIMITED BY SIZE
                  "|N||"        DELIMITED BY SIZE
                  W-LAYOUT      DELIMITED BY SPACE
                  "|"           DELIMITED BY SIZE
                  INTO W-LINHA-DMED.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           MOVE SPACES TO W-LINHA-DMED.
           MOVE W-RESP-CPF TO W-CPF-ED.
           STRING "RESPO|"      DELIMITED BY SIZE
                  W-CPF-ED      DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  W-RESP-NOME   DELIMITED BY "  "
                  "|"           DELIMITED BY SIZE
                  W-RESP-DDD    DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  W-RESP-FONE   DELIMITED BY SIZE
                  "||||"        DELIMITED BY SIZE
                  INTO W-LINHA-DMED.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
      *----- TIPO DE DECLARANTE 2 = PRESTADOR DE SERVICO DE SAUDE
           MOVE SPACES TO W-LINHA-DMED.
           STRING "DECPJ|"      DELIMITED BY SIZE
                  W-CNPJ-ED     DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  W-DECL-NOME   DELIMITED BY "  "
                  "|2||"        DELIMITED BY SIZE
                  W-CNES-ED     DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  W-CPF-ED      DELIMITED BY SIZE
                  "|N||"        DELIMITED BY SIZE
                  INTO W-LINHA-DMED.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           MOVE "PSS|" TO W-LINHA-DMED.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           MOVE ZEROS TO TB-PAG-IND.
       GRAVA-DMED-PAG.
           IF TB-PAG-IND >= TB-PAG-TOTAL
               GO TO GRAVA-DMED-FIM.
           ADD 1 TO TB-PAG-IND.
           MOVE SPACES TO W-LINHA-DMED.
           MOVE TB-PAG-CPF (TB-PAG-IND) TO W-CPF-ED.
           COMPUTE W-CENTAVOS = TB-PAG-VALOR (TB-PAG-IND) * 100.
           STRING "RPPSS|"      DELIMITED BY SIZE
                  W-CPF-ED      DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  TB-PAG-NOME (TB-PAG-IND) DELIMITED BY "  "
                  "|"           DELIMITED BY SIZE
                  W-CENTAVOS    DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  INTO W-LINHA-DMED.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           MOVE ZEROS TO TB-BEN-IND.
       GRAVA-DMED-BEN.
           IF TB-BEN-IND >= TB-BEN-TOTAL
               GO TO GRAVA-DMED-PAG.
           ADD 1 TO TB-BEN-IND.
           IF TB-BEN-PAGCPF (TB-BEN-IND) NOT = TB-PAG-CPF (TB-PAG-IND)
               GO TO GRAVA-DMED-BEN.
           MOVE SPACES TO W-LINHA-DMED.
           MOVE TB-BEN-CPF (TB-BEN-IND) TO W-CPF-ED.
           IF W-CPF-ED = ZEROS
               MOVE SPACES TO W-CPF-ED-X.
           MOVE TB-BEN-NASC (TB-BEN-IND) TO W-NASC-ED.
           COMPUTE W-CENTAVOS = TB-BEN-VALOR (TB-BEN-IND) * 100.
           STRING "BRPPSS|"     DELIMITED BY SIZE
                  W-CPF-ED-X    DELIMITED BY SPACE
                  "|"           DELIMITED BY SIZE
                  W-NASC-ED     DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  TB-BEN-NOME (TB-BEN-IND) DELIMITED BY "  "
                  "|"           DELIMITED BY SIZE
                  W-CENTAVOS    DELIMITED BY SIZE
                  "|"           DELIMITED BY SIZE
                  INTO W-LINHA-DMED.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           GO TO GRAVA-DMED-BEN.
       GRAVA-DMED-FIM.
           MOVE "FIMDmed|" TO W-LINHA-DMED.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           CLOSE DMEDFILE.
      *--------------------[ TOTAIS DA LISTA DE EXCECOES ]--------------
       ROT-TOTAIS.
           WRITE REGDMEDEX FROM CABECALHO-0.
           MOVE W-TOT-RECIB TO LT-RECIB.
           MOVE W-TOT-VALOR TO LT-VALOR.
           WRITE REGDMEDEX FROM LINHA-TOTAL.
           MOVE TB-PAG-TOTAL TO LG-PAGADORES.
           MOVE TB-BEN-TOTAL TO LG-DEPENDENTES.
           WRITE REGDMEDEX FROM LINHA-PAGADORES.
           MOVE W-TOT-EXC     TO LE-EXC.
           MOVE W-TOT-ESTORNO TO LE-ESTORNO.
           WRITE REGDMEDEX FROM LINHA-EXCECOES.
           WRITE REGDMEDEX FROM CABECALHO-0.
           MOVE "O" TO W-RUN-STATUS.
           MOVE W-TOT-RECIB TO W-RUN-REGS.
           MOVE "*** ARQUIVO DA DMED GERADO COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-FECHA-EXC.
      *--------------[ LINHA DO ARQUIVO DA DMED ]-----------------------
       GRAVA-LINHA.
           WRITE REGDMED FROM W-LINHA-DMED.
           ADD 1 TO W-DMED-LINHAS.
       GRAVA-LINHA-FIM.
           EXIT.
      *--------------[ RECIBO NA LISTA DE EXCECOES ]--------------------
       GRAVA-EXC.
           MOVE RC-NUMERO  TO EX-RECIBO.
           MOVE RC-PCODIGO TO EX-PCODIGO.
           MOVE P-NOME     TO EX-NOME.
           MOVE RC-DTPAGTO TO EX-PAGTO.
           MOVE RC-VALOR   TO EX-VALOR.
           WRITE REGDMEDEX FROM DETALHE-EXC.
           ADD 1 TO W-TOT-EXC.
       GRAVA-EXC-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FECHA-EXC.
           CLOSE CADDMEDEX.
       ROT-FECHA-ARQ.
           PERFORM RUNCTL-FIM THRU RUNCTL-FIM-FIM.
           CLOSE CADRECIB CADPACI.
           IF W-TEM-RESP = "S"
               CLOSE CADRESP.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.

       ROT-FIMS.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
           DISPLAY (23, 12) MENS.
       ROT-MENS2.
           ADD 1 TO W-CONT
           IF W-CONT < 3000
               GO TO ROT-MENS2
           ELSE
               DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
      *
      *------------[ CONTROLE CENTRAL DE EXECUCAO DOS BATCHES ]---------
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
           MOVE "SMP125" TO RUN-PROGRAMA.
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
