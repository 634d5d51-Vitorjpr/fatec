       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP154.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     LAUDO NARRATIVO DE EXAME (IMAGEM / DESCRITIVO)   *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * DIGITA O LAUDO DO PEDIDO DE EXAME (CADEXAME): TECNICA,
      * ACHADOS E CONCLUSAO, COM O MEDICO QUE LAUDA E ASSINA.
      * ENQUANTO DIGITADO O TEXTO PODE SER ALTERADO; AO ASSINAR
      * O PEDIDO PASSA A RESULTADO RECEBIDO E O TEXTO FICA
      * TRAVADO. CORRECAO DEPOIS DA ASSINATURA E UM ADENDO NA
      * SEQUENCIA SEGUINTE. O LAUDO ASSINADO E IMPRESSO NO
      * PAPEL TIMBRADO DA CLINICA COM A UNIDADE DO LAUDADOR.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADLAUDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LD-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADEXAME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
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

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT LAUDOIMP ASSIGN TO W-NOME-LAUDO
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLAUDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLAUDO.DAT".
       COPY REGLAUDO.
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
       COPY REGEXAME.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD LAUDOIMP
               LABEL RECORD IS STANDARD.
       01 REGLAUDIMP    PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP154".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-LIMPA                PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-MAXSEQ               PIC 9(02) VALUE ZEROS.
       01 W-QTD-LAUDO            PIC 9(02) VALUE ZEROS.
       01 W-QTD-ASSIN            PIC 9(02) VALUE ZEROS.
       01 W-NOVO                 PIC X(01) VALUE "N".
       01 W-TEM-UNID             PIC X(01) VALUE "N".
       01 TXTIPO                 PIC X(07) VALUE SPACES.
       01 TXSTATUS               PIC X(10) VALUE SPACES.
       01 W-HORA.
           03 W-HR-HH            PIC 9(02).
           03 W-HR-MM            PIC 9(02).
           03 FILLER             PIC 9(04).
       01 W-NOME-LAUDO.
           05 FILLER             PIC X(05) VALUE "LAUDO".
           05 W-LAU-DATA         PIC 9(08).
           05 W-LAU-PCOD         PIC 9(06).
           05 W-LAU-SEQ          PIC 9(02).
           05 FILLER             PIC X(04) VALUE ".TXT".
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *
       01  LDI-BORDA.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  LDI-TITULO.
           05  FILLER                 PIC X(040) VALUE
           "- PROGRAMACAO PARA MAINFRAME            ".
           05  FILLER                 PIC X(039) VALUE
           "LAUDO DE EXAME                         ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  LDI-UNIDADE.
           05  FILLER                 PIC X(012) VALUE "- UNIDADE  :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  LU-NOME                PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  LU-ENDERECO            PIC X(030).
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LDI-PACIENTE.
           05  FILLER                 PIC X(012) VALUE "- PACIENTE :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  LP-NOME                PIC X(030).
           05  FILLER                 PIC X(009) VALUE " NASCIM.:".
           05  LP-DIA                 PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  LP-MES                 PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  LP-ANO                 PIC 9(004).
           05  FILLER                 PIC X(017) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LDI-EXAME.
           05  FILLER                 PIC X(012) VALUE "- EXAME    :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  LE-TIPO                PIC X(030).
           05  FILLER                 PIC X(009) VALUE " PEDIDO: ".
           05  LE-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(017) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LDI-MEDICO.
           05  LM-ROTULO              PIC X(012).
           05  FILLER                 PIC X(001) VALUE " ".
           05  LM-NOME                PIC X(030).
           05  FILLER                 PIC X(006) VALUE " CRM: ".
           05  LM-CRM                 PIC 9(006).
           05  FILLER                 PIC X(001) VALUE "/".
           05  LM-CRMUF               PIC X(002).
           05  FILLER                 PIC X(021) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LDI-CABLAUDO.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  LC-TIPO                PIC X(007).
           05  FILLER                 PIC X(001) VALUE " ".
           05  LC-SEQ                 PIC 9(002).
           05  FILLER                 PIC X(013) VALUE
           " ASSINADO EM ".
           05  LC-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(004) VALUE " AS ".
           05  LC-HH                  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE ":".
           05  LC-MM                  PIC 9(002).
           05  FILLER                 PIC X(035) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LDI-TEXTO.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  LT-ROTULO              PIC X(012).
           05  FILLER                 PIC X(001) VALUE " ".
           05  LT-TEXTO               PIC X(056).
           05  FILLER                 PIC X(008) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LDI-ASSIN.
           05  FILLER                 PIC X(040) VALUE
           "- ASSINATURA : ________________________".
           05  FILLER                 PIC X(039) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT154.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** LAUDO DE EXAME (IMAGEM".
           05  LINE 02  COLUMN 41
               VALUE  " / DESCRITIVO) ***".

           05  LINE 04  COLUMN 01
               VALUE  "  DATA PEDIDO:".
           05  LINE 04  COLUMN 28
               VALUE  "PACIENTE:".

           05  LINE 05  COLUMN 01
               VALUE  "  SEQ. EXAME :".
           05  LINE 05  COLUMN 28
               VALUE  "EXAME:".
           05  LINE 05  COLUMN 67
               VALUE  "ST:".

           05  LINE 07  COLUMN 01
               VALUE  "  LAUDO SEQ  :".
           05  LINE 07  COLUMN 21
               VALUE  "TIPO:".
           05  LINE 07  COLUMN 36
               VALUE  "STATUS:".

           05  LINE 08  COLUMN 01
               VALUE  "  CRM LAUDO  :".
           05  LINE 08  COLUMN 24
               VALUE  "UF:".
           05  LINE 08  COLUMN 32
               VALUE  "NOME:".

           05  LINE 10  COLUMN 01
               VALUE  "  TECNICA    :".

           05  LINE 12  COLUMN 01
               VALUE  "  ACHADOS    :".

           05  LINE 17  COLUMN 01
               VALUE  "  CONCLUSAO  :".

           05  LINE 20  COLUMN 01
               VALUE  "  ASSINADO EM:".

           05  TEXDATA
               LINE 04  COLUMN 16  PIC 9999.99.99
               USING  EX-DATA
               HIGHLIGHT.

           05  TEXPCODIGO
               LINE 04  COLUMN 38  PIC 9(06)
               USING  EX-PCODIGO
               HIGHLIGHT.

           05  TEXNOMEPAC
               LINE 04  COLUMN 45  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TEXSEQ
               LINE 05  COLUMN 16  PIC 9(02)
               USING  EX-SEQ
               HIGHLIGHT.

           05  TEXTIPO
               LINE 05  COLUMN 35  PIC X(30)
               USING  EX-TIPO
               HIGHLIGHT.

           05  TEXSTATUS
               LINE 05  COLUMN 71  PIC X(01)
               USING  EX-STATUS
               HIGHLIGHT.

           05  TLDSEQ
               LINE 07  COLUMN 16  PIC 9(02)
               USING  LD-SEQ
               HIGHLIGHT.

           05  TTXTIPO
               LINE 07  COLUMN 27  PIC X(07)
               USING  TXTIPO
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 07  COLUMN 44  PIC X(10)
               USING  TXSTATUS
               HIGHLIGHT.

           05  TLDCRM
               LINE 08  COLUMN 16  PIC Z99.999
               USING  LD-CRM
               HIGHLIGHT.

           05  TLDCRMUF
               LINE 08  COLUMN 28  PIC X(02)
               USING  LD-CRM-UF
               HIGHLIGHT.

           05  TLDNOMEMED
               LINE 08  COLUMN 38  PIC X(30)
               USING  NOME
               HIGHLIGHT.

           05  TLDTEC1
               LINE 10  COLUMN 16  PIC X(56)
               USING  LD-TECNICA1
               HIGHLIGHT.

           05  TLDTEC2
               LINE 11  COLUMN 16  PIC X(56)
               USING  LD-TECNICA2
               HIGHLIGHT.

           05  TLDACH1
               LINE 12  COLUMN 16  PIC X(56)
               USING  LD-ACHADO1
               HIGHLIGHT.

           05  TLDACH2
               LINE 13  COLUMN 16  PIC X(56)
               USING  LD-ACHADO2
               HIGHLIGHT.

           05  TLDACH3
               LINE 14  COLUMN 16  PIC X(56)
               USING  LD-ACHADO3
               HIGHLIGHT.

           05  TLDACH4
               LINE 15  COLUMN 16  PIC X(56)
               USING  LD-ACHADO4
               HIGHLIGHT.

           05  TLDCONC1
               LINE 17  COLUMN 16  PIC X(56)
               USING  LD-CONCLUSAO1
               HIGHLIGHT.

           05  TLDCONC2
               LINE 18  COLUMN 16  PIC X(56)
               USING  LD-CONCLUSAO2
               HIGHLIGHT.

           05  TLDDTASSIN
               LINE 20  COLUMN 16  PIC 9999.99.99
               USING  LD-DTASSIN
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADLAUDO.
           OPEN I-O CADLAUDO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADLAUDO
                   CLOSE CADLAUDO
                   GO TO ABRIR-CADLAUDO
               ELSE
                   MOVE "CADLAUDO" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO-MSG
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADEXAME.
           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADEXAME NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLAUDO
              GO TO ROT-FIM.

       ABRIR-CADMED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLAUDO CADEXAME
              GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLAUDO CADEXAME CADMED
              GO TO ROT-FIM.
      *----- SEM O CADASTRO DE UNIDADES O LAUDO SAI SEM A LINHA
      *----- DA UNIDADE NO CABECALHO.
       ABRIR-CADUNID.
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-UNID.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO EX-PCODIGO EX-SEQ P-CODIGO CRM LD-SEQ LD-CRM
                     LD-DTASSIN.
           MOVE SPACES TO EX-TIPO EX-STATUS P-NOME NOME CRM-UF
                          LD-CRM-UF TXTIPO TXSTATUS.
           PERFORM LIMPA-TEXTO.
           ACCEPT EX-DATA FROM DATE YYYYMMDD.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT154.
      *--------------------[ DIGITAR CHAVE DO PEDIDO ]-----------------
       PASSO-1.
           ACCEPT TEXDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADLAUDO CADEXAME CADMED CADPACI
                   IF W-TEM-UNID = "S"
                       CLOSE CADUNID
                       GO TO ROT-FIM
                   ELSE
                       GO TO ROT-FIM.
           IF EX-DATA = ZEROS
                MOVE "DATA DO PEDIDO INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
       PASSO-2.
           ACCEPT TEXPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF EX-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           MOVE EX-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-2.
           DISPLAY TEXNOMEPAC.
       PASSO-3.
           ACCEPT TEXSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF EX-SEQ = ZEROS
                MOVE "SEQUENCIA DO PEDIDO NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
       LER-EXAME.
           READ CADEXAME
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** PEDIDO DE EXAME NAO ENCONTRADO ***"
                                                            TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PASSO-3
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADEXAME" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           DISPLAY TEXTIPO.
           DISPLAY TEXSTATUS.
           IF EX-STATUS = "R"
               MOVE "*** EXAME AINDA NAO REALIZADO/COLETADO ***"
                                                            TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3.
      *--------------------[ LOCALIZA O ULTIMO LAUDO DO PEDIDO ]-------
       ACHAR-LAUDO.
           MOVE ZEROS TO W-MAXSEQ W-QTD-LAUDO.
           MOVE EX-DATA    TO LD-DATA.
           MOVE EX-PCODIGO TO LD-PCODIGO.
           MOVE EX-SEQ     TO LD-EXSEQ.
           MOVE ZEROS      TO LD-SEQ.
           START CADLAUDO KEY IS NOT LESS LD-CHAVE
               INVALID KEY
                   GO TO ACHAR-LAUDO-FIM.
       ACHAR-LAUDO-LER.
           READ CADLAUDO NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACHAR-LAUDO-FIM.
           IF LD-DATA NOT = EX-DATA OR LD-PCODIGO NOT = EX-PCODIGO
              OR LD-EXSEQ NOT = EX-SEQ
               GO TO ACHAR-LAUDO-FIM.
           ADD 1 TO W-QTD-LAUDO.
           MOVE LD-SEQ TO W-MAXSEQ.
           GO TO ACHAR-LAUDO-LER.
       ACHAR-LAUDO-FIM.
           IF W-QTD-LAUDO = ZEROS
               GO TO NOVO-LAUDO.
           MOVE EX-DATA    TO LD-DATA.
           MOVE EX-PCODIGO TO LD-PCODIGO.
           MOVE EX-SEQ     TO LD-EXSEQ.
           MOVE W-MAXSEQ   TO LD-SEQ.
           READ CADLAUDO
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA LEITURA ARQUIVO CADLAUDO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "N" TO W-NOVO.
           PERFORM LER-LAUDADOR.
           PERFORM SET-TEXTOS.
           DISPLAY SMT154.
           IF LD-STATUS = "D"
               MOVE "*** LAUDO DIGITADO - AINDA NAO ASSINADO ***"
                                                            TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
      *--------------------[ LAUDO ASSINADO - SOMENTE ADENDO ]---------
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO ADENDO   I=IMPRIME LAUDO   F=FIM"
           ACCEPT (23, 56) W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO ROT-INIC.
           IF W-OPCAO = "I" OR "i"
               PERFORM IMPRIME-LAUDO THRU IMPRIME-LAUDO-FIM
               GO TO ROT-INIC.
           IF W-OPCAO = "N" OR "n"
               GO TO NOVO-ADENDO.
           GO TO ACE-001.
      *--------------------[ NOVO LAUDO / NOVO ADENDO ]----------------
       NOVO-LAUDO.
           MOVE ZEROS TO LD-SEQ LD-CRM.
           MOVE SPACES TO LD-CRM-UF NOME.
           MOVE "L" TO LD-TIPO.
           GO TO NOVO-REGISTRO.
      *----- O ADENDO JA VEM COM O LAUDADOR DO ULTIMO REGISTRO.
       NOVO-ADENDO.
           ADD 1 TO W-MAXSEQ GIVING LD-SEQ.
           MOVE "A" TO LD-TIPO.
       NOVO-REGISTRO.
           MOVE EX-DATA    TO LD-DATA.
           MOVE EX-PCODIGO TO LD-PCODIGO.
           MOVE EX-SEQ     TO LD-EXSEQ.
           MOVE "D" TO LD-STATUS.
           MOVE ZEROS TO LD-DTASSIN LD-HRASSIN.
           ACCEPT LD-DTCADASTRO FROM DATE YYYYMMDD.
           PERFORM LIMPA-TEXTO.
           MOVE "S" TO W-NOVO.
           PERFORM SET-TEXTOS.
           DISPLAY SMT154.
      *--------------------[ MEDICO QUE LAUDA ]-------------------------
       PASSO-4.
           ACCEPT TLDCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF LD-CRM = ZEROS
                MOVE "CRM DO LAUDADOR NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-4-A.
           ACCEPT TLDCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF LD-CRM-UF = SPACES
                MOVE "UF DO CRM NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4-A.
           MOVE LD-CRM    TO CRM.
           MOVE LD-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO LAUDADOR NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
           DISPLAY TLDNOMEMED.
      *--------------------[ TEXTO DO LAUDO ]--------------------------
       PASSO-5.
           ACCEPT TLDTEC1
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4-A.
       PASSO-6.
           ACCEPT TLDTEC2
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
       PASSO-7.
           ACCEPT TLDACH1
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
       PASSO-8.
           ACCEPT TLDACH2
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
       PASSO-9.
           ACCEPT TLDACH3
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-8.
       PASSO-10.
           ACCEPT TLDACH4
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-9.
       PASSO-11.
           ACCEPT TLDCONC1
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-10.
       PASSO-12.
           ACCEPT TLDCONC2
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-11.
           IF LD-TECNICA1 = SPACES AND LD-TECNICA2 = SPACES AND
              LD-ACHADO1 = SPACES AND LD-ACHADO2 = SPACES AND
              LD-ACHADO3 = SPACES AND LD-ACHADO4 = SPACES AND
              LD-CONCLUSAO1 = SPACES AND LD-CONCLUSAO2 = SPACES
                MOVE "LAUDO VAZIO NAO PODE SER GRAVADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
      *--------------------[ GRAVA RASCUNHO OU ASSINA ]----------------
       ACE-002.
           DISPLAY (23, 13)
                "G=GRAVA DIGITADO   A=ASSINA   N=DESCARTA"
           ACCEPT (23, 56) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-12.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** LAUDO DESCARTADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO = "G" OR "g"
              PERFORM GRAVAR-LAUDO THRU GRAVAR-LAUDO-FIM
              MOVE "** LAUDO GRAVADO (AINDA NAO ASSINADO) **" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "A" AND "a"
              GO TO ACE-002.
           IF LD-CONCLUSAO1 = SPACES AND LD-CONCLUSAO2 = SPACES
              MOVE "*** LAUDO SEM CONCLUSAO NAO PODE SER ASSINADO ***"
                                                            TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PASSO-11.
       VALID-ASSIN.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 13) W-LIMPA.
           DISPLAY (23, 13) "ASSINAR - O TEXTO FICA TRAVADO (S/N) : ".
           ACCEPT (23, 53) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              GO TO ACE-002.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-ASSIN.
           MOVE "A" TO LD-STATUS.
           ACCEPT LD-DTASSIN FROM DATE YYYYMMDD.
           ACCEPT LD-HRASSIN FROM TIME.
           PERFORM GRAVAR-LAUDO THRU GRAVAR-LAUDO-FIM.
      *----- O LAUDO ORIGINAL ASSINADO E O RESULTADO DO PEDIDO.
           IF LD-TIPO = "L" AND EX-STATUS NOT = "T"
               MOVE "T" TO EX-STATUS
               MOVE LD-DTASSIN TO EX-DTRESULT
               REWRITE REGEXAME
               IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO CADEXAME"
                                                            TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           MOVE "** LAUDO ASSINADO - TEXTO TRAVADO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM IMPRIME-LAUDO THRU IMPRIME-LAUDO-FIM.
           GO TO ROT-INIC.
      *--------------------[ GRAVACAO DO LAUDO ]-----------------------
      * SO O REGISTRO AINDA DIGITADO (D) E REGRAVADO: O ASSINADO
      * NUNCA CHEGA AQUI, POIS CAI DIRETO NA OPCAO DE ADENDO.
       GRAVAR-LAUDO.
           IF W-NOVO = "N"
               GO TO GRAVAR-LAUDO-RW.
           WRITE REGLAUDO
           IF ST-ERRO = "00" OR "02"
               MOVE "N" TO W-NOVO
               GO TO GRAVAR-LAUDO-FIM.
           IF ST-ERRO = "22"
               MOVE "*** LAUDO JA EXISTENTE NA SEQUENCIA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLAUDO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       GRAVAR-LAUDO-RW.
           REWRITE REGLAUDO
           IF ST-ERRO = "00" OR "02"
               GO TO GRAVAR-LAUDO-FIM.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADLAUDO" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       GRAVAR-LAUDO-FIM.
           EXIT.
      *--------------------[ IMPRESSAO DO LAUDO ]----------------------
      * IMPRIME O LAUDO ORIGINAL E OS ADENDOS JA ASSINADOS, CADA
      * UM COM O SEU LAUDADOR E LINHA DE ASSINATURA. A UNIDADE DO
      * CABECALHO E A DO MEDICO QUE ASSINOU O LAUDO ORIGINAL.
       IMPRIME-LAUDO.
           MOVE EX-DATA    TO W-LAU-DATA.
           MOVE EX-PCODIGO TO W-LAU-PCOD.
           MOVE EX-SEQ     TO W-LAU-SEQ.
           MOVE ZEROS TO W-QTD-ASSIN.
           OPEN OUTPUT LAUDOIMP
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA IMPRESSAO DO LAUDO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO IMPRIME-LAUDO-FIM.
           WRITE REGLAUDIMP FROM LDI-BORDA.
           WRITE REGLAUDIMP FROM LDI-TITULO.
           MOVE EX-DATA    TO LD-DATA.
           MOVE EX-PCODIGO TO LD-PCODIGO.
           MOVE EX-SEQ     TO LD-EXSEQ.
           MOVE ZEROS      TO LD-SEQ.
           READ CADLAUDO
           IF ST-ERRO = "00"
               PERFORM LER-LAUDADOR
               PERFORM IMPRIME-UNIDADE THRU IMPRIME-UNIDADE-FIM.
           WRITE REGLAUDIMP FROM LDI-BORDA.
           MOVE P-NOME TO LP-NOME.
           MOVE P-DIA  TO LP-DIA.
           MOVE P-MES  TO LP-MES.
           MOVE P-ANO  TO LP-ANO.
           WRITE REGLAUDIMP FROM LDI-PACIENTE.
           MOVE EX-TIPO TO LE-TIPO.
           MOVE EX-DATA TO LE-DATA.
           WRITE REGLAUDIMP FROM LDI-EXAME.
           MOVE EX-CRM    TO CRM.
           MOVE EX-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME.
           MOVE "- SOLICIT. :" TO LM-ROTULO.
           MOVE NOME      TO LM-NOME.
           MOVE EX-CRM    TO LM-CRM.
           MOVE EX-CRM-UF TO LM-CRMUF.
           WRITE REGLAUDIMP FROM LDI-MEDICO.
           WRITE REGLAUDIMP FROM LDI-BORDA.
           MOVE ZEROS TO LD-SEQ.
           START CADLAUDO KEY IS NOT LESS LD-CHAVE
               INVALID KEY
                   GO TO IMPRIME-LAUDO-FECHA.
       IMPRIME-LAUDO-LER.
           READ CADLAUDO NEXT
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME-LAUDO-FECHA.
           IF LD-DATA NOT = EX-DATA OR LD-PCODIGO NOT = EX-PCODIGO
              OR LD-EXSEQ NOT = EX-SEQ
               GO TO IMPRIME-LAUDO-FECHA.
           IF LD-STATUS NOT = "A"
               GO TO IMPRIME-LAUDO-LER.
           ADD 1 TO W-QTD-ASSIN.
           PERFORM SET-TEXTOS.
           MOVE TXTIPO     TO LC-TIPO.
           MOVE LD-SEQ     TO LC-SEQ.
           MOVE LD-DTASSIN TO LC-DATA.
           MOVE LD-HRASSIN TO W-HORA.
           MOVE W-HR-HH    TO LC-HH.
           MOVE W-HR-MM    TO LC-MM.
           WRITE REGLAUDIMP FROM LDI-CABLAUDO.
           MOVE "TECNICA    :" TO LT-ROTULO.
           MOVE LD-TECNICA1 TO LT-TEXTO.
           PERFORM IMPRIME-TEXTO THRU IMPRIME-TEXTO-FIM.
           MOVE LD-TECNICA2 TO LT-TEXTO.
           PERFORM IMPRIME-TEXTO THRU IMPRIME-TEXTO-FIM.
           MOVE "ACHADOS    :" TO LT-ROTULO.
           MOVE LD-ACHADO1 TO LT-TEXTO.
           PERFORM IMPRIME-TEXTO THRU IMPRIME-TEXTO-FIM.
           MOVE LD-ACHADO2 TO LT-TEXTO.
           PERFORM IMPRIME-TEXTO THRU IMPRIME-TEXTO-FIM.
           MOVE LD-ACHADO3 TO LT-TEXTO.
           PERFORM IMPRIME-TEXTO THRU IMPRIME-TEXTO-FIM.
           MOVE LD-ACHADO4 TO LT-TEXTO.
           PERFORM IMPRIME-TEXTO THRU IMPRIME-TEXTO-FIM.
           MOVE "CONCLUSAO  :" TO LT-ROTULO.
           MOVE LD-CONCLUSAO1 TO LT-TEXTO.
           PERFORM IMPRIME-TEXTO THRU IMPRIME-TEXTO-FIM.
           MOVE LD-CONCLUSAO2 TO LT-TEXTO.
           PERFORM IMPRIME-TEXTO THRU IMPRIME-TEXTO-FIM.
           PERFORM LER-LAUDADOR.
           MOVE "- DR.(A)   :" TO LM-ROTULO.
           MOVE NOME      TO LM-NOME.
           MOVE LD-CRM    TO LM-CRM.
           MOVE LD-CRM-UF TO LM-CRMUF.
           WRITE REGLAUDIMP FROM LDI-MEDICO.
           WRITE REGLAUDIMP FROM LDI-ASSIN.
           WRITE REGLAUDIMP FROM LDI-BORDA.
           GO TO IMPRIME-LAUDO-LER.
       IMPRIME-LAUDO-FECHA.
           CLOSE LAUDOIMP.
           IF W-QTD-ASSIN = ZEROS
               MOVE "*** LAUDO AINDA NAO ASSINADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
               MOVE "** LAUDO IMPRESSO COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIME-LAUDO-FIM.
           EXIT.
      *----- LINHA EM BRANCO NAO SAI; O ROTULO SO NA PRIMEIRA.
       IMPRIME-TEXTO.
           IF LT-TEXTO = SPACES
               GO TO IMPRIME-TEXTO-FIM.
           WRITE REGLAUDIMP FROM LDI-TEXTO.
           MOVE SPACES TO LT-ROTULO.
       IMPRIME-TEXTO-FIM.
           EXIT.
       IMPRIME-UNIDADE.
           IF W-TEM-UNID = "N" OR UNIDADE = ZEROS
               GO TO IMPRIME-UNIDADE-FIM.
           MOVE UNIDADE TO UN-CODIGO.
           READ CADUNID
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME-UNIDADE-FIM.
           MOVE UN-NOME     TO LU-NOME.
           MOVE UN-ENDERECO TO LU-ENDERECO.
           WRITE REGLAUDIMP FROM LDI-UNIDADE.
       IMPRIME-UNIDADE-FIM.
           EXIT.
      *--------------------[ NOME DO MEDICO LAUDADOR ]-----------------
       LER-LAUDADOR.
           MOVE LD-CRM    TO CRM.
           MOVE LD-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME
               MOVE ZEROS  TO UNIDADE.
      *--------------------[ TEXTOS DE TIPO E STATUS ]-----------------
       SET-TEXTOS.
           IF LD-TIPO = "A"
               MOVE "ADENDO" TO TXTIPO
           ELSE
               MOVE "LAUDO" TO TXTIPO.
           IF LD-STATUS = "A"
               MOVE "ASSINADO" TO TXSTATUS
           ELSE
               MOVE "DIGITADO" TO TXSTATUS.
      *--------------------[ LIMPA O TEXTO DO LAUDO ]------------------
       LIMPA-TEXTO.
           MOVE SPACES TO LD-TECNICA1 LD-TECNICA2 LD-ACHADO1
                          LD-ACHADO2 LD-ACHADO3 LD-ACHADO4
                          LD-CONCLUSAO1 LD-CONCLUSAO2.
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
