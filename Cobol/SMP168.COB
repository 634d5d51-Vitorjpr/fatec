       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP168.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   MEDICINA DO TRABALHO - EMISSAO DO ASO              *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * EMITE O ATESTADO DE SAUDE OCUPACIONAL (CADASO) DO
      * FUNCIONARIO LIGADO A UMA EMPRESA NO CADFUNC (SMP167):
      * ADMISSIONAL, PERIODICO, RETORNO AO TRABALHO, MUDANCA DE
      * FUNCAO OU DEMISSIONAL. CARGO E RISCOS VEM DO VINCULO; O
      * MEDICO EXAMINADOR (CADMED) DA A CONCLUSAO APTO/INAPTO E
      * ASSINA O ASO IMPRESSO. OS EXAMES COMPLEMENTARES (CADEXTIPO)
      * FICAM COM O PRECO DO DIA PARA O EXTRATO DA EMPRESA (SMP170).
      * O ASO ATUALIZA O VINCULO: DATA DO ULTIMO ASO (PERIODICOS
      * A VENCER - SMP169) OU O DESLIGAMENTO NO DEMISSIONAL.
      * ASO JA COBRADO NO EXTRATO NAO PODE SER CANCELADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AS-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FU-PCODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FU-EMPRESA
                                                      WITH DUPLICATES.

                    SELECT CADEMPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EM-CODIGO
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

                    SELECT CADEXTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ET-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT ASOIMP ASSIGN TO W-NOME-ASO
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       COPY REGASO.
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       COPY REGFUNC.
      *
       FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
       COPY REGEMPR.
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
       FD CADEXTIPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTIPO.DAT".
       COPY REGEXTIPO.
      *
       FD ASOIMP
               LABEL RECORD IS STANDARD.
       01 REGASOIMP     PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP168".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
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
       01 W-DATA                 PIC 9(08) VALUE ZEROS.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-IND                  PIC 9(02) VALUE ZEROS.
       01 W-IX                   PIC 9(02) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-COD                  PIC 9(04) VALUE ZEROS.
       01 W-DUP                  PIC X(01) VALUE "N".
       01 W-TOT-EXAMES           PIC 9(06)V99 VALUE ZEROS.
       01 W-QTD-EXAMES           PIC 9(02) VALUE ZEROS.
       01 TXTIPO                 PIC X(20) VALUE SPACES.
       01 TXCONCL                PIC X(10) VALUE SPACES.
       01 W-TXSIT.
           03 W-SIT-TEXTO        PIC X(23) VALUE SPACES.
           03 W-SIT-FAT          PIC 9999/99 BLANK WHEN ZERO.
       01 W-LINHA-IT.
           03 WI-NUM             PIC 9(02).
           03 FILLER             PIC X(03) VALUE " : ".
           03 WI-COD             PIC 9(04).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WI-DESC            PIC X(30).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WI-VALOR           PIC ZZZ.ZZ9,99.
       01 W-NOME-ASO.
           05 FILLER             PIC X(03) VALUE "ASO".
           05 W-ASO-PCOD         PIC 9(06).
           05 W-ASO-DATA         PIC 9(08).
           05 W-ASO-TIPO         PIC X(01).
           05 FILLER             PIC X(04) VALUE ".TXT".
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *
       01  TRI-BORDA.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  TRI-TITULO.
           05  FILLER                 PIC X(040) VALUE
           "- PROGRAMACAO PARA MAINFRAME            ".
           05  FILLER                 PIC X(039) VALUE
           "ATESTADO DE SAUDE OCUPACIONAL - ASO    ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-BRANCO.
           05  FILLER                 PIC X(079) VALUE "-".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-EMPRESA.
           05  FILLER                 PIC X(012) VALUE "- EMPRESA  :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TE-RAZAO               PIC X(040).
           05  FILLER                 PIC X(006) VALUE " CNPJ:".
           05  TE-CNPJ                PIC 9(014).
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-PACIENTE.
           05  FILLER                 PIC X(012) VALUE "- FUNCION. :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TP-NOME                PIC X(030).
           05  FILLER                 PIC X(009) VALUE " NASCIM.:".
           05  TP-DIA                 PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  TP-MES                 PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  TP-ANO                 PIC 9(004).
           05  FILLER                 PIC X(005) VALUE " CPF:".
           05  TP-CPF                 PIC 9(011).
           05  FILLER                 PIC X(001) VALUE " ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-CARGO.
           05  FILLER                 PIC X(012) VALUE "- CARGO    :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TG-CARGO               PIC X(030).
           05  FILLER                 PIC X(008) VALUE " SETOR: ".
           05  TG-SETOR               PIC X(020).
           05  FILLER                 PIC X(008) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-TIPO.
           05  FILLER                 PIC X(012) VALUE "- EXAME    :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TX-TIPO                PIC X(020).
           05  FILLER                 PIC X(007) VALUE " DATA: ".
           05  TX-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(029) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-RISCOS.
           05  FILLER                 PIC X(012) VALUE "- RISCOS   :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TR-RISCOS.
               07  TR-FISICO          PIC X(012).
               07  TR-QUIMICO         PIC X(012).
               07  TR-BIOLOG          PIC X(012).
               07  TR-ERGON           PIC X(012).
               07  TR-ACIDENTE        PIC X(012).
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-AGENTES.
           05  FILLER                 PIC X(012) VALUE "- AGENTES  :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TA-AGENTES             PIC X(040).
           05  FILLER                 PIC X(026) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-CABEXAME.
           05  FILLER                 PIC X(040) VALUE
           "- EXAMES COMPLEMENTARES REALIZADOS      ".
           05  FILLER                 PIC X(039) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-EXAME.
           05  FILLER                 PIC X(005) VALUE "-    ".
           05  TX-COD                 PIC 9(004).
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  TX-DESCR               PIC X(030).
           05  FILLER                 PIC X(038) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-SEMEXAME.
           05  FILLER                 PIC X(040) VALUE
           "-    NENHUM (SOMENTE EXAME CLINICO)     ".
           05  FILLER                 PIC X(039) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-CONCL.
           05  FILLER                 PIC X(012) VALUE "- CONCLUSAO:".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TC-CONCL               PIC X(020).
           05  FILLER                 PIC X(046) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-OBS.
           05  FILLER                 PIC X(012) VALUE "- OBS.     :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TO-OBS                 PIC X(040).
           05  FILLER                 PIC X(026) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-MEDICO.
           05  FILLER                 PIC X(012) VALUE "- EXAMINAD.:".
           05  FILLER                 PIC X(001) VALUE " ".
           05  TD-NOMEMED             PIC X(030).
           05  FILLER                 PIC X(006) VALUE " CRM: ".
           05  TD-CRMMED              PIC 9(006).
           05  FILLER                 PIC X(001) VALUE "/".
           05  TD-UFMED               PIC X(002).
           05  FILLER                 PIC X(021) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-ASSMED.
           05  FILLER                 PIC X(040) VALUE
           "- ASSINATURA DO MEDICO EXAMINADOR    : _".
           05  FILLER                 PIC X(039) VALUE
           "_______________________".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-ASSFUN.
           05  FILLER                 PIC X(040) VALUE
           "- CIENTE DO FUNCIONARIO              : _".
           05  FILLER                 PIC X(039) VALUE
           "_______________________".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TRI-LOCAL.
           05  FILLER                 PIC X(040) VALUE
           "- LOCAL E DATA                       : _".
           05  FILLER                 PIC X(039) VALUE
           "_______________________".
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT168.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** MEDICINA DO TRABALHO - EMI".
           05  LINE 02  COLUMN 41
               VALUE  "SSAO DO ASO ***".

           05  LINE 04  COLUMN 01
               VALUE  "     PACIENTE        :".

           05  LINE 05  COLUMN 01
               VALUE  "     EMPRESA         :".

           05  LINE 06  COLUMN 01
               VALUE  "     CARGO           :".

           05  LINE 07  COLUMN 01
               VALUE  "     DATA DO ASO     :".
           05  LINE 07  COLUMN 37
               VALUE  "TIPO (A/P/R/M/D):".

           05  LINE 08  COLUMN 01
               VALUE  "     CRM EXAMINADOR  :".
           05  LINE 08  COLUMN 33
               VALUE  "UF:".
           05  LINE 08  COLUMN 40
               VALUE  "NOME: ".

           05  LINE 10  COLUMN 01
               VALUE  "     EXAMES COMPLEMENTARES (CODIGO, 0000".
           05  LINE 10  COLUMN 41
               VALUE  " = FIM)".

           05  LINE 18  COLUMN 01
               VALUE  "     CONCLUSAO (A/I) :".

           05  LINE 19  COLUMN 01
               VALUE  "     OBSERVACAO      :".

           05  LINE 20  COLUMN 01
               VALUE  "     VALOR DO ASO    :".
           05  LINE 20  COLUMN 40
               VALUE  "EXAMES:".

           05  LINE 21  COLUMN 01
               VALUE  "     SITUACAO        :".

           05  TASPCODIGO
               LINE 04  COLUMN 24  PIC 9(06)
               USING  AS-PCODIGO
               HIGHLIGHT.

           05  TPNOME
               LINE 04  COLUMN 32  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TFUEMPRESA
               LINE 05  COLUMN 24  PIC 9(04)
               USING  FU-EMPRESA
               HIGHLIGHT.

           05  TEMRAZAO
               LINE 05  COLUMN 30  PIC X(40)
               USING  EM-RAZAO
               HIGHLIGHT.

           05  TFUCARGO
               LINE 06  COLUMN 24  PIC X(30)
               USING  FU-CARGO
               HIGHLIGHT.

           05  TWDATA
               LINE 07  COLUMN 24  PIC 9999.99.99
               USING  W-DATA
               HIGHLIGHT.

           05  TASTIPO
               LINE 07  COLUMN 55  PIC X(01)
               USING  AS-TIPO
               HIGHLIGHT.

           05  TTXTIPO
               LINE 07  COLUMN 57  PIC X(20)
               USING  TXTIPO
               HIGHLIGHT.

           05  TASCRM
               LINE 08  COLUMN 24  PIC 9(06)
               USING  AS-CRM
               HIGHLIGHT.

           05  TASCRMUF
               LINE 08  COLUMN 37  PIC X(02)
               USING  AS-CRM-UF
               HIGHLIGHT.

           05  TNOMEMED
               LINE 08  COLUMN 46  PIC X(30)
               USING  NOME
               HIGHLIGHT.

           05  TASCONCL
               LINE 18  COLUMN 24  PIC X(01)
               USING  AS-CONCLUSAO
               HIGHLIGHT.

           05  TTXCONCL
               LINE 18  COLUMN 26  PIC X(10)
               USING  TXCONCL
               HIGHLIGHT.

           05  TASOBS
               LINE 19  COLUMN 24  PIC X(40)
               USING  AS-OBS
               HIGHLIGHT.

           05  TASVALOR
               LINE 20  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  AS-VALOR
               HIGHLIGHT.

           05  TTOTEXAMES
               LINE 20  COLUMN 48  PIC ZZZ.ZZ9,99
               USING  W-TOT-EXAMES
               HIGHLIGHT.

           05  TTXSIT
               LINE 21  COLUMN 24  PIC X(30)
               USING  W-TXSIT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ OPERADOR DA SESSAO (EMISSOR DO ASO) ]--------------
       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADASO.
           OPEN I-O CADASO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADASO
                   CLOSE CADASO
                   GO TO ABRIR-CADASO
               ELSE
                   MOVE "CADASO" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO-MSG
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADFUNC.
           OPEN I-O CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM VINCULO CADASTRADO (SMP167) ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADASO
              GO TO ROT-FIM.

       ABRIR-CADEMPR.
           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE EMPRESAS VAZIO (SMP166) ***"
                                                         TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADASO CADFUNC
              GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADASO CADFUNC CADEMPR
              GO TO ROT-FIM.

       ABRIR-CADMED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADASO CADFUNC CADEMPR CADPACI
              GO TO ROT-FIM.

       ABRIR-CADEXTIPO.
           OPEN INPUT CADEXTIPO
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE TIPOS DE EXAME VAZIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADASO CADFUNC CADEMPR CADPACI CADMED
              GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO AS-EMPRESA AS-DATA AS-PCODIGO AS-CRM
                         AS-VALOR AS-FATURA AS-DTEMISSAO AS-HREMISSAO
                         FU-EMPRESA W-TOT-EXAMES W-QTD-EXAMES.
           MOVE SPACES TO AS-TIPO AS-CRM-UF AS-CARGO AS-RISCOS
                          AS-AGENTES AS-CONCLUSAO AS-OBS AS-SITUACAO
                          AS-OPERADOR P-NOME EM-RAZAO FU-CARGO NOME
                          TXTIPO TXCONCL W-TXSIT.
           MOVE 1 TO W-IX.
           PERFORM LIMPA-RESTO THRU LIMPA-RESTO-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-DATA.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT168.
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM.
      *--------------------[ FUNCIONARIO E VINCULO ]-------------------
       PASSO-1.
           ACCEPT TASPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   PERFORM FECHAR-ARQ
                   GO TO ROT-FIM.
           IF AS-PCODIGO = ZEROS
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           MOVE AS-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           DISPLAY TPNOME.
           MOVE AS-PCODIGO TO FU-PCODIGO.
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               MOVE "* PACIENTE SEM VINCULO COM EMPRESA (SMP167) *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           MOVE FU-EMPRESA TO EM-CODIGO.
           READ CADEMPR
           IF ST-ERRO NOT = "00"
               MOVE "*** EMPRESA DO VINCULO NAO CADASTRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           DISPLAY TFUEMPRESA TEMRAZAO TFUCARGO.
       PASSO-2.
           ACCEPT TWDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF W-DATA = ZEROS OR W-DATA > W-HOJE
                MOVE "DATA DO ASO INVALIDA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
       PASSO-3.
           ACCEPT TASTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
           IF AS-TIPO NOT = "A" AND "P" AND "R" AND "M" AND "D"
                MOVE "TIPO => A=ADM P=PER R=RET M=MUD.FUNCAO D=DEM"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
           PERFORM SET-TXTIPO.
           DISPLAY TTXTIPO.
      *--------------------[ ASO JA EMITIDO? ]-------------------------
       LER-ASO.
           MOVE FU-EMPRESA TO AS-EMPRESA.
           MOVE W-DATA     TO AS-DATA.
           READ CADASO
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM CARREGA-ASO THRU CARREGA-ASO-FIM
                   MOVE "*** ASO JA EMITIDO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADASO" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
           IF FU-STATUS = "D"
               MOVE "*** FUNCIONARIO DESLIGADO (SMP167) ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3.
           IF EM-STATUS = "I"
               MOVE "*** EMPRESA INATIVA (SMP166) ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3.
           MOVE FU-CARGO     TO AS-CARGO.
           MOVE FU-RISCOS    TO AS-RISCOS.
           MOVE FU-AGENTES   TO AS-AGENTES.
           MOVE EM-VALOR-ASO TO AS-VALOR.
           MOVE "E"          TO AS-SITUACAO.
           MOVE ZEROS        TO AS-FATURA.
           PERFORM SET-TXSIT.
           DISPLAY TASVALOR TTXSIT.
      *--------------------[ MEDICO EXAMINADOR ]-----------------------
       PASSO-4.
           ACCEPT TASCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF AS-CRM = ZEROS
                MOVE "CRM NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-4-B.
           ACCEPT TASCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF AS-CRM-UF = SPACES
                MOVE "UF DO CRM NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4-B.
           MOVE AS-CRM    TO CRM.
           MOVE AS-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
           DISPLAY TNOMEMED.
      *--------------------[ EXAMES COMPLEMENTARES ]-------------------
       PASSO-5.
           MOVE 1 TO W-IND.
       PASSO-5-ITEM.
           COMPUTE W-LIN = W-IND + 10.
           MOVE AS-EX-TIPOCOD (W-IND) TO W-COD.
           ACCEPT (W-LIN, 11) W-COD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-IND = 1
                   GO TO PASSO-4-B
               ELSE
                   SUBTRACT 1 FROM W-IND
                   GO TO PASSO-5-ITEM.
           IF W-COD = ZEROS
               GO TO PASSO-5-FIM.
           MOVE W-COD TO ET-CODIGO.
           READ CADEXTIPO
           IF ST-ERRO NOT = "00"
               MOVE "*** TIPO DE EXAME NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-5-ITEM.
           IF ET-STATUS = "I"
               MOVE "*** TIPO DE EXAME INATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-5-ITEM.
           PERFORM VER-DUP THRU VER-DUP-FIM.
           IF W-DUP = "S"
               MOVE "*** EXAME JA INCLUIDO NESTE ASO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-5-ITEM.
           MOVE W-COD    TO AS-EX-TIPOCOD (W-IND).
           MOVE ET-VALOR TO AS-EX-VALOR (W-IND).
           MOVE W-IND       TO WI-NUM.
           MOVE W-COD       TO WI-COD.
           MOVE ET-DESCRICAO TO WI-DESC.
           MOVE ET-VALOR    TO WI-VALOR.
           DISPLAY (W-LIN, 06) W-LINHA-IT.
           ADD 1 TO W-IND.
           IF W-IND NOT > 6
               GO TO PASSO-5-ITEM.
       PASSO-5-FIM.
           MOVE W-IND TO W-IX.
           PERFORM LIMPA-RESTO THRU LIMPA-RESTO-FIM.
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM.
           DISPLAY TTOTEXAMES.
      *--------------------[ CONCLUSAO DO MEDICO ]---------------------
       PASSO-6.
           ACCEPT TASCONCL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF AS-CONCLUSAO NOT = "A" AND "I"
                MOVE "CONCLUSAO => A=APTO  I=INAPTO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
           PERFORM SET-TXCONCL.
           DISPLAY TTXCONCL.
       PASSO-7.
           ACCEPT TASOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF AS-CONCLUSAO = "I" AND AS-OBS = SPACES
                MOVE "INFORME O MOTIVO DA INAPTIDAO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "EMITIR ASO (S/N) : ".
           ACCEPT (23, 60) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-7.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VALID-OPCAO.
       GRAVAR-ASO.
           MOVE W-OPERADOR TO AS-OPERADOR.
           ACCEPT AS-DTEMISSAO FROM DATE YYYYMMDD.
           ACCEPT AS-HREMISSAO FROM TIME.
           WRITE REGASO
           IF ST-ERRO = "22"
               MOVE "*** ASO JA EMITIDO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADASO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM ATUALIZA-VINCULO THRU ATUALIZA-VINCULO-FIM.
           PERFORM IMPRIME-ASO THRU IMPRIME-ASO-FIM.
           MOVE "** ASO EMITIDO COM SUCESSO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-INIC.
      *--------------------[ FIM DA ROTINA DE EMISSAO ]----------------
      *
      *****************************************
      * ROTINA DE CONSULTA/REIMPRESSAO/CANCELAMENTO *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "I=IMPRIMIR   C=CANCELAR   F=FIM"
           ACCEPT (23, 56) W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO ROT-INIC.
           IF W-OPCAO = "I" OR "i"
               GO TO REIMP-OPC.
           IF W-OPCAO NOT = "C" AND "c"
               GO TO ACE-001.
           IF AS-SITUACAO = "C"
               MOVE "*** ASO JA CANCELADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           IF AS-FATURA NOT = ZEROS
               MOVE "* ASO JA COBRADO NO EXTRATO DA EMPRESA *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
      *
       CANC-OPC.
           DISPLAY (23, 13) W-LIMPA.
           DISPLAY (23, 40) "CANCELAR ASO (S/N) : ".
           ACCEPT (23, 62) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ASO NAO CANCELADO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANC-OPC.
       CANC-RW1.
           MOVE "C" TO AS-SITUACAO.
           REWRITE REGASO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** ASO CANCELADO ***              " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NO CANCELAMENTO DO ASO" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       REIMP-OPC.
           IF AS-SITUACAO = "C"
               MOVE "*** ASO CANCELADO NAO E IMPRESSO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           PERFORM IMPRIME-ASO THRU IMPRIME-ASO-FIM.
           MOVE "** ASO IMPRESSO COM SUCESSO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ACE-001.
      *--------------[ MOSTRA O ASO JA GRAVADO NA TELA ]---------------
       CARREGA-ASO.
           MOVE AS-CRM    TO CRM.
           MOVE AS-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME.
           MOVE AS-CARGO TO FU-CARGO.
           PERFORM SET-TXCONCL.
           PERFORM SET-TXSIT.
           DISPLAY SMT168.
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM.
       CARREGA-ASO-FIM.
           EXIT.
      *--------------[ ASO ATUALIZA O VINCULO DO FUNCIONARIO ]---------
      * DEMISSIONAL DESLIGA O FUNCIONARIO; OS DEMAIS CONTAM COMO
      * ULTIMO ASO PARA O PRAZO DO PROXIMO PERIODICO. O ADMISSIONAL
      * ACERTA A DATA DE ADMISSAO QUANDO ELA NAO FOI INFORMADA.
       ATUALIZA-VINCULO.
           MOVE AS-PCODIGO TO FU-PCODIGO.
           READ CADFUNC
           IF ST-ERRO NOT = "00"
               GO TO ATUALIZA-VINCULO-FIM.
           IF AS-TIPO = "D"
               MOVE "D"    TO FU-STATUS
               MOVE W-DATA TO FU-DTDEMISSAO
           ELSE
               IF W-DATA > FU-DTULTASO
                   MOVE W-DATA TO FU-DTULTASO.
           IF AS-TIPO = "A" AND FU-DTADMISSAO = ZEROS
               MOVE W-DATA TO FU-DTADMISSAO.
           REWRITE REGFUNC
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "* ERRO NA ATUALIZACAO DO VINCULO (CADFUNC) *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ATUALIZA-VINCULO-FIM.
           EXIT.
      *--------------[ MOSTRA AS 6 LINHAS DE EXAMES DO ASO ]-----------
       MOSTRA-ITENS.
           MOVE ZEROS TO W-TOT-EXAMES W-QTD-EXAMES.
           MOVE 1 TO W-IX.
       MOSTRA-ITENS-LOOP.
           COMPUTE W-LIN = W-IX + 10.
           MOVE W-IX TO WI-NUM.
           MOVE AS-EX-TIPOCOD (W-IX) TO WI-COD.
           MOVE AS-EX-VALOR (W-IX)   TO WI-VALOR.
           MOVE SPACES TO WI-DESC.
           IF WI-COD NOT = ZEROS
               ADD AS-EX-VALOR (W-IX) TO W-TOT-EXAMES
               ADD 1 TO W-QTD-EXAMES
               MOVE WI-COD TO ET-CODIGO
               READ CADEXTIPO
               IF ST-ERRO = "00"
                   MOVE ET-DESCRICAO TO WI-DESC
               ELSE
                   MOVE "(NAO CADASTRADO)" TO WI-DESC.
           DISPLAY (W-LIN, 06) W-LINHA-IT.
           ADD 1 TO W-IX.
           IF W-IX NOT > 6
               GO TO MOSTRA-ITENS-LOOP.
       MOSTRA-ITENS-FIM.
           EXIT.
      *--------------[ ZERA OS EXAMES DEPOIS DO FIM DA LISTA ]---------
       LIMPA-RESTO.
           IF W-IX > 6
               GO TO LIMPA-RESTO-FIM.
           MOVE ZEROS TO AS-EX-TIPOCOD (W-IX) AS-EX-VALOR (W-IX).
           ADD 1 TO W-IX.
           GO TO LIMPA-RESTO.
       LIMPA-RESTO-FIM.
           EXIT.
      *--------------[ EXAME REPETIDO NOS ITENS ANTERIORES ]------------
       VER-DUP.
           MOVE "N" TO W-DUP.
           MOVE 1 TO W-IX.
       VER-DUP-LOOP.
           IF W-IX NOT < W-IND
               GO TO VER-DUP-FIM.
           IF AS-EX-TIPOCOD (W-IX) = W-COD
               MOVE "S" TO W-DUP
               GO TO VER-DUP-FIM.
           ADD 1 TO W-IX.
           GO TO VER-DUP-LOOP.
       VER-DUP-FIM.
           EXIT.
      *--------------------[ TEXTOS DA TELA ]--------------------------
       SET-TXTIPO.
           IF AS-TIPO = "A"
               MOVE "ADMISSIONAL" TO TXTIPO.
           IF AS-TIPO = "P"
               MOVE "PERIODICO" TO TXTIPO.
           IF AS-TIPO = "R"
               MOVE "RETORNO AO TRABALHO" TO TXTIPO.
           IF AS-TIPO = "M"
               MOVE "MUDANCA DE FUNCAO" TO TXTIPO.
           IF AS-TIPO = "D"
               MOVE "DEMISSIONAL" TO TXTIPO.
      *
       SET-TXCONCL.
           IF AS-CONCLUSAO = "I"
               MOVE "INAPTO" TO TXCONCL
           ELSE
               MOVE "APTO" TO TXCONCL.
      *
       SET-TXSIT.
           MOVE ZEROS TO W-SIT-FAT.
           IF AS-SITUACAO = "C"
               MOVE "CANCELADO" TO W-SIT-TEXTO
           ELSE
               IF AS-FATURA NOT = ZEROS
                   MOVE "EMITIDO - COBRADO EM" TO W-SIT-TEXTO
                   MOVE AS-FATURA TO W-SIT-FAT
               ELSE
                   MOVE "EMITIDO" TO W-SIT-TEXTO.
      *--------------------[ IMPRESSAO DO ASO ]------------------------
       IMPRIME-ASO.
           MOVE AS-PCODIGO TO W-ASO-PCOD.
           MOVE W-DATA     TO W-ASO-DATA.
           MOVE AS-TIPO    TO W-ASO-TIPO.
           OPEN OUTPUT ASOIMP
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA IMPRESSAO DO ASO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO IMPRIME-ASO-FIM.
           WRITE REGASOIMP FROM TRI-BORDA.
           WRITE REGASOIMP FROM TRI-TITULO.
           WRITE REGASOIMP FROM TRI-BORDA.
           MOVE EM-RAZAO TO TE-RAZAO.
           MOVE EM-CNPJ  TO TE-CNPJ.
           WRITE REGASOIMP FROM TRI-EMPRESA.
           MOVE P-NOME TO TP-NOME.
           MOVE P-DIA  TO TP-DIA.
           MOVE P-MES  TO TP-MES.
           MOVE P-ANO  TO TP-ANO.
           MOVE P-CPF  TO TP-CPF.
           WRITE REGASOIMP FROM TRI-PACIENTE.
           MOVE AS-CARGO TO TG-CARGO.
           MOVE FU-SETOR TO TG-SETOR.
           WRITE REGASOIMP FROM TRI-CARGO.
           MOVE TXTIPO TO TX-TIPO.
           MOVE W-DATA TO TX-DATA.
           WRITE REGASOIMP FROM TRI-TIPO.
           WRITE REGASOIMP FROM TRI-BRANCO.
           MOVE SPACES TO TR-RISCOS.
           IF AS-RISCOS (1:1) = "S"
               MOVE "FISICO" TO TR-FISICO.
           IF AS-RISCOS (2:1) = "S"
               MOVE "QUIMICO" TO TR-QUIMICO.
           IF AS-RISCOS (3:1) = "S"
               MOVE "BIOLOGICO" TO TR-BIOLOG.
           IF AS-RISCOS (4:1) = "S"
               MOVE "ERGONOMICO" TO TR-ERGON.
           IF AS-RISCOS (5:1) = "S"
               MOVE "ACIDENTE" TO TR-ACIDENTE.
           IF TR-RISCOS = SPACES
               MOVE "AUSENCIA DE RISCO OCUPACIONAL ESPECIFICO"
                                                       TO TR-RISCOS.
           WRITE REGASOIMP FROM TRI-RISCOS.
           IF AS-AGENTES NOT = SPACES
               MOVE AS-AGENTES TO TA-AGENTES
               WRITE REGASOIMP FROM TRI-AGENTES.
           WRITE REGASOIMP FROM TRI-BRANCO.
           WRITE REGASOIMP FROM TRI-CABEXAME.
           IF W-QTD-EXAMES = ZEROS
               WRITE REGASOIMP FROM TRI-SEMEXAME.
           MOVE 1 TO W-IX.
       IMPRIME-ASO-EXAME.
           IF AS-EX-TIPOCOD (W-IX) = ZEROS
               GO TO IMPRIME-ASO-CONCL.
           MOVE AS-EX-TIPOCOD (W-IX) TO TX-COD ET-CODIGO.
           READ CADEXTIPO
           IF ST-ERRO = "00"
               MOVE ET-DESCRICAO TO TX-DESCR
           ELSE
               MOVE SPACES TO TX-DESCR.
           WRITE REGASOIMP FROM TRI-EXAME.
           ADD 1 TO W-IX.
           IF W-IX NOT > 6
               GO TO IMPRIME-ASO-EXAME.
       IMPRIME-ASO-CONCL.
           WRITE REGASOIMP FROM TRI-BRANCO.
           MOVE SPACES TO TC-CONCL.
           IF AS-CONCLUSAO = "I"
               MOVE "INAPTO PARA A FUNCAO" TO TC-CONCL
           ELSE
               MOVE "APTO PARA A FUNCAO" TO TC-CONCL.
           WRITE REGASOIMP FROM TRI-CONCL.
           IF AS-OBS NOT = SPACES
               MOVE AS-OBS TO TO-OBS
               WRITE REGASOIMP FROM TRI-OBS.
           WRITE REGASOIMP FROM TRI-BRANCO.
           MOVE NOME      TO TD-NOMEMED.
           MOVE AS-CRM    TO TD-CRMMED.
           MOVE AS-CRM-UF TO TD-UFMED.
           WRITE REGASOIMP FROM TRI-MEDICO.
           WRITE REGASOIMP FROM TRI-BRANCO.
           WRITE REGASOIMP FROM TRI-ASSMED.
           WRITE REGASOIMP FROM TRI-BRANCO.
           WRITE REGASOIMP FROM TRI-ASSFUN.
           WRITE REGASOIMP FROM TRI-BRANCO.
           WRITE REGASOIMP FROM TRI-LOCAL.
           WRITE REGASOIMP FROM TRI-BORDA.
           CLOSE ASOIMP.
       IMPRIME-ASO-FIM.
           EXIT.
      *--------------------[ FECHAMENTO DOS ARQUIVOS ]--------------------
       FECHAR-ARQ.
           CLOSE CADASO CADFUNC CADEMPR CADPACI CADMED CADEXTIPO.
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
