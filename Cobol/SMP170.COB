       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP170.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   MEDICINA DO TRABALHO - EXTRATO MENSAL DAS EMPRESAS *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * FECHAMENTO DO MES DA MEDICINA DO TRABALHO, FORA DO
      * FATURAMENTO DE CONVENIOS (SMP010): PARA CADA EMPRESA DO
      * CADEMPR LISTA OS ASO EMITIDOS NO MES (CADASO - SMP168) COM
      * O PRECO CONTRATADO DO ASO E OS EXAMES COMPLEMENTARES PELO
      * PRECO DO DIA DA EMISSAO, E O TOTAL A COBRAR DA EMPRESA.
      * CADA ASO COBRADO FICA MARCADO COM O ANO/MES DO EXTRATO
      * (AS-FATURA) E NAO PODE MAIS SER CANCELADO. GERAR DE NOVO
      * O MESMO MES REIMPRIME O EXTRATO COM OS MESMOS ASO.
      * ASO CANCELADO NAO ENTRA.
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

                    SELECT CADEXTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ET-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT EXTREL ASSIGN TO DISK
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
       FD CADEXTIPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTIPO.DAT".
       COPY REGEXTIPO.
      *
       FD EXTREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTEMPR.DOC".
       01 REGEXTREL    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-PER-ANO     PIC 9(04) VALUE ZEROS.
       77 W-PER-MES     PIC 9(02) VALUE ZEROS.
       77 W-IND         PIC 9(02) VALUE ZEROS.
       77 W-CAB-EMPR    PIC X(01) VALUE "N".
      *----- ANO/MES DO EXTRATO GRAVADO NO AS-FATURA
       01 W-FATURA.
           03 W-FAT-ANO         PIC 9(04).
           03 W-FAT-MES         PIC 9(02).
       01 W-FATURA-N REDEFINES W-FATURA PIC 9(06).
      *----- TOTAIS DA EMPRESA E GERAL
       77 W-EM-QASO     PIC 9(05) VALUE ZEROS.
       77 W-EM-QEXA     PIC 9(05) VALUE ZEROS.
       77 W-EM-VALOR    PIC 9(09)V99 VALUE ZEROS.
       77 W-TG-EMPR     PIC 9(04) VALUE ZEROS.
       77 W-TG-QASO     PIC 9(05) VALUE ZEROS.
       77 W-TG-QEXA     PIC 9(05) VALUE ZEROS.
       77 W-TG-VALOR    PIC 9(09)V99 VALUE ZEROS.
      *
       01  CABECALHO-0.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".

       01  CABECALHO-1.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME   EXTRATO MENSAL DAS EMPRESA".
           05  FILLER                 PIC X(043) VALUE
           "S - MEDICINA DO TRABALHO                  -".

       01  CABECALHO-2.
           05  FILLER                 PIC X(030) VALUE
           "- PERIODO  :                 ".
           05  CAB2-MES               PIC 99.
           05  FILLER                 PIC X(001) VALUE
           "/".
           05  CAB2-ANO               PIC 9(004).
           05  FILLER                 PIC X(020) VALUE
           "                    ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".

       01  CAB-EMPRESA.
           05  FILLER                 PIC X(011) VALUE "- EMPRESA: ".
           05  CE-CODIGO              PIC 9(004).
           05  FILLER                 PIC X(001) VALUE " ".
           05  CE-RAZAO               PIC X(040).
           05  FILLER                 PIC X(007) VALUE " CNPJ: ".
           05  CE-CNPJ                PIC 9(014).
           05  FILLER                 PIC X(022) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".

       01  CAB-DETALHE.
           05  FILLER                 PIC X(057) VALUE
           "- DATA       PACIEN FUNCIONARIO               DESCRICAO  ".
           05  FILLER                 PIC X(043) VALUE
           "                              VALOR       -".

       01  DETALHE-ASO.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DA-DATA   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DA-PCOD   VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DA-NOME   VALUE SPACES PIC X(025).
           05  FILLER                 PIC X(001) VALUE " ".
           05  FILLER                 PIC X(004) VALUE "ASO ".
           05  DA-TIPO   VALUE SPACES PIC X(031).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DA-VALOR  VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(007) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".

       01  DETALHE-EXAME.
           05  FILLER                 PIC X(046) VALUE "- ".
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  DX-COD    VALUE ZEROS  PIC 9(004).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DX-DESCR  VALUE SPACES PIC X(028).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DX-VALOR  VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER                 PIC X(007) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".

       01  TOTAL-EMPRESA.
           05  FILLER                 PIC X(009) VALUE "-   ASO: ".
           05  TE-QASO                PIC ZZZZ9.
           05  FILLER                 PIC X(011) VALUE "   EXAMES: ".
           05  TE-QEXA                PIC ZZZZ9.
           05  FILLER                 PIC X(029) VALUE
           "   TOTAL A COBRAR DA EMPRESA:".
           05  FILLER                 PIC X(011) VALUE SPACES.
           05  TE-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(015) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".

       01  TOTAL-GERAL.
           05  FILLER                 PIC X(014) VALUE
           "-   EMPRESAS: ".
           05  TG-EMPR                PIC ZZZ9.
           05  FILLER                 PIC X(008) VALUE "   ASO: ".
           05  TG-QASO                PIC ZZZZ9.
           05  FILLER                 PIC X(011) VALUE "   EXAMES: ".
           05  TG-QEXA                PIC ZZZZ9.
           05  FILLER                 PIC X(014) VALUE
           "   TOTAL GERAL".
           05  FILLER                 PIC X(009) VALUE SPACES.
           05  TG-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(015) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".

       01  LINHA-FINAL.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT170.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** EXTRATO MENSAL DAS EMPRESA".
           05  LINE 02  COLUMN 41
               VALUE  "S (ASO) ***".
           05  LINE 08  COLUMN 01
               VALUE  "     PERIODO (MES/ANO)  :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-PERMES
               LINE 08  COLUMN 27  PIC 99
               USING  W-PER-MES
               HIGHLIGHT.
           05  T-PERANO
               LINE 08  COLUMN 30  PIC 9(04)
               USING  W-PER-ANO
               HIGHLIGHT.
           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           MOVE ZEROS TO W-PER-ANO W-PER-MES W-TG-EMPR W-TG-QASO
                         W-TG-QEXA W-TG-VALOR.
           DISPLAY SMT170.

       INC-PER.
           ACCEPT T-PERMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
           IF W-PER-MES < 01 OR W-PER-MES > 12
               MOVE "*** MES INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PER.

       INC-PER-A.
           ACCEPT T-PERANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-PER.
           IF W-PER-ANO = ZEROS
               MOVE "*** ANO INVALIDO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-PER-A.

       INC-OPC.
           ACCEPT T-OPCAO
           IF W-OPCAO = "N" OR "n"
               MOVE "* EXTRATO RECUSADO PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *
       INC-OP0.
           OPEN I-O CADASO
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADASO NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

           OPEN INPUT CADEMPR
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADEMPR NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADASO
               GO TO ROT-FIM.

           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADPACI NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADASO CADEMPR
               GO TO ROT-FIM.

           OPEN INPUT CADEXTIPO
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADEXTIPO NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADASO CADEMPR CADPACI
               GO TO ROT-FIM.

           OPEN OUTPUT EXTREL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO EXTREL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.

           MOVE W-PER-ANO TO W-FAT-ANO.
           MOVE W-PER-MES TO W-FAT-MES.
           WRITE REGEXTREL FROM CABECALHO-0.
           WRITE REGEXTREL FROM CABECALHO-1.
           MOVE W-PER-MES TO CAB2-MES.
           MOVE W-PER-ANO TO CAB2-ANO.
           WRITE REGEXTREL FROM CABECALHO-2.
           WRITE REGEXTREL FROM CABECALHO-0.
           MOVE ZEROS TO EM-CODIGO.
           START CADEMPR KEY IS NOT LESS EM-CODIGO
               INVALID KEY
                   GO TO IMP-FIM.
      *--------------------[ EMPRESAS ]--------------------------------
       LER-EMPR.
           READ CADEMPR NEXT
           IF ST-ERRO NOT = "00"
               GO TO IMP-FIM.
           MOVE "N" TO W-CAB-EMPR.
           MOVE ZEROS TO W-EM-QASO W-EM-QEXA W-EM-VALOR.
           MOVE EM-CODIGO TO AS-EMPRESA.
           MOVE W-PER-ANO TO AS-ANO.
           MOVE W-PER-MES TO AS-MES.
           MOVE 01        TO AS-DIA.
           MOVE ZEROS     TO AS-PCODIGO.
           MOVE SPACES    TO AS-TIPO.
           START CADASO KEY IS NOT LESS AS-CHAVE
               INVALID KEY
                   GO TO LER-EMPR.
      *--------------------[ ASO DA EMPRESA NO MES ]-------------------
       LER-ASO.
           READ CADASO NEXT
           IF ST-ERRO NOT = "00"
               GO TO FIM-EMPR.
           IF AS-EMPRESA NOT = EM-CODIGO
               GO TO FIM-EMPR.
           IF AS-ANO NOT = W-PER-ANO OR AS-MES NOT = W-PER-MES
               GO TO FIM-EMPR.
           IF AS-SITUACAO = "C"
               GO TO LER-ASO.
           IF AS-FATURA NOT = ZEROS AND AS-FATURA NOT = W-FATURA-N
               GO TO LER-ASO.
           IF W-CAB-EMPR = "N"
               MOVE "S" TO W-CAB-EMPR
               MOVE EM-CODIGO TO CE-CODIGO
               MOVE EM-RAZAO  TO CE-RAZAO
               MOVE EM-CNPJ   TO CE-CNPJ
               WRITE REGEXTREL FROM CAB-EMPRESA
               WRITE REGEXTREL FROM CAB-DETALHE
               WRITE REGEXTREL FROM CABECALHO-0.
           MOVE SPACES TO DA-NOME.
           MOVE AS-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE P-NOME TO DA-NOME.
           MOVE AS-DATA    TO DA-DATA.
           MOVE AS-PCODIGO TO DA-PCOD.
           PERFORM SET-TIPO.
           MOVE AS-VALOR   TO DA-VALOR.
           WRITE REGEXTREL FROM DETALHE-ASO.
           ADD 1        TO W-EM-QASO.
           ADD AS-VALOR TO W-EM-VALOR.
           MOVE ZEROS TO W-IND.
       LER-ASO-EXAME.
           ADD 1 TO W-IND
           IF W-IND > 6
               GO TO LER-ASO-MARCA.
           IF AS-EX-TIPOCOD (W-IND) = ZEROS
               GO TO LER-ASO-MARCA.
           MOVE AS-EX-TIPOCOD (W-IND) TO DX-COD ET-CODIGO.
           READ CADEXTIPO
           IF ST-ERRO = "00"
               MOVE ET-DESCRICAO TO DX-DESCR
           ELSE
               MOVE SPACES TO DX-DESCR.
           MOVE AS-EX-VALOR (W-IND) TO DX-VALOR.
           WRITE REGEXTREL FROM DETALHE-EXAME.
           ADD 1 TO W-EM-QEXA.
           ADD AS-EX-VALOR (W-IND) TO W-EM-VALOR.
           GO TO LER-ASO-EXAME.
      *----- MARCA O ASO COMO COBRADO NESTE EXTRATO
       LER-ASO-MARCA.
           IF AS-FATURA = ZEROS
               MOVE W-FATURA-N TO AS-FATURA
               REWRITE REGASO.
           GO TO LER-ASO.
      *
       FIM-EMPR.
           IF W-CAB-EMPR = "N"
               GO TO LER-EMPR.
           WRITE REGEXTREL FROM CABECALHO-0.
           MOVE W-EM-QASO  TO TE-QASO.
           MOVE W-EM-QEXA  TO TE-QEXA.
           MOVE W-EM-VALOR TO TE-VALOR.
           WRITE REGEXTREL FROM TOTAL-EMPRESA.
           WRITE REGEXTREL FROM CABECALHO-0.
           ADD 1          TO W-TG-EMPR.
           ADD W-EM-QASO  TO W-TG-QASO.
           ADD W-EM-QEXA  TO W-TG-QEXA.
           ADD W-EM-VALOR TO W-TG-VALOR.
           GO TO LER-EMPR.
      *
       IMP-FIM.
           MOVE W-TG-EMPR  TO TG-EMPR.
           MOVE W-TG-QASO  TO TG-QASO.
           MOVE W-TG-QEXA  TO TG-QEXA.
           MOVE W-TG-VALOR TO TG-VALOR.
           WRITE REGEXTREL FROM TOTAL-GERAL.
           WRITE REGEXTREL FROM LINHA-FINAL.
           CLOSE EXTREL.
           MOVE "*** EXTRATO EXTEMPR.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADASO CADEMPR CADPACI CADEXTIPO.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *--------------------[ TIPO DO ASO ]-----------------------------
       SET-TIPO.
           MOVE SPACES TO DA-TIPO.
           IF AS-TIPO = "A"
               MOVE "ADMISSIONAL" TO DA-TIPO.
           IF AS-TIPO = "P"
               MOVE "PERIODICO" TO DA-TIPO.
           IF AS-TIPO = "R"
               MOVE "RETORNO AO TRABALHO" TO DA-TIPO.
           IF AS-TIPO = "M"
               MOVE "MUDANCA DE FUNCAO" TO DA-TIPO.
           IF AS-TIPO = "D"
               MOVE "DEMISSIONAL" TO DA-TIPO.
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
