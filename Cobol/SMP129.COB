       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP129.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   RELATORIO MENSAL DA PESQUISA DE SATISFACAO (NPS)   *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * A PARTIR DO CADNPS (ENVIOS DO SMP127 E RESPOSTAS DO
      * SMP128) DAS CONSULTAS DO MES, MOSTRA POR MEDICO, POR
      * ESPECIALIDADE E POR UNIDADE: PESQUISAS ENVIADAS,
      * RESPOSTAS, TAXA DE RESPOSTA, PROMOTORES (NOTA 9-10),
      * DETRATORES (NOTA 0-6) E O NPS = % PROMOTORES - %
      * DETRATORES. NO FINAL LISTA OS COMENTARIOS DE NOTA MAIS
      * BAIXA, COM MEDICO, ESPECIALIDADE E UNIDADE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADNPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NP-CHAVE
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

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT NPSREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
       COPY REGNPS.
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
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD NPSREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NPSREL.DOC".
       01 REGNPSREL    PIC X(100).
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
       77 W-IND         PIC 9(03) VALUE ZEROS.
       77 W-IND2        PIC 9(03) VALUE ZEROS.
       77 W-TEM-ESPEC   PIC X(01) VALUE "N".
       77 W-TEM-UNID    PIC X(01) VALUE "N".
      *----- CLASSIFICACAO DA RESPOSTA CORRENTE (1 = SIM)
       77 W-E-RESP      PIC 9(01) VALUE ZEROS.
       77 W-E-PROM      PIC 9(01) VALUE ZEROS.
       77 W-E-DETR      PIC 9(01) VALUE ZEROS.
      *
       01 TAB-MEDICOS.
           03 TB-MD-ITEM OCCURS 300 TIMES.
               05 TB-MD-CRM        PIC 9(06).
               05 TB-MD-UF         PIC X(02).
               05 TB-MD-ENV        PIC 9(05).
               05 TB-MD-RESP       PIC 9(05).
               05 TB-MD-PROM       PIC 9(05).
               05 TB-MD-DETR       PIC 9(05).
       77 W-TOT-MED     PIC 9(03) VALUE ZEROS.
      *----- ESPECIALIDADE E UNIDADE: POSICAO = CODIGO + 1
       01 TAB-ESPEC.
           03 TB-ES-ITEM OCCURS 100 TIMES.
               05 TB-ES-ENV        PIC 9(05).
               05 TB-ES-RESP       PIC 9(05).
               05 TB-ES-PROM       PIC 9(05).
               05 TB-ES-DETR       PIC 9(05).
       01 TAB-UNID.
           03 TB-UN-ITEM OCCURS 100 TIMES.
               05 TB-UN-ENV        PIC 9(05).
               05 TB-UN-RESP       PIC 9(05).
               05 TB-UN-PROM       PIC 9(05).
               05 TB-UN-DETR       PIC 9(05).
      *----- OS 30 COMENTARIOS DE NOTA MAIS BAIXA DO MES
       01 TAB-COMENT.
           03 TB-CM-ITEM OCCURS 30 TIMES.
               05 TB-CM-NOTA       PIC 9(02).
               05 TB-CM-CRM        PIC 9(06).
               05 TB-CM-UF         PIC X(02).
               05 TB-CM-ESPEC      PIC 9(02).
               05 TB-CM-UNID       PIC 9(02).
               05 TB-CM-TEXTO      PIC X(60).
       77 W-TOT-CM      PIC 9(02) VALUE ZEROS.
       77 W-CM-MAIOR    PIC 9(02) VALUE ZEROS.
       01 W-CM-TROCA             PIC X(74) VALUE SPACES.
      *
       01 W-ACUM.
           03 W-AC-ENV          PIC 9(05).
           03 W-AC-RESP         PIC 9(05).
           03 W-AC-PROM         PIC 9(05).
           03 W-AC-DETR         PIC 9(05).
       77 W-PCT-RESP    PIC 9(03)V9 VALUE ZEROS.
       77 W-NPS         PIC S9(03)V9 VALUE ZEROS.
       01 W-IDENT-MED.
           03 W-IM-CRM          PIC 9(06).
           03 FILLER            PIC X(01) VALUE "/".
           03 W-IM-UF           PIC X(02).
       77 W-COD-2       PIC 9(02) VALUE ZEROS.
      *
       01  CABECALHO-0.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".

       01  CABECALHO-1.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME   PESQUISA DE SATISFACAO (NP".
           05  FILLER                 PIC X(043) VALUE
           "S) DO MES                                 -".

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

       01  CABECALHO-NPS.
           05  FILLER                 PIC X(057) VALUE
           "- IDENT     NOME                           ENVIO  RESP  %".
           05  FILLER                 PIC X(043) VALUE
           "RESP  PROM  DETR     NPS                  -".

       01  DETALHE-NPS.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DN-IDENT  VALUE SPACES PIC X(009).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DN-NOME   VALUE SPACES PIC X(030).
           05  DN-ENV    VALUE ZEROS  PIC ZZZZZ9.
           05  DN-RESP   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DN-TAXA   VALUE ZEROS  PIC ZZ9,9.
           05  DN-PROM   VALUE ZEROS  PIC ZZZZZ9.
           05  DN-DETR   VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DN-NPS    VALUE ZEROS  PIC -ZZ9,9.
           05  FILLER                 PIC X(019) VALUE
           "                  -".

       01  CABECALHO-CM.
           05  FILLER                 PIC X(057) VALUE
           "- NT CRM/UF    ES UN COMENTARIO                          ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".

       01  DETALHE-CM.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DK-NOTA   VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-CRM    VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(001) VALUE "/".
           05  DK-UF     VALUE SPACES PIC X(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-ESPEC  VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-UNID   VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DK-TEXTO  VALUE SPACES PIC X(060).
           05  FILLER                 PIC X(019) VALUE
           "                  -".

       01  LINHA-TITULO.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  LT-TITULO              PIC X(040) VALUE SPACES.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".

       01  LINHA-FINAL.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT129.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              *** PESQUISA DE SATISFACAO".
           05  LINE 02  COLUMN 41
               VALUE  " (NPS) DO MES ***".
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
           MOVE ZEROS TO W-PER-ANO W-PER-MES W-TOT-MED W-TOT-CM.
           DISPLAY SMT129.

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
               MOVE "* RELATORIO RECUSADO PELO USUARIO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT CADNPS
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADNPS NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADMED NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNPS
               GO TO ROT-FIM.

           MOVE "S" TO W-TEM-ESPEC.
           OPEN INPUT CADESPEC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-ESPEC.

           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.

           OPEN OUTPUT NPSREL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO NPSREL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.

           PERFORM ZERA-TABELAS THRU ZERA-TABELAS-FIM.
           MOVE W-PER-ANO TO NP-ANO.
           MOVE W-PER-MES TO NP-MES.
           MOVE 01        TO NP-DIA.
           MOVE ZEROS     TO NP-CRM NP-PCODIGO NP-HORA.
           MOVE SPACES    TO NP-CRM-UF.
           START CADNPS KEY IS NOT LESS NP-CHAVE
               INVALID KEY
                   GO TO ROT-IMPRIME.
      *
       LER-NPS.
           READ CADNPS NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-IMPRIME.
           IF NP-ANO NOT = W-PER-ANO OR NP-MES NOT = W-PER-MES
               GO TO ROT-IMPRIME.
      *--------------------[ CLASSIFICA A RESPOSTA ]-------------------
           MOVE ZEROS TO W-E-RESP W-E-PROM W-E-DETR.
           IF NP-STATUS = "R"
               MOVE 1 TO W-E-RESP
               IF NP-NOTA > 8
                   MOVE 1 TO W-E-PROM
               ELSE
                   IF NP-NOTA < 7
                       MOVE 1 TO W-E-DETR.
           PERFORM ACUM-MEDICO THRU ACUM-MEDICO-FIM.
           COMPUTE W-IND = NP-ESPEC + 1.
           ADD 1        TO TB-ES-ENV (W-IND).
           ADD W-E-RESP TO TB-ES-RESP (W-IND).
           ADD W-E-PROM TO TB-ES-PROM (W-IND).
           ADD W-E-DETR TO TB-ES-DETR (W-IND).
           COMPUTE W-IND = NP-UNIDADE + 1.
           ADD 1        TO TB-UN-ENV (W-IND).
           ADD W-E-RESP TO TB-UN-RESP (W-IND).
           ADD W-E-PROM TO TB-UN-PROM (W-IND).
           ADD W-E-DETR TO TB-UN-DETR (W-IND).
           IF W-E-RESP = 1 AND NP-COMENT NOT = SPACES
               PERFORM GUARDA-COMENT THRU GUARDA-COMENT-FIM.
           GO TO LER-NPS.
      *--------------------[ ACUMULA POR MEDICO ]----------------------
       ACUM-MEDICO.
           MOVE ZEROS TO W-IND.
       ACUM-MEDICO-L1.
           ADD 1 TO W-IND
           IF W-IND > W-TOT-MED
               GO TO ACUM-MEDICO-NOVO.
           IF TB-MD-CRM (W-IND) = NP-CRM AND
              TB-MD-UF (W-IND) = NP-CRM-UF
               GO TO ACUM-MEDICO-SOMA.
           GO TO ACUM-MEDICO-L1.
       ACUM-MEDICO-NOVO.
           IF W-TOT-MED NOT < 300
               GO TO ACUM-MEDICO-FIM.
           ADD 1 TO W-TOT-MED.
           MOVE W-TOT-MED TO W-IND.
           MOVE NP-CRM    TO TB-MD-CRM (W-IND).
           MOVE NP-CRM-UF TO TB-MD-UF (W-IND).
       ACUM-MEDICO-SOMA.
           ADD 1        TO TB-MD-ENV (W-IND).
           ADD W-E-RESP TO TB-MD-RESP (W-IND).
           ADD W-E-PROM TO TB-MD-PROM (W-IND).
           ADD W-E-DETR TO TB-MD-DETR (W-IND).
       ACUM-MEDICO-FIM.
           EXIT.
      *--------------------[ COMENTARIOS DE NOTA MAIS BAIXA ]----------
      * ENQUANTO HOUVER LUGAR, GUARDA; DEPOIS, SO ENTRA NO LUGAR DO
      * COMENTARIO DE NOTA MAIS ALTA SE A NOTA NOVA FOR MENOR.
       GUARDA-COMENT.
           IF W-TOT-CM < 30
               ADD 1 TO W-TOT-CM
               MOVE W-TOT-CM TO W-IND
               GO TO GUARDA-COMENT-GRAVA.
           MOVE 1 TO W-IND.
           MOVE 1 TO W-IND2.
       GUARDA-COMENT-MAIOR.
           ADD 1 TO W-IND2
           IF W-IND2 > W-TOT-CM
               GO TO GUARDA-COMENT-TROCA.
           IF TB-CM-NOTA (W-IND2) > TB-CM-NOTA (W-IND)
               MOVE W-IND2 TO W-IND.
           GO TO GUARDA-COMENT-MAIOR.
       GUARDA-COMENT-TROCA.
           IF NP-NOTA NOT < TB-CM-NOTA (W-IND)
               GO TO GUARDA-COMENT-FIM.
       GUARDA-COMENT-GRAVA.
           MOVE NP-NOTA    TO TB-CM-NOTA (W-IND).
           MOVE NP-CRM     TO TB-CM-CRM (W-IND).
           MOVE NP-CRM-UF  TO TB-CM-UF (W-IND).
           MOVE NP-ESPEC   TO TB-CM-ESPEC (W-IND).
           MOVE NP-UNIDADE TO TB-CM-UNID (W-IND).
           MOVE NP-COMENT  TO TB-CM-TEXTO (W-IND).
       GUARDA-COMENT-FIM.
           EXIT.
      *--------------------[ IMPRIME O RELATORIO ]---------------------
       ROT-IMPRIME.
           WRITE REGNPSREL FROM CABECALHO-0.
           WRITE REGNPSREL FROM CABECALHO-1.
           WRITE REGNPSREL FROM CABECALHO-0.
           MOVE W-PER-MES TO CAB2-MES.
           MOVE W-PER-ANO TO CAB2-ANO.
           WRITE REGNPSREL FROM CABECALHO-2.
           MOVE "POR MEDICO" TO LT-TITULO.
           WRITE REGNPSREL FROM LINHA-TITULO.
           WRITE REGNPSREL FROM CABECALHO-NPS.
           MOVE ZEROS TO W-IND.
       IMP-MED-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-TOT-MED
               GO TO IMP-ESPEC.
           MOVE TB-MD-CRM (W-IND) TO W-IM-CRM CRM.
           MOVE TB-MD-UF (W-IND)  TO W-IM-UF CRM-UF.
           MOVE W-IDENT-MED TO DN-IDENT.
           READ CADMED
           IF ST-ERRO = "00"
               MOVE NOME TO DN-NOME
           ELSE
               MOVE "(MEDICO NAO CADASTRADO)" TO DN-NOME.
           MOVE TB-MD-ENV (W-IND)  TO W-AC-ENV.
           MOVE TB-MD-RESP (W-IND) TO W-AC-RESP.
           MOVE TB-MD-PROM (W-IND) TO W-AC-PROM.
           MOVE TB-MD-DETR (W-IND) TO W-AC-DETR.
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
           GO TO IMP-MED-LOOP.
      *
       IMP-ESPEC.
           MOVE "POR ESPECIALIDADE" TO LT-TITULO.
           WRITE REGNPSREL FROM LINHA-TITULO.
           WRITE REGNPSREL FROM CABECALHO-NPS.
           MOVE ZEROS TO W-IND.
       IMP-ESPEC-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 100
               GO TO IMP-UNID.
           IF TB-ES-ENV (W-IND) = ZEROS
               GO TO IMP-ESPEC-LOOP.
           COMPUTE W-COD-2 = W-IND - 1.
           MOVE W-COD-2 TO DN-IDENT.
           MOVE "(ESPECIALIDADE NAO CADASTRADA)" TO DN-NOME.
           IF W-TEM-ESPEC = "S"
               MOVE W-COD-2 TO ESP-CODIGO
               READ CADESPEC
               IF ST-ERRO = "00"
                   MOVE ESP-DESCRICAO TO DN-NOME.
           MOVE TB-ES-ENV (W-IND)  TO W-AC-ENV.
           MOVE TB-ES-RESP (W-IND) TO W-AC-RESP.
           MOVE TB-ES-PROM (W-IND) TO W-AC-PROM.
           MOVE TB-ES-DETR (W-IND) TO W-AC-DETR.
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
           GO TO IMP-ESPEC-LOOP.
      *
       IMP-UNID.
           MOVE "POR UNIDADE" TO LT-TITULO.
           WRITE REGNPSREL FROM LINHA-TITULO.
           WRITE REGNPSREL FROM CABECALHO-NPS.
           MOVE ZEROS TO W-IND.
       IMP-UNID-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 100
               GO TO IMP-COMENT.
           IF TB-UN-ENV (W-IND) = ZEROS
               GO TO IMP-UNID-LOOP.
           COMPUTE W-COD-2 = W-IND - 1.
           MOVE W-COD-2 TO DN-IDENT.
           MOVE "(UNIDADE NAO CADASTRADA)" TO DN-NOME.
           IF W-TEM-UNID = "S"
               MOVE W-COD-2 TO UN-CODIGO
               READ CADUNID
               IF ST-ERRO = "00"
                   MOVE UN-NOME TO DN-NOME.
           MOVE TB-UN-ENV (W-IND)  TO W-AC-ENV.
           MOVE TB-UN-RESP (W-IND) TO W-AC-RESP.
           MOVE TB-UN-PROM (W-IND) TO W-AC-PROM.
           MOVE TB-UN-DETR (W-IND) TO W-AC-DETR.
           PERFORM IMP-LINHA THRU IMP-LINHA-FIM.
           GO TO IMP-UNID-LOOP.
      *
       IMP-COMENT.
           PERFORM ORDENA-COMENT THRU ORDENA-COMENT-FIM.
           MOVE "COMENTARIOS DE NOTA MAIS BAIXA" TO LT-TITULO.
           WRITE REGNPSREL FROM LINHA-TITULO.
           WRITE REGNPSREL FROM CABECALHO-CM.
           MOVE ZEROS TO W-IND.
       IMP-COMENT-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-TOT-CM
               GO TO IMP-FIM.
           MOVE TB-CM-NOTA (W-IND)  TO DK-NOTA.
           MOVE TB-CM-CRM (W-IND)   TO DK-CRM.
           MOVE TB-CM-UF (W-IND)    TO DK-UF.
           MOVE TB-CM-ESPEC (W-IND) TO DK-ESPEC.
           MOVE TB-CM-UNID (W-IND)  TO DK-UNID.
           MOVE TB-CM-TEXTO (W-IND) TO DK-TEXTO.
           WRITE REGNPSREL FROM DETALHE-CM.
           GO TO IMP-COMENT-LOOP.
      *
       IMP-FIM.
           WRITE REGNPSREL FROM LINHA-FINAL.
           CLOSE NPSREL.
           MOVE "*** RELATORIO NPSREL.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADNPS CADMED.
           IF W-TEM-ESPEC = "S"
               CLOSE CADESPEC.
           IF W-TEM-UNID = "S"
               CLOSE CADUNID.
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
      *--------------------[ LINHA DE DETALHE DO NPS ]-----------------
       IMP-LINHA.
           MOVE W-AC-ENV  TO DN-ENV.
           MOVE W-AC-RESP TO DN-RESP.
           MOVE W-AC-PROM TO DN-PROM.
           MOVE W-AC-DETR TO DN-DETR.
           MOVE ZEROS TO W-PCT-RESP W-NPS.
           IF W-AC-ENV NOT = ZEROS
               COMPUTE W-PCT-RESP ROUNDED =
                   (W-AC-RESP * 100) / W-AC-ENV.
           IF W-AC-RESP NOT = ZEROS
               COMPUTE W-NPS ROUNDED =
                   ((W-AC-PROM - W-AC-DETR) * 100) / W-AC-RESP.
           MOVE W-PCT-RESP TO DN-TAXA.
           MOVE W-NPS      TO DN-NPS.
           WRITE REGNPSREL FROM DETALHE-NPS.
       IMP-LINHA-FIM.
           EXIT.
      *--------------------[ ORDENA OS COMENTARIOS POR NOTA ]----------
       ORDENA-COMENT.
           IF W-TOT-CM < 2
               GO TO ORDENA-COMENT-FIM.
           MOVE ZEROS TO W-CM-MAIOR.
           MOVE 1 TO W-IND.
       ORDENA-COMENT-L1.
           IF W-IND NOT < W-TOT-CM
               GO TO ORDENA-COMENT-L2.
           COMPUTE W-IND2 = W-IND + 1.
           IF TB-CM-NOTA (W-IND) > TB-CM-NOTA (W-IND2)
               MOVE TB-CM-ITEM (W-IND)  TO W-CM-TROCA
               MOVE TB-CM-ITEM (W-IND2) TO TB-CM-ITEM (W-IND)
               MOVE W-CM-TROCA          TO TB-CM-ITEM (W-IND2)
               MOVE 1 TO W-CM-MAIOR.
           ADD 1 TO W-IND.
           GO TO ORDENA-COMENT-L1.
       ORDENA-COMENT-L2.
           IF W-CM-MAIOR = 1
               GO TO ORDENA-COMENT.
       ORDENA-COMENT-FIM.
           EXIT.
      *--------------------[ ZERA AS TABELAS ]-------------------------
       ZERA-TABELAS.
           MOVE ZEROS TO W-IND.
       ZERA-TABELAS-L1.
           ADD 1 TO W-IND
           IF W-IND > 300
               GO TO ZERA-TABELAS-L2.
           MOVE ZEROS  TO TB-MD-CRM (W-IND) TB-MD-ENV (W-IND)
                          TB-MD-RESP (W-IND) TB-MD-PROM (W-IND)
                          TB-MD-DETR (W-IND).
           MOVE SPACES TO TB-MD-UF (W-IND).
           GO TO ZERA-TABELAS-L1.
       ZERA-TABELAS-L2.
           MOVE ZEROS TO W-IND.
       ZERA-TABELAS-L3.
           ADD 1 TO W-IND
           IF W-IND > 100
               GO TO ZERA-TABELAS-FIM.
           MOVE ZEROS TO TB-ES-ENV (W-IND) TB-ES-RESP (W-IND)
                         TB-ES-PROM (W-IND) TB-ES-DETR (W-IND)
                         TB-UN-ENV (W-IND) TB-UN-RESP (W-IND)
                         TB-UN-PROM (W-IND) TB-UN-DETR (W-IND).
           GO TO ZERA-TABELAS-L3.
       ZERA-TABELAS-FIM.
           EXIT.
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
