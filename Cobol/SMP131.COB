       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP131.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *          RELATORIOS DA OUVIDORIA (CADOUV)            *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * TIPO A - ATRASADAS: MANIFESTACOES AINDA ABERTAS OU EM
      *          ANALISE COM PRAZO DE RESPOSTA VENCIDO, POR
      *          UNIDADE, COM OS DIAS DE ATRASO E O RESUMO POR
      *          FAIXA (ATE 7, 8 A 15, 16 A 30, MAIS DE 30 DIAS).
      * TIPO M - MENSAL: MANIFESTACOES ABERTAS NO MES, POR
      *          CATEGORIA E STATUS. NO PRAZO = RESPONDIDA ATE O
      *          PRAZO; FORA DO PRAZO = RESPONDIDA DEPOIS DO PRAZO
      *          OU AINDA SEM RESPOSTA COM O PRAZO VENCIDO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADOUV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OV-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT OUVREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOUV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUV.DAT".
       COPY REGOUV.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD OUVREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OUVREL.DOC".
       01 REGOUVREL    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-TIPO        PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-PER-ANO     PIC 9(04) VALUE ZEROS.
       77 W-PER-MES     PIC 9(02) VALUE ZEROS.
       77 W-IND         PIC 9(03) VALUE ZEROS.
       77 W-IND2        PIC 9(03) VALUE ZEROS.
       77 W-COD-2       PIC 9(02) VALUE ZEROS.
       77 W-TEM-UNID    PIC X(01) VALUE "N".
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-SER-HOJE    PIC 9(08) VALUE ZEROS.
       77 W-DIAS-ATR    PIC 9(05) VALUE ZEROS.
      *----- SERIAL APROXIMADO DE DIAS PARA O CALCULO DO ATRASO
       01 W-CS-DATA.
           03 W-CS-ANO  PIC 9(04).
           03 W-CS-MES  PIC 9(02).
           03 W-CS-DIA  PIC 9(02).
       77 W-CS-SERIAL   PIC 9(08) VALUE ZEROS.
       77 W-CS-QUOC     PIC 9(04) VALUE ZEROS.
      *----- ATRASADAS POR UNIDADE: POSICAO = CODIGO + 1
       01 TAB-UNID.
           03 TB-UN-ITEM OCCURS 100 TIMES.
               05 TB-UN-QTD        PIC 9(05).
               05 TB-UN-F1         PIC 9(05).
               05 TB-UN-F2         PIC 9(05).
               05 TB-UN-F3         PIC 9(05).
               05 TB-UN-F4         PIC 9(05).
      *----- MENSAL: UMA LINHA POR CATEGORIA (R E S D I)
       01 TAB-CATEG.
           03 TB-CT-ITEM OCCURS 5 TIMES.
               05 TB-CT-ABERTO     PIC 9(05).
               05 TB-CT-ANALISE    PIC 9(05).
               05 TB-CT-RESPOND    PIC 9(05).
               05 TB-CT-FECHADO    PIC 9(05).
               05 TB-CT-NOPRAZO    PIC 9(05).
               05 TB-CT-FORA       PIC 9(05).
       01 TAB-NOME-CATEG.
           03 FILLER    PIC X(15) VALUE "RECLAMACAO".
           03 FILLER    PIC X(15) VALUE "ELOGIO".
           03 FILLER    PIC X(15) VALUE "SUGESTAO".
           03 FILLER    PIC X(15) VALUE "DENUNCIA".
           03 FILLER    PIC X(15) VALUE "INFORMACAO".
       01 TAB-NOME-R REDEFINES TAB-NOME-CATEG.
           03 TB-NM-CATEG  PIC X(15) OCCURS 5 TIMES.
      *
       01 W-ACUM.
           03 W-AC-QTD          PIC 9(05).
           03 W-AC-F1           PIC 9(05).
           03 W-AC-F2           PIC 9(05).
           03 W-AC-F3           PIC 9(05).
           03 W-AC-F4           PIC 9(05).
       01 W-ACUM-GERAL.
           03 W-AG-QTD          PIC 9(05).
           03 W-AG-F1           PIC 9(05).
           03 W-AG-F2           PIC 9(05).
           03 W-AG-F3           PIC 9(05).
           03 W-AG-F4           PIC 9(05).
       01 W-TOT-MES.
           03 W-TM-ABERTO       PIC 9(05).
           03 W-TM-ANALISE      PIC 9(05).
           03 W-TM-RESPOND      PIC 9(05).
           03 W-TM-FECHADO      PIC 9(05).
           03 W-TM-NOPRAZO      PIC 9(05).
           03 W-TM-FORA         PIC 9(05).
       01 W-TIT-UNID.
           03 FILLER            PIC X(08) VALUE "UNIDADE ".
           03 W-TU-COD          PIC 9(02).
           03 FILLER            PIC X(03) VALUE " - ".
           03 W-TU-NOME         PIC X(27).
      *
       01  CABECALHO-0.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".

       01  CABECALHO-1.
           05  FILLER                 PIC X(031) VALUE
           "- PROGRAMACAO PARA MAINFRAME   ".
           05  CAB1-TITULO            PIC X(040) VALUE SPACES.
           05  FILLER                 PIC X(029) VALUE
           "                            -".

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

       01  CABECALHO-2A.
           05  FILLER                 PIC X(030) VALUE
           "- POSICAO EM :               ".
           05  CAB2A-DATA             PIC 9999.99.99.
           05  FILLER                 PIC X(017) VALUE
           "                 ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".

       01  CABECALHO-AT.
           05  FILLER                 PIC X(057) VALUE
           "- ABERTURA   SEQ  PACIEN  C  S  PRAZO       DIAS  DESCRIC".
           05  FILLER                 PIC X(043) VALUE
           "AO                                        -".

       01  DETALHE-AT.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DA-DATA   VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  DA-SEQ    VALUE ZEROS  PIC 9(004).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DA-PAC    VALUE ZEROS  PIC 9(006).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DA-CATEG  VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DA-STATUS VALUE SPACES PIC X(001).
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DA-PRAZO  VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DA-DIAS   VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(002) VALUE "  ".
           05  DA-DESCR  VALUE SPACES PIC X(040).
           05  FILLER                 PIC X(010) VALUE
           "         -".

       01  TOTAL-AT.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  TA-ROTULO VALUE SPACES PIC X(012).
           05  FILLER                 PIC X(011) VALUE
           "ATRASADAS: ".
           05  TA-QTD    VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(012) VALUE
           "   ATE 7 D: ".
           05  TA-F1     VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(013) VALUE
           "   8 A 15 D: ".
           05  TA-F2     VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(014) VALUE
           "   16 A 30 D: ".
           05  TA-F3     VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(010) VALUE
           "   +30 D: ".
           05  TA-F4     VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(001) VALUE "-".

       01  CABECALHO-MS.
           05  FILLER                 PIC X(057) VALUE
           "- CATEGORIA         ABERTO  ANALISE  RESPOND  FECHADO    ".
           05  FILLER                 PIC X(043) VALUE
           "TOTAL NO PRAZO FORA PRZ                   -".

       01  DETALHE-MS.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DM-CATEG  VALUE SPACES PIC X(015).
           05  DM-ABERTO VALUE ZEROS  PIC ZZZZZZZZ9.
           05  DM-ANALIS VALUE ZEROS  PIC ZZZZZZZZ9.
           05  DM-RESPON VALUE ZEROS  PIC ZZZZZZZZ9.
           05  DM-FECHAD VALUE ZEROS  PIC ZZZZZZZZ9.
           05  DM-TOTAL  VALUE ZEROS  PIC ZZZZZZZZ9.
           05  DM-NOPRAZ VALUE ZEROS  PIC ZZZZZZZZ9.
           05  DM-FORA   VALUE ZEROS  PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(020) VALUE
           "                   -".

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
       01  SMT131.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                  *** RELATORIOS DA OUVI".
           05  LINE 02  COLUMN 41
               VALUE  "DORIA ***".
           05  LINE 06  COLUMN 01
               VALUE  "     TIPO (A=ATRASADAS  M=MENSAL) :".
           05  LINE 08  COLUMN 01
               VALUE  "     PERIODO (MES/ANO)  :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-TIPO
               LINE 06  COLUMN 37  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
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
           MOVE ZEROS TO W-PER-ANO W-PER-MES.
           MOVE SPACES TO W-TIPO.
           DISPLAY SMT131.

       INC-TIPO.
           ACCEPT T-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
           IF W-TIPO = "a"
               MOVE "A" TO W-TIPO.
           IF W-TIPO = "m"
               MOVE "M" TO W-TIPO.
           IF W-TIPO = "A"
               GO TO INC-OPC.
           IF W-TIPO NOT = "M"
               MOVE "*** TIPO => A=ATRASADAS  M=MENSAL ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-TIPO.

       INC-PER.
           ACCEPT T-PERMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-TIPO.
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
           OPEN INPUT CADOUV
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADOUV NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.

           OPEN OUTPUT OUVREL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO ABERTURA DO ARQUIVO OUVREL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.

           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           MOVE W-CS-SERIAL TO W-SER-HOJE.
           PERFORM ZERA-TABELAS THRU ZERA-TABELAS-FIM.
           WRITE REGOUVREL FROM CABECALHO-0.
           IF W-TIPO = "M"
               GO TO MES-001.
      *
      *--------------------[ ATRASADAS POR UNIDADE ]-------------------
      * 1A. PASSADA CONTA POR UNIDADE; DEPOIS, PARA CADA UNIDADE COM
      * ATRASO, RELE O ARQUIVO E LISTA AS MANIFESTACOES DELA.
       ATR-001.
           MOVE "MANIFESTACOES COM PRAZO VENCIDO" TO CAB1-TITULO.
           WRITE REGOUVREL FROM CABECALHO-1.
           WRITE REGOUVREL FROM CABECALHO-0.
           MOVE W-HOJE TO CAB2A-DATA.
           WRITE REGOUVREL FROM CABECALHO-2A.
           MOVE ZEROS TO OV-CHAVE.
           START CADOUV KEY IS NOT LESS OV-CHAVE
               INVALID KEY
                   GO TO ATR-IMPRIME.
       ATR-LER.
           READ CADOUV NEXT
           IF ST-ERRO NOT = "00"
               GO TO ATR-IMPRIME.
           PERFORM CHK-ATRASO THRU CHK-ATRASO-FIM.
           IF W-DIAS-ATR = ZEROS
               GO TO ATR-LER.
           COMPUTE W-IND = OV-UNIDADE + 1.
           ADD 1 TO TB-UN-QTD (W-IND).
           IF W-DIAS-ATR < 8
               ADD 1 TO TB-UN-F1 (W-IND)
           ELSE
               IF W-DIAS-ATR < 16
                   ADD 1 TO TB-UN-F2 (W-IND)
               ELSE
                   IF W-DIAS-ATR < 31
                       ADD 1 TO TB-UN-F3 (W-IND)
                   ELSE
                       ADD 1 TO TB-UN-F4 (W-IND).
           GO TO ATR-LER.
      *
       ATR-IMPRIME.
           MOVE ZEROS TO W-IND W-ACUM-GERAL.
       ATR-UNID-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 100
               GO TO ATR-TOTAL.
           IF TB-UN-QTD (W-IND) = ZEROS
               GO TO ATR-UNID-LOOP.
           COMPUTE W-COD-2 = W-IND - 1.
           MOVE W-COD-2 TO W-TU-COD.
           MOVE "(UNIDADE NAO CADASTRADA)" TO W-TU-NOME.
           IF W-TEM-UNID = "S"
               MOVE W-COD-2 TO UN-CODIGO
               READ CADUNID
               IF ST-ERRO = "00"
                   MOVE UN-NOME TO W-TU-NOME.
           MOVE W-TIT-UNID TO LT-TITULO.
           WRITE REGOUVREL FROM LINHA-TITULO.
           WRITE REGOUVREL FROM CABECALHO-AT.
           MOVE ZEROS TO OV-CHAVE.
           START CADOUV KEY IS NOT LESS OV-CHAVE
               INVALID KEY
                   GO TO ATR-UNID-TOT.
       ATR-DET-LER.
           READ CADOUV NEXT
           IF ST-ERRO NOT = "00"
               GO TO ATR-UNID-TOT.
           IF OV-UNIDADE NOT = W-COD-2
               GO TO ATR-DET-LER.
           PERFORM CHK-ATRASO THRU CHK-ATRASO-FIM.
           IF W-DIAS-ATR = ZEROS
               GO TO ATR-DET-LER.
           MOVE OV-DATA      TO DA-DATA.
           MOVE OV-SEQ       TO DA-SEQ.
           MOVE OV-PCODIGO   TO DA-PAC.
           MOVE OV-CATEGORIA TO DA-CATEG.
           MOVE OV-STATUS    TO DA-STATUS.
           MOVE OV-PRAZO     TO DA-PRAZO.
           MOVE W-DIAS-ATR   TO DA-DIAS.
           MOVE OV-DESCRICAO TO DA-DESCR.
           WRITE REGOUVREL FROM DETALHE-AT.
           GO TO ATR-DET-LER.
       ATR-UNID-TOT.
           MOVE TB-UN-QTD (W-IND) TO W-AC-QTD.
           MOVE TB-UN-F1 (W-IND)  TO W-AC-F1.
           MOVE TB-UN-F2 (W-IND)  TO W-AC-F2.
           MOVE TB-UN-F3 (W-IND)  TO W-AC-F3.
           MOVE TB-UN-F4 (W-IND)  TO W-AC-F4.
           ADD W-AC-QTD TO W-AG-QTD.
           ADD W-AC-F1  TO W-AG-F1.
           ADD W-AC-F2  TO W-AG-F2.
           ADD W-AC-F3  TO W-AG-F3.
           ADD W-AC-F4  TO W-AG-F4.
           MOVE "SUBTOTAL" TO TA-ROTULO.
           PERFORM IMP-TOTAL-AT THRU IMP-TOTAL-AT-FIM.
           GO TO ATR-UNID-LOOP.
       ATR-TOTAL.
           MOVE W-ACUM-GERAL TO W-ACUM.
           MOVE "TOTAL GERAL" TO TA-ROTULO.
           PERFORM IMP-TOTAL-AT THRU IMP-TOTAL-AT-FIM.
           GO TO IMP-FIM.
      *
      *--------------------[ RESUMO MENSAL POR CATEGORIA ]-------------
       MES-001.
           MOVE "OUVIDORIA - RESUMO MENSAL POR CATEGORIA" TO
                CAB1-TITULO.
           WRITE REGOUVREL FROM CABECALHO-1.
           WRITE REGOUVREL FROM CABECALHO-0.
           MOVE W-PER-MES TO CAB2-MES.
           MOVE W-PER-ANO TO CAB2-ANO.
           WRITE REGOUVREL FROM CABECALHO-2.
           MOVE W-PER-ANO TO W-CS-ANO.
           MOVE W-PER-MES TO W-CS-MES.
           MOVE 01        TO W-CS-DIA.
           MOVE W-CS-DATA TO OV-DATA.
           MOVE ZEROS     TO OV-SEQ.
           START CADOUV KEY IS NOT LESS OV-CHAVE
               INVALID KEY
                   GO TO MES-IMPRIME.
       MES-LER.
           READ CADOUV NEXT
           IF ST-ERRO NOT = "00"
               GO TO MES-IMPRIME.
           MOVE OV-DATA TO W-CS-DATA.
           IF W-CS-ANO NOT = W-PER-ANO OR W-CS-MES NOT = W-PER-MES
               GO TO MES-IMPRIME.
           MOVE ZEROS TO W-IND.
           IF OV-CATEGORIA = "R"
               MOVE 1 TO W-IND.
           IF OV-CATEGORIA = "E"
               MOVE 2 TO W-IND.
           IF OV-CATEGORIA = "S"
               MOVE 3 TO W-IND.
           IF OV-CATEGORIA = "D"
               MOVE 4 TO W-IND.
           IF OV-CATEGORIA = "I"
               MOVE 5 TO W-IND.
           IF W-IND = ZEROS
               GO TO MES-LER.
           IF OV-STATUS = "A"
               ADD 1 TO TB-CT-ABERTO (W-IND).
           IF OV-STATUS = "N"
               ADD 1 TO TB-CT-ANALISE (W-IND).
           IF OV-STATUS = "R"
               ADD 1 TO TB-CT-RESPOND (W-IND).
           IF OV-STATUS = "F"
               ADD 1 TO TB-CT-FECHADO (W-IND).
           IF OV-DTRESP NOT = ZEROS
               IF OV-DTRESP > OV-PRAZO
                   ADD 1 TO TB-CT-FORA (W-IND)
               ELSE
                   ADD 1 TO TB-CT-NOPRAZO (W-IND)
           ELSE
               IF OV-PRAZO < W-HOJE
                   ADD 1 TO TB-CT-FORA (W-IND).
           GO TO MES-LER.
      *
       MES-IMPRIME.
           WRITE REGOUVREL FROM CABECALHO-MS.
           MOVE ZEROS TO W-IND W-TOT-MES.
       MES-IMP-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 5
               GO TO MES-TOTAL.
           MOVE TB-NM-CATEG (W-IND)   TO DM-CATEG.
           MOVE TB-CT-ABERTO (W-IND)  TO DM-ABERTO.
           MOVE TB-CT-ANALISE (W-IND) TO DM-ANALIS.
           MOVE TB-CT-RESPOND (W-IND) TO DM-RESPON.
           MOVE TB-CT-FECHADO (W-IND) TO DM-FECHAD.
           MOVE TB-CT-NOPRAZO (W-IND) TO DM-NOPRAZ.
           MOVE TB-CT-FORA (W-IND)    TO DM-FORA.
           COMPUTE DM-TOTAL = TB-CT-ABERTO (W-IND)
                            + TB-CT-ANALISE (W-IND)
                            + TB-CT-RESPOND (W-IND)
                            + TB-CT-FECHADO (W-IND).
           ADD TB-CT-ABERTO (W-IND)  TO W-TM-ABERTO.
           ADD TB-CT-ANALISE (W-IND) TO W-TM-ANALISE.
           ADD TB-CT-RESPOND (W-IND) TO W-TM-RESPOND.
           ADD TB-CT-FECHADO (W-IND) TO W-TM-FECHADO.
           ADD TB-CT-NOPRAZO (W-IND) TO W-TM-NOPRAZO.
           ADD TB-CT-FORA (W-IND)    TO W-TM-FORA.
           WRITE REGOUVREL FROM DETALHE-MS.
           GO TO MES-IMP-LOOP.
       MES-TOTAL.
           MOVE "TOTAL DO MES"  TO DM-CATEG.
           MOVE W-TM-ABERTO     TO DM-ABERTO.
           MOVE W-TM-ANALISE    TO DM-ANALIS.
           MOVE W-TM-RESPOND    TO DM-RESPON.
           MOVE W-TM-FECHADO    TO DM-FECHAD.
           MOVE W-TM-NOPRAZO    TO DM-NOPRAZ.
           MOVE W-TM-FORA       TO DM-FORA.
           COMPUTE DM-TOTAL = W-TM-ABERTO + W-TM-ANALISE
                            + W-TM-RESPOND + W-TM-FECHADO.
           WRITE REGOUVREL FROM DETALHE-MS.
      *
       IMP-FIM.
           WRITE REGOUVREL FROM LINHA-FINAL.
           CLOSE OUVREL.
           MOVE "*** RELATORIO OUVREL.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADOUV.
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
      *--------------------[ DIAS DE ATRASO DA MANIFESTACAO ]-----------
      * SO CONTA QUEM AINDA ESTA ABERTA OU EM ANALISE; ZERO = NO PRAZO
       CHK-ATRASO.
           MOVE ZEROS TO W-DIAS-ATR.
           IF OV-STATUS NOT = "A" AND OV-STATUS NOT = "N"
               GO TO CHK-ATRASO-FIM.
           IF OV-PRAZO NOT < W-HOJE
               GO TO CHK-ATRASO-FIM.
           MOVE OV-PRAZO TO W-CS-DATA.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM.
           IF W-CS-SERIAL < W-SER-HOJE
               COMPUTE W-DIAS-ATR = W-SER-HOJE - W-CS-SERIAL
           ELSE
               MOVE 1 TO W-DIAS-ATR.
       CHK-ATRASO-FIM.
           EXIT.
      *--------------------[ LINHA DE TOTAL DAS ATRASADAS ]------------
       IMP-TOTAL-AT.
           MOVE W-AC-QTD TO TA-QTD.
           MOVE W-AC-F1  TO TA-F1.
           MOVE W-AC-F2  TO TA-F2.
           MOVE W-AC-F3  TO TA-F3.
           MOVE W-AC-F4  TO TA-F4.
           WRITE REGOUVREL FROM TOTAL-AT.
       IMP-TOTAL-AT-FIM.
           EXIT.
      *--------------[ DIAS CORRIDOS APROXIMADOS DA DATA ]--------------
       CALC-SERIAL.
           COMPUTE W-CS-SERIAL = (W-CS-ANO * 365) + W-CS-DIA.
           DIVIDE W-CS-ANO BY 4 GIVING W-CS-QUOC.
           ADD W-CS-QUOC TO W-CS-SERIAL.
           IF W-CS-MES = 02 ADD 031 TO W-CS-SERIAL.
           IF W-CS-MES = 03 ADD 059 TO W-CS-SERIAL.
           IF W-CS-MES = 04 ADD 090 TO W-CS-SERIAL.
           IF W-CS-MES = 05 ADD 120 TO W-CS-SERIAL.
           IF W-CS-MES = 06 ADD 151 TO W-CS-SERIAL.
           IF W-CS-MES = 07 ADD 181 TO W-CS-SERIAL.
           IF W-CS-MES = 08 ADD 212 TO W-CS-SERIAL.
           IF W-CS-MES = 09 ADD 243 TO W-CS-SERIAL.
           IF W-CS-MES = 10 ADD 273 TO W-CS-SERIAL.
           IF W-CS-MES = 11 ADD 304 TO W-CS-SERIAL.
           IF W-CS-MES = 12 ADD 334 TO W-CS-SERIAL.
       CALC-SERIAL-FIM.
           EXIT.
      *--------------------[ ZERA AS TABELAS ]-------------------------
       ZERA-TABELAS.
           MOVE ZEROS TO W-IND.
       ZERA-TABELAS-L1.
           ADD 1 TO W-IND
           IF W-IND > 100
               GO TO ZERA-TABELAS-L2.
           MOVE ZEROS TO TB-UN-QTD (W-IND) TB-UN-F1 (W-IND)
                         TB-UN-F2 (W-IND) TB-UN-F3 (W-IND)
                         TB-UN-F4 (W-IND).
           GO TO ZERA-TABELAS-L1.
       ZERA-TABELAS-L2.
           MOVE ZEROS TO W-IND.
       ZERA-TABELAS-L3.
           ADD 1 TO W-IND
           IF W-IND > 5
               GO TO ZERA-TABELAS-FIM.
           MOVE ZEROS TO TB-CT-ABERTO (W-IND) TB-CT-ANALISE (W-IND)
                         TB-CT-RESPOND (W-IND) TB-CT-FECHADO (W-IND)
                         TB-CT-NOPRAZO (W-IND) TB-CT-FORA (W-IND).
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
