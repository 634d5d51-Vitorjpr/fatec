       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP189.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   ROTA DIARIA DAS VISITAS DOMICILIARES POR EQUIPE    *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * FOLHA DE ROTA DO DIA PARA CADA EQUIPE (CADEQDOM): AS
      * VISITAS DOMICILIARES DA DATA (AG-TIPO = "D", MENOS AS
      * CANCELADAS E REMARCADAS) AGRUPADAS POR CIDADE E BAIRRO DO
      * ENDERECO DO PACIENTE (CADPACI/CADCEP) E, DENTRO DO BAIRRO,
      * PELO INICIO DA JANELA DE CHEGADA (CADVISD, SMP188). CADA
      * VISITA TRAZ O TELEFONE, O COMPLEMENTO, O VEICULO E A
      * ULTIMA NOTA DE EVOLUCAO DO PACIENTE (CADEVOL) ATE A DATA.
      * VISITA AINDA SEM EQUIPE SAI NO GRUPO "SEM EQUIPE".
      * SAIDA EM CADROTRL.DOC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

                    SELECT CADVISD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VD-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADEQDOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ED-CODIGO
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

                    SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ENDERECO
                                                      WITH DUPLICATES.

                    SELECT CADEVOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EV-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADROTRL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADVISD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVISD.DAT".
       COPY REGVISD.
      *
       FD CADEQDOM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQDOM.DAT".
       COPY REGEQDOM.
      *
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
       FD CADEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVOL.DAT".
       COPY REGEVOL.
      *
       FD CADROTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADROTRL.DOC".
       01 REGROTRL     PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-TEM-VISD    PIC X(01) VALUE "N".
       77 W-TEM-EQDOM   PIC X(01) VALUE "N".
       77 W-TEM-PACI    PIC X(01) VALUE "N".
       77 W-TEM-CEP     PIC X(01) VALUE "N".
       77 W-TEM-EVOL    PIC X(01) VALUE "N".
       77 W-TROCOU      PIC X(01) VALUE "N".
       77 W-EQ-SEL      PIC 9(03) VALUE ZEROS.
       77 W-EQ-ATUAL    PIC 9(03) VALUE ZEROS.
       77 W-NOME-EQ     PIC X(30) VALUE SPACES.
       77 W-I           PIC 9(03) VALUE ZEROS.
       77 W-J           PIC 9(03) VALUE ZEROS.
       77 W-TOT-VIS     PIC 9(03) VALUE ZEROS.
       77 W-QTD-EQ      PIC 9(03) VALUE ZEROS.
       77 W-SEM-EQ      PIC 9(03) VALUE ZEROS.
       77 W-CID-ATUAL   PIC X(20) VALUE SPACES.
       77 W-BAI-ATUAL   PIC X(20) VALUE SPACES.
       01 W-DT-ROTA     PIC 9(08) VALUE ZEROS.
       01 W-DT.
           03 W-DT-ANO  PIC 9(04).
           03 W-DT-MES  PIC 9(02).
           03 W-DT-DIA  PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT PIC 9(08).
      *
      *----- VISITAS DO DIA, ORDENADAS POR EQUIPE, CIDADE, BAIRRO
      *----- E INICIO DA JANELA
       01 TAB-ROTA.
           03 TR-ITEM OCCURS 200 TIMES.
               05 TR-CHAVE.
                   07 TR-EQUIPE     PIC 9(03).
                   07 TR-CIDADE     PIC X(20).
                   07 TR-BAIRRO     PIC X(20).
                   07 TR-JANINI     PIC 9(04).
                   07 TR-PCODIGO    PIC 9(06).
               05 TR-JANFIM         PIC 9(04).
               05 TR-VEICULO        PIC X(20).
               05 TR-NOME           PIC X(30).
               05 TR-ENDERECO       PIC X(30).
               05 TR-NUM            PIC 9(04).
               05 TR-COMPLEM        PIC X(10).
               05 TR-FONE           PIC 9(11).
               05 TR-EVDATA         PIC 9(08).
               05 TR-EVAVAL         PIC X(60).
               05 TR-EVPLANO        PIC X(60).
       01 W-TROCA-ITEM              PIC X(290) VALUE SPACES.
      *
       01  CAB0-ROT.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-ROT.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     ROTA DIARIA DAS VISITAS ".
           05  FILLER                 PIC X(043) VALUE
           "DOMICILIARES                              -".
       01  CAB2-ROT.
           05  FILLER                 PIC X(017) VALUE
           "- DATA DA ROTA : ".
           05  CAB2-DATA              PIC 9999.99.99.
           05  FILLER                 PIC X(072) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-LEGENDA1.
           05  FILLER                 PIC X(057) VALUE
           "- JANELA = HORARIO DE CHEGADA COMBINADO COM A FAMILIA; A ".
           05  FILLER                 PIC X(043) VALUE
           "=AVALIACAO P=PLANO DA ULTIMA EVOLUCAO     -".
       01  LIN-EQUIPE.
           05  FILLER                 PIC X(011) VALUE "- EQUIPE : ".
           05  LE-EQUIPE              PIC 9(003).
           05  FILLER                 PIC X(003) VALUE " - ".
           05  LE-NOME                PIC X(030).
           05  FILLER                 PIC X(016) VALUE
           "  RESPONSAVEL : ".
           05  LE-RESPONS             PIC X(030).
           05  FILLER                 PIC X(006) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-BAIRRO.
           05  FILLER                 PIC X(011) VALUE "- CIDADE : ".
           05  LB-CIDADE              PIC X(020).
           05  FILLER                 PIC X(012) VALUE
           "   BAIRRO : ".
           05  LB-BAIRRO              PIC X(020).
           05  FILLER                 PIC X(036) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET1-ROT.
           05  FILLER                 PIC X(004) VALUE "-   ".
           05  D1-JANINI VALUE ZEROS  PIC 99.99.
           05  FILLER                 PIC X(003) VALUE " A ".
           05  D1-JANFIM VALUE ZEROS  PIC 99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  D1-PCODIGO VALUE ZEROS PIC 9(006).
           05  FILLER                 PIC X(001) VALUE " ".
           05  D1-NOME   VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(007) VALUE "  FONE ".
           05  D1-FONE   VALUE ZEROS  PIC 99B99999B9999.
           05  FILLER                 PIC X(025) VALUE
           "                        -".
       01  DET2-ROT.
           05  FILLER                 PIC X(010) VALUE "-     END.".
           05  D2-ENDERECO VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(002) VALUE ", ".
           05  D2-NUM    VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(008) VALUE " COMPL. ".
           05  D2-COMPLEM VALUE SPACES PIC X(010).
           05  FILLER                 PIC X(010) VALUE "  VEICULO ".
           05  D2-VEICULO VALUE SPACES PIC X(020).
           05  FILLER                 PIC X(006) VALUE
           "     -".
       01  DET3-ROT.
           05  FILLER                 PIC X(018) VALUE
           "-     ULT.EVOLUCAO".
           05  D3-EVDATA VALUE ZEROS  PIC 9999.99.99.
           05  FILLER                 PIC X(004) VALUE " A: ".
           05  D3-AVAL   VALUE SPACES PIC X(060).
           05  FILLER                 PIC X(008) VALUE
           "       -".
       01  DET4-ROT.
           05  FILLER                 PIC X(028) VALUE "-".
           05  FILLER                 PIC X(004) VALUE " P: ".
           05  D4-PLANO  VALUE SPACES PIC X(060).
           05  FILLER                 PIC X(008) VALUE
           "       -".
       01  LIN-SEMEV.
           05  FILLER                 PIC X(057) VALUE
           "-     ULT.EVOLUCAO : NENHUMA NOTA REGISTRADA             ".
           05  FILLER                 PIC X(043) VALUE
           "                                          -".
       01  LIN-BRANCO.
           05  FILLER                 PIC X(099) VALUE "-".
           05  FILLER                 PIC X(001) VALUE "-".
       01  TOT-EQ.
           05  FILLER                 PIC X(022) VALUE
           "- VISITAS DA EQUIPE : ".
           05  TE-QTD    VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(074) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  TOT-ROT.
           05  FILLER                 PIC X(022) VALUE
           "- TOTAL DE VISITAS  : ".
           05  TR-QTD    VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(027) VALUE
           "     SEM EQUIPE DEFINIDA : ".
           05  TR-SEMEQ  VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(044) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT189.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** ROTA DIARIA DAS VISITAS DO".
           05  LINE 02  COLUMN 41
               VALUE  "MICILIARES ***".
           05  LINE 07  COLUMN 01
               VALUE  "     DATA DA ROTA                       :".
           05  LINE 09  COLUMN 01
               VALUE  "     EQUIPE (000 = TODAS)               :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-DTROTA
               LINE 07  COLUMN 42  PIC 9999.99.99
               USING  W-DT-ROTA
               HIGHLIGHT.
           05  T-EQSEL
               LINE 09  COLUMN 42  PIC 9(03)
               USING  W-EQ-SEL
               HIGHLIGHT.
           05  T-NOMEEQ
               LINE 09  COLUMN 47  PIC X(30)
               USING  W-NOME-EQ
               HIGHLIGHT.
           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
      *----- SUGERE A ROTA DE HOJE
           ACCEPT W-DT-ROTA FROM DATE YYYYMMDD.
           DISPLAY SMT189.

       INC-DATA.
           ACCEPT T-DTROTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
           MOVE W-DT-ROTA TO W-DT-NUM.
           IF W-DT-MES < 01 OR W-DT-MES > 12
                            OR W-DT-DIA < 01 OR W-DT-DIA > 31
               MOVE "DATA INVALIDA" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-DATA.

       INC-EQUIPE.
           ACCEPT T-EQSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-DATA.
           MOVE SPACES TO W-NOME-EQ.
           IF W-EQ-SEL = ZEROS
               MOVE "TODAS AS EQUIPES" TO W-NOME-EQ
               DISPLAY T-NOMEEQ
               GO TO INC-OPC.
           OPEN INPUT CADEQDOM
           IF ST-ERRO NOT = "00"
               MOVE "*** NENHUMA EQUIPE CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-EQUIPE.
           MOVE W-EQ-SEL TO ED-CODIGO.
           READ CADEQDOM
           IF ST-ERRO NOT = "00"
               CLOSE CADEQDOM
               MOVE "*** EQUIPE NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-EQUIPE.
           MOVE ED-NOME TO W-NOME-EQ.
           CLOSE CADEQDOM.
           DISPLAY T-NOMEEQ.

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
       ABRE-ARQS.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADAGEN NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE "S" TO W-TEM-VISD.
           OPEN INPUT CADVISD
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-VISD.
           MOVE "S" TO W-TEM-EQDOM.
           OPEN INPUT CADEQDOM
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EQDOM.
           MOVE "S" TO W-TEM-PACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PACI.
           MOVE "S" TO W-TEM-CEP.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CEP.
           MOVE "S" TO W-TEM-EVOL.
           OPEN INPUT CADEVOL
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EVOL.
           OPEN OUTPUT CADROTRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO CADROTRL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE ZEROS TO W-TOT-VIS W-SEM-EQ.
           MOVE "*** SELECIONANDO AS VISITAS DO DIA ***" TO MENS
           DISPLAY (23, 12) MENS.
      *--------------------[ VISITAS DOMICILIARES DA DATA ]------------
           MOVE W-DT-ROTA TO AG-DATA.
           MOVE ZEROS     TO AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES    TO AG-CRM-UF.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO ORDENA.
       LE-AGEN.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO LE-EVOL.
           IF AG-DATA NOT = W-DT-ROTA
               GO TO LE-EVOL.
           IF AG-TIPO NOT = "D"
               GO TO LE-AGEN.
           IF AG-STATUS = "C" OR "T"
               GO TO LE-AGEN.
           MOVE ZEROS  TO VD-EQUIPE VD-JANINI VD-JANFIM.
           MOVE SPACES TO VD-VEICULO.
           IF W-TEM-VISD = "S"
               MOVE AG-CHAVE TO VD-CHAVE
               READ CADVISD
               IF ST-ERRO NOT = "00"
                   MOVE ZEROS  TO VD-EQUIPE VD-JANINI VD-JANFIM
                   MOVE SPACES TO VD-VEICULO.
           IF W-EQ-SEL NOT = ZEROS AND VD-EQUIPE NOT = W-EQ-SEL
               GO TO LE-AGEN.
           IF W-TOT-VIS NOT < 200
               MOVE "*** ROTA LIMITADA A 200 VISITAS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO LE-EVOL.
           ADD 1 TO W-TOT-VIS.
           IF VD-EQUIPE = ZEROS
               ADD 1 TO W-SEM-EQ.
      *----- SEM JANELA GRAVADA VALE A HORA MARCADA
           IF VD-JANINI = ZEROS
               MOVE AG-HORA TO VD-JANINI.
           MOVE VD-EQUIPE  TO TR-EQUIPE (W-TOT-VIS).
           MOVE VD-JANINI  TO TR-JANINI (W-TOT-VIS).
           MOVE VD-JANFIM  TO TR-JANFIM (W-TOT-VIS).
           MOVE VD-VEICULO TO TR-VEICULO (W-TOT-VIS).
           MOVE AG-PCODIGO TO TR-PCODIGO (W-TOT-VIS).
           MOVE SPACES TO TR-CIDADE (W-TOT-VIS) TR-BAIRRO (W-TOT-VIS)
                          TR-NOME (W-TOT-VIS) TR-ENDERECO (W-TOT-VIS)
                          TR-COMPLEM (W-TOT-VIS) TR-EVAVAL (W-TOT-VIS)
                          TR-EVPLANO (W-TOT-VIS).
           MOVE ZEROS  TO TR-NUM (W-TOT-VIS) TR-FONE (W-TOT-VIS)
                          TR-EVDATA (W-TOT-VIS).
           IF W-TEM-PACI = "N"
               GO TO LE-AGEN.
           MOVE AG-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO LE-AGEN.
           MOVE P-NOME     TO TR-NOME (W-TOT-VIS).
           MOVE P-NUM-END  TO TR-NUM (W-TOT-VIS).
           MOVE P-COMPLEM  TO TR-COMPLEM (W-TOT-VIS).
           MOVE P-TELEFONE TO TR-FONE (W-TOT-VIS).
           IF W-TEM-CEP = "N" OR P-CEP = ZEROS
               GO TO LE-AGEN.
           MOVE P-CEP TO CODIGO.
           READ CADCEP
           IF ST-ERRO NOT = "00"
               GO TO LE-AGEN.
           MOVE ENDERECO TO TR-ENDERECO (W-TOT-VIS).
           MOVE BAIRRO   TO TR-BAIRRO (W-TOT-VIS).
           MOVE CIDADE   TO TR-CIDADE (W-TOT-VIS).
           GO TO LE-AGEN.
      *--------------------[ ULTIMA EVOLUCAO DE CADA PACIENTE ]--------
      * UMA PASSADA NO CADEVOL (ORDEM DE DATA): A ULTIMA NOTA LIDA
      * ATE A DATA DA ROTA FICA NA TABELA.
       LE-EVOL.
           IF W-TOT-VIS = ZEROS OR W-TEM-EVOL = "N"
               GO TO ORDENA.
       LE-EVOL-LER.
           READ CADEVOL NEXT
           IF ST-ERRO NOT = "00"
               GO TO ORDENA.
           IF EV-DATA > W-DT-ROTA
               GO TO ORDENA.
           MOVE 1 TO W-I.
       LE-EVOL-ACHA.
           IF W-I > W-TOT-VIS
               GO TO LE-EVOL-LER.
           IF TR-PCODIGO (W-I) = EV-PCODIGO
               MOVE EV-DATA      TO TR-EVDATA (W-I)
               MOVE EV-AVALIACAO TO TR-EVAVAL (W-I)
               MOVE EV-PLANO     TO TR-EVPLANO (W-I).
           ADD 1 TO W-I.
           GO TO LE-EVOL-ACHA.
      *--------------------[ ORDENA EQUIPE/CIDADE/BAIRRO/JANELA ]------
       ORDENA.
           IF W-TOT-VIS = ZEROS
               CLOSE CADROTRL
               MOVE "*** NENHUMA VISITA DOMICILIAR NA DATA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE "S" TO W-TROCOU.
       ORDENA-PASSO.
           IF W-TROCOU = "N"
               GO TO ROT-IMPRIME.
           MOVE "N" TO W-TROCOU.
           MOVE 1 TO W-I.
       ORDENA-LOOP.
           IF W-I NOT < W-TOT-VIS
               GO TO ORDENA-PASSO.
           ADD 1 W-I GIVING W-J.
           IF TR-CHAVE (W-I) > TR-CHAVE (W-J)
               MOVE TR-ITEM (W-I) TO W-TROCA-ITEM
               MOVE TR-ITEM (W-J) TO TR-ITEM (W-I)
               MOVE W-TROCA-ITEM  TO TR-ITEM (W-J)
               MOVE "S" TO W-TROCOU.
           MOVE W-J TO W-I.
           GO TO ORDENA-LOOP.
      *--------------------[ IMPRESSAO DA ROTA ]-----------------------
       ROT-IMPRIME.
           WRITE REGROTRL FROM CAB0-ROT.
           WRITE REGROTRL FROM CAB1-ROT.
           WRITE REGROTRL FROM CAB0-ROT.
           MOVE W-DT-ROTA TO CAB2-DATA.
           WRITE REGROTRL FROM CAB2-ROT.
           WRITE REGROTRL FROM LIN-LEGENDA1.
           MOVE 1 TO W-I.
           PERFORM CAB-EQUIPE THRU CAB-EQUIPE-FIM.
       IMP-VISITA.
           IF W-I > W-TOT-VIS
               GO TO IMP-TOTAL.
           IF TR-EQUIPE (W-I) NOT = W-EQ-ATUAL
               PERFORM TOT-EQUIPE THRU TOT-EQUIPE-FIM
               PERFORM CAB-EQUIPE THRU CAB-EQUIPE-FIM.
           IF TR-CIDADE (W-I) NOT = W-CID-ATUAL
                           OR TR-BAIRRO (W-I) NOT = W-BAI-ATUAL
               MOVE TR-CIDADE (W-I) TO W-CID-ATUAL LB-CIDADE
               MOVE TR-BAIRRO (W-I) TO W-BAI-ATUAL LB-BAIRRO
               WRITE REGROTRL FROM LIN-BRANCO
               WRITE REGROTRL FROM LIN-BAIRRO.
           ADD 1 TO W-QTD-EQ.
           MOVE TR-JANINI (W-I)   TO D1-JANINI.
           MOVE TR-JANFIM (W-I)   TO D1-JANFIM.
           MOVE TR-PCODIGO (W-I)  TO D1-PCODIGO.
           MOVE TR-NOME (W-I)     TO D1-NOME.
           MOVE TR-FONE (W-I)     TO D1-FONE.
           WRITE REGROTRL FROM DET1-ROT.
           MOVE TR-ENDERECO (W-I) TO D2-ENDERECO.
           MOVE TR-NUM (W-I)      TO D2-NUM.
           MOVE TR-COMPLEM (W-I)  TO D2-COMPLEM.
           MOVE TR-VEICULO (W-I)  TO D2-VEICULO.
           WRITE REGROTRL FROM DET2-ROT.
           IF TR-EVDATA (W-I) = ZEROS
               WRITE REGROTRL FROM LIN-SEMEV
           ELSE
               MOVE TR-EVDATA (W-I)  TO D3-EVDATA
               MOVE TR-EVAVAL (W-I)  TO D3-AVAL
               MOVE TR-EVPLANO (W-I) TO D4-PLANO
               WRITE REGROTRL FROM DET3-ROT
               WRITE REGROTRL FROM DET4-ROT.
           ADD 1 TO W-I.
           GO TO IMP-VISITA.
      *
       IMP-TOTAL.
           PERFORM TOT-EQUIPE THRU TOT-EQUIPE-FIM.
           MOVE W-TOT-VIS TO TR-QTD.
           MOVE W-SEM-EQ  TO TR-SEMEQ.
           WRITE REGROTRL FROM TOT-ROT.
           WRITE REGROTRL FROM CAB0-ROT.
      *
       IMP-FIM.
           MOVE "*** ROTA DAS VISITAS DOMICILIARES GERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CLOSE CADROTRL.
      *
       ROT-FECHA.
           CLOSE CADAGEN.
           IF W-TEM-VISD = "S"
               CLOSE CADVISD.
           IF W-TEM-EQDOM = "S"
               CLOSE CADEQDOM.
           IF W-TEM-PACI = "S"
               CLOSE CADPACI.
           IF W-TEM-CEP = "S"
               CLOSE CADCEP.
           IF W-TEM-EVOL = "S"
               CLOSE CADEVOL.
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
      *--------------[ CABECALHO DA EQUIPE DA VISITA W-I ]--------------
       CAB-EQUIPE.
           MOVE TR-EQUIPE (W-I) TO W-EQ-ATUAL LE-EQUIPE.
           MOVE ZEROS  TO W-QTD-EQ.
           MOVE SPACES TO W-CID-ATUAL W-BAI-ATUAL LE-RESPONS.
           MOVE "EQUIPE NAO CADASTRADA" TO LE-NOME.
           IF W-EQ-ATUAL = ZEROS
               MOVE "SEM EQUIPE DEFINIDA (SMP188)" TO LE-NOME
               GO TO CAB-EQUIPE-IMP.
           IF W-TEM-EQDOM = "N"
               GO TO CAB-EQUIPE-IMP.
           MOVE W-EQ-ATUAL TO ED-CODIGO.
           READ CADEQDOM
           IF ST-ERRO = "00"
               MOVE ED-NOME    TO LE-NOME
               MOVE ED-RESPONS TO LE-RESPONS.
       CAB-EQUIPE-IMP.
           WRITE REGROTRL FROM CAB0-ROT.
           WRITE REGROTRL FROM LIN-EQUIPE.
           WRITE REGROTRL FROM CAB0-ROT.
       CAB-EQUIPE-FIM.
           EXIT.
      *--------------[ TOTAL DA EQUIPE ]--------------------------------
       TOT-EQUIPE.
           WRITE REGROTRL FROM LIN-BRANCO.
           MOVE W-QTD-EQ TO TE-QTD.
           WRITE REGROTRL FROM TOT-EQ.
       TOT-EQUIPE-FIM.
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
