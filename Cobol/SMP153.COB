       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP153.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   MARGEM POR ATENDIMENTO - UNIDADE E ESPECIALIDADE   *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CUSTO, RECEITA E MARGEM POR ATENDIMENTO REALIZADO, POR
      * UNIDADE E ESPECIALIDADE, NO MES PEDIDO E NO ANTERIOR:
      * - RECEITA = FATURAMENTO DE CONVENIO DA UNIDADE NO
      *   CADFATHIS (SMP050), RATEADO PELOS ATENDIMENTOS DE
      *   CONVENIO, MAIS OS RECIBOS PARTICULARES (CADRECIB) NA
      *   ESPECIALIDADE DO MEDICO;
      * - CUSTO = REPASSE BRUTO DO MEDICO (CADREPHIS) NA PROPORCAO
      *   DOS SEUS ATENDIMENTOS EM CADA UNIDADE, MAIS A TABELA DE
      *   CUSTOS DA UNIDADE (CADCUSTO - SMP152) RATEADA PELA
      *   REGRA DE CADA CENTRO: ATENDIMENTOS, HORAS DE GRADE
      *   (CADHOR) OU PROCEDIMENTOS (CADPROCAG).
      * SEM BASE DE RATEIO NO MES O VALOR VAI PARA O RATEIO POR
      * ATENDIMENTO; SEM ATENDIMENTO NA UNIDADE FICA NA LINHA
      * "SEM RATEIO" DO TOTAL DA UNIDADE.
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

                    SELECT CADHOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPROCAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PA-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-NUMERO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADFATHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FH-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADREPHIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RH-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CU-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADMARGRL ASSIGN TO DISK
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
       FD CADHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOR.DAT".
       COPY REGHOR.
      *
       FD CADPROCAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROCAG.DAT".
       COPY REGPROCAG.
      *
       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       COPY REGRECIB.
      *
       FD CADFATHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATHIS.DAT".
       01 REGFATHIS.
           03 FH-CHAVE.
               05 FH-ANO            PIC 9(04).
               05 FH-MES            PIC 9(02).
               05 FH-TIPO           PIC X(01).
               05 FH-CODIGO         PIC 9(04).
           03 FH-VALOR              PIC 9(10)V99.
      *
       FD CADREPHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPHIS.DAT".
       COPY REGREPHIS.
      *
       FD CADCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTO.DAT".
       COPY REGCUSTO.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADMARGRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARGRL.DOC".
       01 REGMARGRL   PIC X(100).
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
       77 W-ANT-ANO     PIC 9(04) VALUE ZEROS.
       77 W-ANT-MES     PIC 9(02) VALUE ZEROS.
       77 W-DT-INI      PIC 9(08) VALUE ZEROS.
       77 W-DT-FIM      PIC 9(08) VALUE ZEROS.
       77 W-COMPET-ATU  PIC 9(06) VALUE ZEROS.
       77 W-COMPET-ANT  PIC 9(06) VALUE ZEROS.
       77 W-TEM-GRADE   PIC X(01) VALUE "N".
       77 W-TEM-PROCAG  PIC X(01) VALUE "N".
       77 W-TEM-RECIB   PIC X(01) VALUE "N".
       77 W-TEM-FATHIS  PIC X(01) VALUE "N".
       77 W-TEM-REPHIS  PIC X(01) VALUE "N".
       77 W-TEM-CUSTO   PIC X(01) VALUE "N".
       77 W-TEM-UNID    PIC X(01) VALUE "N".
      *----- MES DO MOVIMENTO: 1 = MES PEDIDO  2 = MES ANTERIOR
       77 W-M           PIC 9(01) VALUE ZEROS.
       77 W-AUX-ANO     PIC 9(04) VALUE ZEROS.
       77 W-AUX-MES     PIC 9(02) VALUE ZEROS.
       77 W-UN          PIC 9(02) VALUE ZEROS.
       77 W-ES          PIC 9(02) VALUE ZEROS.
       77 W-IX          PIC 9(03) VALUE ZEROS.
       77 W-IND         PIC 9(03) VALUE ZEROS.
       77 W-MX          PIC 9(03) VALUE ZEROS.
       77 W-CRIA        PIC X(01) VALUE "S".
       77 W-ATEND       PIC X(01) VALUE "N".
       77 W-CONVENIO    PIC X(01) VALUE "N".
       77 W-LOC-ACHOU   PIC X(01) VALUE "N".
       77 W-LOC-CHAVE   PIC X(26) VALUE SPACES.
      *----- RATEIO: VALOR, CRITERIO (A=ATEND. C=ATEND. DE CONVENIO
      *----- H=HORAS DE GRADE P=PROCEDIMENTOS) E DESTINO (R=RECEITA
      *----- C=CUSTO)
       77 W-RT-VALOR    PIC 9(10)V99 VALUE ZEROS.
       77 W-RT-CRIT     PIC X(01) VALUE SPACES.
       77 W-RT-DEST     PIC X(01) VALUE SPACES.
       77 W-RT-BASE     PIC 9(08)V99 VALUE ZEROS.
       77 W-RT-PESO     PIC 9(08)V99 VALUE ZEROS.
       77 W-RT-PARTE    PIC 9(10)V99 VALUE ZEROS.
       77 W-MED-AT      PIC 9(06) VALUE ZEROS.
      *----- HORAS DE GRADE
       77 W-MIN-INI     PIC 9(04) VALUE ZEROS.
       77 W-MIN-FIM     PIC 9(04) VALUE ZEROS.
       77 W-MIN-DIF     PIC 9(04) VALUE ZEROS.
       77 W-DIAS-GRADE  PIC 9(02) VALUE ZEROS.
       77 W-HORAS       PIC 9(06)V99 VALUE ZEROS.
       77 W-ULT-DIA     PIC 9(02) VALUE ZEROS.
       77 W-DIA         PIC 9(02) VALUE ZEROS.
       77 W-RESTO4      PIC 9(04) VALUE ZEROS.
       77 W-RESTO100    PIC 9(04) VALUE ZEROS.
       77 W-RESTO400    PIC 9(04) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-DIA-SEMANA  PIC 9(01) VALUE ZEROS.
       77 W-ZL-ANO      PIC 9(04) VALUE ZEROS.
       77 W-ZL-MES      PIC 9(02) VALUE ZEROS.
       77 W-ZL-DIA      PIC 9(02) VALUE ZEROS.
       77 W-ZL-J        PIC 9(04) VALUE ZEROS.
       77 W-ZL-K        PIC 9(04) VALUE ZEROS.
       77 W-ZL-T1       PIC 9(04) VALUE ZEROS.
       77 W-ZL-T2       PIC 9(04) VALUE ZEROS.
       77 W-ZL-T3       PIC 9(04) VALUE ZEROS.
       77 W-ZL-H        PIC 9(05) VALUE ZEROS.
       77 W-ZL-Q        PIC 9(05) VALUE ZEROS.
       77 W-ZL-R        PIC 9(01) VALUE ZEROS.
      *----- VALORES POR ATENDIMENTO DA LINHA
       77 W-LN-AT       PIC 9(06) VALUE ZEROS.
       77 W-LN-CUSTO    PIC 9(10)V99 VALUE ZEROS.
       77 W-LN-REC      PIC 9(10)V99 VALUE ZEROS.
       77 W-PA-CUSTO    PIC 9(06)V99 VALUE ZEROS.
       77 W-PA-REC      PIC 9(06)V99 VALUE ZEROS.
       77 W-PA-MARGEM   PIC S9(06)V99 VALUE ZEROS.
      *
      *----- UNIDADE X ESPECIALIDADE, COM O MES PEDIDO E O ANTERIOR
       01 TAB-ITEM.
           03 TB-IT-ITEM OCCURS 500 TIMES.
               05 TB-IT-UNID        PIC 9(02).
               05 TB-IT-ESPEC       PIC 9(02).
               05 TB-IT-MES OCCURS 2 TIMES.
                   07 TB-IT-AT      PIC 9(06).
                   07 TB-IT-ATCV    PIC 9(06).
                   07 TB-IT-PROC    PIC 9(06).
                   07 TB-IT-HORAS   PIC 9(06)V99.
                   07 TB-IT-REC     PIC 9(10)V99.
                   07 TB-IT-CUSTO   PIC 9(10)V99.
       77 W-TOT-IT      PIC 9(03) VALUE ZEROS.
      *----- BASES DE RATEIO E VALORES SEM RATEIO POR UNIDADE
       01 TAB-UNID.
           03 TB-UN-ITEM OCCURS 99 TIMES.
               05 TB-UN-MES OCCURS 2 TIMES.
                   07 TB-UN-AT      PIC 9(06).
                   07 TB-UN-ATCV    PIC 9(06).
                   07 TB-UN-PROC    PIC 9(06).
                   07 TB-UN-HORAS   PIC 9(06)V99.
                   07 TB-UN-NR-REC  PIC 9(10)V99.
                   07 TB-UN-NR-CUS  PIC 9(10)V99.
      *----- ATENDIMENTOS DE CADA MEDICO EM CADA UNIDADE (REPASSE)
       01 TAB-MEDUN.
           03 TB-MU-ITEM OCCURS 500 TIMES.
               05 TB-MU-CRM         PIC 9(06).
               05 TB-MU-UF          PIC X(02).
               05 TB-MU-UNID        PIC 9(02).
               05 TB-MU-ESPEC       PIC 9(02).
               05 TB-MU-AT          PIC 9(06) OCCURS 2 TIMES.
       77 W-TOT-MU      PIC 9(03) VALUE ZEROS.
      *----- TOTAIS DA UNIDADE E GERAL NA IMPRESSAO
       01 TAB-TOTAL.
           03 TB-TT-ITEM OCCURS 2 TIMES.
               05 TB-TT-MES OCCURS 2 TIMES.
                   07 TB-TT-AT      PIC 9(06).
                   07 TB-TT-REC     PIC 9(10)V99.
                   07 TB-TT-CUSTO   PIC 9(10)V99.
                   07 TB-TT-NR-REC  PIC 9(10)V99.
                   07 TB-TT-NR-CUS  PIC 9(10)V99.
       77 W-TT          PIC 9(01) VALUE ZEROS.
       77 W-UN-TEM      PIC X(01) VALUE "N".
      *
       01  CAB0-MRG.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-MRG.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME  MARGEM POR ATENDIMENTO - UN".
           05  FILLER                 PIC X(043) VALUE
           "IDADE E ESPECIALIDADE                     -".
       01  CAB2-MRG.
           05  FILLER                 PIC X(023) VALUE
           "- MES ATUAL          : ".
           05  CAB2-MES               PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-ANO               PIC 9(004).
           05  FILLER                 PIC X(020) VALUE
           "     MES ANTERIOR : ".
           05  CAB2-MES-ANT           PIC 99.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB2-ANO-ANT           PIC 9(004).
           05  FILLER                 PIC X(042) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-MRG.
           05  FILLER                 PIC X(057) VALUE
           "-                    ----------- MES ATUAL ------------- ".
           05  FILLER                 PIC X(043) VALUE
           "| ----------- MES ANTERIOR ----------     -".
       01  CAB4-MRG.
           05  FILLER                 PIC X(057) VALUE
           "- UNIDADE / ESPEC.   ATEND  CUSTO/AT RECEIT/AT MARGEM/AT ".
           05  FILLER                 PIC X(043) VALUE
           "| ATEND  CUSTO/AT RECEIT/AT MARGEM/AT     -".
       01  LIN-UNID.
           05  FILLER                 PIC X(010) VALUE "- UNIDADE ".
           05  LU-UNID                PIC 99.
           05  FILLER                 PIC X(003) VALUE " - ".
           05  LU-NOME                PIC X(030).
           05  FILLER                 PIC X(054) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-MRG.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DM-ESPEC               PIC X(002).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DM-DESCR               PIC X(015).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DM-BLOCO OCCURS 2 TIMES.
               07  DM-AT              PIC ZZZZ9.
               07  FILLER             PIC X(001) VALUE SPACES.
               07  DM-CUSTO           PIC ZZZZZ9,99.
               07  FILLER             PIC X(001) VALUE SPACES.
               07  DM-REC             PIC ZZZZZ9,99.
               07  FILLER             PIC X(001) VALUE SPACES.
               07  DM-MARGEM          PIC -ZZZZ9,99.
               07  DM-SEP             PIC X(003) VALUE SPACES.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  LIN-NRAT.
           05  FILLER                 PIC X(022) VALUE
           "-   SEM RATEIO  CUSTO:".
           05  LN-CUSTO1              PIC ZZZZZZZ9,99.
           05  FILLER                 PIC X(009) VALUE " RECEITA:".
           05  LN-REC1                PIC ZZZZZZZ9,99.
           05  FILLER                 PIC X(015) VALUE
           "  | ANT. CUSTO:".
           05  LN-CUSTO2              PIC ZZZZZZZ9,99.
           05  FILLER                 PIC X(009) VALUE " RECEITA:".
           05  LN-REC2                PIC ZZZZZZZ9,99.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT153.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        *** MARGEM POR ATENDIMENTO - UNI".
           05  LINE 02  COLUMN 41
               VALUE  "DADE E ESPECIALIDADE ***".
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
           MOVE ZEROS TO W-PER-ANO W-PER-MES.
           DISPLAY SMT153.

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
      *----- MES ANTERIOR E FAIXA DE DATAS DOS DOIS MESES
           IF W-PER-MES = 01
               MOVE 12 TO W-ANT-MES
               SUBTRACT 1 FROM W-PER-ANO GIVING W-ANT-ANO
           ELSE
               SUBTRACT 1 FROM W-PER-MES GIVING W-ANT-MES
               MOVE W-PER-ANO TO W-ANT-ANO.
           COMPUTE W-DT-INI = (W-ANT-ANO * 10000) + (W-ANT-MES * 100)
                            + 1.
           COMPUTE W-DT-FIM = (W-PER-ANO * 10000) + (W-PER-MES * 100)
                            + 31.
           COMPUTE W-COMPET-ATU = (W-PER-ANO * 100) + W-PER-MES.
           COMPUTE W-COMPET-ANT = (W-ANT-ANO * 100) + W-ANT-MES.
      *
       ABRE-ARQS.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADAGEN NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADPACI NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAGEN
               GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
               MOVE "* ARQUIVO CADMED NAO DISPONIVEL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAGEN CADPACI
               GO TO ROT-FIM.
           OPEN INPUT CADESPEC.
           MOVE "S" TO W-TEM-GRADE.
           OPEN INPUT CADHOR
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-GRADE.
           MOVE "S" TO W-TEM-PROCAG.
           OPEN INPUT CADPROCAG
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PROCAG.
           MOVE "S" TO W-TEM-RECIB.
           OPEN INPUT CADRECIB
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RECIB.
           MOVE "S" TO W-TEM-FATHIS.
           OPEN INPUT CADFATHIS
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-FATHIS.
           MOVE "S" TO W-TEM-REPHIS.
           OPEN INPUT CADREPHIS
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-REPHIS.
           MOVE "S" TO W-TEM-CUSTO.
           OPEN INPUT CADCUSTO
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CUSTO.
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
           OPEN OUTPUT CADMARGRL
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO CADMARGRL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE ZEROS TO TAB-ITEM TAB-UNID TAB-MEDUN TAB-TOTAL
                         W-TOT-IT W-TOT-MU.
           MOVE "*** APURANDO ATENDIMENTOS E CUSTOS ***" TO MENS
           DISPLAY (23, 12) MENS.
      *--------------------[ ATENDIMENTOS DOS DOIS MESES ]-------------
       ACUM-AGEN.
           MOVE W-DT-INI TO AG-DATA.
           MOVE ZEROS    TO AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES   TO AG-CRM-UF.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO ACUM-PROC.
       ACUM-AGEN-LER.
           READ CADAGEN NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACUM-PROC.
           IF AG-DATA > W-DT-FIM
               GO TO ACUM-PROC.
           IF AG-STATUS NOT = "R" AND AG-HORACHEG = ZEROS
               GO TO ACUM-AGEN-LER.
           MOVE AG-ANO TO W-AUX-ANO.
           MOVE AG-MES TO W-AUX-MES.
           PERFORM SET-MES THRU SET-MES-FIM.
           IF W-M = ZEROS
               GO TO ACUM-AGEN-LER.
           MOVE AG-CRM    TO CRM.
           MOVE AG-CRM-UF TO CRM-UF.
           PERFORM LER-MEDICO THRU LER-MEDICO-FIM.
           IF AG-UNIDADE NOT = ZEROS
               MOVE AG-UNIDADE TO W-UN.
           IF W-UN = ZEROS
               GO TO ACUM-AGEN-LER.
           MOVE "N" TO W-CONVENIO.
           MOVE AG-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00" AND P-CONVENIO NOT = ZEROS
                             AND AG-PARTICULAR NOT = "S"
               MOVE "S" TO W-CONVENIO.
           MOVE "S" TO W-CRIA.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM.
           IF W-IX = ZEROS
               GO TO ACUM-AGEN-LER.
           ADD 1 TO TB-IT-AT (W-IX, W-M) TB-UN-AT (W-UN, W-M).
           IF W-CONVENIO = "S"
               ADD 1 TO TB-IT-ATCV (W-IX, W-M) TB-UN-ATCV (W-UN, W-M).
           PERFORM ACHA-MEDUN THRU ACHA-MEDUN-FIM.
           IF W-MX NOT = ZEROS
               ADD 1 TO TB-MU-AT (W-MX, W-M).
           GO TO ACUM-AGEN-LER.
      *--------------------[ PROCEDIMENTOS LANCADOS ]------------------
       ACUM-PROC.
           IF W-TEM-PROCAG = "N"
               GO TO ACUM-GRADE.
           MOVE W-DT-INI TO PA-DATA.
           MOVE ZEROS    TO PA-CRM PA-PCODIGO PA-HORA PA-SEQ.
           MOVE SPACES   TO PA-CRM-UF.
           START CADPROCAG KEY IS NOT LESS PA-CHAVE
               INVALID KEY
                   GO TO ACUM-GRADE.
       ACUM-PROC-LER.
           READ CADPROCAG NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACUM-GRADE.
           IF PA-DATA > W-DT-FIM
               GO TO ACUM-GRADE.
           MOVE PA-ANO TO W-AUX-ANO.
           MOVE PA-MES TO W-AUX-MES.
           PERFORM SET-MES THRU SET-MES-FIM.
           IF W-M = ZEROS
               GO TO ACUM-PROC-LER.
           MOVE PA-CRM    TO CRM.
           MOVE PA-CRM-UF TO CRM-UF.
           PERFORM LER-MEDICO THRU LER-MEDICO-FIM.
           MOVE PA-DATA    TO AG-DATA.
           MOVE PA-CRM     TO AG-CRM.
           MOVE PA-CRM-UF  TO AG-CRM-UF.
           MOVE PA-PCODIGO TO AG-PCODIGO.
           MOVE PA-HORA    TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU NOT = "N" AND AG-UNIDADE NOT = ZEROS
               MOVE AG-UNIDADE TO W-UN.
           IF W-UN = ZEROS
               GO TO ACUM-PROC-LER.
           MOVE "S" TO W-CRIA.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM.
           IF W-IX = ZEROS
               GO TO ACUM-PROC-LER.
           ADD 1 TO TB-IT-PROC (W-IX, W-M) TB-UN-PROC (W-UN, W-M).
           GO TO ACUM-PROC-LER.
      *--------------------[ HORAS DE GRADE OFERTADAS ]----------------
      * PARA CADA GRADE (MEDICO E UNIDADE), MINUTOS DO DIA VEZES
      * OS DIAS DO MES EM QUE A GRADE MARCA ATENDIMENTO.
       ACUM-GRADE.
           IF W-TEM-GRADE = "N"
               GO TO ACUM-RECIB.
       ACUM-GRADE-LER.
           READ CADHOR NEXT
           IF ST-ERRO NOT = "00"
               GO TO ACUM-RECIB.
           IF HR-UNIDADE = ZEROS
               GO TO ACUM-GRADE-LER.
           COMPUTE W-MIN-INI = (HR-INI-HH * 60) + HR-INI-MM.
           COMPUTE W-MIN-FIM = (HR-FIM-HH * 60) + HR-FIM-MM.
           IF W-MIN-FIM NOT > W-MIN-INI
               GO TO ACUM-GRADE-LER.
           SUBTRACT W-MIN-INI FROM W-MIN-FIM GIVING W-MIN-DIF.
           MOVE HR-CRM    TO CRM.
           MOVE HR-CRM-UF TO CRM-UF.
           PERFORM LER-MEDICO THRU LER-MEDICO-FIM.
           MOVE HR-UNIDADE TO W-UN.
           MOVE "S" TO W-CRIA.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM.
           IF W-IX = ZEROS
               GO TO ACUM-GRADE-LER.
           MOVE 1 TO W-M.
           MOVE W-PER-ANO TO W-AUX-ANO.
           MOVE W-PER-MES TO W-AUX-MES.
           PERFORM CALC-HORAS THRU CALC-HORAS-FIM.
           MOVE 2 TO W-M.
           MOVE W-ANT-ANO TO W-AUX-ANO.
           MOVE W-ANT-MES TO W-AUX-MES.
           PERFORM CALC-HORAS THRU CALC-HORAS-FIM.
           GO TO ACUM-GRADE-LER.
      *--------------------[ RECIBOS PARTICULARES ]--------------------
      * UNIDADE DA CONSULTA DO RECIBO; NA FALTA, A DO MEDICO.
       ACUM-RECIB.
           IF W-TEM-RECIB = "N"
               GO TO RATEIA-FAT.
       ACUM-RECIB-LER.
           READ CADRECIB NEXT
           IF ST-ERRO NOT = "00"
               GO TO RATEIA-FAT.
           IF RC-STATUS = "E"
               GO TO ACUM-RECIB-LER.
           DIVIDE RC-DTPAGTO BY 10000 GIVING W-AUX-ANO.
           COMPUTE W-AUX-MES = (RC-DTPAGTO - (W-AUX-ANO * 10000))
                             / 100.
           PERFORM SET-MES THRU SET-MES-FIM.
           IF W-M = ZEROS
               GO TO ACUM-RECIB-LER.
           MOVE RC-CRM    TO CRM.
           MOVE RC-CRM-UF TO CRM-UF.
           PERFORM LER-MEDICO THRU LER-MEDICO-FIM.
           MOVE RC-AG-DATA TO AG-DATA.
           MOVE RC-CRM     TO AG-CRM.
           MOVE RC-CRM-UF  TO AG-CRM-UF.
           MOVE RC-PCODIGO TO AG-PCODIGO.
           MOVE RC-AG-HORA TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU NOT = "N" AND AG-UNIDADE NOT = ZEROS
               MOVE AG-UNIDADE TO W-UN.
           IF W-UN = ZEROS
               GO TO ACUM-RECIB-LER.
           MOVE "S" TO W-CRIA.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM.
           IF W-IX = ZEROS
               GO TO ACUM-RECIB-LER.
           ADD RC-VALOR TO TB-IT-REC (W-IX, W-M).
           GO TO ACUM-RECIB-LER.
      *--------------[ FATURAMENTO DE CONVENIO DA UNIDADE ]-------------
       RATEIA-FAT.
           IF W-TEM-FATHIS = "N"
               GO TO RATEIA-REPASSE.
           MOVE ZEROS TO W-UN.
       RATEIA-FAT-UN.
           ADD 1 TO W-UN
           IF W-UN > 98
               GO TO RATEIA-REPASSE.
           MOVE 1 TO W-M.
           MOVE W-PER-ANO TO FH-ANO.
           MOVE W-PER-MES TO FH-MES.
           PERFORM RATEIA-FAT-MES THRU RATEIA-FAT-MES-FIM.
           MOVE 2 TO W-M.
           MOVE W-ANT-ANO TO FH-ANO.
           MOVE W-ANT-MES TO FH-MES.
           PERFORM RATEIA-FAT-MES THRU RATEIA-FAT-MES-FIM.
           GO TO RATEIA-FAT-UN.
      *
       RATEIA-FAT-MES.
           MOVE "U"  TO FH-TIPO.
           MOVE W-UN TO FH-CODIGO.
           READ CADFATHIS
           IF ST-ERRO NOT = "00" OR FH-VALOR = ZEROS
               GO TO RATEIA-FAT-MES-FIM.
           MOVE FH-VALOR TO W-RT-VALOR.
           MOVE "C" TO W-RT-CRIT.
           MOVE "R" TO W-RT-DEST.
           PERFORM RATEIA-VALOR THRU RATEIA-VALOR-FIM.
       RATEIA-FAT-MES-FIM.
           EXIT.
      *--------------[ REPASSE DO MEDICO POR UNIDADE ]------------------
      * O BRUTO DA COMPETENCIA E DIVIDIDO PELAS UNIDADES NA
      * PROPORCAO DOS ATENDIMENTOS DO MEDICO EM CADA UMA.
       RATEIA-REPASSE.
           IF W-TEM-REPHIS = "N"
               GO TO RATEIA-CUSTO.
       RATEIA-REP-LER.
           READ CADREPHIS NEXT
           IF ST-ERRO NOT = "00"
               GO TO RATEIA-CUSTO.
           MOVE ZEROS TO W-M.
           IF RH-COMPET = W-COMPET-ATU
               MOVE 1 TO W-M.
           IF RH-COMPET = W-COMPET-ANT
               MOVE 2 TO W-M.
           IF W-M = ZEROS OR RH-BRUTO = ZEROS
               GO TO RATEIA-REP-LER.
           MOVE ZEROS TO W-MED-AT W-IND.
       RATEIA-REP-L1.
           ADD 1 TO W-IND
           IF W-IND > W-TOT-MU
               GO TO RATEIA-REP-DIV.
           IF TB-MU-CRM (W-IND) = RH-CRM AND
              TB-MU-UF (W-IND) = RH-CRM-UF
               ADD TB-MU-AT (W-IND, W-M) TO W-MED-AT.
           GO TO RATEIA-REP-L1.
      *----- SEM ATENDIMENTO NO MES: TUDO NA UNIDADE DO CADASTRO
       RATEIA-REP-DIV.
           IF W-MED-AT NOT = ZEROS
               MOVE ZEROS TO W-IND
               GO TO RATEIA-REP-L2.
           MOVE RH-CRM    TO CRM.
           MOVE RH-CRM-UF TO CRM-UF.
           PERFORM LER-MEDICO THRU LER-MEDICO-FIM.
           IF W-UN = ZEROS
               GO TO RATEIA-REP-LER.
           MOVE "S" TO W-CRIA.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM.
           IF W-IX NOT = ZEROS
               ADD RH-BRUTO TO TB-IT-CUSTO (W-IX, W-M).
           GO TO RATEIA-REP-LER.
       RATEIA-REP-L2.
           ADD 1 TO W-IND
           IF W-IND > W-TOT-MU
               GO TO RATEIA-REP-LER.
           IF TB-MU-CRM (W-IND) NOT = RH-CRM OR
              TB-MU-UF (W-IND) NOT = RH-CRM-UF OR
              TB-MU-AT (W-IND, W-M) = ZEROS
               GO TO RATEIA-REP-L2.
           MOVE TB-MU-UNID (W-IND)  TO W-UN.
           MOVE TB-MU-ESPEC (W-IND) TO W-ES.
           MOVE "N" TO W-CRIA.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM.
           IF W-IX = ZEROS
               GO TO RATEIA-REP-L2.
           COMPUTE W-RT-PARTE ROUNDED =
               RH-BRUTO * TB-MU-AT (W-IND, W-M) / W-MED-AT.
           ADD W-RT-PARTE TO TB-IT-CUSTO (W-IX, W-M).
           GO TO RATEIA-REP-L2.
      *--------------[ TABELA DE CUSTOS DAS UNIDADES ]------------------
       RATEIA-CUSTO.
           IF W-TEM-CUSTO = "N"
               GO TO ROT-IMPRIME.
       RATEIA-CUSTO-LER.
           READ CADCUSTO NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-IMPRIME.
           IF CU-STATUS = "I" OR CU-VALOR = ZEROS
               GO TO RATEIA-CUSTO-LER.
           IF CU-UNIDADE = ZEROS OR CU-UNIDADE > 98
               GO TO RATEIA-CUSTO-LER.
           MOVE CU-ANO TO W-AUX-ANO.
           MOVE CU-MES TO W-AUX-MES.
           PERFORM SET-MES THRU SET-MES-FIM.
           IF W-M = ZEROS
               GO TO RATEIA-CUSTO-LER.
           MOVE CU-UNIDADE TO W-UN.
           MOVE CU-VALOR   TO W-RT-VALOR.
           MOVE CU-RATEIO  TO W-RT-CRIT.
           MOVE "C" TO W-RT-DEST.
           PERFORM RATEIA-VALOR THRU RATEIA-VALOR-FIM.
           GO TO RATEIA-CUSTO-LER.
      *--------------------[ IMPRIME O RELATORIO ]---------------------
       ROT-IMPRIME.
           WRITE REGMARGRL FROM CAB0-MRG.
           WRITE REGMARGRL FROM CAB1-MRG.
           WRITE REGMARGRL FROM CAB0-MRG.
           MOVE W-PER-MES TO CAB2-MES.
           MOVE W-PER-ANO TO CAB2-ANO.
           MOVE W-ANT-MES TO CAB2-MES-ANT.
           MOVE W-ANT-ANO TO CAB2-ANO-ANT.
           WRITE REGMARGRL FROM CAB2-MRG.
           WRITE REGMARGRL FROM CAB0-MRG.
           WRITE REGMARGRL FROM CAB3-MRG.
           WRITE REGMARGRL FROM CAB4-MRG.
           MOVE SPACES TO DM-SEP (1) DM-SEP (2).
           MOVE " | " TO DM-SEP (1).
           MOVE ZEROS TO W-UN.
       IMP-UN-LOOP.
           ADD 1 TO W-UN
           IF W-UN > 98
               GO TO IMP-TOTAL.
           MOVE "N" TO W-UN-TEM.
           MOVE ZEROS TO W-IND.
       IMP-UN-TEM.
           ADD 1 TO W-IND
           IF W-IND > W-TOT-IT
               GO TO IMP-UN-CAB.
           IF TB-IT-UNID (W-IND) = W-UN
               MOVE "S" TO W-UN-TEM
               GO TO IMP-UN-CAB.
           GO TO IMP-UN-TEM.
       IMP-UN-CAB.
           IF W-UN-TEM = "N"
               GO TO IMP-UN-LOOP.
           WRITE REGMARGRL FROM CAB0-MRG.
           MOVE W-UN   TO LU-UNID UN-CODIGO.
           MOVE SPACES TO LU-NOME.
           IF W-TEM-UNID = "S"
               READ CADUNID
               IF ST-ERRO = "00"
                   MOVE UN-NOME TO LU-NOME.
           WRITE REGMARGRL FROM LIN-UNID.
           MOVE ZEROS TO TB-TT-ITEM (1).
           MOVE TB-UN-NR-REC (W-UN, 1) TO TB-TT-NR-REC (1, 1).
           MOVE TB-UN-NR-CUS (W-UN, 1) TO TB-TT-NR-CUS (1, 1).
           MOVE TB-UN-NR-REC (W-UN, 2) TO TB-TT-NR-REC (1, 2).
           MOVE TB-UN-NR-CUS (W-UN, 2) TO TB-TT-NR-CUS (1, 2).
           MOVE ZEROS TO W-ES.
       IMP-ES-LOOP.
           IF W-ES > 98
               GO TO IMP-UN-TOT.
           MOVE "N" TO W-CRIA.
           PERFORM ACHA-ITEM THRU ACHA-ITEM-FIM.
           IF W-IX = ZEROS
               ADD 1 TO W-ES
               GO TO IMP-ES-LOOP.
           MOVE W-ES TO DM-ESPEC ESP-CODIGO.
           MOVE "(SEM CADASTRO)" TO DM-DESCR.
           READ CADESPEC
           IF ST-ERRO = "00"
               MOVE ESP-DESCRICAO TO DM-DESCR.
           IF W-ES = ZEROS
               MOVE "(SEM ESPECIAL.)" TO DM-DESCR.
           MOVE 1 TO W-M.
           PERFORM IMP-BLOCO-ITEM THRU IMP-BLOCO-ITEM-FIM.
           MOVE 2 TO W-M.
           PERFORM IMP-BLOCO-ITEM THRU IMP-BLOCO-ITEM-FIM.
           WRITE REGMARGRL FROM DET-MRG.
           ADD 1 TO W-ES.
           GO TO IMP-ES-LOOP.
      *----- TOTAL DA UNIDADE, COM O QUE FICOU SEM RATEIO
       IMP-UN-TOT.
           MOVE 1 TO W-TT.
           PERFORM IMP-LINHA-TOTAL THRU IMP-LINHA-TOTAL-FIM.
           MOVE 1 TO W-M.
       IMP-UN-ACUM.
           ADD TB-TT-AT (1, W-M)     TO TB-TT-AT (2, W-M).
           ADD TB-TT-REC (1, W-M)    TO TB-TT-REC (2, W-M).
           ADD TB-TT-CUSTO (1, W-M)  TO TB-TT-CUSTO (2, W-M).
           ADD TB-TT-NR-REC (1, W-M) TO TB-TT-NR-REC (2, W-M).
           ADD TB-TT-NR-CUS (1, W-M) TO TB-TT-NR-CUS (2, W-M).
           IF W-M = 1
               MOVE 2 TO W-M
               GO TO IMP-UN-ACUM.
           GO TO IMP-UN-LOOP.
       IMP-TOTAL.
           WRITE REGMARGRL FROM CAB0-MRG.
           MOVE 2 TO W-TT.
           PERFORM IMP-LINHA-TOTAL THRU IMP-LINHA-TOTAL-FIM.
           WRITE REGMARGRL FROM CAB0-MRG.
           CLOSE CADMARGRL.
           MOVE "** RELATORIO DE MARGEM GERADO COM SUCESSO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FECHA.
           CLOSE CADAGEN CADPACI CADMED CADESPEC.
           IF W-TEM-GRADE = "S"
               CLOSE CADHOR.
           IF W-TEM-PROCAG = "S"
               CLOSE CADPROCAG.
           IF W-TEM-RECIB = "S"
               CLOSE CADRECIB.
           IF W-TEM-FATHIS = "S"
               CLOSE CADFATHIS.
           IF W-TEM-REPHIS = "S"
               CLOSE CADREPHIS.
           IF W-TEM-CUSTO = "S"
               CLOSE CADCUSTO.
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
      *--------------[ BLOCO DE UM MES NA LINHA DO ITEM ]---------------
       IMP-BLOCO-ITEM.
           MOVE TB-IT-AT (W-IX, W-M)    TO W-LN-AT.
           MOVE TB-IT-CUSTO (W-IX, W-M) TO W-LN-CUSTO.
           MOVE TB-IT-REC (W-IX, W-M)   TO W-LN-REC.
           PERFORM IMP-BLOCO THRU IMP-BLOCO-FIM.
           ADD W-LN-AT    TO TB-TT-AT (1, W-M).
           ADD W-LN-CUSTO TO TB-TT-CUSTO (1, W-M).
           ADD W-LN-REC   TO TB-TT-REC (1, W-M).
       IMP-BLOCO-ITEM-FIM.
           EXIT.
      *--------------[ VALORES POR ATENDIMENTO DE UM BLOCO ]------------
       IMP-BLOCO.
           MOVE ZEROS TO W-PA-CUSTO W-PA-REC W-PA-MARGEM.
           IF W-LN-AT NOT = ZEROS
               COMPUTE W-PA-CUSTO ROUNDED = W-LN-CUSTO / W-LN-AT
               COMPUTE W-PA-REC ROUNDED   = W-LN-REC / W-LN-AT
               COMPUTE W-PA-MARGEM = W-PA-REC - W-PA-CUSTO.
           MOVE W-LN-AT     TO DM-AT (W-M).
           MOVE W-PA-CUSTO  TO DM-CUSTO (W-M).
           MOVE W-PA-REC    TO DM-REC (W-M).
           MOVE W-PA-MARGEM TO DM-MARGEM (W-M).
       IMP-BLOCO-FIM.
           EXIT.
      *--------------[ LINHA DE TOTAL (UNIDADE OU GERAL) ]--------------
      * O VALOR NAO RATEADO ENTRA NO TOTAL POR ATENDIMENTO.
       IMP-LINHA-TOTAL.
           MOVE SPACES TO DM-ESPEC.
           IF W-TT = 1
               MOVE "TOTAL UNIDADE" TO DM-DESCR
           ELSE
               MOVE "TOTAL GERAL" TO DM-DESCR.
           MOVE 1 TO W-M.
       IMP-LINHA-TOTAL-M.
           MOVE TB-TT-AT (W-TT, W-M) TO W-LN-AT.
           COMPUTE W-LN-CUSTO = TB-TT-CUSTO (W-TT, W-M)
                              + TB-TT-NR-CUS (W-TT, W-M).
           COMPUTE W-LN-REC   = TB-TT-REC (W-TT, W-M)
                              + TB-TT-NR-REC (W-TT, W-M).
           PERFORM IMP-BLOCO THRU IMP-BLOCO-FIM.
           IF W-M = 1
               MOVE 2 TO W-M
               GO TO IMP-LINHA-TOTAL-M.
           WRITE REGMARGRL FROM DET-MRG.
           IF TB-TT-NR-CUS (W-TT, 1) = ZEROS AND
              TB-TT-NR-REC (W-TT, 1) = ZEROS AND
              TB-TT-NR-CUS (W-TT, 2) = ZEROS AND
              TB-TT-NR-REC (W-TT, 2) = ZEROS
               GO TO IMP-LINHA-TOTAL-FIM.
           MOVE TB-TT-NR-CUS (W-TT, 1) TO LN-CUSTO1.
           MOVE TB-TT-NR-REC (W-TT, 1) TO LN-REC1.
           MOVE TB-TT-NR-CUS (W-TT, 2) TO LN-CUSTO2.
           MOVE TB-TT-NR-REC (W-TT, 2) TO LN-REC2.
           WRITE REGMARGRL FROM LIN-NRAT.
       IMP-LINHA-TOTAL-FIM.
           EXIT.
      *--------------[ LOCALIZA O AGENDAMENTO DO DIA ]------------------
      * A HORA FAZ PARTE DA CHAVE DO CADAGEN. COM A HORA INFORMADA
      * A LEITURA E DIRETA; COM A HORA ZERADA TRAZ O PRIMEIRO
      * AGENDAMENTO DO PACIENTE COM O MEDICO NA DATA E DEVOLVE
      * W-LOC-ACHOU = "M" QUANDO HOUVER MAIS DE UM NO DIA.
       LOCALIZA-AGENDA.
           MOVE "N" TO W-LOC-ACHOU.
           IF AG-HORA NOT = ZEROS
               READ CADAGEN
               IF ST-ERRO = "00"
                   MOVE "S" TO W-LOC-ACHOU
                   GO TO LOCALIZA-AGENDA-FIM
               ELSE
                   GO TO LOCALIZA-AGENDA-FIM.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
                   GO TO LOCALIZA-AGENDA-FIM.
       LOCALIZA-AGENDA-LER.
           READ CADAGEN NEXT RECORD
           IF ST-ERRO NOT = "00"
               GO TO LOCALIZA-AGENDA-REL.
           IF AG-CHAVE (1:22) NOT = W-LOC-CHAVE (1:22)
               GO TO LOCALIZA-AGENDA-REL.
           IF W-LOC-ACHOU = "S"
               MOVE "M" TO W-LOC-ACHOU
               GO TO LOCALIZA-AGENDA-REL.
           MOVE "S" TO W-LOC-ACHOU.
           MOVE AG-CHAVE TO W-LOC-CHAVE.
           GO TO LOCALIZA-AGENDA-LER.
       LOCALIZA-AGENDA-REL.
           MOVE W-LOC-CHAVE TO AG-CHAVE.
           IF W-LOC-ACHOU NOT = "N"
               READ CADAGEN.
       LOCALIZA-AGENDA-FIM.
           EXIT.
      *--------------[ RATEIO DE UM VALOR ENTRE AS ESPECIALIDADES ]-----
      * BASE DA UNIDADE NO MES PELO CRITERIO; BASE ZERADA CAI NO
      * RATEIO POR ATENDIMENTO E, SEM ATENDIMENTO, FICA SEM RATEIO.
       RATEIA-VALOR.
           PERFORM BASE-UNIDADE THRU BASE-UNIDADE-FIM.
           IF W-RT-BASE = ZEROS
               MOVE "A" TO W-RT-CRIT
               PERFORM BASE-UNIDADE THRU BASE-UNIDADE-FIM.
           IF W-RT-BASE NOT = ZEROS
               MOVE ZEROS TO W-IND
               GO TO RATEIA-VALOR-L1.
           IF W-RT-DEST = "R"
               ADD W-RT-VALOR TO TB-UN-NR-REC (W-UN, W-M)
           ELSE
               ADD W-RT-VALOR TO TB-UN-NR-CUS (W-UN, W-M).
           GO TO RATEIA-VALOR-FIM.
       RATEIA-VALOR-L1.
           ADD 1 TO W-IND
           IF W-IND > W-TOT-IT
               GO TO RATEIA-VALOR-FIM.
           IF TB-IT-UNID (W-IND) NOT = W-UN
               GO TO RATEIA-VALOR-L1.
           MOVE ZEROS TO W-RT-PESO.
           IF W-RT-CRIT = "C"
               MOVE TB-IT-ATCV (W-IND, W-M) TO W-RT-PESO.
           IF W-RT-CRIT = "H"
               MOVE TB-IT-HORAS (W-IND, W-M) TO W-RT-PESO.
           IF W-RT-CRIT = "P"
               MOVE TB-IT-PROC (W-IND, W-M) TO W-RT-PESO.
           IF W-RT-CRIT = "A"
               MOVE TB-IT-AT (W-IND, W-M) TO W-RT-PESO.
           IF W-RT-PESO = ZEROS
               GO TO RATEIA-VALOR-L1.
           COMPUTE W-RT-PARTE ROUNDED =
               W-RT-VALOR * W-RT-PESO / W-RT-BASE.
           IF W-RT-DEST = "R"
               ADD W-RT-PARTE TO TB-IT-REC (W-IND, W-M)
           ELSE
               ADD W-RT-PARTE TO TB-IT-CUSTO (W-IND, W-M).
           GO TO RATEIA-VALOR-L1.
       RATEIA-VALOR-FIM.
           EXIT.
      *
       BASE-UNIDADE.
           MOVE TB-UN-AT (W-UN, W-M) TO W-RT-BASE.
           IF W-RT-CRIT = "C"
               MOVE TB-UN-ATCV (W-UN, W-M) TO W-RT-BASE.
           IF W-RT-CRIT = "H"
               MOVE TB-UN-HORAS (W-UN, W-M) TO W-RT-BASE.
           IF W-RT-CRIT = "P"
               MOVE TB-UN-PROC (W-UN, W-M) TO W-RT-BASE.
       BASE-UNIDADE-FIM.
           EXIT.
      *--------------[ HORAS DA GRADE NO MES W-M ]----------------------
       CALC-HORAS.
           PERFORM CALC-ULT-DIA THRU CALC-ULT-DIA-FIM.
           MOVE ZEROS TO W-DIA W-DIAS-GRADE.
       CALC-HORAS-L1.
           ADD 1 TO W-DIA
           IF W-DIA > W-ULT-DIA
               GO TO CALC-HORAS-SOMA.
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM.
           IF HR-DIA-SEM (W-DIA-SEMANA) = "S"
               ADD 1 TO W-DIAS-GRADE.
           GO TO CALC-HORAS-L1.
       CALC-HORAS-SOMA.
           COMPUTE W-HORAS ROUNDED = (W-MIN-DIF * W-DIAS-GRADE) / 60.
           ADD W-HORAS TO TB-IT-HORAS (W-IX, W-M)
                          TB-UN-HORAS (W-UN, W-M).
       CALC-HORAS-FIM.
           EXIT.
      *--------------[ ULTIMO DIA DO MES ]------------------------------
       CALC-ULT-DIA.
           IF W-AUX-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
               MOVE 31 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           IF W-AUX-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO W-ULT-DIA
               GO TO CALC-ULT-DIA-FIM.
           MOVE 28 TO W-ULT-DIA.
           DIVIDE W-AUX-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4.
           DIVIDE W-AUX-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100.
           DIVIDE W-AUX-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400.
           IF W-RESTO4 = ZEROS
               IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                   MOVE 29 TO W-ULT-DIA.
       CALC-ULT-DIA-FIM.
           EXIT.
      *--------------[ DIA DA SEMANA (ZELLER) 1=DOM ... 7=SAB ]---------
       CALC-DIA-SEM.
           MOVE W-AUX-ANO TO W-ZL-ANO.
           MOVE W-AUX-MES TO W-ZL-MES.
           MOVE W-DIA     TO W-ZL-DIA.
           IF W-ZL-MES < 3
               ADD 12 TO W-ZL-MES
               SUBTRACT 1 FROM W-ZL-ANO.
           DIVIDE W-ZL-ANO BY 100 GIVING W-ZL-J REMAINDER W-ZL-K.
           COMPUTE W-ZL-T1 = 13 * (W-ZL-MES + 1).
           DIVIDE W-ZL-T1 BY 5 GIVING W-ZL-T1.
           DIVIDE W-ZL-K BY 4 GIVING W-ZL-T2.
           DIVIDE W-ZL-J BY 4 GIVING W-ZL-T3.
           COMPUTE W-ZL-H = W-ZL-DIA + W-ZL-T1 + W-ZL-K + W-ZL-T2
                          + W-ZL-T3 + (5 * W-ZL-J).
           DIVIDE W-ZL-H BY 7 GIVING W-ZL-Q REMAINDER W-ZL-R.
           IF W-ZL-R = 0
               MOVE 7 TO W-DIA-SEMANA
           ELSE
               MOVE W-ZL-R TO W-DIA-SEMANA.
       CALC-DIA-SEM-FIM.
           EXIT.
      *--------------[ MES DO MOVIMENTO (1=PEDIDO 2=ANTERIOR) ]---------
       SET-MES.
           MOVE ZEROS TO W-M.
           IF W-AUX-ANO = W-PER-ANO AND W-AUX-MES = W-PER-MES
               MOVE 1 TO W-M.
           IF W-AUX-ANO = W-ANT-ANO AND W-AUX-MES = W-ANT-MES
               MOVE 2 TO W-M.
       SET-MES-FIM.
           EXIT.
      *--------------[ ESPECIALIDADE E UNIDADE DO MEDICO ]--------------
       LER-MEDICO.
           MOVE ZEROS TO W-ES W-UN.
           READ CADMED
           IF ST-ERRO NOT = "00"
               GO TO LER-MEDICO-FIM.
           MOVE ESPEC TO W-ES.
           IF UNIDADE < 99
               MOVE UNIDADE TO W-UN.
       LER-MEDICO-FIM.
           EXIT.
      *--------------[ ITEM DA UNIDADE W-UN E ESPECIALIDADE W-ES ]------
      * W-CRIA = "S" INCLUI O ITEM QUANDO NAO EXISTE.
       ACHA-ITEM.
           MOVE ZEROS TO W-IX.
       ACHA-ITEM-L1.
           ADD 1 TO W-IX
           IF W-IX > W-TOT-IT
               GO TO ACHA-ITEM-NOVO.
           IF TB-IT-UNID (W-IX) = W-UN AND TB-IT-ESPEC (W-IX) = W-ES
               GO TO ACHA-ITEM-FIM.
           GO TO ACHA-ITEM-L1.
       ACHA-ITEM-NOVO.
           MOVE ZEROS TO W-IX.
           IF W-CRIA NOT = "S" OR W-TOT-IT > 499
               GO TO ACHA-ITEM-FIM.
           ADD 1 TO W-TOT-IT.
           MOVE W-TOT-IT TO W-IX.
           MOVE W-UN TO TB-IT-UNID (W-IX).
           MOVE W-ES TO TB-IT-ESPEC (W-IX).
       ACHA-ITEM-FIM.
           EXIT.
      *--------------[ MEDICO NA UNIDADE (PARA O REPASSE) ]-------------
       ACHA-MEDUN.
           MOVE ZEROS TO W-MX.
       ACHA-MEDUN-L1.
           ADD 1 TO W-MX
           IF W-MX > W-TOT-MU
               GO TO ACHA-MEDUN-NOVO.
           IF TB-MU-CRM (W-MX) = AG-CRM AND
              TB-MU-UF (W-MX) = AG-CRM-UF AND
              TB-MU-UNID (W-MX) = W-UN
               GO TO ACHA-MEDUN-FIM.
           GO TO ACHA-MEDUN-L1.
       ACHA-MEDUN-NOVO.
           MOVE ZEROS TO W-MX.
           IF W-TOT-MU > 499
               GO TO ACHA-MEDUN-FIM.
           ADD 1 TO W-TOT-MU.
           MOVE W-TOT-MU  TO W-MX.
           MOVE AG-CRM    TO TB-MU-CRM (W-MX).
           MOVE AG-CRM-UF TO TB-MU-UF (W-MX).
           MOVE W-UN      TO TB-MU-UNID (W-MX).
           MOVE W-ES      TO TB-MU-ESPEC (W-MX).
       ACHA-MEDUN-FIM.
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
