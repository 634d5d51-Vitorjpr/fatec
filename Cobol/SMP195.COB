       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP195.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   TAXA DE CONVERSAO DOS ORCAMENTOS PARTICULARES      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * PARA O ANO INFORMADO, MES A MES PELA DATA DE EMISSAO DO
      * ORCAMENTO (CADORCA, SMP194): EMITIDOS, CONVERTIDOS EM
      * ATENDIMENTO, CANCELADOS, VENCIDOS SEM RESPOSTA, AINDA EM
      * ABERTO, A TAXA DE CONVERSAO (CONVERTIDOS / EMITIDOS) E OS
      * VALORES ORCADO E CONVERTIDO. TOTAL DO ANO NO FIM.
      * SAIDA EM ORCTAXA.DOC.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS OC-AG-CHAVE
                                     WITH DUPLICATES.

                    SELECT ORCTAXA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
       COPY REGORCA.
      *
       FD ORCTAXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCTAXA.DOC".
       01 REGORCTX     PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-M           PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(04) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-LIDOS       PIC 9(06) VALUE ZEROS.
       77 W-TAXA        PIC 9(03)V9 VALUE ZEROS.
       01 W-DT.
           03 W-DT-ANO  PIC 9(04).
           03 W-DT-MES  PIC 9(02).
           03 W-DT-DIA  PIC 9(02).
       01 W-DT-NUM REDEFINES W-DT PIC 9(08).
      *
      *----- ACUMULADOS POR MES DE EMISSAO; A POSICAO 13 E O ANO
       01 TAB-MES.
           03 TM-ITEM OCCURS 13 TIMES.
               05 TM-EMIT           PIC 9(06).
               05 TM-CONV           PIC 9(06).
               05 TM-CANC           PIC 9(06).
               05 TM-VENC           PIC 9(06).
               05 TM-ABER           PIC 9(06).
               05 TM-VORC           PIC 9(08)V99.
               05 TM-VCONV          PIC 9(08)V99.
      *
       01  CAB0-ORC.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(043) VALUE
           "-------------------------------------------".
       01  CAB1-ORC.
           05  FILLER                 PIC X(057) VALUE
           "- PROGRAMACAO PARA MAINFRAME     CONVERSAO DE ORCAMENTOS ".
           05  FILLER                 PIC X(043) VALUE
           "PARTICULARES POR MES DE EMISSAO           -".
       01  CAB2-ORC.
           05  FILLER                 PIC X(008) VALUE "- ANO : ".
           05  CAB2-ANO               PIC 9(004).
           05  FILLER                 PIC X(016) VALUE
           "   EMITIDO EM : ".
           05  CAB2-HOJE              PIC 9999.99.99.
           05  FILLER                 PIC X(061) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  CAB3-ORC.
           05  FILLER                 PIC X(014) VALUE
           "-  MES/ANO    ".
           05  FILLER                 PIC X(007) VALUE "EMITID.".
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  FILLER                 PIC X(007) VALUE "CONVERT".
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  FILLER                 PIC X(007) VALUE "CANCEL.".
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  FILLER                 PIC X(007) VALUE "VENCID.".
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  FILLER                 PIC X(007) VALUE "ABERTOS".
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  FILLER                 PIC X(005) VALUE "TAXA%".
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  FILLER                 PIC X(013) VALUE
           " VALOR ORCADO".
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  FILLER                 PIC X(013) VALUE
           "VALOR CONVERT".
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET1-ORC.
           05  FILLER                 PIC X(003) VALUE "-  ".
           05  D1-MES    VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  D1-ANO    VALUE ZEROS  PIC 9(004).
           05  FILLER                 PIC X(004) VALUE SPACES.
           05  D1-EMIT   VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  D1-CONV   VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  D1-CANC   VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  D1-VENC   VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  D1-ABER   VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  D1-TAXA   VALUE ZEROS  PIC ZZ9,9.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  D1-VORC   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  D1-VCONV  VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(001) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET1-ORC-R REDEFINES DET1-ORC.
           05  FILLER                 PIC X(003).
           05  D1-ROTULO              PIC X(007).
           05  FILLER                 PIC X(090).
       01  LIN-LEGENDA1.
           05  FILLER                 PIC X(057) VALUE
           "- TAXA = CONVERTIDOS / EMITIDOS NO MES DE EMISSAO; VENCID".
           05  FILLER                 PIC X(043) VALUE
           "O = EM ABERTO COM A VALIDADE JA PASSADA   -".
       01  LIN-BRANCO.
           05  FILLER                 PIC X(099) VALUE "-".
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT195.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          *** TAXA DE CONVERSAO DOS ORCA".
           05  LINE 02  COLUMN 41
               VALUE  "MENTOS PARTICULARES ***".
           05  LINE 07  COLUMN 01
               VALUE  "     ANO DE EMISSAO (AAAA)              :".
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
               VALUE  "O (S ou N ) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-ANO
               LINE 07  COLUMN 42  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  T-OPCAO
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
      *----- SUGERE O ANO CORRENTE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE TO W-DT-NUM.
           MOVE W-DT-ANO TO W-ANO.
           DISPLAY SMT195.

       INC-ANO.
           ACCEPT T-ANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
           IF W-ANO < 2000
               MOVE "ANO INVALIDO" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-ANO.

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
           OPEN INPUT CADORCA
           IF ST-ERRO NOT = "00"
               MOVE "* NENHUM ORCAMENTO EMITIDO (CADORCA) *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN OUTPUT ORCTAXA
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ORCTAXA" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE ZEROS TO TAB-MES W-LIDOS.
           MOVE "*** APURANDO OS ORCAMENTOS DO ANO ***" TO MENS
           DISPLAY (23, 12) MENS.
      *--------------------[ ORCAMENTOS EMITIDOS NO ANO ]--------------
           MOVE ZEROS TO OC-NUMERO.
           START CADORCA KEY IS NOT LESS OC-NUMERO
               INVALID KEY
                   GO TO IMPRIME.
       LE-ORCA.
           READ CADORCA NEXT
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME.
           MOVE OC-DTEMISSAO TO W-DT-NUM.
           IF W-DT-ANO NOT = W-ANO
               GO TO LE-ORCA.
           IF W-DT-MES < 01 OR W-DT-MES > 12
               GO TO LE-ORCA.
           MOVE W-DT-MES TO W-M.
           ADD 1 TO W-LIDOS.
           ADD 1 TO TM-EMIT (W-M).
           ADD OC-TOTAL TO TM-VORC (W-M).
           IF OC-STATUS = "V"
               ADD 1 TO TM-CONV (W-M)
               ADD OC-TOTAL TO TM-VCONV (W-M)
               GO TO LE-ORCA.
           IF OC-STATUS = "C"
               ADD 1 TO TM-CANC (W-M)
               GO TO LE-ORCA.
           IF OC-VALIDADE < W-HOJE
               ADD 1 TO TM-VENC (W-M)
           ELSE
               ADD 1 TO TM-ABER (W-M).
           GO TO LE-ORCA.
      *--------------------[ IMPRESSAO ]-------------------------------
       IMPRIME.
           IF W-LIDOS = ZEROS
               MOVE "* NENHUM ORCAMENTO EMITIDO NO ANO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ORCTAXA
               GO TO ROT-FECHA.
           MOVE W-ANO  TO CAB2-ANO.
           MOVE W-HOJE TO CAB2-HOJE.
           WRITE REGORCTX FROM CAB0-ORC.
           WRITE REGORCTX FROM CAB1-ORC.
           WRITE REGORCTX FROM CAB2-ORC.
           WRITE REGORCTX FROM CAB0-ORC.
           WRITE REGORCTX FROM CAB3-ORC.
           WRITE REGORCTX FROM CAB0-ORC.
           MOVE 1 TO W-M.
       IMP-MES.
           IF W-M > 12
               GO TO IMP-TOTAL.
           ADD TM-EMIT (W-M)  TO TM-EMIT (13).
           ADD TM-CONV (W-M)  TO TM-CONV (13).
           ADD TM-CANC (W-M)  TO TM-CANC (13).
           ADD TM-VENC (W-M)  TO TM-VENC (13).
           ADD TM-ABER (W-M)  TO TM-ABER (13).
           ADD TM-VORC (W-M)  TO TM-VORC (13).
           ADD TM-VCONV (W-M) TO TM-VCONV (13).
           PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM.
           MOVE W-M   TO D1-MES.
           MOVE W-ANO TO D1-ANO.
           WRITE REGORCTX FROM DET1-ORC.
           ADD 1 TO W-M.
           GO TO IMP-MES.
      *
       IMP-TOTAL.
           MOVE 13 TO W-M.
           PERFORM MONTA-LINHA THRU MONTA-LINHA-FIM.
           MOVE "TOTAL  " TO D1-ROTULO.
           WRITE REGORCTX FROM CAB0-ORC.
           WRITE REGORCTX FROM DET1-ORC.
           WRITE REGORCTX FROM LIN-BRANCO.
           WRITE REGORCTX FROM LIN-LEGENDA1.
           WRITE REGORCTX FROM CAB0-ORC.
      *
       IMP-FIM.
           MOVE "*** RELATORIO ORCTAXA.DOC GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           CLOSE ORCTAXA.
      *
       ROT-FECHA.
           CLOSE CADORCA.
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
      *--------------[ LINHA DO MES W-M (13 = TOTAL DO ANO) ]-----------
       MONTA-LINHA.
           MOVE TM-EMIT (W-M)  TO D1-EMIT.
           MOVE TM-CONV (W-M)  TO D1-CONV.
           MOVE TM-CANC (W-M)  TO D1-CANC.
           MOVE TM-VENC (W-M)  TO D1-VENC.
           MOVE TM-ABER (W-M)  TO D1-ABER.
           MOVE TM-VORC (W-M)  TO D1-VORC.
           MOVE TM-VCONV (W-M) TO D1-VCONV.
           MOVE ZEROS TO W-TAXA.
           IF TM-EMIT (W-M) NOT = ZEROS
               COMPUTE W-TAXA ROUNDED =
                       TM-CONV (W-M) * 100 / TM-EMIT (W-M).
           MOVE W-TAXA TO D1-TAXA.
       MONTA-LINHA-FIM.
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
