       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMPHCV.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   ROTINA COMUM DO CONVENIO/PLANO VIGENTE NA DATA     *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * CHAMADA PELO FATURAMENTO (SMP010, SMP050, SMP059 E
      * SMP068) COM O PACIENTE E A DATA DO ATENDIMENTO. PROCURA
      * NO HISTORICO (CADHCONV) A LINHA DE MAIOR DTINI ATE A
      * DATA E DEVOLVE O CONVENIO, O PLANO E A CARTEIRA DAQUELE
      * PERIODO. O CHAMADOR PASSA O CONVENIO/PLANO DO CADPACI,
      * QUE VOLTAM SEM MUDANCA QUANDO O PACIENTE NAO TEM
      * HISTORICO PARA A DATA (HCV-ACHOU = N).
      * O ARQUIVO FICA ABERTO ENTRE AS CHAMADAS; O CHAMADOR
      * FECHA NO FIM COM HCV-ACAO = F.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADHCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HC-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHCONV.DAT".
       COPY REGHCONV.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ABERTO      PIC X(01) VALUE "N".
      *----- A = ABERTO, N = AINDA NAO ABERTO, X = ARQUIVO NAO EXISTE
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-HCV.
           03 HCV-ACAO           PIC X(01).
           03 HCV-PCODIGO        PIC 9(06).
           03 HCV-DATA           PIC 9(08).
           03 HCV-CONVENIO       PIC 9(04).
           03 HCV-PLANO          PIC 9(02).
           03 HCV-CARTEIRA       PIC X(20).
           03 HCV-ACHOU          PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-HCV.
       INICIO.
           MOVE "N" TO HCV-ACHOU.
           IF HCV-ACAO = "F"
               GO TO FECHAR.
           IF W-ABERTO = "X"
               GO TO ROT-FIM.
           IF W-ABERTO = "A"
               GO TO PROCURA.
           OPEN INPUT CADHCONV
           IF ST-ERRO NOT = "00"
               MOVE "X" TO W-ABERTO
               GO TO ROT-FIM.
           MOVE "A" TO W-ABERTO.

      *--------------[ ULTIMO PERIODO INICIADO ATE A DATA ]-------------
       PROCURA.
           MOVE HCV-PCODIGO TO HC-PCODIGO.
           MOVE ZEROS       TO HC-DTINI.
           START CADHCONV KEY IS NOT LESS HC-CHAVE
               INVALID KEY
                   GO TO ROT-FIM.
       PROCURA-LER.
           READ CADHCONV NEXT
           IF ST-ERRO NOT = "00"
               GO TO ROT-FIM.
           IF HC-PCODIGO NOT = HCV-PCODIGO
               GO TO ROT-FIM.
           IF HC-DTINI > HCV-DATA
               GO TO ROT-FIM.
           MOVE HC-CONVENIO TO HCV-CONVENIO.
           MOVE HC-PLANO    TO HCV-PLANO.
           MOVE HC-CARTEIRA TO HCV-CARTEIRA.
           MOVE "S"         TO HCV-ACHOU.
           GO TO PROCURA-LER.

       FECHAR.
           IF W-ABERTO = "A"
               CLOSE CADHCONV.
           MOVE "N" TO W-ABERTO.
       ROT-FIM.
           EXIT PROGRAM.
