       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP120.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   CALENDARIO NACIONAL DE VACINACAO (PNI)             *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * MANUTENCAO DA TABELA DE DOSES ESPERADAS POR VACINA:
      * IDADE RECOMENDADA, INTERVALO MINIMO E MAXIMO DESDE A
      * DOSE ANTERIOR E IDADE LIMITE. E ELA QUE O SMP121 USA
      * PARA ACHAR DOSES FALTANTES/ATRASADAS E O SMP043 PARA
      * IMPRIMIR O ESQUEMA COMPLETO NA CARTEIRA. A EXCLUSAO E
      * LOGICA (STATUS "I") QUANDO O PNI TIRA UMA DOSE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCALVAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CL-CHAVE
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCALVAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCALVAC.DAT".
       COPY REGCALVAC.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP120".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-SEL                  PIC X(01) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 TXSTATUS               PIC X(15) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT120.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                 *** CALENDARIO NACIONAL".
           05  LINE 03  COLUMN 41
               VALUE  " DE VACINACAO (PNI) ***".

           05  LINE 06  COLUMN 01
               VALUE  "     VACINA            :".

           05  LINE 08  COLUMN 01
               VALUE  "     NUMERO DA DOSE    :".

           05  LINE 10  COLUMN 01
               VALUE  "     IDADE RECOMENDADA :".
           05  LINE 10  COLUMN 31
               VALUE  "MESES".

           05  LINE 12  COLUMN 01
               VALUE  "     INTERVALO MINIMO  :".
           05  LINE 12  COLUMN 31
               VALUE  "DIAS DESDE A DOSE ANTERIOR".

           05  LINE 14  COLUMN 01
               VALUE  "     INTERVALO MAXIMO  :".
           05  LINE 14  COLUMN 31
               VALUE  "DIAS ATE CONTAR COMO ATRASADA".

           05  LINE 16  COLUMN 01
               VALUE  "     IDADE LIMITE      :".
           05  LINE 16  COLUMN 31
               VALUE  "MESES ( 0 = SEM LIMITE )".

           05  LINE 18  COLUMN 01
               VALUE  "     STATUS (A/I)      :".

           05  TCLVACINA
               LINE 06  COLUMN 26  PIC X(20)
               USING  CL-VACINA
               HIGHLIGHT.

           05  TCLDOSE
               LINE 08  COLUMN 26  PIC 9(02)
               USING  CL-DOSE
               HIGHLIGHT.

           05  TCLIDADE
               LINE 10  COLUMN 26  PIC 9(03)
               USING  CL-IDADE-MES
               HIGHLIGHT.

           05  TCLINTMIN
               LINE 12  COLUMN 26  PIC 9(03)
               USING  CL-INTERV-MIN
               HIGHLIGHT.

           05  TCLINTMAX
               LINE 14  COLUMN 26  PIC 9(03)
               USING  CL-INTERV-MAX
               HIGHLIGHT.

           05  TCLIDLIM
               LINE 16  COLUMN 26  PIC 9(03)
               USING  CL-IDADE-LIM
               HIGHLIGHT.

           05  TCLSTATUS
               LINE 18  COLUMN 26  PIC X(01)
               USING  CL-STATUS
               HIGHLIGHT.

           05  TTXSTATUS
               LINE 18  COLUMN 28  PIC X(15)
               USING  TXSTATUS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADCALVAC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCALVAC
                   CLOSE CADCALVAC
                   GO TO ABRIR-ARQ
               ELSE
                   MOVE "CADCALVAC" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO-MSG
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO CL-DOSE CL-IDADE-MES CL-INTERV-MIN
                         CL-INTERV-MAX CL-IDADE-LIM CL-DTCADASTRO
                         CL-HRCADASTRO.
           MOVE SPACES TO CL-VACINA CL-STATUS TXSTATUS W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT120.
      *--------------------[ DIGITAR CAMPOS CHAVE ]-----------------
       PASSO-1.
           ACCEPT TCLVACINA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   CLOSE CADCALVAC
                   GO TO ROT-FIM.
           IF CL-VACINA = SPACES
                MOVE "NOME DA VACINA NAO PODE FICAR EM BRANCO"
                                                           TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
       PASSO-2.
           ACCEPT TCLDOSE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF CL-DOSE = ZEROS
                MOVE "NUMERO DA DOSE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
           READ CADCALVAC
           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TXSTATUS
                   DISPLAY SMT120
                   MOVE "*** DOSE JA CADASTRADA NO CALENDARIO ***"
                                                           TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   MOVE "I" TO W-SEL
                   GO TO ACE-001
               ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO CADCALVAC" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
               MOVE "*** DOSE NAO CADASTRADA NO CALENDARIO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               MOVE "A" TO CL-STATUS
               PERFORM SET-TXSTATUS.
       PASSO-3.
           ACCEPT TCLIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
       PASSO-4.
           ACCEPT TCLINTMIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF CL-DOSE > 1 AND CL-INTERV-MIN = ZEROS
                MOVE "INTERVALO MINIMO OBRIGATORIO APOS A DOSE 1"
                                                           TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-4.
       PASSO-5.
           ACCEPT TCLINTMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF CL-INTERV-MAX < CL-INTERV-MIN
                MOVE "INTERVALO MAXIMO MENOR QUE O MINIMO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
       PASSO-6.
           ACCEPT TCLIDLIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF CL-IDADE-LIM NOT = ZEROS AND CL-IDADE-LIM < CL-IDADE-MES
                MOVE "IDADE LIMITE MENOR QUE A RECOMENDADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-6.
       PASSO-7.
           ACCEPT TCLSTATUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           IF CL-STATUS NOT = "A" AND "I"
                MOVE "STATUS => A=ATIVO  I=INATIVO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-7.
           PERFORM SET-TXSTATUS.
           DISPLAY TTXSTATUS.
           IF W-SEL = "A"
               GO TO ALT-OPC.
           ACCEPT CL-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT CL-HRCADASTRO FROM TIME.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
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
       GRAVAR-REGISTRO.
           WRITE REGCALVAC
           IF ST-ERRO = "00" OR "02"
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22"
               MOVE "*** DOSE JA EXISTENTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC
           ELSE
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCALVAC" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO REGISTRO   A=ALTERAR   E=INATIVAR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                              AND W-OPCAO NOT = "E" GO TO ACE-001.
           MOVE SPACES TO W-MSG
           DISPLAY (23, 12) W-MSG
           IF W-OPCAO = "A"
                  MOVE "A" TO W-SEL
                  GO TO PASSO-3.
           IF W-OPCAO  = "N"
                    GO TO ROT-INIC.
      *
      *--------------------[ EXCLUSAO LOGICA (SOFT-DELETE) ]------------
       EXC-OPC.
           DISPLAY (23, 40) "INATIVAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO INATIVADO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           MOVE "I" TO CL-STATUS.
           REWRITE REGCALVAC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** DOSE INATIVADA NO CALENDARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA INATIVACAO DO REGISTRO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-7.
           IF W-OPCAO = "N" OR "n"
              MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGCALVAC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADCALVAC" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------------[ TEXTO DO STATUS ]--------------------
       SET-TXSTATUS.
           IF CL-STATUS = "I"
               MOVE "INATIVO" TO TXSTATUS
           ELSE
               MOVE "ATIVO" TO TXSTATUS.
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
