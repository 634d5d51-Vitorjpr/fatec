      * APOS O ATENDIMENTO, REGISTRA OS PROCEDIMENTOS
      * REALIZADOS NA CONSULTA (ECG, CURATIVO, SUTURA, ...)
      * PARA QUE O FATURAMENTO COBRE O TRABALHO REAL.
      * PROCEDIMENTO COM PR-TERMO = S SO E LANCADO COM O TERMO
      * DE CONSENTIMENTO ASSINADO JA REGISTRADO NO CADTERMAS
      * PARA A CONSULTA (SMP163).
      * OS MATERIAIS E MEDICAMENTOS GASTOS VEM SUGERIDOS PELO KIT
      * DO PROCEDIMENTO (CADPRKIT, SMP202); O OPERADOR AJUSTA AS
      * QUANTIDADES REAIS E PODE INCLUIR OUTROS ITENS. OS ITENS
      * FICAM NO CADPRMAT PARA O FATURAMENTO E SAEM DO ESTOQUE DA
      * UNIDADE DA CONSULTA (CADESTQ/CADMOVEST TIPO P). A EXCLUSAO
      * DO LANCAMENTO DEVOLVE AS QUANTIDADES AO ESTOQUE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS PR-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADTERMAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TA-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPRKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KT-PROC
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPRMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PM-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MD-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MD-NOME-COM
                                                      WITH DUPLICATES.

                    SELECT CADESTQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ES-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MV-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       COPY REGPROC.
      *
       FD CADTERMAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTERMAS.DAT".
       COPY REGTERMAS.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADPRKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRKIT.DAT".
       COPY REGPRKIT.
      *
       FD CADPRMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRMAT.DAT".
       COPY REGPRMAT.
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       COPY REGMEDIC.
      *
       FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
       COPY REGESTQ.
      *
       FD CADMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       COPY REGMOVEST.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 W-FEC-PARM.
           03 FEC-UNIDADE        PIC 9(02) VALUE ZEROS.
           03 FEC-DATA           PIC 9(08) VALUE ZEROS.
           03 FEC-FECHADO        PIC X(01) VALUE "N".
       01 W-MAXSEQ               PIC 9(02) VALUE ZEROS.
       01 W-TEM-TERMAS           PIC X(01) VALUE "N".
      *----- MATERIAIS DO PROCEDIMENTO (KIT AJUSTADO PELO OPERADOR)
       01 W-TEM-MAT              PIC X(01) VALUE "N".
       01 W-TEM-KIT              PIC X(01) VALUE "N".
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-HORA                 PIC 9(08) VALUE ZEROS.
       01 W-PA-CHAVE             PIC X(28) VALUE SPACES.
       01 W-MAT-TAB.
           03 W-MT-QTD           PIC 9(02) VALUE ZEROS.
           03 W-MT-ITEM OCCURS 12 TIMES.
               05 W-MT-MEDIC     PIC 9(04).
               05 W-MT-QTDE-IT   PIC 9(05).
       01 W-MT-IND               PIC 9(02) VALUE ZEROS.
       01 W-MT-IX                PIC 9(02) VALUE ZEROS.
       01 W-MT-LIN               PIC 9(02) VALUE ZEROS.
       01 W-MT-COL               PIC 9(02) VALUE ZEROS.
       01 W-MT-COLC              PIC 9(02) VALUE ZEROS.
       01 W-MT-COLQ              PIC 9(02) VALUE ZEROS.
       01 W-MT-COD               PIC 9(04) VALUE ZEROS.
       01 W-MT-QTDE              PIC 9(05) VALUE ZEROS.
       01 W-MT-DUP               PIC X(01) VALUE "N".
       01 W-LINHA-MT.
           03 WM-NUM             PIC 9(02).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WM-COD             PIC 9(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WM-DESC            PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WM-QTDE            PIC ZZZZ9.
       01 W-MT-BRANCO            PIC X(79) VALUE SPACES.
       01 W-MSG-SALDO.
           03 FILLER             PIC X(36)
                      VALUE "*** SALDO INSUFICIENTE NA UNIDADE: ".
           03 W-MS-SALDO         PIC ZZZZZZ9.
       01 W-MV-DOC.
           03 FILLER             PIC X(05) VALUE "PROC ".
           03 W-MV-DOC-PROC      PIC 9(04) VALUE ZEROS.
           03 FILLER             PIC X(06) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.

           05  LINE 06  COLUMN 01
               VALUE  "     DATA CONSULTA   :".
           05  LINE 06  COLUMN 40
               VALUE  "HORA:".

           05  LINE 08  COLUMN 01
               VALUE  "     CRM MEDICO      :".
               USING  PA-DATA
               HIGHLIGHT.

           05  TPAHORA
               LINE 06  COLUMN 46  PIC 99.99
               USING  PA-HORA
               HIGHLIGHT.

           05  TPACRM
               LINE 08  COLUMN 24  PIC Z99.999
               USING  PA-CRM
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRIR-CADTERMAS.
           MOVE "S" TO W-TEM-TERMAS.
           OPEN INPUT CADTERMAS
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-TERMAS.
      *----- SEM CATALOGO OU ESTOQUE O LANCAMENTO SEGUE SEM MATERIAIS
       ABRIR-MAT.
           MOVE "N" TO W-TEM-MAT W-TEM-KIT.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              GO TO ABRIR-SESSAO.
           OPEN I-O CADESTQ
           IF ST-ERRO NOT = "00"
              CLOSE CADMEDIC
              GO TO ABRIR-SESSAO.
       ABRIR-CADMOVEST.
           OPEN I-O CADMOVEST
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADMOVEST
                   CLOSE CADMOVEST
                   GO TO ABRIR-CADMOVEST
               ELSE
                   CLOSE CADMEDIC CADESTQ
                   GO TO ABRIR-SESSAO.
       ABRIR-CADPRMAT.
           OPEN I-O CADPRMAT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPRMAT
                   CLOSE CADPRMAT
                   GO TO ABRIR-CADPRMAT
               ELSE
                   CLOSE CADMEDIC CADESTQ CADMOVEST
                   GO TO ABRIR-SESSAO.
           MOVE "S" TO W-TEM-MAT.
           MOVE "S" TO W-TEM-KIT.
           OPEN INPUT CADPRKIT
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-KIT.
       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO PA-ANO PA-MES PA-DIA PA-CRM PA-PCODIGO PA-HORA
                     PA-SEQ PA-PROC PA-VALOR PA-DTLANC P-CODIGO.
           MOVE SPACES TO PA-CRM-UF P-NOME PR-DESCRICAO W-SEL.
           MOVE ZEROS TO W-MT-QTD.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT036.
           ACCEPT TPADATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   PERFORM FECHAR-ARQ
                   GO TO ROT-FIM.
           IF PA-DATA = ZEROS
                MOVE "DATA DA CONSULTA INVALIDA" TO W-MSG
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
      * HORA ZERADA = UNICA CONSULTA DO PACIENTE NO DIA
       PASSO-3-B.
           ACCEPT TPAHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
      *--------------------[ CONFERE O AGENDAMENTO ]-------------------
       CHK-AGENDA.
           MOVE PA-DATA    TO AG-DATA.
           MOVE PA-CRM     TO AG-CRM.
           MOVE PA-CRM-UF  TO AG-CRM-UF.
           MOVE PA-PCODIGO TO AG-PCODIGO.
           MOVE PA-HORA    TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "*** CONSULTA NAO EXISTE NA AGENDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF W-LOC-ACHOU = "M"
               MOVE "MAIS DE UMA CONSULTA NO DIA - INFORME A HORA"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3-B.
           MOVE AG-HORA    TO PA-HORA.
           IF AG-STATUS = "C"
               MOVE "*** CONSULTA CANCELADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE SPACES TO P-NOME.
           DISPLAY SMT036.
       PASSO-4.
           IF W-TEM-MAT = "S"
               PERFORM LIMPA-MAT THRU LIMPA-MAT-FIM.
           ACCEPT TPASEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ACHAR-SEQ-FIM.
           IF PA-DATA NOT = AG-DATA OR PA-CRM NOT = AG-CRM OR
              PA-CRM-UF NOT = AG-CRM-UF OR
              PA-PCODIGO NOT = AG-PCODIGO OR PA-HORA NOT = AG-HORA
               GO TO ACHAR-SEQ-FIM.
           IF PA-SEQ > W-MAXSEQ
               MOVE PA-SEQ TO W-MAXSEQ.
           MOVE AG-CRM     TO PA-CRM.
           MOVE AG-CRM-UF  TO PA-CRM-UF.
           MOVE AG-PCODIGO TO PA-PCODIGO.
           MOVE AG-HORA    TO PA-HORA.
           ADD 1 TO W-MAXSEQ GIVING PA-SEQ.
           DISPLAY SMT036.
       PASSO-5.
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPROC" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *----- PROCEDIMENTO INVASIVO: SEM TERMO ASSINADO NAO LANCA
           IF PR-TERMO = "S"
               PERFORM VER-TERMO THRU VER-TERMO-FIM
               IF TA-DTRECEB = ZEROS
                   MOVE "* PROCEDIMENTO EXIGE TERMO ASSINADO (SMP163) *"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PASSO-5.
           MOVE PR-VALOR TO PA-VALOR.
           DISPLAY SMT036.
           IF W-TEM-MAT = "N"
               GO TO VALID-OPCAO.
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM.
           PERFORM MOSTRA-MAT THRU MOSTRA-MAT-FIM.
      *--------------------[ MATERIAIS USADOS NO PROCEDIMENTO ]---------
      * AJUSTA A QUANTIDADE DE CADA ITEM SUGERIDO (0 = NAO USADO)
      * E DEPOIS ACEITA ITENS FORA DO KIT ATE CODIGO 0000.
       PASSO-6.
           MOVE 1 TO W-MT-IND.
           IF W-MT-QTD = ZEROS
               GO TO PASSO-6-ADIC.
       PASSO-6-ITEM.
           PERFORM POSICAO-MAT.
           MOVE W-MT-QTDE-IT (W-MT-IND) TO W-MT-QTDE.
           ACCEPT (W-MT-LIN, W-MT-COLQ) W-MT-QTDE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               IF W-MT-IND = 1
                   GO TO PASSO-5
               ELSE
                   SUBTRACT 1 FROM W-MT-IND
                   GO TO PASSO-6-ITEM.
           IF W-MT-QTDE NOT = ZEROS
               MOVE W-MT-MEDIC (W-MT-IND) TO W-MT-COD
               PERFORM VER-SALDO THRU VER-SALDO-FIM
               IF ES-SALDO < W-MT-QTDE
                   MOVE ES-SALDO TO W-MS-SALDO
                   MOVE W-MSG-SALDO TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PASSO-6-ITEM.
           MOVE W-MT-QTDE TO W-MT-QTDE-IT (W-MT-IND).
           PERFORM MOSTRA-CELULA THRU MOSTRA-CELULA-FIM.
           ADD 1 TO W-MT-IND.
           IF W-MT-IND NOT > W-MT-QTD
               GO TO PASSO-6-ITEM.
       PASSO-6-ADIC.
           IF W-MT-QTD NOT < 12
               GO TO VALID-OPCAO.
           ADD 1 TO W-MT-QTD GIVING W-MT-IND.
           PERFORM POSICAO-MAT.
           MOVE ZEROS TO W-MT-COD.
           ACCEPT (W-MT-LIN, W-MT-COLC) W-MT-COD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               DISPLAY (W-MT-LIN, W-MT-COLC) "    "
               IF W-MT-QTD = ZEROS
                   GO TO PASSO-5
               ELSE
                   MOVE W-MT-QTD TO W-MT-IND
                   GO TO PASSO-6-ITEM.
           IF W-MT-COD = ZEROS
               DISPLAY (W-MT-LIN, W-MT-COLC) "    "
               GO TO VALID-OPCAO.
           MOVE W-MT-COD TO MD-CODIGO.
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
               MOVE "*** ITEM NAO CADASTRADO NO CATALOGO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-6-ADIC.
           IF MD-STATUS = "I"
               MOVE "*** ITEM INATIVO NO CATALOGO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-6-ADIC.
           PERFORM VER-DUP-MAT THRU VER-DUP-MAT-FIM.
           IF W-MT-DUP = "S"
               MOVE "*** ITEM JA ESTA NA LISTA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-6-ADIC.
           MOVE W-MT-COD TO W-MT-MEDIC (W-MT-IND).
           MOVE ZEROS    TO W-MT-QTDE-IT (W-MT-IND).
           PERFORM MOSTRA-CELULA THRU MOSTRA-CELULA-FIM.
       PASSO-6-ADQ.
           MOVE ZEROS TO W-MT-QTDE.
           ACCEPT (W-MT-LIN, W-MT-COLQ) W-MT-QTDE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               DISPLAY (W-MT-LIN, W-MT-COL) W-MT-BRANCO (1:29)
               GO TO PASSO-6-ADIC.
           IF W-MT-QTDE = ZEROS
               MOVE "QUANTIDADE USADA NAO INFORMADA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-6-ADQ.
           PERFORM VER-SALDO THRU VER-SALDO-FIM.
           IF ES-SALDO < W-MT-QTDE
               MOVE ES-SALDO TO W-MS-SALDO
               MOVE W-MSG-SALDO TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-6-ADQ.
           MOVE W-MT-QTDE TO W-MT-QTDE-IT (W-MT-IND).
           PERFORM MOSTRA-CELULA THRU MOSTRA-CELULA-FIM.
           ADD 1 TO W-MT-QTD.
           GO TO PASSO-6-ADIC.

       VALID-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               IF W-TEM-MAT = "S"
                   GO TO PASSO-6
               ELSE
                   GO TO PASSO-5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** LANCAMENTO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT PA-DTLANC FROM DATE YYYYMMDD.
           WRITE REGPROCAG
           IF ST-ERRO = "00" OR "02"
               PERFORM GRAVA-MAT THRU GRAVA-MAT-FIM
               MOVE "** PROCEDIMENTO LANCADO COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO MAIS-UM.
           DISPLAY (23, 40) "MAIS PROCEDIMENTOS (S/N) : ".
           ACCEPT (23, 68) W-OPCAO
           IF W-OPCAO = "S" OR "s"
               MOVE ZEROS TO PA-SEQ PA-PROC PA-VALOR W-MT-QTD
               MOVE SPACES TO PR-DESCRICAO
               GO TO PASSO-4.
           IF W-OPCAO = "N" OR "n"
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO PR-DESCRICAO.
           DISPLAY SMT036.
           IF W-TEM-MAT = "S"
               PERFORM CARREGA-USADOS THRU CARREGA-USADOS-FIM
               PERFORM MOSTRA-MAT THRU MOSTRA-MAT-FIM.
           MOVE "*** LANCAMENTO JA EXISTENTE ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS2.
       EXC-OPC.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           MOVE PA-CHAVE TO W-PA-CHAVE.
           DELETE CADPROCAG RECORD
           IF ST-ERRO = "00"
              PERFORM ESTORNA-MAT THRU ESTORNA-MAT-FIM
              MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PASSO-4.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------[ KIT SUGERIDO DO PROCEDIMENTO ]-------------------
       CARREGA-KIT.
           MOVE ZEROS TO W-MT-QTD.
           IF W-TEM-KIT = "N"
               GO TO CARREGA-KIT-FIM.
           MOVE PA-PROC TO KT-PROC.
           READ CADPRKIT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-KIT-FIM.
           MOVE 1 TO W-MT-IX.
       CARREGA-KIT-LOOP.
           IF W-MT-IX > KT-QTD OR W-MT-IX > 12
               GO TO CARREGA-KIT-FIM.
           ADD 1 TO W-MT-QTD.
           MOVE KT-MEDIC (W-MT-IX) TO W-MT-MEDIC (W-MT-QTD).
           MOVE KT-QTDE (W-MT-IX)  TO W-MT-QTDE-IT (W-MT-QTD).
           ADD 1 TO W-MT-IX.
           GO TO CARREGA-KIT-LOOP.
       CARREGA-KIT-FIM.
           EXIT.
      *--------------[ MATERIAIS JA GRAVADOS DO LANCAMENTO ]------------
       CARREGA-USADOS.
           MOVE ZEROS TO W-MT-QTD.
           MOVE PA-CHAVE TO PM-PA-CHAVE.
           MOVE ZEROS TO PM-MEDIC.
           START CADPRMAT KEY IS NOT LESS PM-CHAVE
               INVALID KEY
                   GO TO CARREGA-USADOS-FIM.
       CARREGA-USADOS-LER.
           READ CADPRMAT NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-USADOS-FIM.
           IF PM-PA-CHAVE NOT = PA-CHAVE OR W-MT-QTD NOT < 12
               GO TO CARREGA-USADOS-FIM.
           ADD 1 TO W-MT-QTD.
           MOVE PM-MEDIC TO W-MT-MEDIC (W-MT-QTD).
           MOVE PM-QTDE  TO W-MT-QTDE-IT (W-MT-QTD).
           GO TO CARREGA-USADOS-LER.
       CARREGA-USADOS-FIM.
           EXIT.
      *--------------[ LISTA DE MATERIAIS NAS LINHAS 17 A 22 ]----------
      * DUAS COLUNAS DE 6 ITENS: NUMERO, CODIGO, NOME E QUANTIDADE.
       MOSTRA-MAT.
           DISPLAY (16, 36) "MATERIAIS (0 = NAO USADO)".
           MOVE 1 TO W-MT-IND.
       MOSTRA-MAT-LOOP.
           IF W-MT-IND > W-MT-QTD
               GO TO MOSTRA-MAT-FIM.
           PERFORM POSICAO-MAT.
           PERFORM MOSTRA-CELULA THRU MOSTRA-CELULA-FIM.
           ADD 1 TO W-MT-IND.
           GO TO MOSTRA-MAT-LOOP.
       MOSTRA-MAT-FIM.
           EXIT.
       MOSTRA-CELULA.
           MOVE W-MT-IND TO WM-NUM.
           MOVE W-MT-MEDIC (W-MT-IND) TO WM-COD MD-CODIGO.
           MOVE W-MT-QTDE-IT (W-MT-IND) TO WM-QTDE.
           READ CADMEDIC
           IF ST-ERRO = "00"
               MOVE MD-NOME-COM TO WM-DESC
           ELSE
               MOVE "(NAO CADASTR.)" TO WM-DESC.
           DISPLAY (W-MT-LIN, W-MT-COL) W-LINHA-MT.
       MOSTRA-CELULA-FIM.
           EXIT.
       POSICAO-MAT.
           IF W-MT-IND > 6
               COMPUTE W-MT-LIN = W-MT-IND + 10
               MOVE 41 TO W-MT-COL
           ELSE
               COMPUTE W-MT-LIN = W-MT-IND + 16
               MOVE 02 TO W-MT-COL.
           ADD 3  TO W-MT-COL GIVING W-MT-COLC.
           ADD 24 TO W-MT-COL GIVING W-MT-COLQ.
       LIMPA-MAT.
           DISPLAY (16, 36) W-MT-BRANCO (1:44).
           MOVE 17 TO W-MT-LIN.
       LIMPA-MAT-LOOP.
           DISPLAY (W-MT-LIN, 01) W-MT-BRANCO.
           ADD 1 TO W-MT-LIN.
           IF W-MT-LIN < 23
               GO TO LIMPA-MAT-LOOP.
       LIMPA-MAT-FIM.
           EXIT.
      *--------------[ ITEM JA INCLUIDO NA LISTA ]----------------------
       VER-DUP-MAT.
           MOVE "N" TO W-MT-DUP.
           MOVE 1 TO W-MT-IX.
       VER-DUP-MAT-LOOP.
           IF W-MT-IX > W-MT-QTD
               GO TO VER-DUP-MAT-FIM.
           IF W-MT-MEDIC (W-MT-IX) = W-MT-COD
               MOVE "S" TO W-MT-DUP
               GO TO VER-DUP-MAT-FIM.
           ADD 1 TO W-MT-IX.
           GO TO VER-DUP-MAT-LOOP.
       VER-DUP-MAT-FIM.
           EXIT.
      *--------------[ SALDO DO ITEM NA UNIDADE DA CONSULTA ]-----------
      * SEM REGISTRO NO CADESTQ O SALDO VALE ZERO.
       VER-SALDO.
           MOVE AG-UNIDADE TO ES-UNIDADE.
           MOVE W-MT-COD   TO ES-MEDIC.
           READ CADESTQ
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO ES-SALDO.
       VER-SALDO-FIM.
           EXIT.
      *--------------[ GRAVA OS MATERIAIS E BAIXA O ESTOQUE ]-----------
       GRAVA-MAT.
           IF W-TEM-MAT = "N"
               GO TO GRAVA-MAT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA FROM TIME.
           MOVE 1 TO W-MT-IND.
       GRAVA-MAT-LOOP.
           IF W-MT-IND > W-MT-QTD
               GO TO GRAVA-MAT-FIM.
           IF W-MT-QTDE-IT (W-MT-IND) = ZEROS
               GO TO GRAVA-MAT-PROX.
           MOVE PA-CHAVE               TO PM-PA-CHAVE.
           MOVE W-MT-MEDIC (W-MT-IND)  TO PM-MEDIC.
           MOVE W-MT-QTDE-IT (W-MT-IND) TO PM-QTDE.
           MOVE AG-UNIDADE             TO PM-UNIDADE.
           MOVE W-HOJE                 TO PM-DTLANC.
           MOVE W-HORA                 TO PM-HRLANC.
           MOVE W-OPERADOR             TO PM-OPERADOR.
           WRITE REGPRMAT
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPRMAT" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO GRAVA-MAT-PROX.
           MOVE PM-UNIDADE TO ES-UNIDADE.
           MOVE PM-MEDIC   TO ES-MEDIC.
           READ CADESTQ
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-MAT-PROX.
           IF ES-SALDO < PM-QTDE
               MOVE ZEROS TO ES-SALDO
           ELSE
               SUBTRACT PM-QTDE FROM ES-SALDO.
           MOVE W-HOJE TO ES-DTULTMOV.
           REWRITE REGESTQ.
           MOVE "-" TO MV-SINAL.
           MOVE "CONSUMO EM PROCEDIMENTO" TO MV-MOTIVO.
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM.
       GRAVA-MAT-PROX.
           ADD 1 TO W-MT-IND.
           GO TO GRAVA-MAT-LOOP.
       GRAVA-MAT-FIM.
           EXIT.
      *--------------[ MOVIMENTO DE ESTOQUE TIPO P ]--------------------
      * CHAMADO COM REGESTQ JA ATUALIZADO, MV-SINAL E MV-MOTIVO.
       GRAVA-MOV.
           MOVE ES-UNIDADE     TO MV-UNIDADE.
           MOVE ES-MEDIC       TO MV-MEDIC.
           MOVE W-HOJE         TO MV-DATA.
           MOVE W-HORA         TO MV-HORA.
           MOVE "P"            TO MV-TIPO.
           MOVE PM-QTDE        TO MV-QTDE.
           MOVE ES-SALDO       TO MV-SALDO-APOS.
           MOVE ZEROS          TO MV-UNID-PAR MV-CN-CHAVE.
           MOVE PA-PROC        TO W-MV-DOC-PROC.
           MOVE W-MV-DOC       TO MV-DOCUMENTO.
           MOVE PM-PA-CHAVE    TO MV-RE-CHAVE.
           MOVE W-OPERADOR     TO MV-OPERADOR.
       GRAVA-MOV-WR.
           WRITE REGMOVEST
           IF ST-ERRO = "22"
               ADD 1 TO MV-HORA
               GO TO GRAVA-MOV-WR.
       GRAVA-MOV-FIM.
           EXIT.
      *--------------[ ESTORNO DOS MATERIAIS NA EXCLUSAO ]--------------
      * APAGA OS ITENS DO LANCAMENTO EXCLUIDO (W-PA-CHAVE) E DEVOLVE
      * AS QUANTIDADES AO ESTOQUE DA UNIDADE ONDE FORAM BAIXADAS.
       ESTORNA-MAT.
           IF W-TEM-MAT = "N"
               GO TO ESTORNA-MAT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA FROM TIME.
       ESTORNA-MAT-INI.
           MOVE W-PA-CHAVE TO PM-PA-CHAVE.
           MOVE ZEROS TO PM-MEDIC.
           START CADPRMAT KEY IS NOT LESS PM-CHAVE
               INVALID KEY
                   GO TO ESTORNA-MAT-FIM.
           READ CADPRMAT NEXT
           IF ST-ERRO NOT = "00"
               GO TO ESTORNA-MAT-FIM.
           IF PM-PA-CHAVE NOT = W-PA-CHAVE
               GO TO ESTORNA-MAT-FIM.
           DELETE CADPRMAT RECORD
           IF ST-ERRO NOT = "00"
               GO TO ESTORNA-MAT-FIM.
           MOVE PM-UNIDADE TO ES-UNIDADE.
           MOVE PM-MEDIC   TO ES-MEDIC.
           READ CADESTQ
           IF ST-ERRO NOT = "00"
               GO TO ESTORNA-MAT-INI.
           ADD PM-QTDE TO ES-SALDO.
           MOVE W-HOJE TO ES-DTULTMOV.
           REWRITE REGESTQ.
           MOVE "+" TO MV-SINAL.
           MOVE "ESTORNO DE PROCEDIMENTO" TO MV-MOTIVO.
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM.
           GO TO ESTORNA-MAT-INI.
       ESTORNA-MAT-FIM.
           EXIT.
      *--------------------[ FECHAMENTO DOS ARQUIVOS ]--------------------
       FECHAR-ARQ.
           CLOSE CADPROCAG CADAGEN CADPROC CADPACI.
           IF W-TEM-TERMAS = "S"
               CLOSE CADTERMAS.
           IF W-TEM-MAT = "S"
               CLOSE CADMEDIC CADESTQ CADMOVEST CADPRMAT.
           IF W-TEM-KIT = "S"
               CLOSE CADPRKIT.
      *--------------[ TERMO DE CONSENTIMENTO ASSINADO DA CONSULTA ]----
      * TA-DTRECEB ZERADO = TERMO NAO REGISTRADO (OU CADTERMAS AUSENTE).
       VER-TERMO.
           MOVE ZEROS TO TA-DTRECEB.
           IF W-TEM-TERMAS = "N"
               GO TO VER-TERMO-FIM.
           MOVE PA-DATA    TO TA-DATA.
           MOVE PA-CRM     TO TA-CRM.
           MOVE PA-CRM-UF  TO TA-CRM-UF.
           MOVE PA-PCODIGO TO TA-PCODIGO.
           MOVE PA-PROC    TO TA-PROC.
           READ CADTERMAS
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO TA-DTRECEB.
       VER-TERMO-FIM.
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
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
           MOVE ZEROS TO COUNTER.
