      * IMPRIME O RECEITUARIO COM OS DADOS DO MEDICO (CADMED)
      * E DO PACIENTE (CADPACI). A RECEITA FICA EM ARQUIVO E
      * PODE SER REIMPRESSA QUANDO O PACIENTE PERDE O PAPEL.
      * ITEM DO CATALOGO COM LIMITE DE DOSE (CADDOSE) PEDE A DOSE
      * DIARIA TOTAL, CONFERE CONTRA O PESO MAIS RECENTE (CADSINAIS)
      * E A IDADE DO PACIENTE; DOSE ACIMA DO LIMITE SO SEGUE COM
      * JUSTIFICATIVA, GRAVADA NO CADDOSEJ PARA A FARMACIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS IT-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADDOSE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DS-MEDIC
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADDOSEJ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DJ-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADSINAIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCTRLNUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTER.DAT".
       COPY REGINTER.
      *
       FD CADDOSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOSE.DAT".
       COPY REGDOSE.
      *
       FD CADDOSEJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOSEJ.DAT".
       COPY REGDOSEJ.
      *
       FD CADSINAIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINAIS.DAT".
       COPY REGSINAIS.
      *
       FD CADCTRLNUM
               LABEL RECORD IS STANDARD
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 W-MAXSEQ               PIC 9(02) VALUE ZEROS.
       01 W-TOT-ITENS            PIC 9(02) VALUE ZEROS.
       01 W-TEM-MEDIC            PIC X(01) VALUE "N".
       01 W-IT-NOVO              PIC 9(04) VALUE ZEROS.
       01 W-IT-DATA              PIC 9(08) VALUE ZEROS.
       01 W-IT-PCOD              PIC 9(06) VALUE ZEROS.
       01 W-REGRECET-SALVA       PIC X(97) VALUE SPACES.
       01 W-MSG-INTER.
           05 FILLER             PIC X(11) VALUE "INTERACAO (".
           05 MI-GRAV            PIC X(01).
           05 MA-TOT             PIC Z9.
           05 FILLER             PIC X(25) VALUE
           " ALERGIA(S) REGISTRADA(S)".
      *----- LIMITE DE DOSE DO ITEM (CADDOSE) E DOSE ACIMA DO
      *----- LIMITE CONFIRMADA COM JUSTIFICATIVA (CADDOSEJ)
       01 W-TEM-DOSE             PIC X(01) VALUE "N".
       01 W-TEM-DOSEJ            PIC X(01) VALUE "N".
       01 W-TEM-SINAIS           PIC X(01) VALUE "N".
       01 W-TEM-LIMITE           PIC X(01) VALUE "N".
       01 W-DOSE-EXCEDE          PIC X(01) VALUE "N".
       01 W-DOSE-MOTIVO          PIC X(01) VALUE SPACES.
       01 W-DOSE-DIA             PIC 9(06)V99 VALUE ZEROS.
       01 W-DOSE-LIM             PIC 9(06)V99 VALUE ZEROS.
       01 W-DOSE-KG              PIC 9(06)V99 VALUE ZEROS.
       01 W-PESO-PAC             PIC 9(03)V99 VALUE ZEROS.
       01 W-IDADE-MESES          PIC 9(04) VALUE ZEROS.
       01 W-JUSTIF               PIC X(50) VALUE SPACES.
       01 W-MSG-DOSE.
           05 FILLER             PIC X(24) VALUE
           "*** DOSE DIARIA MAXIMA: ".
           05 MD-LIMITE          PIC ZZZZZ9,99.
           05 FILLER             PIC X(01) VALUE " ".
           05 MD-UNIDADE         PIC X(05).
           05 FILLER             PIC X(04) VALUE " ***".
       01 W-MSG-IDADE.
           05 FILLER             PIC X(30) VALUE
           "*** IDADE ABAIXO DO MINIMO DE ".
           05 MID-MESES          PIC ZZ9.
           05 FILLER             PIC X(10) VALUE " MESES ***".
       01 W-NOME-RECEITA.
           05 FILLER             PIC X(07) VALUE "RECEITA".
           05 W-REC-DATA         PIC 9(08).

           05  LINE 05  COLUMN 01
               VALUE  "     DATA CONSULTA   :".
           05  LINE 05  COLUMN 40
               VALUE  "HORA:".

           05  LINE 07  COLUMN 01
               VALUE  "     CODIGO PACIENTE :".
           05  LINE 17  COLUMN 01
               VALUE  "     DURACAO         :".

           05  LINE 19  COLUMN 01
               VALUE  "     DOSE DIARIA     :".
           05  LINE 19  COLUMN 41
               VALUE  "PESO ULT. AFERICAO:".

           05  LINE 20  COLUMN 01
               VALUE  "     JUSTIFICATIVA   :".

           05  TREDATA
               LINE 05  COLUMN 24  PIC 9999.99.99
               USING  RE-DATA
               USING  P-NOME
               HIGHLIGHT.

           05  TREHORA
               LINE 05  COLUMN 46  PIC 99.99
               USING  RE-HORA
               HIGHLIGHT.

           05  TRECRM
               LINE 09  COLUMN 24  PIC Z99.999
               USING  RE-CRM
               LINE 17  COLUMN 24  PIC X(15)
               USING  RE-DURACAO
               HIGHLIGHT.

           05  TREDOSEDIA
               LINE 19  COLUMN 24  PIC ZZZZZ9,99
               USING  W-DOSE-DIA
               HIGHLIGHT.

           05  TREDSUNID
               LINE 19  COLUMN 34  PIC X(05)
               USING  DS-UNIDADE
               HIGHLIGHT.

           05  TREPESO
               LINE 19  COLUMN 61  PIC ZZ9,99
               USING  W-PESO-PAC
               HIGHLIGHT.

           05  TREJUSTIF
               LINE 20  COLUMN 24  PIC X(50)
               USING  W-JUSTIF
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-INTER.

       ABRIR-CADDOSE.
           MOVE "S" TO W-TEM-DOSE.
           OPEN INPUT CADDOSE
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-DOSE.

       ABRIR-CADDOSEJ.
           MOVE "S" TO W-TEM-DOSEJ.
           OPEN I-O CADDOSEJ
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADDOSEJ
                   CLOSE CADDOSEJ
                   GO TO ABRIR-CADDOSEJ
               ELSE
                   MOVE "N" TO W-TEM-DOSEJ.

       ABRIR-CADSINAIS.
           MOVE "S" TO W-TEM-SINAIS.
           OPEN INPUT CADSINAIS
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-SINAIS.

       ABRIR-CADCTRLNUM.
           MOVE "S" TO W-TEM-CTRL.
           OPEN I-O CADCTRLNUM
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO RE-ANO RE-MES RE-DIA RE-PCODIGO RE-CRM RE-SEQ
                     RE-HORA RE-MEDIC P-CODIGO CRM.
           MOVE SPACES TO RE-CRM-UF RE-MEDICAMENTO RE-DOSAGEM
                          RE-DURACAO P-NOME NOME CRM-UF.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
           IF W-ACT = 01
                   IF W-TEM-INTER = "S"
                       CLOSE CADINTER.
           IF W-ACT = 01
                   IF W-TEM-DOSE = "S"
                       CLOSE CADDOSE.
           IF W-ACT = 01
                   IF W-TEM-DOSEJ = "S"
                       CLOSE CADDOSEJ.
           IF W-ACT = 01
                   IF W-TEM-SINAIS = "S"
                       CLOSE CADSINAIS.
           IF W-ACT = 01
                   IF W-TEM-CTRL = "S"
                       CLOSE CADCTRLNUM
                MOVE "UF DO CRM NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3-B.
      * HORA ZERADA = UNICA CONSULTA DO PACIENTE NO DIA
       PASSO-3-C.
           ACCEPT TREHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3-B.
      *--------------------[ CONFERE CONSULTA / MEDICO / PACIENTE ]----
       CHK-AGENDA.
           MOVE RE-DATA    TO AG-DATA.
           MOVE RE-CRM     TO AG-CRM.
           MOVE RE-CRM-UF  TO AG-CRM-UF.
           MOVE RE-PCODIGO TO AG-PCODIGO.
           MOVE RE-HORA    TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "*** CONSULTA NAO EXISTE NA AGENDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF W-LOC-ACHOU = "M"
               MOVE "MAIS DE UMA CONSULTA NO DIA - INFORME A HORA"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3-C.
           MOVE AG-HORA    TO RE-HORA.
           IF AG-STATUS = "C"
               MOVE "*** CONSULTA CANCELADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE RE-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE ZEROS  TO P-DATANASC
               MOVE SPACES TO P-NOME.
           DISPLAY SMT037.
           PERFORM AVISA-ALERGIAS THRU AVISA-ALERGIAS-FIM.
           IF ST-ERRO NOT = "00"
               GO TO LANCAR-FIM.
           IF RE-DATA NOT = AG-DATA OR RE-PCODIGO NOT = AG-PCODIGO OR
              RE-CRM NOT = AG-CRM OR RE-CRM-UF NOT = AG-CRM-UF OR
              RE-HORA NOT = AG-HORA
               GO TO LANCAR-FIM.
           IF RE-SEQ > W-MAXSEQ
               MOVE RE-SEQ TO W-MAXSEQ.
           MOVE AG-PCODIGO TO RE-PCODIGO.
           MOVE AG-CRM     TO RE-CRM.
           MOVE AG-CRM-UF  TO RE-CRM-UF.
           MOVE AG-HORA    TO RE-HORA.
           ADD 1 TO W-MAXSEQ GIVING RE-SEQ.
           MOVE ZEROS  TO RE-MEDIC.
           MOVE SPACES TO RE-MEDICAMENTO RE-DOSAGEM RE-DURACAO.
           MOVE ZEROS  TO W-DOSE-DIA W-PESO-PAC.
           MOVE SPACES TO W-JUSTIF DS-UNIDADE.
           MOVE "N"    TO W-TEM-LIMITE W-DOSE-EXCEDE.
           DISPLAY SMT037.
       PASSO-4.
           IF W-TEM-MEDIC = "N"
               PERFORM CONF-INTER THRU CONF-INTER-FIM
               IF W-OPCAO NOT = "S" AND "s"
                   GO TO PASSO-4.
           PERFORM LER-LIMITE THRU LER-LIMITE-FIM.
           GO TO PASSO-5.
      *--------[ SEM CATALOGO DE MEDICAMENTOS - TEXTO LIVRE ]----------
       PASSO-4-LIVRE.
           MOVE ZEROS TO RE-MEDIC.
           MOVE "N" TO W-TEM-LIMITE.
           ACCEPT TREMEDICAM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                MOVE "DOSAGEM NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5.
      *--------[ DOSE DIARIA CONTRA O LIMITE DO MEDICAMENTO ]---------
       PASSO-5-B.
           MOVE "N" TO W-DOSE-EXCEDE.
           MOVE SPACES TO W-JUSTIF.
           DISPLAY TREJUSTIF.
           IF W-TEM-LIMITE NOT = "S"
               GO TO PASSO-6.
           ACCEPT TREDOSEDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           IF W-DOSE-DIA = ZEROS
                MOVE "DOSE DIARIA TOTAL NAO INFORMADA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5-B.
           PERFORM CHK-DOSE THRU CHK-DOSE-FIM.
           IF W-DOSE-EXCEDE NOT = "S"
               GO TO PASSO-6.
           PERFORM CONF-DOSE THRU CONF-DOSE-FIM.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO PASSO-5-B.
       PASSO-5-C.
           ACCEPT TREJUSTIF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5-B.
           IF W-JUSTIF = SPACES
                MOVE "JUSTIFICATIVA OBRIGATORIA ACIMA DO LIMITE"
                                                         TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-5-C.
       PASSO-6.
           ACCEPT TREDURACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF ST-ERRO = "00" OR "02"
               MOVE "** ITEM PRESCRITO COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM GRAVA-DOSEJ THRU GRAVA-DOSEJ-FIM
               IF RE-MEDIC NOT = ZEROS AND MD-CONTROLADO = "S"
                   PERFORM EMITE-CONTROLADA THRU EMITE-CONTROLADA-FIM
                   GO TO MAIS-UM
           MOVE RE-MEDIC   TO W-IT-NOVO.
           MOVE RE-DATA    TO W-IT-DATA.
           MOVE RE-PCODIGO TO W-IT-PCOD.
           MOVE ZEROS  TO RE-CRM RE-HORA RE-SEQ.
           MOVE SPACES TO RE-CRM-UF.
           START CADRECET KEY IS NOT LESS RE-CHAVE
               INVALID KEY
           DISPLAY (23, 12) W-MSG.
       CONF-INTER-FIM.
           EXIT.
      *--------------------[ LIMITE DE DOSE DO MEDICAMENTO ]-----------
      * ITEM DO CATALOGO COM LIMITE ATIVO NO CADDOSE PEDE A DOSE
      * DIARIA TOTAL; MOSTRA O PESO DA ULTIMA AFERICAO.
       LER-LIMITE.
           MOVE "N" TO W-TEM-LIMITE.
           MOVE SPACES TO DS-UNIDADE.
           IF W-TEM-DOSE = "N"
               GO TO LER-LIMITE-FIM.
           MOVE RE-MEDIC TO DS-MEDIC.
           READ CADDOSE
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO DS-UNIDADE
               GO TO LER-LIMITE-FIM.
           IF DS-STATUS NOT = "A"
               MOVE SPACES TO DS-UNIDADE
               GO TO LER-LIMITE-FIM.
           MOVE "S" TO W-TEM-LIMITE.
           PERFORM ULT-PESO THRU ULT-PESO-FIM.
           DISPLAY TREDSUNID TREPESO.
       LER-LIMITE-FIM.
           EXIT.
      *
      * PESO DA AFERICAO MAIS RECENTE ATE A DATA DA CONSULTA
       ULT-PESO.
           MOVE ZEROS TO W-PESO-PAC.
           IF W-TEM-SINAIS = "N"
               GO TO ULT-PESO-FIM.
           MOVE RE-PCODIGO TO SN-PCODIGO.
           MOVE ZEROS      TO SN-DATA SN-HORA.
           START CADSINAIS KEY IS NOT LESS SN-CHAVE
               INVALID KEY
                   GO TO ULT-PESO-FIM.
       ULT-PESO-LER.
           READ CADSINAIS NEXT
           IF ST-ERRO NOT = "00"
               GO TO ULT-PESO-FIM.
           IF SN-PCODIGO NOT = RE-PCODIGO
               GO TO ULT-PESO-FIM.
           IF SN-DATA > RE-DATA
               GO TO ULT-PESO-FIM.
           IF SN-PESO NOT = ZEROS
               MOVE SN-PESO TO W-PESO-PAC.
           GO TO ULT-PESO-LER.
       ULT-PESO-FIM.
           EXIT.
      *
      * CONFRONTA A DOSE DIARIA COM O LIMITE POR KG, O MAXIMO
      * DIARIO E A IDADE MINIMA. COM MAIS DE UM ESTOURO FICA O
      * MOTIVO NA ORDEM I, D, K (REGDOSEJ).
       CHK-DOSE.
           MOVE "N" TO W-DOSE-EXCEDE.
           MOVE SPACES TO W-DOSE-MOTIVO.
           MOVE ZEROS TO W-DOSE-LIM.
           MOVE 9999 TO W-IDADE-MESES.
           IF P-ANO NOT = ZEROS AND RE-ANO NOT < P-ANO
               COMPUTE W-IDADE-MESES = (RE-ANO - P-ANO) * 12
                                     + RE-MES - P-MES
               IF RE-DIA < P-DIA AND W-IDADE-MESES > ZEROS
                   SUBTRACT 1 FROM W-IDADE-MESES.
           IF DS-MAX-KG = ZEROS
               GO TO CHK-DOSE-DIA.
           IF W-PESO-PAC = ZEROS
               MOVE "* SEM PESO REGISTRADO - LIMITE/KG NAO CONFERIDO *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO CHK-DOSE-DIA.
           COMPUTE W-DOSE-KG = DS-MAX-KG * W-PESO-PAC
               ON SIZE ERROR
                   MOVE 999999,99 TO W-DOSE-KG.
           IF W-DOSE-DIA > W-DOSE-KG
               MOVE "S" TO W-DOSE-EXCEDE
               MOVE "K" TO W-DOSE-MOTIVO
               MOVE W-DOSE-KG TO W-DOSE-LIM.
       CHK-DOSE-DIA.
           IF DS-MAX-DIA NOT = ZEROS AND W-DOSE-DIA > DS-MAX-DIA
               MOVE "S" TO W-DOSE-EXCEDE
               MOVE "D" TO W-DOSE-MOTIVO
               MOVE DS-MAX-DIA TO W-DOSE-LIM.
           IF W-IDADE-MESES = 9999
               GO TO CHK-DOSE-FIM.
           IF DS-IDADE-MIN NOT = ZEROS AND
              W-IDADE-MESES < DS-IDADE-MIN
               MOVE "S" TO W-DOSE-EXCEDE
               MOVE "I" TO W-DOSE-MOTIVO.
       CHK-DOSE-FIM.
           EXIT.
      *
      * MOSTRA O LIMITE ESTOURADO E EXIGE CONFIRMACAO DO MEDICO
       CONF-DOSE.
           MOVE W-DOSE-LIM TO MD-LIMITE.
           MOVE DS-UNIDADE TO MD-UNIDADE.
           MOVE W-MSG-DOSE TO W-MSG.
           IF W-DOSE-MOTIVO = "I"
               MOVE DS-IDADE-MIN TO MID-MESES
               MOVE W-MSG-IDADE TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS2.
       CONF-DOSE-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "PRESCREVER MESMO ASSIM (S/N) : ".
           ACCEPT (23, 44) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s" AND "N" AND "n"
               GO TO CONF-DOSE-OPC.
           MOVE SPACES TO W-MSG.
           DISPLAY (23, 12) W-MSG.
       CONF-DOSE-FIM.
           EXIT.
      *
      * DOSE CONFIRMADA ACIMA DO LIMITE FICA PARA REVISAO DA
      * FARMACIA (SMP140) COM A JUSTIFICATIVA DO MEDICO.
       GRAVA-DOSEJ.
           IF W-DOSE-EXCEDE NOT = "S" OR W-TEM-DOSEJ = "N"
               GO TO GRAVA-DOSEJ-FIM.
           MOVE RE-DATA       TO DJ-DATA.
           MOVE RE-PCODIGO    TO DJ-PCODIGO.
           MOVE RE-CRM        TO DJ-CRM.
           MOVE RE-CRM-UF     TO DJ-CRM-UF.
           MOVE RE-HORA       TO DJ-HORA.
           MOVE RE-SEQ        TO DJ-SEQ.
           MOVE RE-MEDIC      TO DJ-MEDIC.
           MOVE W-DOSE-DIA    TO DJ-DOSE-DIA.
           MOVE W-DOSE-LIM    TO DJ-LIMITE.
           MOVE DS-UNIDADE    TO DJ-UNIDADE.
           MOVE W-PESO-PAC    TO DJ-PESO.
           MOVE W-IDADE-MESES TO DJ-MESES.
           MOVE W-DOSE-MOTIVO TO DJ-MOTIVO.
           MOVE W-JUSTIF      TO DJ-JUSTIF.
           MOVE "P"           TO DJ-STATUS.
           MOVE SPACES        TO DJ-REVISOR DJ-OBS-FARM.
           MOVE ZEROS         TO DJ-DTREVISAO.
           ACCEPT DJ-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT DJ-HRCADASTRO FROM TIME.
           WRITE REGDOSEJ
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "* ERRO NO REGISTRO DA DOSE ACIMA DO LIMITE *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "N" TO W-DOSE-EXCEDE.
       GRAVA-DOSEJ-FIM.
           EXIT.
      *--------------------[ RECEITA DE CONTROLE ESPECIAL ]------------
      * MEDICAMENTO CONTROLADO: TIRA O PROXIMO NUMERO DA SERIE
      * DA UNIDADE DO MEDICO, GRAVA O REGISTRO EXIGIDO PELA
           MOVE AG-PCODIGO TO RE-PCODIGO.
           MOVE AG-CRM     TO RE-CRM.
           MOVE AG-CRM-UF  TO RE-CRM-UF.
           MOVE AG-HORA    TO RE-HORA.
           MOVE ZEROS      TO RE-SEQ.
           START CADRECET KEY IS NOT LESS RE-CHAVE
               INVALID KEY
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME-RODAPE.
           IF RE-DATA NOT = AG-DATA OR RE-PCODIGO NOT = AG-PCODIGO OR
              RE-CRM NOT = AG-CRM OR RE-CRM-UF NOT = AG-CRM-UF OR
              RE-HORA NOT = AG-HORA
               GO TO IMPRIME-RODAPE.
           MOVE RE-SEQ         TO RI-SEQ.
           MOVE RE-MEDICAMENTO TO RI-MEDICAMENTO.
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIME-RECEITA-FIM.
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
