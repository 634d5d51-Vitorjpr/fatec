      * COBRA A CONSULTA DE PACIENTE SEM CONVENIO (P-CONVENIO
      * = 0) PELA TARIFA PARTICULAR DA ESPECIALIDADE, GRAVA O
      * PAGAMENTO EM CADRECIB E IMPRIME O RECIBO NUMERADO.
      * PACIENTE COM PACOTE DE SESSOES PRE-PAGO NA ESPECIALIDADE
      * (SMP171) TEM A SESSAO DEBITADA DO PACOTE NO LUGAR DA
      * COBRANCA.
      * ATENDIMENTO VINDO DE ORCAMENTO PARTICULAR CONVERTIDO
      * (SMP194) E COBRADO PELO TOTAL ORCADO, MESMO QUE A TARIFA
      * TENHA MUDADO, E VALE TAMBEM PARA PACIENTE COM CONVENIO.
      * MATERIAIS E MEDICAMENTOS GASTOS NOS PROCEDIMENTOS DA
      * CONSULTA (CADPRMAT, SMP036) SAO SOMADOS A TARIFA PELA
      * TABELA GERAL DE PRECOS (CADMTPREC CONVENIO 0000) E SAEM
      * NUMA LINHA PROPRIA DO RECIBO; COM A SESSAO DEBITADA DE
      * PACOTE, SO OS MATERIAIS SAO COBRADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS CX-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPACOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PK-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPKUSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PU-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS OC-AG-CHAVE
                                     WITH DUPLICATES.

                    SELECT CADPRMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PM-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMTPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MT-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
       COPY REGCAIXA.
      *
       FD CADPACOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACOT.DAT".
       COPY REGPACOT.
      *
       FD CADPKUSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPKUSO.DAT".
       COPY REGPKUSO.
      *
       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
       COPY REGORCA.
      *
       FD CADPRMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRMAT.DAT".
       COPY REGPRMAT.
      *
       FD CADMTPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMTPREC.DAT".
       COPY REGMTPREC.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
       FD RECIBOIMP
               LABEL RECORD IS STANDARD.
           03 FEC-DATA           PIC 9(08) VALUE ZEROS.
           03 FEC-FECHADO        PIC X(01) VALUE "N".
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TEM-RESP             PIC X(01) VALUE "N".
       01 W-SESSAO-CHV           PIC X(18) VALUE SPACES.
       01 W-HOJE-CX              PIC 9(08) VALUE ZEROS.
           03 WR-FONE            PIC 9(11).
       01 W-MAXNUM               PIC 9(06) VALUE ZEROS.
       01 W-JA-PAGO              PIC X(01) VALUE "N".
       01 W-RC-HORA              PIC 9(04) VALUE ZEROS.
      *----- ESPECIALIDADE DA CONSULTA (AG-ESPEC; ZERADA = A DO CADMED)
       01 W-ESPEC-CONS           PIC 9(02) VALUE ZEROS.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 W-TEM-PACOT            PIC X(01) VALUE "N".
       01 W-PK-ACHOU             PIC X(01) VALUE "N".
       01 W-PK-DEBITOU           PIC X(01) VALUE "N".
       01 W-TEM-ORCA             PIC X(01) VALUE "N".
       01 W-ORC-ACHOU            PIC X(01) VALUE "N".
       01 W-VALOR-COBR           PIC 9(06)V99 VALUE ZEROS.
       01 W-TEM-MAT              PIC X(01) VALUE "N".
       01 W-MAT-PART             PIC 9(06)V99 VALUE ZEROS.
       01 W-MAT-LINHA            PIC 9(06)V99 VALUE ZEROS.
       01 W-MAT-SEMPRECO         PIC 9(02) VALUE ZEROS.
       01 W-LINHA-MAT.
           03 FILLER             PIC X(23)
                      VALUE "MATERIAIS/MEDICAMENTOS:".
           03 WT-MAT-VALOR       PIC ZZZZZ9,99.
       01 W-PK-SALDO             PIC 9(03) VALUE ZEROS.
       01 W-PK-CHAVE             PIC X(16) VALUE SPACES.
       01 W-LINHA-PACOTE.
           03 FILLER             PIC X(18) VALUE "PACOTE COMPRADO EM".
           03 FILLER             PIC X(01) VALUE " ".
           03 WK-COMPRA          PIC 9999.99.99.
           03 FILLER             PIC X(08) VALUE " SALDO: ".
           03 WK-SALDO           PIC ZZ9.
           03 FILLER             PIC X(08) VALUE " SESSOES".
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
           05  RV-VALOR               PIC ZZZZZ9,99.
           05  FILLER                 PIC X(048) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  REC-MATERIAIS.
           05  FILLER                 PIC X(034) VALUE
           "- INCLUI MATERIAIS/MEDICAMENTOS R$".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RM-VALOR               PIC ZZZZZ9,99.
           05  FILLER                 PIC X(035) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  REC-REFER.
           05  FILLER                 PIC X(026) VALUE
           "- REFERENTE A CONSULTA DE ".

           05  LINE 06  COLUMN 01
               VALUE  "     DATA CONSULTA   :".
           05  LINE 06  COLUMN 40
               VALUE  "HORA:".

           05  LINE 08  COLUMN 01
               VALUE  "     CRM MEDICO      :".
               USING  RC-AG-DATA
               HIGHLIGHT.

           05  TRCHORA
               LINE 06  COLUMN 46  PIC 99.99
               USING  W-RC-HORA
               HIGHLIGHT.

           05  TRCCRM
               LINE 08  COLUMN 24  PIC Z99.999
               USING  RC-CRM
                                                           TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *----- ORCAMENTOS CONVERTIDOS (SMP194) - OPCIONAL
           MOVE "S" TO W-TEM-ORCA.
           OPEN INPUT CADORCA
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-ORCA.
      *----- MATERIAIS DOS PROCEDIMENTOS (SMP036) - OPCIONAL
       ABRIR-MAT.
           MOVE "N" TO W-TEM-MAT.
           OPEN INPUT CADPRMAT
           IF ST-ERRO NOT = "00"
               GO TO ABRIR-CADRESP.
           OPEN INPUT CADMTPREC
           IF ST-ERRO NOT = "00"
               CLOSE CADPRMAT
               GO TO ABRIR-CADRESP.
           MOVE "S" TO W-TEM-MAT.
       ABRIR-CADRESP.
           MOVE "S" TO W-TEM-RESP.
           OPEN INPUT CADRESP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-RESP.
      *----- SEM PACOTE VENDIDO (SMP171) NAO HA O QUE DEBITAR
       ABRIR-CADPACOT.
           MOVE "S" TO W-TEM-PACOT.
           OPEN I-O CADPACOT
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PACOT
               GO TO ABRIR-AUDIT.
       ABRIR-CADPKUSO.
           OPEN I-O CADPKUSO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADPKUSO
                   CLOSE CADPKUSO
                   GO TO ABRIR-CADPKUSO
               ELSE
                   MOVE "CADPKUSO" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   CLOSE CADPACOT
                   MOVE "N" TO W-TEM-PACOT.
      *------------[ ROTINA DE ABERTURA ARQUIVO DE AUDITORIA ]----------
       ABRIR-AUDIT.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
       ROT-INIC.
           MOVE 0 TO RC-NUMERO RC-PCODIGO RC-AG-ANO RC-AG-MES
                     RC-AG-DIA RC-CRM RC-VALOR RC-DTPAGTO RC-HRPAGTO
                     P-CODIGO CRM W-RC-HORA.
           MOVE SPACES TO RC-CRM-UF RC-OPERADOR NOME P-NOME CRM-UF
                          RC-SESSAO RC-FORMA.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
      * HORA ZERADA = UNICA CONSULTA DO PACIENTE NO DIA
       PASSO-3-B.
           ACCEPT TRCHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
      *--------------------[ CONFERE O AGENDAMENTO ]-------------------
       CHK-AGENDA.
           MOVE RC-AG-DATA TO AG-DATA.
           MOVE RC-CRM     TO AG-CRM.
           MOVE RC-CRM-UF  TO AG-CRM-UF.
           MOVE RC-PCODIGO TO AG-PCODIGO.
           MOVE W-RC-HORA  TO AG-HORA.
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
           MOVE AG-HORA    TO W-RC-HORA.
           IF AG-STATUS = "C"
               MOVE "*** CONSULTA CANCELADA - NAO COBRAVEL ***"
                                                           TO W-MSG
               MOVE "*** CONSULTA AINDA NAO REALIZADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           PERFORM CHK-ORCAM THRU CHK-ORCAM-FIM.
           IF W-ORC-ACHOU = "P"
               MOVE "* ATENDIMENTO PARCELADO - BAIXA NO SMP092 *"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.

       CHK-PACIENTE.
           MOVE RC-PCODIGO TO P-CODIGO.
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3.
           IF P-CONVENIO NOT = ZEROS AND W-ORC-ACHOU = "N"
               MOVE "*** PACIENTE TEM CONVENIO - USE O FATURAMENTO *"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "*** MEDICO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-2.
           MOVE ESPEC TO W-ESPEC-CONS.
           IF AG-ESPEC NUMERIC AND AG-ESPEC NOT = ZEROS
               MOVE AG-ESPEC TO W-ESPEC-CONS.
           MOVE ZEROS TO W-MAT-PART.
           IF W-ORC-ACHOU = "S"
               MOVE OC-TOTAL TO W-VALOR-COBR
               MOVE OC-TOTAL TO RC-VALOR
               GO TO ACHAR-NUMERO.
           MOVE W-ESPEC-CONS TO TP-ESPEC.
           READ CADTPART
           IF ST-ERRO NOT = "00"
               MOVE "*** SEM TARIFA PARA A ESPECIALIDADE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           PERFORM SOMA-MAT-PART THRU SOMA-MAT-PART-FIM.
           COMPUTE W-VALOR-COBR = TP-VALOR + W-MAT-PART.
           MOVE W-VALOR-COBR TO RC-VALOR.
      *--------------------[ PROXIMO NUMERO DE RECIBO ]----------------
      * VARRE O ARQUIVO ATRAS DO MAIOR NUMERO E TAMBEM IMPEDE
      * COBRANCA EM DUPLICIDADE DA MESMA CONSULTA
           IF RC-STATUS NOT = "E"
               IF RC-AG-DATA = AG-DATA AND RC-CRM = AG-CRM AND
                  RC-CRM-UF = AG-CRM-UF AND RC-PCODIGO = AG-PCODIGO
                  AND (RC-AG-HORA = AG-HORA OR RC-AG-HORA = ZEROS)
                   MOVE "S" TO W-JA-PAGO.
           GO TO ACHAR-NUMERO-LER.
       ACHAR-NUMERO-FIM.
           MOVE AG-CRM     TO RC-CRM.
           MOVE AG-CRM-UF  TO RC-CRM-UF.
           MOVE AG-PCODIGO TO RC-PCODIGO.
           MOVE W-VALOR-COBR TO RC-VALOR.
           ADD 1 TO W-MAXNUM GIVING RC-NUMERO.
           DISPLAY SMT034.
           IF W-MAT-PART NOT = ZEROS
               MOVE W-MAT-PART TO WT-MAT-VALOR
               DISPLAY (12, 40) W-LINHA-MAT.
           IF W-ORC-ACHOU = "S"
               MOVE "N" TO W-PK-DEBITOU
               GO TO PASSO-FORMA.
           PERFORM CHK-PACOTE THRU CHK-PACOTE-FIM.
           IF W-PK-DEBITOU = "S" AND W-MAT-PART = ZEROS
               GO TO ROT-INIC.
      *----- SESSAO DO PACOTE NAO COBRE OS MATERIAIS DO PROCEDIMENTO
           IF W-PK-DEBITOU = "S"
               MOVE W-MAT-PART TO W-VALOR-COBR RC-VALOR
               DISPLAY TRCVALOR.

      *--------------------[ FORMA DE PAGAMENTO ]----------------------
       PASSO-FORMA.
              GO TO VALID-OPCAO.

       GRAVAR-REGISTRO.
           MOVE W-RC-HORA TO RC-AG-HORA.
           ACCEPT RC-DTPAGTO FROM DATE YYYYMMDD.
           ACCEPT RC-HRPAGTO FROM TIME.
           MOVE W-OPERADOR TO RC-OPERADOR.
           WRITE REGRECIMP FROM REC-NUMERO.
           WRITE REGRECIMP FROM REC-PACIENTE.
           WRITE REGRECIMP FROM REC-VALOR.
           IF W-MAT-PART NOT = ZEROS
               MOVE W-MAT-PART TO RM-VALOR
               WRITE REGRECIMP FROM REC-MATERIAIS.
           WRITE REGRECIMP FROM REC-REFER.
           WRITE REGRECIMP FROM REC-EMISSAO.
           WRITE REGRECIMP FROM REC-BORDA.
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-AUDIT-FIM.
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
      *--------------[ ORCAMENTO CONVERTIDO NO ATENDIMENTO ]-----------
      * S = ORCAMENTO CONVERTIDO A VISTA (COBRA O TOTAL ORCADO)
      * P = CONVERTIDO PARCELADO (AS PARCELAS SAO BAIXADAS NO SMP092)
      * N = ATENDIMENTO SEM ORCAMENTO (COBRA A TARIFA)
       CHK-ORCAM.
           MOVE "N" TO W-ORC-ACHOU.
           IF W-TEM-ORCA = "N"
               GO TO CHK-ORCAM-FIM.
           MOVE AG-CHAVE TO OC-AG-CHAVE.
           START CADORCA KEY IS NOT LESS OC-AG-CHAVE
               INVALID KEY
                   GO TO CHK-ORCAM-FIM.
       CHK-ORCAM-LER.
           READ CADORCA NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-ORCAM-FIM.
           IF OC-AG-DATA NOT = AG-DATA OR OC-AG-CRM NOT = AG-CRM
                                   OR OC-AG-CRM-UF NOT = AG-CRM-UF
                                   OR OC-AG-PCODIGO NOT = AG-PCODIGO
                                   OR OC-AG-HORA NOT = AG-HORA
               GO TO CHK-ORCAM-FIM.
           IF OC-STATUS NOT = "V"
               GO TO CHK-ORCAM-LER.
           MOVE "S" TO W-ORC-ACHOU.
           IF OC-PAGTO = "P"
               MOVE "P" TO W-ORC-ACHOU.
       CHK-ORCAM-FIM.
           EXIT.
      *--------------[ PACOTE DE SESSOES PRE-PAGO (SMP171) ]------------
      * PROCURA O PACOTE ATIVO MAIS ANTIGO DO PACIENTE NA
      * ESPECIALIDADE DA CONSULTA, COMPRADO ATE A DATA DA CONSULTA,
      * DENTRO DA VALIDADE E COM SALDO. CONFIRMADO PELO BALCAO,
      * DEBITA UMA SESSAO (CADPKUSO GUARDA A CONSULTA DEBITADA)
      * E NAO HA COBRANCA; RECUSADO, SEGUE A COBRANCA NORMAL.
       CHK-PACOTE.
           MOVE "N" TO W-PK-DEBITOU.
           IF W-TEM-PACOT = "N"
               GO TO CHK-PACOTE-FIM.
           MOVE AG-CHAVE TO PU-CHAVE.
           READ CADPKUSO
           IF ST-ERRO = "00"
               MOVE "*** CONSULTA JA DEBITADA DE PACOTE ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "S" TO W-PK-DEBITOU
               GO TO CHK-PACOTE-FIM.
           MOVE "N" TO W-PK-ACHOU.
           MOVE AG-PCODIGO TO PK-PCODIGO.
           MOVE W-ESPEC-CONS TO PK-ESPEC.
           MOVE ZEROS      TO PK-DTCOMPRA.
           START CADPACOT KEY IS NOT LESS PK-CHAVE
               INVALID KEY
                   GO TO CHK-PACOTE-FIM.
       CHK-PACOTE-LER.
           READ CADPACOT NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-PACOTE-FIM.
           IF PK-PCODIGO NOT = AG-PCODIGO
                                  OR PK-ESPEC NOT = W-ESPEC-CONS
               GO TO CHK-PACOTE-FIM.
           IF PK-DTCOMPRA > AG-DATA
               GO TO CHK-PACOTE-FIM.
           IF PK-STATUS NOT = "A" OR PK-USADAS NOT < PK-QTDE
               GO TO CHK-PACOTE-LER.
           IF PK-VALIDADE < AG-DATA
               GO TO CHK-PACOTE-LER.
           COMPUTE W-PK-SALDO = PK-QTDE - PK-USADAS.
           MOVE PK-CHAVE    TO W-PK-CHAVE.
           MOVE PK-DTCOMPRA TO WK-COMPRA.
           MOVE W-PK-SALDO  TO WK-SALDO.
           DISPLAY (20, 05) W-LINHA-PACOTE.
       CHK-PACOTE-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (21, 05) "DEBITAR A SESSAO DO PACOTE (S/N) : ".
           ACCEPT (21, 41) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
               DISPLAY (20, 05) W-LIMPA
               DISPLAY (21, 05) W-LIMPA
               GO TO CHK-PACOTE-FIM.
           IF W-OPCAO NOT = "S" AND "s"
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CHK-PACOTE-OPCAO.
           ADD 1 TO PK-USADAS.
           REWRITE REGPACOT
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADPACOT" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CHK-PACOTE-FIM.
           MOVE AG-CHAVE   TO PU-CHAVE.
           MOVE W-PK-CHAVE TO PU-PACOTE.
           ACCEPT PU-DATA FROM DATE YYYYMMDD.
           ACCEPT PU-HORA FROM TIME.
           MOVE W-OPERADOR TO PU-OPERADOR.
           WRITE REGPKUSO
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPKUSO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO CHK-PACOTE-FIM.
           MOVE "S" TO W-PK-DEBITOU.
           MOVE W-OPERADOR TO AUD-OPERADOR.
           MOVE "SMP034"   TO AUD-PROGRAMA.
           MOVE W-PK-CHAVE TO AUD-CHAVE.
           MOVE "PACOTE"   TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT.
           MOVE "** SESSAO DEBITADA DO PACOTE - SEM COBRANCA **"
                                                         TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CHK-PACOTE-FIM.
           EXIT.
      *--------------[ MATERIAIS DOS PROCEDIMENTOS DA CONSULTA ]--------
      * SOMA OS ITENS GASTOS EM TODOS OS PROCEDIMENTOS LANCADOS PARA
      * A CONSULTA (CADPRMAT) PELO PRECO DA TABELA GERAL (CADMTPREC
      * CONVENIO 0000). ITEM SEM PRECO NAO E COBRADO E GERA AVISO.
       SOMA-MAT-PART.
           MOVE ZEROS TO W-MAT-PART W-MAT-SEMPRECO.
           IF W-TEM-MAT = "N"
               GO TO SOMA-MAT-PART-FIM.
           MOVE AG-DATA    TO PM-DATA.
           MOVE AG-CRM     TO PM-CRM.
           MOVE AG-CRM-UF  TO PM-CRM-UF.
           MOVE AG-PCODIGO TO PM-PCODIGO.
           MOVE AG-HORA    TO PM-HORA.
           MOVE ZEROS      TO PM-SEQ PM-MEDIC.
           START CADPRMAT KEY IS NOT LESS PM-CHAVE
               INVALID KEY
                   GO TO SOMA-MAT-PART-FIM.
       SOMA-MAT-PART-LER.
           READ CADPRMAT NEXT
           IF ST-ERRO NOT = "00"
               GO TO SOMA-MAT-PART-AVISO.
           IF PM-DATA NOT = AG-DATA OR PM-CRM NOT = AG-CRM OR
              PM-CRM-UF NOT = AG-CRM-UF OR
              PM-PCODIGO NOT = AG-PCODIGO OR PM-HORA NOT = AG-HORA
               GO TO SOMA-MAT-PART-AVISO.
           MOVE ZEROS    TO MT-CONVENIO.
           MOVE PM-MEDIC TO MT-MEDIC.
           READ CADMTPREC
           IF ST-ERRO NOT = "00" OR MT-VALOR = ZEROS
               ADD 1 TO W-MAT-SEMPRECO
               GO TO SOMA-MAT-PART-LER.
           COMPUTE W-MAT-LINHA = MT-VALOR * PM-QTDE.
           ADD W-MAT-LINHA TO W-MAT-PART.
           GO TO SOMA-MAT-PART-LER.
       SOMA-MAT-PART-AVISO.
           IF W-MAT-SEMPRECO NOT = ZEROS
               MOVE "* MATERIAL SEM PRECO NA TABELA GERAL (SMP203) *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SOMA-MAT-PART-FIM.
           EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
           MOVE ZEROS TO COUNTER.
       ROT-FIM.
           IF W-TEM-RESP = "S"
               CLOSE CADRESP.
           IF W-TEM-PACOT = "S"
               CLOSE CADPACOT CADPKUSO.
           IF W-TEM-ORCA = "S"
               CLOSE CADORCA.
           IF W-TEM-MAT = "S"
               CLOSE CADPRMAT CADMTPREC.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
