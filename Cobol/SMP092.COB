      * P = CRIA O PLANO DE PARCELAS DE UM ATENDIMENTO
      *     PARTICULAR (VALOR TOTAL DIVIDIDO EM ATE 12 VEZES,
      *     VENCIMENTO MENSAL), NO LUGAR DOS VALES DE PAPEL.
      *     O ORCAMENTO PARTICULAR CONVERTIDO PARCELADO (SMP194)
      *     JA GRAVA O PLANO PELO TOTAL ORCADO; AQUI SO A BAIXA.
      * B = BAIXA UMA PARCELA PAGA, EMITINDO O RECIBO
      *     (CADRECIB) DAQUELA PARCELA. PARCELA PAGA POR BOLETO
      *     E BAIXADA PELO RETORNO DO BANCO (SMP151).
      * A = MOSTRA AS PARCELAS EM ABERTO DE UM PACIENTE.
      * V = RELATORIO DE PARCELAS VENCIDAS (PARCVENC.TXT)
      *     PARA A RECEPCAO SABER A QUEM LIGAR.
                    ALTERNATE RECORD KEY IS P-CPF
                                                      WITH DUPLICATES.

                    SELECT PARCVENC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD PARCVENC
               LABEL RECORD IS STANDARD
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TEM-CAIXA            PIC X(01) VALUE "N".
       01 W-SESSAO-CHV           PIC X(18) VALUE SPACES.
       01 W-HOJE-CX              PIC 9(08) VALUE ZEROS.

           05  LINE 07  COLUMN 01
               VALUE  "     DATA CONSULTA   :".
           05  LINE 07  COLUMN 40
               VALUE  "HORA:".

           05  LINE 09  COLUMN 01
               VALUE  "     CRM MEDICO      :".
               USING  PC-AG-DATA
               HIGHLIGHT.

           05  TPCAGHORA
               LINE 07  COLUMN 46  PIC 99.99
               USING  PC-AG-HORA
               HIGHLIGHT.

           05  TPCCRM
               LINE 09  COLUMN 24  PIC Z99.999
               USING  PC-CRM

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *--------------------[ PEDE O ATENDIMENTO ]----------------------
       ROT-INIC.
           MOVE 0 TO PC-PCODIGO PC-AG-DATA PC-CRM PC-AG-HORA PC-NUM
                     W-TOT-PLANO W-QTD-PARC P-CODIGO.
           MOVE SPACES TO PC-CRM-UF P-NOME.
           DISPLAY SMT092.
           ELSE
               MOVE W-VAL-PARC TO PC-VALOR.
           MOVE W-VENC-DATA TO PC-DTVENC.
           MOVE ZEROS TO PC-DTPAGTO PC-RECIBO PC-NOSSONUM PC-NSA
                         PC-ENCARGOS.
           MOVE SPACES TO PC-SITBOL.
           WRITE REGPARC
           IF ST-ERRO = "22"
               MOVE "*** PLANO JA EXISTE PARA O ATENDIMENTO ***"
               MOVE "*** PARCELA JA BAIXADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
      *----- BOLETO NA RUA: A BAIXA NO BALCAO SEGUE, MAS O BOLETO
      *----- PRECISA SER BAIXADO NO BANCO PARA NAO SER PAGO DE NOVO
           IF PC-SITBOL = "E"
               MOVE "* PARCELA COM BOLETO - PEDIR BAIXA NO BANCO *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *----- EMITE O RECIBO DA PARCELA
           PERFORM ACHAR-NUMERO THRU ACHAR-NUMERO-FIM.
           ADD 1 TO W-MAXNUM GIVING RC-NUMERO.
           MOVE PC-AG-DATA TO RC-AG-DATA.
           MOVE PC-CRM     TO RC-CRM.
           MOVE PC-CRM-UF  TO RC-CRM-UF.
           MOVE PC-AG-HORA TO RC-AG-HORA.
           MOVE PC-VALOR   TO RC-VALOR.
           ACCEPT RC-DTPAGTO FROM DATE YYYYMMDD.
           ACCEPT RC-HRPAGTO FROM TIME.
           MOVE 08 TO W-LIN.
           MOVE ZEROS TO W-TOT-LIS.
           MOVE PC-PCODIGO TO P-CODIGO.
           MOVE ZEROS TO PC-AG-DATA PC-CRM PC-AG-HORA PC-NUM.
           MOVE SPACES TO PC-CRM-UF.
           START CADPARC KEY IS NOT LESS PC-CHAVE
               INVALID KEY
           MOVE W-HOJE TO CAB1-DATA.
           WRITE REGPARCVENC FROM CAB1-PV.
           WRITE REGPARCVENC FROM CAB0-PV.
           MOVE ZEROS TO PC-PCODIGO PC-AG-DATA PC-CRM PC-AG-HORA
                         PC-NUM.
           MOVE SPACES TO PC-CRM-UF.
           START CADPARC KEY IS NOT LESS PC-CHAVE
               INVALID KEY
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PEDE-ATEND-CRM.
      *----- HORA DO AGENDAMENTO (ZERADA QUANDO UNICO NO DIA)
       PEDE-ATEND-HORA.
           ACCEPT TPCAGHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PEDE-ATEND-UF.
           MOVE ZEROS TO W-ACT.
       PEDE-ATEND-FIM.
           EXIT.
