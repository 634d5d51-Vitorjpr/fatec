       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP188.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *        VISITA DOMICILIAR - EQUIPE E RESULTADO        *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * REGISTRO DOS AGENDAMENTOS DE VISITA DOMICILIAR
      * (AG-TIPO = "D", MARCADOS PELO SMP006): EQUIPE (CADEQDOM,
      * SMP187), VEICULO, JANELA DE CHEGADA COMBINADA COM A
      * FAMILIA E, NA VOLTA DA EQUIPE, O RESULTADO:
      *   R = REALIZADA / E = REALIZADA COM ENCAMINHAMENTO - O
      *       AGENDAMENTO PASSA A STATUS R, COM A HORA DE CHEGADA
      *       E SAIDA NO INICIO/FIM DO ATENDIMENTO, E ENTRA NO
      *       ATENDIMENTO (SMP029), FATURAMENTO (SMP010) E
      *       REPASSE (SMP068) COMO A CONSULTA NO CONSULTORIO
      *   A = PACIENTE AUSENTE - CONTA COMO FALTA.
      * O ENDERECO MOSTRADO E O DO CADASTRO DO PACIENTE (CADPACI
      * E CADCEP). A ROTA DO DIA POR EQUIPE SAI NO SMP189.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-VD-NOVO              PIC X(01) VALUE "N".
       01 W-TEM-PACI             PIC X(01) VALUE "N".
       01 W-TEM-CEP              PIC X(01) VALUE "N".
       01 W-HR                   PIC 9(04) VALUE ZEROS.
       01 W-HR-R REDEFINES W-HR.
           03 W-HR-HH            PIC 9(02).
           03 W-HR-MM            PIC 9(02).
       01 W-NOME                 PIC X(30) VALUE SPACES.
       01 W-ENDERECO             PIC X(30) VALUE SPACES.
       01 W-NUM-END              PIC 9(04) VALUE ZEROS.
       01 W-COMPLEM              PIC X(10) VALUE SPACES.
       01 W-BAIRRO               PIC X(20) VALUE SPACES.
       01 W-CIDADE               PIC X(20) VALUE SPACES.
       01 W-UF                   PIC X(02) VALUE SPACES.
       01 W-TELEFONE             PIC 9(11) VALUE ZEROS.
       01 W-NOME-EQ              PIC X(30) VALUE SPACES.
       01 W-TXRES                PIC X(25) VALUE SPACES.
       01 W-LIMPA                PIC X(60) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT188.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           *** VISITA DOMICILIAR - EQUIP".
           05  LINE 02  COLUMN 41
               VALUE  "E E RESULTADO ***".

           05  LINE 04  COLUMN 01
               VALUE  "     DATA VISITA     :".
           05  LINE 04  COLUMN 40
               VALUE  "HORA:".

           05  LINE 05  COLUMN 01
               VALUE  "     CRM MEDICO      :".
           05  LINE 05  COLUMN 33
               VALUE  "UF:".

           05  LINE 06  COLUMN 01
               VALUE  "     CODIGO PACIENTE :".

           05  LINE 08  COLUMN 01
               VALUE  "     ENDERECO        :".
           05  LINE 08  COLUMN 56
               VALUE  "N.".

           05  LINE 09  COLUMN 01
               VALUE  "     COMPLEMENTO     :".
           05  LINE 09  COLUMN 40
               VALUE  "FONE:".

           05  LINE 10  COLUMN 01
               VALUE  "     BAIRRO/CIDADE   :".

           05  LINE 12  COLUMN 01
               VALUE  "     EQUIPE          :".

           05  LINE 13  COLUMN 01
               VALUE  "     VEICULO         :".

           05  LINE 14  COLUMN 01
               VALUE  "     JANELA CHEGADA  :".
           05  LINE 14  COLUMN 31
               VALUE  "A".

           05  LINE 15  COLUMN 01
               VALUE  "     OBSERVACAO      :".

           05  LINE 17  COLUMN 01
               VALUE  "     CHEGADA EQUIPE  :".
           05  LINE 17  COLUMN 31
               VALUE  "SAIDA:".

           05  LINE 18  COLUMN 01
               VALUE  "     RESULTADO       :".

           05  LINE 19  COLUMN 01
               VALUE  "     ENCAMINHADO PARA:".

           05  TAGDATA
               LINE 04  COLUMN 24  PIC 9999.99.99
               USING  AG-DATA
               HIGHLIGHT.

           05  TAGHORA
               LINE 04  COLUMN 46  PIC 99.99
               USING  AG-HORA
               HIGHLIGHT.

           05  TAGCRM
               LINE 05  COLUMN 24  PIC Z99.999
               USING  AG-CRM
               HIGHLIGHT.

           05  TAGCRMUF
               LINE 05  COLUMN 36  PIC X(02)
               USING  AG-CRM-UF
               HIGHLIGHT.

           05  TAGPCODIGO
               LINE 06  COLUMN 24  PIC 9(06)
               USING  AG-PCODIGO
               HIGHLIGHT.

           05  TNOME
               LINE 06  COLUMN 32  PIC X(30)
               USING  W-NOME
               HIGHLIGHT.

           05  TENDERECO
               LINE 08  COLUMN 24  PIC X(30)
               USING  W-ENDERECO
               HIGHLIGHT.

           05  TNUMEND
               LINE 08  COLUMN 59  PIC ZZZ9
               USING  W-NUM-END
               HIGHLIGHT.

           05  TCOMPLEM
               LINE 09  COLUMN 24  PIC X(10)
               USING  W-COMPLEM
               HIGHLIGHT.

           05  TTELEFONE
               LINE 09  COLUMN 46  PIC 99B99999B9999
               USING  W-TELEFONE
               HIGHLIGHT.

           05  TBAIRRO
               LINE 10  COLUMN 24  PIC X(20)
               USING  W-BAIRRO
               HIGHLIGHT.

           05  TCIDADE
               LINE 10  COLUMN 45  PIC X(20)
               USING  W-CIDADE
               HIGHLIGHT.

           05  TUF
               LINE 10  COLUMN 66  PIC X(02)
               USING  W-UF
               HIGHLIGHT.

           05  TVDEQUIPE
               LINE 12  COLUMN 24  PIC 9(03)
               USING  VD-EQUIPE
               HIGHLIGHT.

           05  TNOMEEQ
               LINE 12  COLUMN 30  PIC X(30)
               USING  W-NOME-EQ
               HIGHLIGHT.

           05  TVDVEICULO
               LINE 13  COLUMN 24  PIC X(20)
               USING  VD-VEICULO
               HIGHLIGHT.

           05  TVDJANINI
               LINE 14  COLUMN 24  PIC 99.99
               USING  VD-JANINI
               HIGHLIGHT.

           05  TVDJANFIM
               LINE 14  COLUMN 33  PIC 99.99
               USING  VD-JANFIM
               HIGHLIGHT.

           05  TVDOBS
               LINE 15  COLUMN 24  PIC X(40)
               USING  VD-OBS
               HIGHLIGHT.

           05  TVDHRCHEG
               LINE 17  COLUMN 24  PIC 99.99
               USING  VD-HRCHEG
               HIGHLIGHT.

           05  TVDHRSAIDA
               LINE 17  COLUMN 38  PIC 99.99
               USING  VD-HRSAIDA
               HIGHLIGHT.

           05  TVDRESULT
               LINE 18  COLUMN 24  PIC X(01)
               USING  VD-RESULTADO
               HIGHLIGHT.

           05  TTXRES
               LINE 18  COLUMN 27  PIC X(25)
               USING  W-TXRES
               HIGHLIGHT.

           05  TVDDESTINO
               LINE 19  COLUMN 24  PIC X(30)
               USING  VD-DESTINO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADAGEN.
           OPEN I-O CADAGEN
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADAGEN NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ABRIR-CADVISD.
           OPEN I-O CADVISD
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADVISD
                   CLOSE CADVISD
                   GO TO ABRIR-CADVISD
               ELSE
                   MOVE "*** ARQUIVO CADVISD NAO DISPONIVEL ***"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADAGEN
                   GO TO ROT-FIM.

       ABRIR-CADEQDOM.
           OPEN INPUT CADEQDOM
           IF ST-ERRO NOT = "00"
              MOVE "** CADASTRE AS EQUIPES NO SMP187 **" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAGEN CADVISD
              GO TO ROT-FIM.

           MOVE "S" TO W-TEM-PACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PACI.

           MOVE "S" TO W-TEM-CEP.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CEP.

           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
      *--------------------[ OPCAO DE TRABALHO ]-----------------------
       ROT-INIC.
           MOVE 0 TO AG-ANO AG-MES AG-DIA AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES TO AG-CRM-UF.
           MOVE ZEROS TO VD-EQUIPE VD-JANINI VD-JANFIM VD-HRCHEG
                         VD-HRSAIDA W-NUM-END W-TELEFONE.
           MOVE SPACES TO VD-VEICULO VD-RESULTADO VD-DESTINO VD-OBS
                          W-NOME W-ENDERECO W-COMPLEM W-BAIRRO
                          W-CIDADE W-UF W-NOME-EQ W-TXRES.
           DISPLAY SMT188.
       ACE-001.
           DISPLAY (23, 13)
                "V=VISITA DOMICILIAR   F=FIM"
           ACCEPT (23, 58) W-OPCAO
           IF W-OPCAO = "V" OR "v"
               GO TO PASSO-1.
           IF W-OPCAO = "F" OR "f"
               GO TO ROT-FECHA.
           GO TO ACE-001.
      *--------------------[ CHAVE DO AGENDAMENTO ]--------------------
       PASSO-1.
           ACCEPT TAGDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
       PASSO-2.
           ACCEPT TAGCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
       PASSO-2-B.
           ACCEPT TAGCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2.
       PASSO-3.
           ACCEPT TAGPCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-2-B.
      * HORA ZERADA = UNICA VISITA DO PACIENTE NO DIA
       PASSO-3-B.
           ACCEPT TAGHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
       LER-ARQ.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "*** AGENDAMENTO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF W-LOC-ACHOU = "M"
               MOVE "MAIS DE UMA VISITA NO DIA - INFORME A HORA"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3-B.
           IF AG-STATUS = "C" OR "T"
               MOVE "*** VISITA CANCELADA OU REMARCADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF AG-TIPO NOT = "D"
               MOVE "*** AGENDAMENTO NAO E VISITA DOMICILIAR ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           PERFORM MOSTRA-ENDERECO THRU MOSTRA-ENDERECO-FIM.
      *----- VISITA JA REGISTRADA OU NOVA PARA O AGENDAMENTO; A
      *----- JANELA NOVA COMECA NA HORA MARCADA, COM UMA HORA
           MOVE "N" TO W-VD-NOVO.
           MOVE AG-CHAVE TO VD-CHAVE.
           READ CADVISD
           IF ST-ERRO NOT = "00"
               MOVE "S" TO W-VD-NOVO
               MOVE AG-CHAVE TO VD-CHAVE
               MOVE ZEROS TO VD-EQUIPE VD-HRCHEG VD-HRSAIDA
               MOVE SPACES TO VD-VEICULO VD-RESULTADO VD-DESTINO
                              VD-OBS
               MOVE AG-HORA TO VD-JANINI W-HR
               IF W-HR-HH < 23
                   ADD 1 TO W-HR-HH
                   MOVE W-HR TO VD-JANFIM
               ELSE
                   MOVE 2359 TO VD-JANFIM.
           MOVE SPACES TO W-NOME-EQ.
           IF VD-EQUIPE NOT = ZEROS
               MOVE VD-EQUIPE TO ED-CODIGO
               READ CADEQDOM
               IF ST-ERRO = "00"
                   MOVE ED-NOME TO W-NOME-EQ.
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
           DISPLAY SMT188.
           IF VD-RESULTADO NOT = SPACES
               MOVE "*** VISITA JA ENCERRADA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
      *--------------------[ EQUIPE, VEICULO E JANELA ]----------------
       PASSO-4.
           ACCEPT TVDEQUIPE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           MOVE VD-EQUIPE TO ED-CODIGO.
           READ CADEQDOM
           IF ST-ERRO NOT = "00"
               MOVE "*** EQUIPE NAO CADASTRADA (SMP187) ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
           IF ED-STATUS NOT = "A"
               MOVE "*** EQUIPE INATIVA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-4.
           MOVE ED-NOME TO W-NOME-EQ.
           IF VD-VEICULO = SPACES
               MOVE ED-VEICULO TO VD-VEICULO.
           DISPLAY TNOMEEQ TVDVEICULO.
       PASSO-5.
           ACCEPT TVDVEICULO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-4.
           IF VD-VEICULO = SPACES
               MOVE "VEICULO DA VISITA NAO INFORMADO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-5.
       PASSO-6.
           ACCEPT TVDJANINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-5.
           MOVE VD-JANINI TO W-HR.
           IF W-HR-HH > 23 OR W-HR-MM > 59
               MOVE "*** HORA INVALIDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-6.
       PASSO-7.
           ACCEPT TVDJANFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-6.
           MOVE VD-JANFIM TO W-HR.
           IF W-HR-HH > 23 OR W-HR-MM > 59
               MOVE "*** HORA INVALIDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-7.
           IF VD-JANFIM NOT > VD-JANINI
               MOVE "FIM DA JANELA DEVE SER DEPOIS DO INICIO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-7.
       PASSO-8.
           ACCEPT TVDOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-7.
      *--------------------[ ANDAMENTO DA VISITA ]---------------------
       VIS-OPC.
           DISPLAY (23, 13)
               "G=GRAVA  E=ENCERRA  V=VOLTA"
           ACCEPT (23, 58) W-OPCAO
           IF W-OPCAO = "G" OR "g"
               GO TO VIS-GRAVA.
           IF W-OPCAO = "E" OR "e"
               GO TO VIS-ENCERRA.
           IF W-OPCAO = "V" OR "v"
               GO TO ROT-INIC.
           GO TO VIS-OPC.
       VIS-ENCERRA.
           DISPLAY (21, 05)
               "R=REALIZADA  A=PACIENTE AUSENTE  E=ENCAMINHADO"
           ACCEPT (21, 60) VD-RESULTADO
           IF VD-RESULTADO = "r"
               MOVE "R" TO VD-RESULTADO.
           IF VD-RESULTADO = "a"
               MOVE "A" TO VD-RESULTADO.
           IF VD-RESULTADO = "e"
               MOVE "E" TO VD-RESULTADO.
           DISPLAY (21, 05) W-LIMPA.
           IF VD-RESULTADO NOT = "R" AND "A" AND "E"
               MOVE SPACES TO VD-RESULTADO
               GO TO VIS-OPC.
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM.
           DISPLAY TVDRESULT TTXRES.
      *----- PACIENTE AUSENTE: SO A HORA EM QUE A EQUIPE CHEGOU
       VIS-CHEGADA.
           ACCEPT TVDHRCHEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               MOVE SPACES TO VD-RESULTADO W-TXRES
               DISPLAY TVDRESULT TTXRES
               GO TO VIS-OPC.
           MOVE VD-HRCHEG TO W-HR.
           IF VD-HRCHEG = ZEROS OR W-HR-HH > 23 OR W-HR-MM > 59
               MOVE "*** HORA DE CHEGADA INVALIDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VIS-CHEGADA.
           IF VD-RESULTADO = "A"
               MOVE ZEROS TO VD-HRSAIDA
               MOVE SPACES TO VD-DESTINO
               DISPLAY TVDHRSAIDA TVDDESTINO
               GO TO VIS-GRAVA.
       VIS-SAIDA.
           ACCEPT TVDHRSAIDA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO VIS-CHEGADA.
           MOVE VD-HRSAIDA TO W-HR.
           IF W-HR-HH > 23 OR W-HR-MM > 59
               MOVE "*** HORA DE SAIDA INVALIDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VIS-SAIDA.
           IF VD-HRSAIDA NOT > VD-HRCHEG
               MOVE "SAIDA DEVE SER DEPOIS DA CHEGADA" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VIS-SAIDA.
           IF VD-RESULTADO NOT = "E"
               MOVE SPACES TO VD-DESTINO
               DISPLAY TVDDESTINO
               GO TO VIS-BAIXA.
       VIS-DESTINO.
           ACCEPT TVDDESTINO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO VIS-SAIDA.
           IF VD-DESTINO = SPACES
               MOVE "INFORME PARA ONDE FOI ENCAMINHADO" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VIS-DESTINO.
      *----- VISITA REALIZADA BAIXA O AGENDAMENTO COMO ATENDIDO,
      *----- COM A CHEGADA E A SAIDA DA EQUIPE NO FORMATO DO
      *----- ACCEPT FROM TIME (PONTUALIDADE DO SMP089)
       VIS-BAIXA.
           MOVE "R" TO AG-STATUS.
           COMPUTE AG-HRINI-AT = VD-HRCHEG * 10000.
           COMPUTE AG-HRFIM-AT = VD-HRSAIDA * 10000.
           REWRITE REGAGEN
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA ALTERACAO DO REGISTRO CADAGEN" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
       VIS-GRAVA.
           MOVE W-OPERADOR TO VD-OPERADOR.
           ACCEPT VD-DTCAD FROM DATE YYYYMMDD.
           ACCEPT VD-HRCAD FROM TIME.
           IF W-VD-NOVO = "S"
               WRITE REGVISD
           ELSE
               REWRITE REGVISD.
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVISD" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FECHA.
           MOVE "N" TO W-VD-NOVO.
           MOVE "** VISITA DOMICILIAR GRAVADA **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF VD-RESULTADO NOT = SPACES
               GO TO ROT-INIC.
           GO TO VIS-OPC.
      *--------------------[ ENDERECO DO PACIENTE ]--------------------
      * ENDERECO DO CADASTRO: CEP DO CADPACI NO CADCEP, MAIS O
      * NUMERO E O COMPLEMENTO DO PROPRIO PACIENTE.
       MOSTRA-ENDERECO.
           MOVE SPACES TO W-NOME W-ENDERECO W-COMPLEM W-BAIRRO
                          W-CIDADE W-UF.
           MOVE ZEROS TO W-NUM-END W-TELEFONE.
           IF W-TEM-PACI = "N"
               GO TO MOSTRA-ENDERECO-FIM.
           MOVE AG-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO MOSTRA-ENDERECO-FIM.
           MOVE P-NOME     TO W-NOME.
           MOVE P-NUM-END  TO W-NUM-END.
           MOVE P-COMPLEM  TO W-COMPLEM.
           MOVE P-TELEFONE TO W-TELEFONE.
           IF W-TEM-CEP = "N" OR P-CEP = ZEROS
               GO TO MOSTRA-ENDERECO-FIM.
           MOVE P-CEP TO CODIGO.
           READ CADCEP
           IF ST-ERRO NOT = "00"
               MOVE "*** CEP DO PACIENTE NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO MOSTRA-ENDERECO-FIM.
           MOVE ENDERECO TO W-ENDERECO.
           MOVE BAIRRO   TO W-BAIRRO.
           MOVE CIDADE   TO W-CIDADE.
           MOVE ESTADO   TO W-UF.
       MOSTRA-ENDERECO-FIM.
           EXIT.
      *--------------------[ DESCRICAO DO RESULTADO ]------------------
       MOSTRA-RES.
           MOVE SPACES TO W-TXRES.
           IF VD-RESULTADO = "R"
               MOVE "REALIZADA" TO W-TXRES.
           IF VD-RESULTADO = "A"
               MOVE "PACIENTE AUSENTE" TO W-TXRES.
           IF VD-RESULTADO = "E"
               MOVE "REALIZADA E ENCAMINHADO" TO W-TXRES.
       MOSTRA-RES-FIM.
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

       ROT-FECHA.
           CLOSE CADAGEN CADVISD CADEQDOM.
           IF W-TEM-PACI = "S"
               CLOSE CADPACI.
           IF W-TEM-CEP = "S"
               CLOSE CADCEP.
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
