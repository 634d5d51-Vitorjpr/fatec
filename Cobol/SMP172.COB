       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP172.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *     DOCUMENTO PARA PEDIDO DE REEMBOLSO DO PLANO      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * A PARTIR DE UM RECIBO PARTICULAR (CADRECIB) IMPRIME O
      * DOCUMENTO QUE O PACIENTE LEVA AO PLANO PARA PEDIR O
      * REEMBOLSO (REEMBnnnnnn.TXT): PRESTADOR (UNIDADE), MEDICO
      * COM CRM E ESPECIALIDADE, DATA DO ATENDIMENTO, CODIGOS
      * TUSS DA CONSULTA E DOS PROCEDIMENTOS (MAPEAMENTO GERAL
      * DO CADTUSS), VALOR PAGO E, SO COM A AUTORIZACAO DO
      * PACIENTE, O DIAGNOSTICO (CADDIAG/CADCID).
      * CADA DOCUMENTO FICA NO CADREEMB: O MESMO RECIBO SAI
      * DE NOVO COMO REIMPRESSAO (MAIS UMA VIA) E A OPCAO M
      * MOSTRA QUANTOS FORAM EMITIDOS EM CADA MES DO ANO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADREEMB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RB-RECIBO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRECIB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-NUMERO
                    FILE STATUS  IS ST-ERRO.

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

                    SELECT CADESPEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ESP-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ESP-DESCRICAO
                                                      WITH DUPLICATES.

                    SELECT CADUNID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UN-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPROCAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PA-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADTUSS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TU-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADDIAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DG-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                                      WITH DUPLICATES.

                    SELECT REEMBIMP ASSIGN TO W-NOME-REEMB
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREEMB.DAT".
       COPY REGREEMB.
      *
       FD CADRECIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       COPY REGRECIB.
      *
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
       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 REGESPEC.
           03 ESP-CODIGO           PIC 9(02).
           03 ESP-DESCRICAO        PIC X(20).
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNID.DAT".
       COPY REGUNID.
      *
       FD CADPROCAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROCAG.DAT".
       COPY REGPROCAG.
      *
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       COPY REGPROC.
      *
       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
       COPY REGTUSS.
      *
       FD CADDIAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIAG.DAT".
       01 REGDIAG.
           03 DG-CHAVE.
               05 DG-PCODIGO        PIC 9(06).
               05 DG-CID            PIC 9(04).
               05 DG-DATA.
                   07 DG-ANO        PIC 9(04).
                   07 DG-MES        PIC 9(02).
                   07 DG-DIA        PIC 9(02).
           03 DG-DIASAFAST          PIC 9(03).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       COPY REGCID.
      *
       FD REEMBIMP
               LABEL RECORD IS STANDARD.
       01 REGREEMBIMP  PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP172".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-LIMPA                PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-TEM-ESPEC            PIC X(01) VALUE "N".
       01 W-TEM-UNID             PIC X(01) VALUE "N".
       01 W-TEM-PROCAG           PIC X(01) VALUE "N".
       01 W-TEM-PROC             PIC X(01) VALUE "N".
       01 W-TEM-TUSS             PIC X(01) VALUE "N".
       01 W-TEM-DIAG             PIC X(01) VALUE "N".
       01 W-TEM-CID              PIC X(01) VALUE "N".
       01 W-JA-EMITIDO           PIC X(01) VALUE "N".
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 W-AGE-CHAVE            PIC X(26) VALUE SPACES.
       01 W-TUSS-PROC            PIC 9(04) VALUE ZEROS.
       01 W-TUSS-COD             PIC 9(10) VALUE ZEROS.
       01 W-TUSS-OK              PIC X(01) VALUE "N".
       01 W-UNIDADE              PIC 9(02) VALUE ZEROS.
       01 W-CID                  PIC 9(04) VALUE ZEROS.
       01 W-CID-STD              PIC X(04) VALUE SPACES.
       01 W-CID-DESC             PIC X(30) VALUE SPACES.
       01 W-ANO-CONT             PIC 9(04) VALUE ZEROS.
       01 W-IX                   PIC 9(02) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
      *----- ITENS DO ATENDIMENTO (CONSULTA + PROCEDIMENTOS)
       01 W-QTD-ITEM             PIC 9(02) VALUE ZEROS.
       01 W-TAB-ITEM.
           03 W-ITEM OCCURS 10 TIMES.
               05 W-IT-TUSS      PIC 9(10).
               05 W-IT-DESC      PIC X(30).
      *----- CONTAGEM MENSAL DE DOCUMENTOS EMITIDOS
       01 W-TAB-MES.
           03 W-CT-MES OCCURS 12 TIMES.
               05 W-CT-DOCS      PIC 9(05).
               05 W-CT-VIAS      PIC 9(05).
       01 W-LINHA-MES.
           03 FILLER             PIC X(04) VALUE "MES ".
           03 WM-MES             PIC 9(02).
           03 FILLER             PIC X(04) VALUE " :  ".
           03 WM-DOCS            PIC ZZZZ9.
           03 FILLER             PIC X(22) VALUE
              " DOCUMENTOS EMITIDOS  ".
           03 WM-VIAS            PIC ZZZZ9.
           03 FILLER             PIC X(15) VALUE
              " REIMPRESSOES  ".
       01 W-NOME-REEMB.
           05 FILLER             PIC X(05) VALUE "REEMB".
           05 W-NUM-REEMB        PIC 9(06).
           05 FILLER             PIC X(04) VALUE ".TXT".
      *
       01  DR-BORDA.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  DR-TITULO.
           05  FILLER                 PIC X(046) VALUE
           "- DOCUMENTO PARA SOLICITACAO DE REEMBOLSO - AT".
           05  FILLER                 PIC X(033) VALUE
           "ENDIMENTO PARTICULAR             ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-PRESTADOR.
           05  FILLER                 PIC X(017) VALUE
           "- PRESTADOR     :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RP-UNIDADE             PIC X(030).
           05  FILLER                 PIC X(007) VALUE " CNPJ: ".
           05  RP-CNPJ                PIC 9(014).
           05  FILLER                 PIC X(010) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-PACIENTE.
           05  FILLER                 PIC X(017) VALUE
           "- BENEFICIARIO  :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RA-NOME                PIC X(030).
           05  FILLER                 PIC X(007) VALUE " CPF : ".
           05  RA-CPF                 PIC 9(011).
           05  FILLER                 PIC X(013) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-MEDICO.
           05  FILLER                 PIC X(017) VALUE
           "- PROFISSIONAL  :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RM-NOME                PIC X(030).
           05  FILLER                 PIC X(007) VALUE " CRM : ".
           05  RM-CRM                 PIC 9(006).
           05  FILLER                 PIC X(001) VALUE "/".
           05  RM-UF                  PIC X(002).
           05  FILLER                 PIC X(015) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-ESPEC.
           05  FILLER                 PIC X(017) VALUE
           "- ESPECIALIDADE :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RS-ESPEC               PIC X(020).
           05  FILLER                 PIC X(017) VALUE
           " ATENDIMENTO EM: ".
           05  RS-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  RS-HORA                PIC 99.99.
           05  FILLER                 PIC X(008) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-CAB-ITEM.
           05  FILLER                 PIC X(040) VALUE
           "- CODIGO TUSS  DESCRICAO DO SERVICO     ".
           05  FILLER                 PIC X(039) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-ITEM.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  RI-TUSS                PIC X(010).
           05  FILLER                 PIC X(003) VALUE SPACES.
           05  RI-DESC                PIC X(030).
           05  FILLER                 PIC X(034) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-CID.
           05  FILLER                 PIC X(017) VALUE
           "- CID-10        :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RD-STD                 PIC X(004).
           05  FILLER                 PIC X(001) VALUE " ".
           05  RD-DESC                PIC X(040).
           05  FILLER                 PIC X(016) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-RECIBO-L.
           05  FILLER                 PIC X(017) VALUE
           "- RECIBO No     :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RR-NUMERO              PIC 9(006).
           05  FILLER                 PIC X(010) VALUE "  PAGO EM ".
           05  RR-DTPAGTO             PIC 9999.99.99.
           05  FILLER                 PIC X(012) VALUE "  VALOR R$ ".
           05  RR-VALOR               PIC ZZZZZ9,99.
           05  FILLER                 PIC X(001) VALUE " ".
           05  RR-FORMA               PIC X(008).
           05  FILLER                 PIC X(005) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-AUTORIZA.
           05  FILLER                 PIC X(051) VALUE
           "- AUTORIZO A INFORMACAO DO DIAGNOSTICO (CID) AO MEU".
           05  FILLER                 PIC X(028) VALUE
           " PLANO DE SAUDE.            ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-BRANCO.
           05  FILLER                 PIC X(001) VALUE "-".
           05  FILLER                 PIC X(078) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-TRACO.
           05  FILLER                 PIC X(004) VALUE "-   ".
           05  FILLER                 PIC X(030) VALUE ALL "_".
           05  FILLER                 PIC X(008) VALUE SPACES.
           05  FILLER                 PIC X(030) VALUE ALL "_".
           05  FILLER                 PIC X(007) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-ASSINA.
           05  FILLER                 PIC X(042) VALUE
           "-   ASSINATURA DO PACIENTE                ".
           05  FILLER                 PIC X(037) VALUE
           "ASSINATURA E CARIMBO DO MEDICO       ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  DR-EMISSAO.
           05  FILLER                 PIC X(014) VALUE "- EMITIDO EM :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RE-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(013) VALUE "   OPERADOR :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RE-OPERADOR            PIC X(008).
           05  FILLER                 PIC X(007) VALUE "   VIA ".
           05  RE-VIA                 PIC 9(002).
           05  FILLER                 PIC X(023) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT172.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** DOCUMENTO PARA PEDIDO DE REEMBOL".
           05  LINE 02  COLUMN 43
               VALUE  "SO ***".

           05  LINE 05  COLUMN 01
               VALUE  "     NUMERO DO RECIBO:".

           05  LINE 07  COLUMN 01
               VALUE  "     PACIENTE        :".

           05  LINE 09  COLUMN 01
               VALUE  "     ATENDIMENTO EM  :".
           05  LINE 09  COLUMN 40
               VALUE  "HORA:".

           05  LINE 11  COLUMN 01
               VALUE  "     CRM MEDICO      :".
           05  LINE 11  COLUMN 33
               VALUE  "UF:".
           05  LINE 11  COLUMN 40
               VALUE  "NOME: ".

           05  LINE 13  COLUMN 01
               VALUE  "     VALOR PAGO      :".

           05  LINE 15  COLUMN 01
               VALUE  "     AUTORIZA CID    :".
           05  LINE 15  COLUMN 28
               VALUE  "(S/N - O PACIENTE ASSINA A AUTORIZACAO)".

           05  LINE 17  COLUMN 01
               VALUE  "     CID-10          :".

           05  TRBRECIBO
               LINE 05  COLUMN 24  PIC 9(06)
               USING  RC-NUMERO
               HIGHLIGHT.

           05  TRBPCODIGO
               LINE 07  COLUMN 24  PIC 9(06)
               USING  RC-PCODIGO
               HIGHLIGHT.

           05  TRBNOMEPAC
               LINE 07  COLUMN 31  PIC X(30)
               USING  P-NOME
               HIGHLIGHT.

           05  TRBDATA
               LINE 09  COLUMN 24  PIC 9999.99.99
               USING  RC-AG-DATA
               HIGHLIGHT.

           05  TRBHORA
               LINE 09  COLUMN 46  PIC 99.99
               USING  AG-HORA
               HIGHLIGHT.

           05  TRBCRM
               LINE 11  COLUMN 24  PIC Z99.999
               USING  RC-CRM
               HIGHLIGHT.

           05  TRBCRMUF
               LINE 11  COLUMN 36  PIC X(02)
               USING  RC-CRM-UF
               HIGHLIGHT.

           05  TRBNOMEMED
               LINE 11  COLUMN 46  PIC X(30)
               USING  NOME
               HIGHLIGHT.

           05  TRBVALOR
               LINE 13  COLUMN 24  PIC ZZZZZ9,99
               USING  RC-VALOR
               HIGHLIGHT.

           05  TRBAUTCID
               LINE 15  COLUMN 24  PIC X(01)
               USING  RB-AUTCID
               HIGHLIGHT.

           05  TRBCIDSTD
               LINE 17  COLUMN 24  PIC X(04)
               USING  W-CID-STD
               HIGHLIGHT.

           05  TRBCIDDESC
               LINE 17  COLUMN 30  PIC X(30)
               USING  W-CID-DESC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADREEMB.
           OPEN I-O CADREEMB
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADREEMB
                   CLOSE CADREEMB
                   GO TO ABRIR-CADREEMB
               ELSE
                   MOVE "CADREEMB" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADREEMB"
                                                         TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

       ABRIR-CADRECIB.
           OPEN INPUT CADRECIB
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADRECIB NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREEMB
              GO TO ROT-FIM.

       ABRIR-CADAGEN.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADAGEN NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREEMB CADRECIB
              GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREEMB CADRECIB CADAGEN
              GO TO ROT-FIM.

       ABRIR-CADMED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREEMB CADRECIB CADAGEN CADPACI
              GO TO ROT-FIM.
      *----- ARQUIVOS DE APOIO: NA FALTA, O CAMPO SAI EM BRANCO
       ABRIR-APOIO.
           MOVE "S" TO W-TEM-ESPEC.
           OPEN INPUT CADESPEC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-ESPEC.
           MOVE "S" TO W-TEM-UNID.
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
           MOVE "S" TO W-TEM-PROCAG.
           OPEN INPUT CADPROCAG
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PROCAG.
           MOVE "S" TO W-TEM-PROC.
           OPEN INPUT CADPROC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PROC.
           MOVE "S" TO W-TEM-TUSS.
           OPEN INPUT CADTUSS
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-TUSS.
           MOVE "S" TO W-TEM-DIAG.
           OPEN INPUT CADDIAG
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-DIAG.
           MOVE "S" TO W-TEM-CID.
           OPEN INPUT CADCID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CID.

       ABRIR-SESSAO.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *--------------------[ LIMPA A TELA ]----------------------------
       ROT-INIC.
           MOVE 0 TO RC-NUMERO RC-PCODIGO RC-AG-DATA RC-CRM RC-VALOR
                     AG-HORA W-CID.
           MOVE SPACES TO RC-CRM-UF P-NOME NOME RB-AUTCID W-CID-STD
                          W-CID-DESC.
           DISPLAY SMT172.
       ACE-001.
           DISPLAY (23, 15)
                "E=EMITIR/REIMPRIMIR  M=EMITIDOS NO MES  F=FIM"
           ACCEPT (23, 62) W-OPCAO
           IF W-OPCAO = "E" OR "e"
               GO TO PASSO-1.
           IF W-OPCAO = "M" OR "m"
               GO TO CONTAGEM.
           IF W-OPCAO = "F" OR "f"
               CLOSE CADREEMB CADRECIB CADAGEN CADPACI CADMED
               PERFORM FECHA-APOIO THRU FECHA-APOIO-FIM
               GO TO ROT-FIM.
           GO TO ACE-001.
      *--------------------[ RECIBO DO ATENDIMENTO ]-------------------
       PASSO-1.
           ACCEPT TRBRECIBO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF RC-NUMERO = ZEROS
                MOVE "NUMERO DO RECIBO NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-1.
           READ CADRECIB
           IF ST-ERRO NOT = "00"
               MOVE "*** RECIBO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           IF RC-STATUS = "E"
               MOVE "*** RECIBO ESTORNADO - NAO SERVE P/ REEMBOLSO"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
      *----- RECIBO SEM MEDICO E A VENDA DE PACOTE DE SESSOES
      *----- (SMP171): NAO TEM ATENDIMENTO PARA COMPROVAR
           IF RC-CRM = ZEROS
               MOVE "*** RECIBO DE PACOTE - SEM ATENDIMENTO ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           MOVE RC-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE "*** PACIENTE NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           MOVE RC-CRM    TO CRM.
           MOVE RC-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
      *----- AGENDAMENTO COBRADO (HORA ZERADA NOS RECIBOS ANTIGOS
      *----- = PRIMEIRO AGENDAMENTO DO DIA)
           MOVE RC-AG-DATA TO AG-DATA.
           MOVE RC-CRM     TO AG-CRM.
           MOVE RC-CRM-UF  TO AG-CRM-UF.
           MOVE RC-PCODIGO TO AG-PCODIGO.
           MOVE RC-AG-HORA TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "*** ATENDIMENTO NAO ENCONTRADO NA AGENDA ***"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           MOVE AG-CHAVE TO W-AGE-CHAVE.
           DISPLAY SMT172.
      *----- DOCUMENTO JA EMITIDO: SO REIMPRESSAO, COM A MESMA
      *----- AUTORIZACAO E O MESMO CID DA PRIMEIRA VIA
           MOVE "N" TO W-JA-EMITIDO.
           MOVE RC-NUMERO TO RB-RECIBO.
           READ CADREEMB
           IF ST-ERRO = "00"
               MOVE "S" TO W-JA-EMITIDO
               MOVE RB-CID TO W-CID
               PERFORM MOSTRA-CID THRU MOSTRA-CID-FIM
               DISPLAY SMT172
               GO TO REIMPRIME-OPCAO.
           MOVE "N" TO RB-AUTCID.
       PASSO-2.
           ACCEPT TRBAUTCID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           IF RB-AUTCID = "s"
               MOVE "S" TO RB-AUTCID.
           IF RB-AUTCID = "n"
               MOVE "N" TO RB-AUTCID.
           IF RB-AUTCID NOT = "S" AND "N"
                MOVE "DIGITE S=AUTORIZA OU N=NAO AUTORIZA" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-2.
           MOVE ZEROS  TO W-CID.
           MOVE SPACES TO W-CID-STD W-CID-DESC.
           IF RB-AUTCID = "S"
               PERFORM BUSCA-CID THRU BUSCA-CID-FIM
               PERFORM MOSTRA-CID THRU MOSTRA-CID-FIM.
           DISPLAY TRBCIDSTD.
           DISPLAY TRBCIDDESC.
           IF RB-AUTCID = "S" AND W-CID = ZEROS
               MOVE "* SEM DIAGNOSTICO NO ATENDIMENTO - SAI SEM CID *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EMITE-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (21, 05) "EMITIR O DOCUMENTO (S/N) : ".
           ACCEPT (21, 32) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO PASSO-2.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** EMISSAO CANCELADA PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-OPCAO.
           MOVE RC-NUMERO  TO RB-RECIBO.
           MOVE RC-PCODIGO TO RB-PCODIGO.
           MOVE W-HOJE     TO RB-DTEMISSAO RB-DTULTVIA.
           ACCEPT RB-HREMISSAO FROM TIME.
           MOVE W-OPERADOR TO RB-OPERADOR.
           MOVE W-CID      TO RB-CID.
           MOVE 01         TO RB-VIAS.
           WRITE REGREEMB
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREEMB" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           PERFORM IMPRIME-DOC THRU IMPRIME-DOC-FIM.
           MOVE "** DOCUMENTO PARA REEMBOLSO EMITIDO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
      *--------------------[ REIMPRESSAO ]-----------------------------
       REIMPRIME-OPCAO.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 05) "DOCUMENTO JA EMITIDO - VIAS IMPRESSAS :".
           DISPLAY (20, 45) RB-VIAS.
           DISPLAY (21, 05) "REIMPRIMIR (S/N) : ".
           ACCEPT (21, 24) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REIMPRIME-OPCAO.
           IF RB-VIAS < 99
               ADD 1 TO RB-VIAS.
           MOVE W-HOJE TO RB-DTULTVIA.
           REWRITE REGREEMB
           IF ST-ERRO NOT = "00"
               MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADREEMB" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-INIC.
           PERFORM IMPRIME-DOC THRU IMPRIME-DOC-FIM.
           MOVE "** DOCUMENTO PARA REEMBOLSO REIMPRESSO **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-INIC.
      *--------------------[ DOCUMENTOS EMITIDOS POR MES ]-------------
       CONTAGEM.
           MOVE W-HOJE (1:4) TO W-ANO-CONT.
           DISPLAY (19, 05) "ANO DA CONTAGEM : ".
           ACCEPT (19, 23) W-ANO-CONT WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           MOVE ZEROS TO W-TAB-MES.
           MOVE ZEROS TO RB-RECIBO.
           START CADREEMB KEY IS NOT LESS RB-RECIBO
               INVALID KEY
                   GO TO CONTAGEM-MOSTRA.
       CONTAGEM-LER.
           READ CADREEMB NEXT
           IF ST-ERRO NOT = "00"
               GO TO CONTAGEM-MOSTRA.
           IF RB-DTEMISSAO (1:4) NOT = W-ANO-CONT
               GO TO CONTAGEM-LER.
           MOVE RB-DTEMISSAO (5:2) TO W-IX.
           IF W-IX < 01 OR W-IX > 12
               GO TO CONTAGEM-LER.
           ADD 1 TO W-CT-DOCS (W-IX).
           IF RB-VIAS > 01
               COMPUTE W-CT-VIAS (W-IX) = W-CT-VIAS (W-IX)
                                        + RB-VIAS - 1.
           GO TO CONTAGEM-LER.
       CONTAGEM-MOSTRA.
           DISPLAY (04, 01) ERASE.
           DISPLAY (04, 05) "DOCUMENTOS PARA REEMBOLSO EMITIDOS EM ".
           DISPLAY (04, 43) W-ANO-CONT.
           MOVE 06 TO W-LIN.
           MOVE 01 TO W-IX.
       CONTAGEM-LINHA.
           IF W-IX > 12
               GO TO CONTAGEM-PAUSA.
           MOVE W-IX             TO WM-MES.
           MOVE W-CT-DOCS (W-IX) TO WM-DOCS.
           MOVE W-CT-VIAS (W-IX) TO WM-VIAS.
           DISPLAY (W-LIN, 10) W-LINHA-MES.
           ADD 1 TO W-LIN.
           ADD 1 TO W-IX.
           GO TO CONTAGEM-LINHA.
       CONTAGEM-PAUSA.
           DISPLAY (21, 10) "TECLE ALGO PARA VOLTAR : ".
           ACCEPT (21, 36) W-OPCAO.
           GO TO ROT-INIC.
      *--------------------[ DIAGNOSTICO DO ATENDIMENTO ]--------------
      * PRIMEIRO O DIAGNOSTICO LANCADO NO PRONTUARIO (CADDIAG) NA
      * DATA DO ATENDIMENTO; NA FALTA, O CID DO AGENDAMENTO.
       BUSCA-CID.
           MOVE ZEROS TO W-CID.
           IF W-TEM-DIAG = "N"
               GO TO BUSCA-CID-AGEN.
           MOVE RC-PCODIGO TO DG-PCODIGO.
           MOVE ZEROS      TO DG-CID DG-DATA.
           START CADDIAG KEY IS NOT LESS DG-CHAVE
               INVALID KEY
                   GO TO BUSCA-CID-AGEN.
       BUSCA-CID-LER.
           READ CADDIAG NEXT
           IF ST-ERRO NOT = "00"
               GO TO BUSCA-CID-AGEN.
           IF DG-PCODIGO NOT = RC-PCODIGO
               GO TO BUSCA-CID-AGEN.
           IF DG-DATA NOT = RC-AG-DATA
               GO TO BUSCA-CID-LER.
           MOVE DG-CID TO W-CID.
           GO TO BUSCA-CID-FIM.
       BUSCA-CID-AGEN.
           MOVE AG-CID TO W-CID.
       BUSCA-CID-FIM.
           EXIT.
      *
       MOSTRA-CID.
           MOVE SPACES TO W-CID-STD W-CID-DESC.
           IF W-CID = ZEROS OR W-TEM-CID = "N"
               GO TO MOSTRA-CID-FIM.
           MOVE W-CID TO CODIGO.
           READ CADCID
           IF ST-ERRO NOT = "00"
               GO TO MOSTRA-CID-FIM.
           MOVE CID-COD-STD TO W-CID-STD.
           MOVE DENOMINACAO TO W-CID-DESC.
       MOSTRA-CID-FIM.
           EXIT.
      *--------------------[ CODIGOS TUSS DO ATENDIMENTO ]-------------
      * CONSULTA (PROCEDIMENTO 0000, TAMBEM PARA A VISITA
      * DOMICILIAR) OU TELECONSULTA (9999, NA
      * FALTA A DA CONSULTA), O PROCEDIMENTO AGENDADO E OS
      * PROCEDIMENTOS LANCADOS NO ATENDIMENTO (CADPROCAG). A
      * SESSAO EM GRUPO SO TEM O PROCEDIMENTO DA SESSAO LANCADO. O
      * PACIENTE E PARTICULAR: VALE O MAPEAMENTO GERAL (0000).
       MONTA-ITENS.
           MOVE ZEROS TO W-QTD-ITEM.
           IF AG-TIPO = "P" AND AG-PROC NOT = ZEROS
               MOVE AG-PROC TO W-TUSS-PROC
               PERFORM ADD-ITEM THRU ADD-ITEM-FIM
               GO TO MONTA-ITENS-PA.
           IF AG-TIPO = "G"
               GO TO MONTA-ITENS-PA.
           MOVE "N" TO W-TUSS-OK.
           IF AG-TIPO = "T"
               MOVE 9999 TO W-TUSS-PROC
               PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           IF W-TUSS-OK = "N"
               MOVE 0000 TO W-TUSS-PROC
               PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           ADD 1 TO W-QTD-ITEM.
           MOVE W-TUSS-COD TO W-IT-TUSS (W-QTD-ITEM).
           IF AG-TIPO = "T"
               MOVE "TELECONSULTA" TO W-IT-DESC (W-QTD-ITEM)
           ELSE
               MOVE "CONSULTA EM CONSULTORIO" TO W-IT-DESC (W-QTD-ITEM).
           IF AG-TIPO = "D"
               MOVE "CONSULTA EM DOMICILIO" TO W-IT-DESC (W-QTD-ITEM).
       MONTA-ITENS-PA.
           IF W-TEM-PROCAG = "N"
               GO TO MONTA-ITENS-FIM.
           MOVE W-AGE-CHAVE TO PA-CHAVE.
           MOVE ZEROS       TO PA-SEQ.
           START CADPROCAG KEY IS NOT LESS PA-CHAVE
               INVALID KEY
                   GO TO MONTA-ITENS-FIM.
       MONTA-ITENS-LER.
           READ CADPROCAG NEXT
           IF ST-ERRO NOT = "00"
               GO TO MONTA-ITENS-FIM.
           IF PA-CHAVE (1:26) NOT = W-AGE-CHAVE
               GO TO MONTA-ITENS-FIM.
           IF W-QTD-ITEM NOT < 10
               GO TO MONTA-ITENS-FIM.
           MOVE PA-PROC TO W-TUSS-PROC.
           PERFORM ADD-ITEM THRU ADD-ITEM-FIM.
           GO TO MONTA-ITENS-LER.
       MONTA-ITENS-FIM.
           EXIT.
      *
       ADD-ITEM.
           PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           ADD 1 TO W-QTD-ITEM.
           MOVE W-TUSS-COD TO W-IT-TUSS (W-QTD-ITEM).
           MOVE SPACES TO W-IT-DESC (W-QTD-ITEM).
           IF W-TEM-PROC = "N"
               GO TO ADD-ITEM-FIM.
           MOVE W-TUSS-PROC TO PR-CODIGO.
           READ CADPROC
           IF ST-ERRO = "00"
               MOVE PR-DESCRICAO TO W-IT-DESC (W-QTD-ITEM).
       ADD-ITEM-FIM.
           EXIT.
      *
       BUSCA-TUSS.
           MOVE "N" TO W-TUSS-OK.
           MOVE ZEROS TO W-TUSS-COD.
           IF W-TEM-TUSS = "N"
               GO TO BUSCA-TUSS-FIM.
           MOVE W-TUSS-PROC TO TU-PROC.
           MOVE ZEROS TO TU-CONVENIO.
           READ CADTUSS
           IF ST-ERRO = "00" AND TU-STATUS NOT = "I"
               MOVE TU-TUSS TO W-TUSS-COD
               MOVE "S" TO W-TUSS-OK.
       BUSCA-TUSS-FIM.
           EXIT.
      *--------------------[ IMPRESSAO DO DOCUMENTO ]------------------
       IMPRIME-DOC.
           PERFORM MONTA-ITENS THRU MONTA-ITENS-FIM.
           MOVE RC-NUMERO TO W-NUM-REEMB.
           OPEN OUTPUT REEMBIMP
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA IMPRESSAO DO DOCUMENTO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO IMPRIME-DOC-FIM.
      *----- PRESTADOR: UNIDADE DO ATENDIMENTO OU A DO MEDICO
           MOVE SPACES TO RP-UNIDADE.
           MOVE ZEROS  TO RP-CNPJ.
           MOVE AG-UNIDADE TO W-UNIDADE.
           IF W-UNIDADE = ZEROS
               MOVE UNIDADE TO W-UNIDADE.
           IF W-TEM-UNID = "S"
               MOVE W-UNIDADE TO UN-CODIGO
               READ CADUNID
               IF ST-ERRO = "00"
                   MOVE UN-NOME TO RP-UNIDADE
                   MOVE UN-CNPJ TO RP-CNPJ.
           MOVE P-NOME TO RA-NOME.
           MOVE P-CPF  TO RA-CPF.
           MOVE NOME   TO RM-NOME.
           MOVE CRM    TO RM-CRM.
           MOVE CRM-UF TO RM-UF.
           MOVE SPACES TO RS-ESPEC.
           IF W-TEM-ESPEC = "S"
               MOVE ESPEC TO ESP-CODIGO
               READ CADESPEC
               IF ST-ERRO = "00"
                   MOVE ESP-DESCRICAO TO RS-ESPEC.
           MOVE AG-DATA TO RS-DATA.
           MOVE AG-HORA TO RS-HORA.
           WRITE REGREEMBIMP FROM DR-BORDA.
           WRITE REGREEMBIMP FROM DR-TITULO.
           WRITE REGREEMBIMP FROM DR-BORDA.
           WRITE REGREEMBIMP FROM DR-PRESTADOR.
           WRITE REGREEMBIMP FROM DR-PACIENTE.
           WRITE REGREEMBIMP FROM DR-MEDICO.
           WRITE REGREEMBIMP FROM DR-ESPEC.
           WRITE REGREEMBIMP FROM DR-BORDA.
           WRITE REGREEMBIMP FROM DR-CAB-ITEM.
           MOVE 1 TO W-IX.
       IMPRIME-DOC-ITEM.
           IF W-IX > W-QTD-ITEM
               GO TO IMPRIME-DOC-CID.
           IF W-IT-TUSS (W-IX) = ZEROS
               MOVE "SEM TUSS" TO RI-TUSS
           ELSE
               MOVE W-IT-TUSS (W-IX) TO RI-TUSS.
           MOVE W-IT-DESC (W-IX) TO RI-DESC.
           WRITE REGREEMBIMP FROM DR-ITEM.
           ADD 1 TO W-IX.
           GO TO IMPRIME-DOC-ITEM.
      *----- DIAGNOSTICO SO COM A AUTORIZACAO DO PACIENTE
       IMPRIME-DOC-CID.
           WRITE REGREEMBIMP FROM DR-BORDA.
           MOVE SPACES TO RD-STD RD-DESC.
           IF RB-AUTCID NOT = "S"
               MOVE "NAO INFORMADO (SEM AUTORIZACAO DO PACIENTE)"
                                                         TO RD-DESC
           ELSE
               IF W-CID-STD = SPACES
                   MOVE "NAO INFORMADO" TO RD-DESC
               ELSE
                   MOVE W-CID-STD  TO RD-STD
                   MOVE W-CID-DESC TO RD-DESC.
           WRITE REGREEMBIMP FROM DR-CID.
           MOVE RC-NUMERO  TO RR-NUMERO.
           MOVE RC-DTPAGTO TO RR-DTPAGTO.
           MOVE RC-VALOR   TO RR-VALOR.
           MOVE SPACES     TO RR-FORMA.
           IF RC-FORMA = "D"
               MOVE "DINHEIRO" TO RR-FORMA.
           IF RC-FORMA = "C"
               MOVE "CARTAO" TO RR-FORMA.
           IF RC-FORMA = "P"
               MOVE "PIX" TO RR-FORMA.
           IF RC-FORMA = "B"
               MOVE "BOLETO" TO RR-FORMA.
           WRITE REGREEMBIMP FROM DR-RECIBO-L.
           WRITE REGREEMBIMP FROM DR-BORDA.
           IF RB-AUTCID = "S"
               WRITE REGREEMBIMP FROM DR-AUTORIZA.
           WRITE REGREEMBIMP FROM DR-BRANCO.
           WRITE REGREEMBIMP FROM DR-BRANCO.
           WRITE REGREEMBIMP FROM DR-TRACO.
           WRITE REGREEMBIMP FROM DR-ASSINA.
           MOVE W-HOJE     TO RE-DATA.
           MOVE W-OPERADOR TO RE-OPERADOR.
           MOVE RB-VIAS    TO RE-VIA.
           WRITE REGREEMBIMP FROM DR-EMISSAO.
           WRITE REGREEMBIMP FROM DR-BORDA.
           CLOSE REEMBIMP.
       IMPRIME-DOC-FIM.
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
      *
       FECHA-APOIO.
           IF W-TEM-ESPEC = "S"
               CLOSE CADESPEC.
           IF W-TEM-UNID = "S"
               CLOSE CADUNID.
           IF W-TEM-PROCAG = "S"
               CLOSE CADPROCAG.
           IF W-TEM-PROC = "S"
               CLOSE CADPROC.
           IF W-TEM-TUSS = "S"
               CLOSE CADTUSS.
           IF W-TEM-DIAG = "S"
               CLOSE CADDIAG.
           IF W-TEM-CID = "S"
               CLOSE CADCID.
       FECHA-APOIO-FIM.
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

       ROT-FIM.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
