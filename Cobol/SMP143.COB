       IDENTIFICATION DIVISION.
       PROGRAM-ID.               SMP143.
       AUTHOR.                   VITOR JOSE PAZ RODRIGUES.
      *RA:                       1110481913003
      ********************************************************
      *   RENOVACAO DE RECEITA DE USO CONTINUO (MEDICO)      *
      *            DATA CRIACAO : 15/10/2026                 *
      ********************************************************
      * O MEDICO INFORMA O CRM E PERCORRE A FILA DE PEDIDOS DE
      * RENOVACAO PENDENTES (CADRENOV). PARA CADA PACIENTE MOSTRA
      * OS ITENS ATIVOS DO USO CONTINUO (CADUSOC) JA CONFERIDOS
      * CONTRA AS ALERGIAS (CADALERG) E AS INTERACOES (CADINTER)
      * ENTRE OS PROPRIOS ITENS E COM O QUE JA FOI PRESCRITO HOJE.
      * APROVAR: GRAVA OS ITENS NO RECEITUARIO (CADRECET) COM A
      * DATA DE HOJE E O CRM DO MEDICO, ATUALIZA A ULTIMA
      * RENOVACAO E IMPRIME A RECEITA NO MESMO PASSO. ITEM COM
      * ALERTA SO E RENOVADO COM CONFIRMACAO; MEDICAMENTO
      * CONTROLADO NAO E RENOVADO AQUI (EXIGE A RECEITA NUMERADA
      * DO SMP037 NA CONSULTA).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADRENOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RN-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADUSOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADRECET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RE-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
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

                    SELECT CADMEDIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MD-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS MD-NOME-COM
                                                      WITH DUPLICATES.

                    SELECT CADALERG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADINTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IT-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT RECEITAIMP ASSIGN TO W-NOME-RECEITA
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRENOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRENOV.DAT".
       COPY REGRENOV.
      *
       FD CADUSOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOC.DAT".
       COPY REGUSOC.
      *
       FD CADRECET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECET.DAT".
       COPY REGRECET.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       COPY REGMED.
      *
       FD CADPACI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.
      *
       FD CADMEDIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDIC.DAT".
       COPY REGMEDIC.
      *
       FD CADALERG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERG.DAT".
       COPY REGALERG.
      *
       FD CADINTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINTER.DAT".
       COPY REGINTER.
      *
       FD RECEITAIMP
               LABEL RECORD IS STANDARD.
       01 REGRECEIMP    PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP143".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
           03 ERR-STATUS         PIC X(02) VALUE "00".
           03 ERR-DECISAO        PIC X(01) VALUE SPACES.
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
       01 W-OPCAO                PIC X(01) VALUE SPACES.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-TEM-MEDIC            PIC X(01) VALUE "N".
       01 W-TEM-ALERG            PIC X(01) VALUE "N".
       01 W-TEM-INTER            PIC X(01) VALUE "N".
       01 W-CRM                  PIC 9(06) VALUE ZEROS.
       01 W-CRM-UF               PIC X(02) VALUE SPACES.
       01 W-NOME-MED             PIC X(30) VALUE SPACES.
       01 W-PCOD                 PIC 9(06) VALUE ZEROS.
       01 W-LIDOS                PIC 9(05) VALUE ZEROS.
       01 W-MAXSEQ               PIC 9(02) VALUE ZEROS.
       01 W-RENOVADOS            PIC 9(02) VALUE ZEROS.
       01 W-TOT-ITENS            PIC 9(02) VALUE ZEROS.
       01 W-TOT-IMP              PIC 9(02) VALUE ZEROS.
       01 W-IND                  PIC 9(02) VALUE ZEROS.
       01 W-JND                  PIC 9(02) VALUE ZEROS.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-MAIS-ITENS           PIC X(01) VALUE "N".
       01 W-IT-TROCA             PIC 9(04) VALUE ZEROS.
      *----- ITENS ATIVOS DO PACIENTE E O ALERTA DE CADA UM
      *----- (A=ALERGIA  I=INTERACAO  C=CONTROLADO)
       01 TAB-ITENS.
           03 TB-ITEM OCCURS 10 TIMES.
               05 TB-SEQ         PIC 9(02).
               05 TB-MEDIC       PIC 9(04).
               05 TB-SUBST       PIC X(30).
               05 TB-ALERTA      PIC X(01).
               05 TB-MSG         PIC X(50).
       01 W-LINHA-ITEM.
           03 LI-SEQ             PIC 9(02).
           03 FILLER             PIC X(02) VALUE ") ".
           03 LI-MEDICAMENTO     PIC X(30).
           03 FILLER             PIC X(01) VALUE " ".
           03 LI-DOSAGEM         PIC X(20).
           03 FILLER             PIC X(01) VALUE " ".
           03 LI-ALERTA          PIC X(10).
       01 W-LINHA-BRANCO         PIC X(66) VALUE SPACES.
       01 W-MSG-INTER.
           05 FILLER             PIC X(11) VALUE "INTERACAO (".
           05 MI-GRAV            PIC X(01).
           05 FILLER             PIC X(02) VALUE ") ".
           05 MI-OBS             PIC X(36).
       01 W-MSG-CONF.
           05 FILLER             PIC X(13) VALUE "RENOVAR ITEM ".
           05 MF-SEQ             PIC 9(02).
           05 FILLER             PIC X(21) VALUE
           " MESMO ASSIM (S/N) : ".
       01 W-MSG-CTRL.
           05 FILLER             PIC X(05) VALUE "ITEM ".
           05 MT-SEQ             PIC 9(02).
           05 FILLER             PIC X(35) VALUE
           " CONTROLADO - RENOVAR NA CONSULTA".
       01 W-NOME-RECEITA.
           05 FILLER             PIC X(07) VALUE "RECEITA".
           05 W-REC-DATA         PIC 9(08).
           05 W-REC-CRM          PIC 9(06).
           05 W-REC-PCOD         PIC 9(06).
           05 FILLER             PIC X(04) VALUE ".TXT".
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 COD-MENS          PIC 9(02) VALUE ZEROS.
      *
       01  RCT-BORDA.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(023) VALUE
           "-----------------------".
       01  RCT-TITULO.
           05  FILLER                 PIC X(040) VALUE
           "- PROGRAMACAO PARA MAINFRAME            ".
           05  FILLER                 PIC X(039) VALUE
           "RECEITUARIO MEDICO - USO CONTINUO     ".
           05  FILLER                 PIC X(001) VALUE "-".
       01  RCT-MEDICO.
           05  FILLER                 PIC X(012) VALUE "- DR.(A)   :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RM-NOME                PIC X(030).
           05  FILLER                 PIC X(006) VALUE " CRM: ".
           05  RM-CRM                 PIC 9(006).
           05  FILLER                 PIC X(001) VALUE "/".
           05  RM-CRMUF               PIC X(002).
           05  FILLER                 PIC X(021) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  RCT-PACIENTE.
           05  FILLER                 PIC X(012) VALUE "- PACIENTE :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RP-NOME                PIC X(030).
           05  FILLER                 PIC X(009) VALUE " NASCIM.:".
           05  RP-DIA                 PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  RP-MES                 PIC 9(002).
           05  FILLER                 PIC X(001) VALUE "/".
           05  RP-ANO                 PIC 9(004).
           05  FILLER                 PIC X(017) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  RCT-DATA.
           05  FILLER                 PIC X(012) VALUE "- EMITIDA  :".
           05  FILLER                 PIC X(001) VALUE " ".
           05  RD-DATA                PIC 9999.99.99.
           05  FILLER                 PIC X(056) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
       01  RCT-ITEM.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  RI-SEQ                 PIC 9(002).
           05  FILLER                 PIC X(002) VALUE ") ".
           05  RI-MEDICAMENTO         PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  RI-DOSAGEM             PIC X(020).
           05  FILLER                 PIC X(001) VALUE " ".
           05  RI-DURACAO             PIC X(015).
           05  FILLER                 PIC X(007) VALUE
           "      -".
       01  RCT-ASSIN.
           05  FILLER                 PIC X(040) VALUE
           "- ASSINATURA : ________________________".
           05  FILLER                 PIC X(039) VALUE SPACES.
           05  FILLER                 PIC X(001) VALUE "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT143.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            *** RENOVACAO DE RECEITA DE U".
           05  LINE 02  COLUMN 42
               VALUE  "SO CONTINUO ***".

           05  LINE 04  COLUMN 01
               VALUE  "     MEDICO (CRM/UF) :".

           05  LINE 06  COLUMN 01
               VALUE  "     PACIENTE        :".

           05  LINE 07  COLUMN 01
               VALUE  "     PEDIDO EM       :".
           05  LINE 07  COLUMN 37
               VALUE  "POR:".

           05  LINE 08  COLUMN 01
               VALUE  "     OBSERVACAO      :".

           05  LINE 10  COLUMN 01
               VALUE  "     ITENS DE USO CONTINUO ATIVOS".
           05  LINE 10  COLUMN 61
               VALUE  "ALERTA".

           05  TRMCRM
               LINE 04  COLUMN 24  PIC Z99.999
               USING  W-CRM
               HIGHLIGHT.

           05  TRMCRMUF
               LINE 04  COLUMN 32  PIC X(02)
               USING  W-CRM-UF
               HIGHLIGHT.

           05  TRMNOMEMED
               LINE 04  COLUMN 36  PIC X(30)
               USING  W-NOME-MED
               HIGHLIGHT.

           05  TRNPCODIGO
               LINE 06  COLUMN 24  PIC 9(06)
               USING  RN-PCODIGO.

           05  TRNNOMEPAC
               LINE 06  COLUMN 31  PIC X(30)
               USING  P-NOME.

           05  TRNDATA
               LINE 07  COLUMN 24  PIC 9999.99.99
               USING  RN-DATA.

           05  TRNOPERADOR
               LINE 07  COLUMN 42  PIC X(08)
               USING  RN-OPERADOR.

           05  TRNOBS
               LINE 08  COLUMN 24  PIC X(40)
               USING  RN-OBS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-CADRENOV.
           OPEN I-O CADRENOV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   MOVE "*** NENHUM PEDIDO DE RENOVACAO ***" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
               ELSE
                   MOVE "CADRENOV" TO ERR-ARQUIVO
                   MOVE ST-ERRO TO ERR-STATUS
                   CALL "SMPERR" USING W-ERR-PARM
                   MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                   MOVE ST-ERRO TO COD-MENS
                   MOVE MENSAGEM  TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.

       ABRIR-CADUSOC.
           OPEN I-O CADUSOC
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADUSOC NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRENOV
              GO TO ROT-FIM.

       ABRIR-CADRECET.
           OPEN I-O CADRECET
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADRECET
                   CLOSE CADRECET
                   GO TO ABRIR-CADRECET
               ELSE
                   MOVE "ERRO NA ABERTURA DO ARQUIVO CADRECET" TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADRENOV CADUSOC
                   GO TO ROT-FIM.

       ABRIR-CADMED.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRENOV CADUSOC CADRECET
              GO TO ROT-FIM.

       ABRIR-CADPACI.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO DISPONIVEL ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADRENOV CADUSOC CADRECET CADMED
              GO TO ROT-FIM.

       ABRIR-CADMEDIC.
           MOVE "S" TO W-TEM-MEDIC.
           OPEN INPUT CADMEDIC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-MEDIC.

       ABRIR-CADALERG.
           MOVE "S" TO W-TEM-ALERG.
           OPEN INPUT CADALERG
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-ALERG.

       ABRIR-CADINTER.
           MOVE "S" TO W-TEM-INTER.
           OPEN INPUT CADINTER
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-TEM-INTER.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS  TO W-CRM RN-PCODIGO RN-DATA.
           MOVE SPACES TO W-CRM-UF W-NOME-MED P-NOME RN-OPERADOR
                          RN-OBS.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       PASSO-0.
           DISPLAY SMT143.
      *--------------------[ MEDICO QUE RENOVA ]-----------------------
       PASSO-1.
           ACCEPT TRMCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM-ARQ.
           ACCEPT TRMCRMUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-1.
           MOVE W-CRM    TO CRM.
           MOVE W-CRM-UF TO CRM-UF.
           READ CADMED
           IF ST-ERRO NOT = "00"
               MOVE "*** MEDICO NAO CADASTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-1.
           MOVE NOME TO W-NOME-MED.
           DISPLAY TRMNOMEMED.
      *--------------[ POSICIONA NO INICIO DA FILA ]--------------------
       POSICIONA.
           MOVE ZEROS TO W-LIDOS.
           MOVE ZEROS TO RN-DATA RN-PCODIGO.
           START CADRENOV KEY IS NOT LESS RN-CHAVE
               INVALID KEY
                   GO TO FIM-PENDENTES.
      *--------------[ PROXIMO PEDIDO PENDENTE ]------------------------
       LER-PROX.
           READ CADRENOV NEXT
           IF ST-ERRO NOT = "00"
               GO TO FIM-PENDENTES.
           IF RN-STATUS NOT = "P"
               GO TO LER-PROX.
           ADD 1 TO W-LIDOS.
           PERFORM MONTA-PEDIDO THRU MONTA-PEDIDO-FIM.
           IF W-MAIS-ITENS = "S"
               MOVE "* MAIS DE 10 ITENS - OS DEMAIS FICAM DE FORA *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2.
      *--------------------[ OPCAO DE TRABALHO ]-----------------------
       ACE-001.
           DISPLAY (22, 05)
                "A=APROVAR E IMPRIMIR  R=RECUSAR  P=PROXIMO  F=FIM :"
           MOVE SPACES TO W-OPCAO
           ACCEPT (22, 58) W-OPCAO
           IF W-OPCAO = "F" OR "f"
               GO TO ROT-FIM-ARQ.
           IF W-OPCAO = "P" OR "p"
               GO TO LER-PROX.
           IF W-OPCAO = "R" OR "r"
               GO TO RECUSA.
           IF W-OPCAO NOT = "A" AND "a"
               GO TO ACE-001.
      *--------------------[ APROVA E RENOVA OS ITENS ]-----------------
       APROVA.
           IF W-TOT-ITENS = ZEROS
               MOVE "*** PACIENTE SEM USO CONTINUO ATIVO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM.
           MOVE ZEROS TO W-RENOVADOS.
           MOVE 1 TO W-IND.
       APROVA-ITEM.
           IF W-IND > W-TOT-ITENS
               GO TO APROVA-FIM.
           IF TB-ALERTA (W-IND) = "C"
               MOVE TB-SEQ (W-IND) TO MT-SEQ
               MOVE W-MSG-CTRL TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO APROVA-PROX.
           IF TB-ALERTA (W-IND) = SPACE
               GO TO APROVA-GRAVA.
           MOVE TB-MSG (W-IND) TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS2.
       APROVA-CONF.
           MOVE TB-SEQ (W-IND) TO MF-SEQ.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) W-MSG-CONF.
           ACCEPT (23, 49) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s" AND "N" AND "n"
               GO TO APROVA-CONF.
           MOVE SPACES TO W-MSG.
           DISPLAY (23, 12) W-MSG.
           IF W-OPCAO NOT = "S" AND "s"
               GO TO APROVA-PROX.
       APROVA-GRAVA.
           MOVE RN-PCODIGO     TO UC-PCODIGO.
           MOVE TB-SEQ (W-IND) TO UC-SEQ.
           READ CADUSOC
           IF ST-ERRO NOT = "00"
               GO TO APROVA-PROX.
           MOVE W-HOJE         TO RE-DATA.
           MOVE RN-PCODIGO     TO RE-PCODIGO.
           MOVE W-CRM          TO RE-CRM.
           MOVE W-CRM-UF       TO RE-CRM-UF.
      *----- RENOVACAO NAO PERTENCE A UM AGENDAMENTO: HORA ZERADA
           MOVE ZEROS          TO RE-HORA.
           ADD 1 TO W-MAXSEQ GIVING RE-SEQ.
           MOVE UC-MEDIC       TO RE-MEDIC.
           MOVE UC-MEDICAMENTO TO RE-MEDICAMENTO.
           MOVE UC-DOSAGEM     TO RE-DOSAGEM.
           MOVE UC-DURACAO     TO RE-DURACAO.
           WRITE REGRECET
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECET" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO APROVA-PROX.
           MOVE RE-SEQ TO W-MAXSEQ.
           MOVE W-HOJE TO UC-DTULTREN.
           REWRITE REGUSOC.
           ADD 1 TO W-RENOVADOS.
       APROVA-PROX.
           ADD 1 TO W-IND.
           GO TO APROVA-ITEM.
       APROVA-FIM.
           IF W-RENOVADOS = ZEROS
               MOVE "* NENHUM ITEM RENOVADO - PEDIDO PENDENTE *"
                                                         TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           PERFORM IMPRIME-RECEITA THRU IMPRIME-RECEITA-FIM.
           MOVE "A"         TO RN-STATUS.
           MOVE W-CRM       TO RN-CRM.
           MOVE W-CRM-UF    TO RN-CRM-UF.
           MOVE W-HOJE      TO RN-DTAPROV.
           MOVE W-RENOVADOS TO RN-ITENS.
           REWRITE REGRENOV
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRENOV" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM-ARQ.
           MOVE "** RECEITA RENOVADA E IMPRESSA **" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO LER-PROX.
      *--------------------[ RECUSA O PEDIDO ]--------------------------
       RECUSA.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "RECUSAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
               MOVE SPACES TO W-MSG
               DISPLAY (23, 12) W-MSG
               GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RECUSA.
           MOVE "R"      TO RN-STATUS.
           MOVE W-CRM    TO RN-CRM.
           MOVE W-CRM-UF TO RN-CRM-UF.
           MOVE W-HOJE   TO RN-DTAPROV.
           MOVE ZEROS    TO RN-ITENS.
           REWRITE REGRENOV
           IF ST-ERRO NOT = "00" AND "02"
               MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRENOV" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM-ARQ.
           MOVE "*** PEDIDO RECUSADO ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO LER-PROX.
      *
       FIM-PENDENTES.
           IF W-LIDOS = ZEROS
               MOVE "*** NENHUM PEDIDO PENDENTE ***" TO W-MSG
           ELSE
               MOVE "*** FIM DOS PEDIDOS PENDENTES ***" TO W-MSG.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-FIM-ARQ.
           CLOSE CADRENOV CADUSOC CADRECET CADMED CADPACI.
           IF W-TEM-MEDIC = "S"
               CLOSE CADMEDIC.
           IF W-TEM-ALERG = "S"
               CLOSE CADALERG.
           IF W-TEM-INTER = "S"
               CLOSE CADINTER.
           GO TO ROT-FIM.
      *--------------[ MONTA A TELA DO PEDIDO ]-------------------------
       MONTA-PEDIDO.
           MOVE RN-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO NOT = "00"
               MOVE ZEROS  TO P-DATANASC
               MOVE SPACES TO P-NOME.
           DISPLAY SMT143.
           PERFORM CARREGA-ITENS THRU CARREGA-ITENS-FIM.
           MOVE 1 TO W-IND.
       MONTA-ALERTA.
           IF W-IND > W-TOT-ITENS
               GO TO MONTA-LISTA.
           IF TB-ALERTA (W-IND) = SPACE
               PERFORM CHK-ALERGIA THRU CHK-ALERGIA-FIM.
           IF TB-ALERTA (W-IND) = SPACE
               PERFORM CHK-INTERACAO THRU CHK-INTERACAO-FIM.
           ADD 1 TO W-IND.
           GO TO MONTA-ALERTA.
       MONTA-LISTA.
           MOVE 1 TO W-IND.
           MOVE 11 TO W-LIN.
       MONTA-LINHA.
           IF W-IND > W-TOT-ITENS
               GO TO MONTA-PEDIDO-FIM.
           MOVE RN-PCODIGO     TO UC-PCODIGO.
           MOVE TB-SEQ (W-IND) TO UC-SEQ.
           READ CADUSOC
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO UC-MEDICAMENTO UC-DOSAGEM.
           MOVE TB-SEQ (W-IND) TO LI-SEQ.
           MOVE UC-MEDICAMENTO TO LI-MEDICAMENTO.
           MOVE UC-DOSAGEM     TO LI-DOSAGEM.
           MOVE SPACES         TO LI-ALERTA.
           IF TB-ALERTA (W-IND) = "A"
               MOVE "ALERGIA"    TO LI-ALERTA.
           IF TB-ALERTA (W-IND) = "I"
               MOVE "INTERACAO"  TO LI-ALERTA.
           IF TB-ALERTA (W-IND) = "C"
               MOVE "CONTROLADO" TO LI-ALERTA.
           DISPLAY (W-LIN, 05) W-LINHA-ITEM.
           ADD 1 TO W-LIN.
           ADD 1 TO W-IND.
           GO TO MONTA-LINHA.
       MONTA-PEDIDO-FIM.
           EXIT.
      *
      * CARREGA NA TABELA OS ITENS ATIVOS DO PACIENTE COM A
      * SUBSTANCIA (CATALOGO) OU O TEXTO LIVRE DO MEDICAMENTO.
       CARREGA-ITENS.
           MOVE ZEROS TO W-TOT-ITENS.
           MOVE "N" TO W-MAIS-ITENS.
           MOVE RN-PCODIGO TO UC-PCODIGO W-PCOD.
           MOVE ZEROS      TO UC-SEQ.
           START CADUSOC KEY IS NOT LESS UC-CHAVE
               INVALID KEY
                   GO TO CARREGA-ITENS-FIM.
       CARREGA-LER.
           READ CADUSOC NEXT
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-ITENS-FIM.
           IF UC-PCODIGO NOT = W-PCOD
               GO TO CARREGA-ITENS-FIM.
           IF UC-STATUS NOT = "A"
               GO TO CARREGA-LER.
           IF W-TOT-ITENS = 10
               MOVE "S" TO W-MAIS-ITENS
               GO TO CARREGA-ITENS-FIM.
           ADD 1 TO W-TOT-ITENS.
           MOVE UC-SEQ         TO TB-SEQ (W-TOT-ITENS).
           MOVE UC-MEDIC       TO TB-MEDIC (W-TOT-ITENS).
           MOVE UC-MEDICAMENTO TO TB-SUBST (W-TOT-ITENS).
           MOVE SPACE          TO TB-ALERTA (W-TOT-ITENS).
           MOVE SPACES         TO TB-MSG (W-TOT-ITENS).
           IF UC-MEDIC = ZEROS OR W-TEM-MEDIC = "N"
               GO TO CARREGA-LER.
           MOVE UC-MEDIC TO MD-CODIGO.
           READ CADMEDIC
           IF ST-ERRO NOT = "00"
               GO TO CARREGA-LER.
           MOVE MD-SUBSTANCIA TO TB-SUBST (W-TOT-ITENS).
           IF MD-CONTROLADO = "S"
               MOVE "C" TO TB-ALERTA (W-TOT-ITENS).
           GO TO CARREGA-LER.
       CARREGA-ITENS-FIM.
           EXIT.
      *--------------------[ CONFRONTA ITEM COM AS ALERGIAS ]----------
      * ALERTA QUANDO A ALERGIA APONTA O MESMO MD-CODIGO OU A
      * MESMA SUBSTANCIA (OU O MESMO TEXTO LIVRE) DO ITEM.
       CHK-ALERGIA.
           IF W-TEM-ALERG = "N"
               GO TO CHK-ALERGIA-FIM.
           MOVE RN-PCODIGO TO AL-PCODIGO.
           MOVE ZEROS      TO AL-SEQ.
           START CADALERG KEY IS NOT LESS AL-CHAVE
               INVALID KEY
                   GO TO CHK-ALERGIA-FIM.
       CHK-ALERGIA-LER.
           READ CADALERG NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-ALERGIA-FIM.
           IF AL-PCODIGO NOT = RN-PCODIGO
               GO TO CHK-ALERGIA-FIM.
           IF AL-STATUS NOT = "A"
               GO TO CHK-ALERGIA-LER.
           IF (AL-MEDIC NOT = ZEROS AND AL-MEDIC = TB-MEDIC (W-IND))
              OR AL-SUBSTANCIA = TB-SUBST (W-IND)
               MOVE "A" TO TB-ALERTA (W-IND)
               MOVE "*** ALERTA: PACIENTE ALERGICO A ESTE ITEM ***"
                                        TO TB-MSG (W-IND)
               GO TO CHK-ALERGIA-FIM.
           GO TO CHK-ALERGIA-LER.
       CHK-ALERGIA-FIM.
           EXIT.
      *--------------------[ INTERACAO ENTRE OS ITENS ]----------------
      * CONSULTA NO CADINTER (NAS DUAS ORDENS) O PAR DO ITEM COM OS
      * DEMAIS ITENS DO USO CONTINUO E COM OS ITENS JA PRESCRITOS
      * HOJE PARA O PACIENTE. PARA NO PRIMEIRO PAR ENCONTRADO.
       CHK-INTERACAO.
           IF W-TEM-INTER = "N" OR TB-MEDIC (W-IND) = ZEROS
               GO TO CHK-INTERACAO-FIM.
           MOVE 1 TO W-JND.
       CHK-INTER-TAB.
           IF W-JND > W-TOT-ITENS
               GO TO CHK-INTER-RECET.
           IF W-JND = W-IND OR TB-MEDIC (W-JND) = ZEROS
               ADD 1 TO W-JND
               GO TO CHK-INTER-TAB.
           MOVE TB-MEDIC (W-IND) TO IT-MEDIC1.
           MOVE TB-MEDIC (W-JND) TO IT-MEDIC2.
           PERFORM CHK-INTER-PAR THRU CHK-INTER-PAR-FIM.
           IF TB-ALERTA (W-IND) = "I"
               GO TO CHK-INTERACAO-FIM.
           ADD 1 TO W-JND.
           GO TO CHK-INTER-TAB.
       CHK-INTER-RECET.
           MOVE W-HOJE     TO RE-DATA.
           MOVE RN-PCODIGO TO RE-PCODIGO.
           MOVE ZEROS      TO RE-CRM RE-HORA RE-SEQ.
           MOVE SPACES     TO RE-CRM-UF.
           START CADRECET KEY IS NOT LESS RE-CHAVE
               INVALID KEY
                   GO TO CHK-INTERACAO-FIM.
       CHK-INTER-RECET-LER.
           READ CADRECET NEXT
           IF ST-ERRO NOT = "00"
               GO TO CHK-INTERACAO-FIM.
           IF RE-DATA NOT = W-HOJE OR RE-PCODIGO NOT = RN-PCODIGO
               GO TO CHK-INTERACAO-FIM.
           IF RE-MEDIC = ZEROS OR RE-MEDIC = TB-MEDIC (W-IND)
               GO TO CHK-INTER-RECET-LER.
           MOVE TB-MEDIC (W-IND) TO IT-MEDIC1.
           MOVE RE-MEDIC         TO IT-MEDIC2.
           PERFORM CHK-INTER-PAR THRU CHK-INTER-PAR-FIM.
           IF TB-ALERTA (W-IND) = "I"
               GO TO CHK-INTERACAO-FIM.
           GO TO CHK-INTER-RECET-LER.
       CHK-INTERACAO-FIM.
           EXIT.
      *
      * UM PAR (IT-MEDIC1, IT-MEDIC2) NAS DUAS ORDENS
       CHK-INTER-PAR.
           READ CADINTER
           IF ST-ERRO = "00" AND IT-STATUS = "A"
               GO TO CHK-INTER-PAR-ACHOU.
           MOVE IT-MEDIC1 TO W-IT-TROCA.
           MOVE IT-MEDIC2 TO IT-MEDIC1.
           MOVE W-IT-TROCA TO IT-MEDIC2.
           READ CADINTER
           IF ST-ERRO = "00" AND IT-STATUS = "A"
               GO TO CHK-INTER-PAR-ACHOU.
           GO TO CHK-INTER-PAR-FIM.
       CHK-INTER-PAR-ACHOU.
           MOVE IT-GRAVIDADE  TO MI-GRAV.
           MOVE IT-OBSERVACAO TO MI-OBS.
           MOVE "I"           TO TB-ALERTA (W-IND).
           MOVE W-MSG-INTER   TO TB-MSG (W-IND).
       CHK-INTER-PAR-FIM.
           EXIT.
      *--------------------[ PROXIMA SEQUENCIA DO RECEITUARIO ]--------
       PROX-SEQ.
           MOVE ZEROS TO W-MAXSEQ.
           MOVE W-HOJE     TO RE-DATA.
           MOVE RN-PCODIGO TO RE-PCODIGO.
           MOVE W-CRM      TO RE-CRM.
           MOVE W-CRM-UF   TO RE-CRM-UF.
           MOVE ZEROS      TO RE-HORA RE-SEQ.
           START CADRECET KEY IS NOT LESS RE-CHAVE
               INVALID KEY
                   GO TO PROX-SEQ-FIM.
       PROX-SEQ-LER.
           READ CADRECET NEXT
           IF ST-ERRO NOT = "00"
               GO TO PROX-SEQ-FIM.
           IF RE-DATA NOT = W-HOJE OR RE-PCODIGO NOT = RN-PCODIGO OR
              RE-CRM NOT = W-CRM OR RE-CRM-UF NOT = W-CRM-UF OR
              RE-HORA NOT = ZEROS
               GO TO PROX-SEQ-FIM.
           IF RE-SEQ > W-MAXSEQ
               MOVE RE-SEQ TO W-MAXSEQ.
           GO TO PROX-SEQ-LER.
       PROX-SEQ-FIM.
           EXIT.
      *--------------------[ IMPRESSAO DO RECEITUARIO ]----------------
      * MESMO FORMULARIO DO SMP037: TODOS OS ITENS DE HOJE DO
      * PACIENTE COM ESTE MEDICO.
       IMPRIME-RECEITA.
           MOVE W-HOJE     TO W-REC-DATA.
           MOVE W-CRM      TO W-REC-CRM.
           MOVE RN-PCODIGO TO W-REC-PCOD.
           MOVE ZEROS TO W-TOT-IMP.
           OPEN OUTPUT RECEITAIMP
           IF ST-ERRO NOT = "00"
               MOVE "*** ERRO NA IMPRESSAO DA RECEITA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO IMPRIME-RECEITA-FIM.
           WRITE REGRECEIMP FROM RCT-BORDA.
           WRITE REGRECEIMP FROM RCT-TITULO.
           WRITE REGRECEIMP FROM RCT-BORDA.
           MOVE W-NOME-MED TO RM-NOME.
           MOVE W-CRM      TO RM-CRM.
           MOVE W-CRM-UF   TO RM-CRMUF.
           WRITE REGRECEIMP FROM RCT-MEDICO.
           MOVE P-NOME TO RP-NOME.
           MOVE P-DIA  TO RP-DIA.
           MOVE P-MES  TO RP-MES.
           MOVE P-ANO  TO RP-ANO.
           WRITE REGRECEIMP FROM RCT-PACIENTE.
           MOVE W-HOJE TO RD-DATA.
           WRITE REGRECEIMP FROM RCT-DATA.
           WRITE REGRECEIMP FROM RCT-BORDA.
           MOVE W-HOJE     TO RE-DATA.
           MOVE RN-PCODIGO TO RE-PCODIGO.
           MOVE W-CRM      TO RE-CRM.
           MOVE W-CRM-UF   TO RE-CRM-UF.
           MOVE ZEROS      TO RE-HORA RE-SEQ.
           START CADRECET KEY IS NOT LESS RE-CHAVE
               INVALID KEY
                   GO TO IMPRIME-RODAPE.
       IMPRIME-ITEM.
           READ CADRECET NEXT
           IF ST-ERRO NOT = "00"
               GO TO IMPRIME-RODAPE.
           IF RE-DATA NOT = W-HOJE OR RE-PCODIGO NOT = RN-PCODIGO OR
              RE-CRM NOT = W-CRM OR RE-CRM-UF NOT = W-CRM-UF OR
              RE-HORA NOT = ZEROS
               GO TO IMPRIME-RODAPE.
           MOVE RE-SEQ         TO RI-SEQ.
           MOVE RE-MEDICAMENTO TO RI-MEDICAMENTO.
           MOVE RE-DOSAGEM     TO RI-DOSAGEM.
           MOVE RE-DURACAO     TO RI-DURACAO.
           WRITE REGRECEIMP FROM RCT-ITEM.
           ADD 1 TO W-TOT-IMP.
           GO TO IMPRIME-ITEM.
       IMPRIME-RODAPE.
           WRITE REGRECEIMP FROM RCT-BORDA.
           WRITE REGRECEIMP FROM RCT-ASSIN.
           WRITE REGRECEIMP FROM RCT-BORDA.
           CLOSE RECEITAIMP.
       IMPRIME-RECEITA-FIM.
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
