              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS ST-ERRO.

           SELECT CADUNID ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CS-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADHCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HC-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CADPACI.DAT".
       COPY REGPACI.

       FD CADCEP
           LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
       FD CADUNID
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEN.DAT".
       COPY REGCONSEN.
      *
       FD CADHCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHCONV.DAT".
       COPY REGHCONV.
      *
       FD CADSEQ
               LABEL RECORD IS STANDARD
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP004".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP004".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
       01 W-AUTO                 PIC X(01) VALUE "N".
       01 W-PROXIMO              PIC 9(06) VALUE ZEROS.
       01 W-MAIOR                PIC 9(06) VALUE ZEROS.
       01 W-REG-SALVO            PIC X(180) VALUE SPACES.
       01 W-CPF-DUP              PIC X(01) VALUE "N".
       01 W-IDADE-PAC            PIC S9(04) VALUE ZEROS.
       01 W-CODIGO-ENTRADA       PIC 9(06) VALUE ZEROS.
           03 W-DUP-CODIGO       PIC 9(06).
           03 FILLER             PIC X(18) VALUE SPACES.
       01 W-TEM-UNID             PIC X(01) VALUE "N".
       01 W-TEM-HCONV            PIC X(01) VALUE "N".
       01 W-CARTEIRA             PIC X(20) VALUE SPACES.
       01 W-CONV-ANT             PIC 9(04) VALUE ZEROS.
       01 W-PLANO-ANT            PIC 9(02) VALUE ZEROS.
       01 W-CART-ANT             PIC X(20) VALUE SPACES.
       01 W-HC-QTD               PIC 9(03) VALUE ZEROS.
       01 W-HC-OPER              PIC X(01) VALUE SPACES.
       01 W-HC-ULT-INI           PIC 9(08) VALUE ZEROS.
       01 W-VIG-INI              PIC 9(08) VALUE ZEROS.
       01 W-VIG-ENTRA.
           03 W-VIG-DIA          PIC 9(02).
           03 W-VIG-MES          PIC 9(02).
           03 W-VIG-ANO          PIC 9(04).
       01 W-DT-CALC.
           03 W-DC-ANO           PIC 9(04).
           03 W-DC-MES           PIC 9(02).
           03 W-DC-DIA           PIC 9(02).
       01 W-DC-QUOC              PIC 9(04) VALUE ZEROS.
       01 W-DC-RESTO             PIC 9(02) VALUE ZEROS.
       01 W-TAB-DIAS-MES         PIC X(24) VALUE
           "312831303130313130313031".
       01 W-TAB-DIAS REDEFINES W-TAB-DIAS-MES.
           03 W-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.
       01 W-CAB-HC.
           03 FILLER             PIC X(40) VALUE
              "INICIO      FIM         CONV NOME DO CON".
           03 FILLER             PIC X(35) VALUE
              "VENIO        PL  CARTEIRA".
       01 W-LINHA-HC.
           03 WH-INI             PIC X(10).
           03 WH-INI-N REDEFINES WH-INI
                                 PIC 9999.99.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WH-FIM             PIC X(10).
           03 WH-FIM-N REDEFINES WH-FIM
                                 PIC 9999.99.99.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WH-CONV            PIC 9(04).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 WH-NOMECONV        PIC X(20).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WH-PLANO           PIC 9(02).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 WH-CART            PIC X(20).
       01 W-UNID-OK              PIC X(01) VALUE "S".
       01 COUNTER                PIC 9(06) VALUE ZEROS.
       01 W-MSG                  PIC X(50) VALUE SPACES.
           03 W-MES-SISTEMA      PIC 9(02).
           03 W-DIA-SISTEMA      PIC 9(02).
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-CPF-VAL.
           03 W-CPF-NUM         PIC 9(11) VALUE ZEROS.
           03 W-CPF-OK          PIC X(01) VALUE "N".
       01 W-CNS-VAL.
           03 W-CNS-NUM         PIC 9(15) VALUE ZEROS.
           03 W-CNS-OK          PIC X(01) VALUE "N".
       01 W-DUP-ATIVO            PIC X(01) VALUE "N".
       01 W-CONS-CONTATO         PIC X(01) VALUE SPACES.
       01 W-CONS-ESTAT           PIC X(01) VALUE SPACES.
       01 W-CONS-OPERA           PIC X(01) VALUE SPACES.
       01 W-PAR-PARM.
           03 PAR-CODIGO    PIC X(10) VALUE SPACES.
           03 PAR-VALOR     PIC 9(08) VALUE ZEROS.
           05  LINE 11  COLUMN 01 
               VALUE  "     PLANO           :".

           05  LINE 11  COLUMN 30
               VALUE  "CARTEIRA: ".

           05  LINE 12  COLUMN 01 
               VALUE  "     CEP             :".

           05  LINE 19  COLUMN 01
               VALUE  "     CPF             :".

           05  LINE 19  COLUMN 45
               VALUE  "CNS:".

           05  LINE 20  COLUMN 01
               VALUE  "     UNIDADE         :".

               VALUE  "LGPD CONTATO:".
           05  LINE 21  COLUMN 62
               VALUE  "ESTAT:".
           05  LINE 20  COLUMN 45
               VALUE  "LGPD CONVENIO:".

           05  TPCODIGO
               LINE 05  COLUMN 24  PIC 9(06)
               USING  CV-PLANO
               HIGHLIGHT.

           05  TPCARTEIRA
               LINE 11  COLUMN 40  PIC X(20)
               USING  W-CARTEIRA
               HIGHLIGHT.

           05  TPCEP
               LINE 12  COLUMN 24  PIC 9(08)
               USING  P-CEP
               USING  P-CPF
               HIGHLIGHT.

           05  TPCNS
               LINE 19  COLUMN 50  PIC 9(15)
               USING  P-CNS
               HIGHLIGHT.

           05  TPUNIDADE
               LINE 20  COLUMN 24  PIC 99
               USING  P-UNIDADE
               LINE 21  COLUMN 69  PIC X(01)
               USING  W-CONS-ESTAT
               HIGHLIGHT.

           05  TPCONSOPE
               LINE 20  COLUMN 60  PIC X(01)
               USING  W-CONS-OPERA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *--------------------[ ROTINA DE AUDITORIA ]--------------------
       ABRIR-AUDIT.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
           OPEN INPUT CADUNID
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-UNID.
      *----- HISTORICO DE CONVENIO/PLANO (CADHCONV): SEM ELE O
      *----- CADASTRO SEGUE NORMAL, SO NAO GUARDA AS TROCAS
       ABRIR-CADHCONV.
           MOVE "S" TO W-TEM-HCONV.
           OPEN I-O CADHCONV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADHCONV
                   CLOSE CADHCONV
                   GO TO ABRIR-CADHCONV
               ELSE
                   MOVE "N" TO W-TEM-HCONV.
      *------------[ ROTINA DE DATA DO SISTEMA ]-------------------
       PEGAR-DATA-SISTEMA.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           PERFORM DESTRAVAR-REG THRU DESTRAVAR-REG-FIM.
           MOVE SPACES TO W-CONS-CONTATO W-CONS-ESTAT W-CONS-OPERA.
           MOVE 0 TO P-CODIGO P-DIA P-MES P-ANO P-CONVENIO
                     P-PLANO P-CEP P-NUM-END P-TELEFONE P-CPF
                     P-CNS P-UNIDADE CODIGO CV-CODIGO CV-PLANO
                     CV-VALOR CV-UNIDADE CV-DTCADASTRO CV-HRCADASTRO
                     NUMERO-INICIAL NUMERO-FINAL DT-CADASTRO HR-CADASTRO.

           MOVE SPACES TO P-NOME P-SEXO P-GENERO P-COMPLEM
                          P-EMAIL ENDERECO BAIRRO
                          CIDADE ESTADO CV-NOME P-FOTOREF CV-AUTORIZ.
           MOVE SPACES TO W-CARTEIRA W-CART-ANT.
           MOVE ZEROS  TO W-CONV-ANT W-PLANO-ANT W-HC-QTD W-HC-ULT-INI.
           MOVE "A" TO P-STATUS.
           MOVE "ATIVO" TO TXSTATUS.

           IF ST-ERRO NOT = "23"
               IF ST-ERRO = "00"
                   PERFORM SET-TXSTATUS
                   PERFORM LE-HCONV THRU LE-HCONV-FIM
                   DISPLAY SMT004
                   MOVE "*** PACIENTE JA CADASTRADO ***"     TO W-MSG
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM
           ELSE
                DISPLAY SMT004.
           GO TO PASSO-6-C.
      *--------------[ CADASTRO RAPIDO DE CONVENIO INEXISTENTE ]---------
       PASSO-6-B.
           MOVE ZEROS  TO CV-PLANO CV-VALOR CV-UNIDADE.
               GO TO ROT-FIM.
           MOVE "*** CONVENIO CADASTRADO COM SUCESSO ***" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *--------------[ CARTEIRINHA DO CONVENIO (VAI NO CADHCONV) ]-------
       PASSO-6-C.
           ACCEPT TPCARTEIRA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO PASSO-6.
           IF W-SEL NOT = "A"
               GO TO PASSO-7.
           IF P-CONVENIO = W-CONV-ANT AND P-PLANO = W-PLANO-ANT
               GO TO PASSO-7.
      *----- TROCA DE CONVENIO/PLANO: DATA EM QUE O NOVO PASSA A
      *----- VALER. O PERIODO ANTERIOR FECHA NA VESPERA.
       PASSO-6-D.
           MOVE W-DIA-SISTEMA TO W-VIG-DIA.
           MOVE W-MES-SISTEMA TO W-VIG-MES.
           MOVE W-ANO-SISTEMA TO W-VIG-ANO.
           DISPLAY (23, 12) "NOVO CONVENIO VALE DESDE (DDMMAAAA) : "
           ACCEPT (23, 50) W-VIG-ENTRA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               DISPLAY (23, 12) W-LIMPA
               GO TO PASSO-6-C.
           IF W-VIG-DIA < 01 OR W-VIG-DIA > 31 OR
              W-VIG-MES < 01 OR W-VIG-MES > 12 OR W-VIG-ANO < 1940
               MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-6-D.
           MOVE W-VIG-ANO TO W-DC-ANO.
           MOVE W-VIG-MES TO W-DC-MES.
           MOVE W-VIG-DIA TO W-DC-DIA.
           MOVE W-DT-CALC TO W-VIG-INI.
           IF W-HC-QTD > ZEROS AND W-VIG-INI NOT > W-HC-ULT-INI
               MOVE "* VIGENCIA ANTERIOR AO PERIODO ATUAL *" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS2
               GO TO PASSO-6-D.
           DISPLAY (23, 12) W-LIMPA.

       PASSO-7.
           ACCEPT TPCEP
           PERFORM CHK-CPF-DUP THRU CHK-CPF-DUP-FIM.
           IF W-CPF-DUP = "S" AND W-DUP-ATIVO = "S"
                GO TO PASSO-12.
      *----- CARTAO NACIONAL DE SAUDE: OPCIONAL, MAS SE INFORMADO
      *----- PRECISA FECHAR O DIGITO (ROTINA COMUM SMPCNS)
       PASSO-12B.
           ACCEPT TPCNS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-12.
           IF P-CNS NOT = ZEROS
                MOVE P-CNS TO W-CNS-NUM
                CALL "SMPCNS" USING W-CNS-VAL
                IF W-CNS-OK NOT = "S"
                     MOVE "CNS INVALIDO. DIGITE NOVAMENTE" TO W-MSG
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO PASSO-12B.

       PASSO-13.
           ACCEPT TPUNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-12B.
           IF P-UNIDADE = ZEROS
                MOVE "UNIDADE NAO PODE FICAR EM BRANCO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
           IF W-ACT = 01
                   GO TO PASSO-13.
      *----- CONSENTIMENTO LGPD: CONTATO (LEMBRETE/RECHAMADA/
      *----- CAMPANHA), USO ESTATISTICO E COMPARTILHAMENTO DOS
      *----- DADOS COM O CONVENIO (PROGRAMAS DE GESTAO DE
      *----- CUIDADO DA OPERADORA). A RESPOSTA VAI PARA O
      *----- CADCONSEN COM A VERSAO VIGENTE DO TEXTO (CONSVERSAO).
       PASSO-15.
           ACCEPT TPCONSCON
                MOVE "CONSENTIMENTO => S=SIM  N=NAO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-16.
       PASSO-17.
           ACCEPT TPCONSOPE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-16.
           IF W-CONS-OPERA = "s"
               MOVE "S" TO W-CONS-OPERA.
           IF W-CONS-OPERA = "n"
               MOVE "N" TO W-CONS-OPERA.
           IF W-CONS-OPERA NOT = "S" AND "N"
                MOVE "CONSENTIMENTO => S=SIM  N=NAO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-17.
           IF W-SEL = "A"
               GO TO ALT-OPC.

           DISPLAY (23, 40) "GRAVAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PASSO-17.
           IF W-OPCAO = "N" OR W-OPCAO = "n"
              MOVE "*** REGISTRO RECUSADO PELO USUARIO ***" TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               PERFORM GRAVA-CONSEN THRU GRAVA-CONSEN-FIM
               MOVE "I" TO W-HC-OPER
               PERFORM GRAVA-HCONV THRU GRAVA-HCONV-FIM
               PERFORM EXIGE-RESPONSAVEL THRU EXIGE-RESPONSAVEL-FIM
               GO TO ROT-INIC.
           IF ST-ERRO = "22" AND W-AUTO = "S"
      *
       ACE-001.
           DISPLAY (23, 13)
                "N=NOVO A=ALTERAR E=EXCLUIR R=REATIVAR H=CONVENIOS"
           ACCEPT (23, 64) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                              AND W-OPCAO NOT = "E"
                              AND W-OPCAO NOT = "R"
                              AND W-OPCAO NOT = "H" GO TO ACE-001.
           IF W-OPCAO = "H"
               PERFORM HIST-CONV THRU HIST-CONV-FIM
               GO TO ACE-001.
           IF W-OPCAO = "A" OR W-OPCAO = "E"
               PERFORM TRAVAR-REG THRU TRAVAR-REG-FIM
               IF LCK-OK NOT = "S"
              MOVE "*** REGISTRO ALTERADO ***         " TO W-MSG
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM GRAVA-CONSEN THRU GRAVA-CONSEN-FIM
              MOVE "A" TO W-HC-OPER
              PERFORM GRAVA-HCONV THRU GRAVA-HCONV-FIM
              GO TO ROT-INIC.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO CADPACI" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *--------------[ HISTORICO DE CONVENIO/PLANO (CADHCONV) ]--------
      * LE OS PERIODOS DO PACIENTE: GUARDA A QUANTIDADE, O INICIO
      * DO ULTIMO E A CARTEIRA EM USO, E O CONVENIO/PLANO/CARTEIRA
      * COMO ESTAVAM NA LEITURA PARA DETECTAR A TROCA NA ALTERACAO.
       LE-HCONV.
           MOVE ZEROS  TO W-HC-QTD W-HC-ULT-INI.
           MOVE SPACES TO W-CARTEIRA.
           IF W-TEM-HCONV = "N"
               GO TO LE-HCONV-GUARDA.
           MOVE P-CODIGO TO HC-PCODIGO.
           MOVE ZEROS    TO HC-DTINI.
           START CADHCONV KEY IS NOT LESS HC-CHAVE
               INVALID KEY
                   GO TO LE-HCONV-GUARDA.
       LE-HCONV-LER.
           READ CADHCONV NEXT
           IF ST-ERRO NOT = "00"
               GO TO LE-HCONV-GUARDA.
           IF HC-PCODIGO NOT = P-CODIGO
               GO TO LE-HCONV-GUARDA.
           ADD 1 TO W-HC-QTD.
           MOVE HC-DTINI    TO W-HC-ULT-INI.
           MOVE HC-CARTEIRA TO W-CARTEIRA.
           GO TO LE-HCONV-LER.
       LE-HCONV-GUARDA.
           MOVE P-CONVENIO TO W-CONV-ANT.
           MOVE P-PLANO    TO W-PLANO-ANT.
           MOVE W-CARTEIRA TO W-CART-ANT.
       LE-HCONV-FIM.
           EXIT.
      *
      * NA INCLUSAO GRAVA O PRIMEIRO PERIODO (DESDE O CADASTRO). NA
      * ALTERACAO: SE TROCOU CONVENIO/PLANO FECHA O PERIODO ATUAL NA
      * VESPERA DA NOVA VIGENCIA E ABRE OUTRO; SE SO A CARTEIRA
      * MUDOU, CORRIGE O PERIODO ATUAL. PACIENTE ANTIGO, AINDA SEM
      * HISTORICO, GANHA ANTES O PERIODO DO CONVENIO ANTERIOR.
       GRAVA-HCONV.
           IF W-TEM-HCONV = "N"
               GO TO GRAVA-HCONV-FIM.
           IF W-HC-OPER = "I"
               MOVE ZEROS TO HC-DTINI HC-DTFIM
               PERFORM GRAVA-HCONV-NOVA THRU GRAVA-HCONV-NOVA-FIM
               GO TO GRAVA-HCONV-FIM.
           IF P-CONVENIO = W-CONV-ANT AND P-PLANO = W-PLANO-ANT
               GO TO GRAVA-HCONV-CART.
           PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM.
           IF W-HC-QTD = ZEROS
               GO TO GRAVA-HCONV-ANT.
           MOVE P-CODIGO     TO HC-PCODIGO.
           MOVE W-HC-ULT-INI TO HC-DTINI.
           READ CADHCONV
           IF ST-ERRO = "00"
               MOVE W-DT-CALC TO HC-DTFIM
               MOVE "CADHCONV" TO JRN-ARQUIVO
               MOVE "R" TO JRN-OPER
               MOVE REGHCONV TO JRN-IMAGEM
               CALL "SMPJRN" USING W-JRN-PARM
               REWRITE REGHCONV.
           GO TO GRAVA-HCONV-NOVO.
       GRAVA-HCONV-ANT.
           MOVE P-CODIGO    TO HC-PCODIGO.
           MOVE ZEROS       TO HC-DTINI.
           MOVE W-CONV-ANT  TO HC-CONVENIO.
           MOVE W-PLANO-ANT TO HC-PLANO.
           MOVE W-CART-ANT  TO HC-CARTEIRA.
           MOVE W-DT-CALC   TO HC-DTFIM.
           PERFORM GRAVA-HCONV-REG THRU GRAVA-HCONV-REG-FIM.
       GRAVA-HCONV-NOVO.
           MOVE W-VIG-INI TO HC-DTINI.
           MOVE ZEROS     TO HC-DTFIM.
           PERFORM GRAVA-HCONV-NOVA THRU GRAVA-HCONV-NOVA-FIM.
           GO TO GRAVA-HCONV-FIM.
      *----- MESMO CONVENIO/PLANO: SO A CARTEIRA PODE TER MUDADO
       GRAVA-HCONV-CART.
           IF W-CARTEIRA = W-CART-ANT
               GO TO GRAVA-HCONV-FIM.
           IF W-HC-QTD = ZEROS
               MOVE ZEROS TO HC-DTINI HC-DTFIM
               PERFORM GRAVA-HCONV-NOVA THRU GRAVA-HCONV-NOVA-FIM
               GO TO GRAVA-HCONV-FIM.
           MOVE P-CODIGO     TO HC-PCODIGO.
           MOVE W-HC-ULT-INI TO HC-DTINI.
           READ CADHCONV
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-HCONV-FIM.
           MOVE W-CARTEIRA TO HC-CARTEIRA.
           MOVE "CADHCONV" TO JRN-ARQUIVO
           MOVE "R" TO JRN-OPER
           MOVE REGHCONV TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           REWRITE REGHCONV.
       GRAVA-HCONV-FIM.
           EXIT.
      *
      *----- PERIODO COM O CONVENIO/PLANO/CARTEIRA DA TELA;
      *----- HC-DTINI E HC-DTFIM JA PREENCHIDOS PELO CHAMADOR
       GRAVA-HCONV-NOVA.
           MOVE P-CODIGO   TO HC-PCODIGO.
           MOVE P-CONVENIO TO HC-CONVENIO.
           MOVE P-PLANO    TO HC-PLANO.
           MOVE W-CARTEIRA TO HC-CARTEIRA.
           PERFORM GRAVA-HCONV-REG THRU GRAVA-HCONV-REG-FIM.
       GRAVA-HCONV-NOVA-FIM.
           EXIT.
      *
       GRAVA-HCONV-REG.
           MOVE W-OPERADOR TO HC-OPERADOR.
           ACCEPT HC-DTCADASTRO FROM DATE YYYYMMDD.
           ACCEPT HC-HRCADASTRO FROM TIME.
           MOVE "CADHCONV" TO JRN-ARQUIVO
           MOVE "W" TO JRN-OPER
           MOVE REGHCONV TO JRN-IMAGEM
           CALL "SMPJRN" USING W-JRN-PARM
           WRITE REGHCONV
           IF ST-ERRO NOT = "00" AND NOT = "02"
               MOVE "*** ERRO NA GRAVACAO DO CADHCONV ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-HCONV-REG-FIM.
           EXIT.
      *
      *----- VESPERA DE W-VIG-INI EM W-DT-CALC (AAAAMMDD)
       DIA-ANTERIOR.
           MOVE W-VIG-INI TO W-DT-CALC.
           IF W-DC-DIA > 01
               SUBTRACT 1 FROM W-DC-DIA
               GO TO DIA-ANTERIOR-FIM.
           IF W-DC-MES > 01
               SUBTRACT 1 FROM W-DC-MES
           ELSE
               MOVE 12 TO W-DC-MES
               SUBTRACT 1 FROM W-DC-ANO.
           MOVE W-DIAS-MES (W-DC-MES) TO W-DC-DIA.
           DIVIDE W-DC-ANO BY 4 GIVING W-DC-QUOC REMAINDER W-DC-RESTO.
           IF W-DC-MES = 02 AND W-DC-RESTO = ZEROS
               MOVE 29 TO W-DC-DIA.
       DIA-ANTERIOR-FIM.
           EXIT.
      *
      *----- CONSULTA DOS PERIODOS NA TELA (OPCAO H)
       HIST-CONV.
           DISPLAY (01, 01) ERASE.
           DISPLAY (02, 15) "*** HISTORICO DE CONVENIO/PLANO DO".
           DISPLAY (02, 50) " PACIENTE ***".
           DISPLAY (03, 03) P-CODIGO.
           DISPLAY (03, 11) P-NOME.
           DISPLAY (05, 03) W-CAB-HC.
           MOVE 06 TO W-LIN.
           IF W-TEM-HCONV = "N"
               GO TO HIST-CONV-VAZIO.
           MOVE P-CODIGO TO HC-PCODIGO.
           MOVE ZEROS    TO HC-DTINI.
           START CADHCONV KEY IS NOT LESS HC-CHAVE
               INVALID KEY
                   GO TO HIST-CONV-VAZIO.
       HIST-CONV-LER.
           READ CADHCONV NEXT
           IF ST-ERRO NOT = "00"
               GO TO HIST-CONV-VAZIO.
           IF HC-PCODIGO NOT = P-CODIGO
               GO TO HIST-CONV-VAZIO.
           IF W-LIN > 20
               DISPLAY (22, 03) "TECLE ENTER PARA CONTINUAR : "
               ACCEPT (22, 33) W-OPCAO
               DISPLAY (01, 01) ERASE
               DISPLAY (05, 03) W-CAB-HC
               MOVE 06 TO W-LIN.
           IF HC-DTINI = ZEROS
               MOVE "CADASTRO"  TO WH-INI
           ELSE
               MOVE HC-DTINI    TO WH-INI-N.
           IF HC-DTFIM = ZEROS
               MOVE "EM VIGOR"  TO WH-FIM
           ELSE
               MOVE HC-DTFIM    TO WH-FIM-N.
           MOVE HC-CONVENIO TO WH-CONV CV-CODIGO.
           READ CADCONV
           IF ST-ERRO = "00"
               MOVE CV-NOME TO WH-NOMECONV
           ELSE
               MOVE "*** NAO CADASTRADO ***" TO WH-NOMECONV.
           MOVE HC-PLANO    TO WH-PLANO.
           MOVE HC-CARTEIRA TO WH-CART.
           DISPLAY (W-LIN, 03) W-LINHA-HC.
           ADD 1 TO W-LIN.
           GO TO HIST-CONV-LER.
       HIST-CONV-VAZIO.
           IF W-LIN = 06
               DISPLAY (07, 03) "SEM TROCAS REGISTRADAS: VALE O"
               DISPLAY (07, 33) " CONVENIO DO CADASTRO".
           DISPLAY (22, 03) "TECLE ENTER PARA VOLTAR : "
           ACCEPT (22, 30) W-OPCAO.
      *----- VOLTA A TELA DO PACIENTE COM O CONVENIO DO CADASTRO
           MOVE P-CONVENIO TO CV-CODIGO.
           READ CADCONV
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO CV-NOME
               MOVE ZEROS  TO CV-PLANO.
           DISPLAY SMT004.
       HIST-CONV-FIM.
           EXIT.
      *--------------[ RESPONSAVEL OBRIGATORIO PARA MENOR ]------------
      * PACIENTE COM MENOS DE 18 ANOS PRECISA DE RESPONSAVEL
      * CADASTRADO (CADRESP): CHAMA O SMP082 LOGO APOS A
      *------------[ CONSENTIMENTO LGPD DO PACIENTE (CADCONSEN) ]-------
       GRAVA-CONSEN.
           IF W-CONS-CONTATO = SPACES AND W-CONS-ESTAT = SPACES
                                      AND W-CONS-OPERA = SPACES
               GO TO GRAVA-CONSEN-FIM.
       GRAVA-CONSEN-ABRE.
           OPEN I-O CADCONSEN
               MOVE "E" TO CS-FINALIDADE
               MOVE W-CONS-ESTAT TO CS-CONSENTE
               PERFORM GRAVA-CONSEN-REG THRU GRAVA-CONSEN-REG-FIM.
           IF W-CONS-OPERA NOT = SPACES
               MOVE "O" TO CS-FINALIDADE
               MOVE W-CONS-OPERA TO CS-CONSENTE
               PERFORM GRAVA-CONSEN-REG THRU GRAVA-CONSEN-REG-FIM.
           CLOSE CADCONSEN.
       GRAVA-CONSEN-FIM.
           EXIT.
           READ CADCONSEN
           IF ST-ERRO = "00"
               MOVE CS-CONSENTE TO W-CONS-ESTAT.
           MOVE P-CODIGO TO CS-PCODIGO.
           MOVE "O" TO CS-FINALIDADE.
           READ CADCONSEN
           IF ST-ERRO = "00"
               MOVE CS-CONSENTE TO W-CONS-OPERA.
           CLOSE CADCONSEN.
           DISPLAY TPCONSCON.
           DISPLAY TPCONSEST.
           DISPLAY TPCONSOPE.
       LE-CONSEN-FIM.
           EXIT.
      *

       ROT-FIM.
           CLOSE CADCONV CADCEP CADPACI CADAUDIT.
           IF W-TEM-HCONV = "S"
               CLOSE CADHCONV
               MOVE "N" TO W-TEM-HCONV.
      *    STOP RUN.
           DISPLAY (01, 01) ERASE
           EXIT PROGRAM.
