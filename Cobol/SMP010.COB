                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EP-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPFPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PP-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADPERFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CODIGO
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADTELE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADCRED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CD-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CD-CONVENIO
                                                      WITH DUPLICATES.

                    SELECT CADCRITF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CQ-CHAVE
                    FILE STATUS  IS ST-ERRO.

                    SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OP-CODIGO
                    FILE STATUS  IS ST-ERRO.

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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FD TISSFILE
               LABEL RECORD IS STANDARD.
       01 REGTISS       PIC X(80).
      *
       FD CADREMES
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXPREC.DAT".
       COPY REGEXPREC.
      *
       FD CADPFPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPFPREC.DAT".
       COPY REGPFPREC.
      *
       FD CADPERFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERFIL.DAT".
       COPY REGPERFIL.
      *
       FD CADTELE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
       COPY REGTELE.
      *
       FD CADCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRED.DAT".
       COPY REGCRED.
      *
       FD CADCRITF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCRITF.DAT".
       COPY REGCRITF.
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       COPY REGOPER.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-RUN-CHAVE  PIC X(24) VALUE SPACES.
       77 W-EH-RETORNO  PIC X(01) VALUE "N".
       77 W-RET-ISENTOS PIC 9(06) VALUE ZEROS.
       77 W-JANELA-RET  PIC 9(03) VALUE 30.
       77 W-AG-CHAVE-SALVA PIC X(26) VALUE SPACES.
       77 W-REGAGEN-SV  PIC X(150) VALUE SPACES.
       77 W-RET-CRM     PIC 9(06) VALUE ZEROS.
       77 W-RET-CRMUF   PIC X(02) VALUE SPACES.
       77 W-PRAZO-PAGTO PIC 9(03) VALUE 30.
       77 W-TUSS-COD    PIC 9(10) VALUE ZEROS.
       77 W-TUSS-PROC   PIC 9(04) VALUE ZEROS.
       77 W-TUSS-CONS   PIC 9(10) VALUE ZEROS.
       77 W-TUSS-TELE   PIC 9(10) VALUE ZEROS.
       77 W-TEM-TELE    PIC X(01) VALUE "N".
       77 W-TEM-CRED    PIC X(01) VALUE "N".
       77 W-SEM-TUSS    PIC X(01) VALUE "N".
       77 W-PROC-SEM    PIC 9(04) VALUE ZEROS.
       77 W-TUSS-BLOQ   PIC 9(06) VALUE ZEROS.
       77 W-TEM-EXPREC  PIC X(01) VALUE "N".
       77 W-EXA-QTD     PIC 9(06) VALUE ZEROS.
       77 W-EXA-VALOR   PIC 9(08)V99 VALUE ZEROS.
       77 W-TEM-PFPREC  PIC X(01) VALUE "N".
       77 W-TEM-PERFIL  PIC X(01) VALUE "N".
       77 W-PF-SIT      PIC X(01) VALUE "N".
       77 W-EXA-DESC    PIC X(30) VALUE SPACES.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-SUP-COD     PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA   PIC X(08) VALUE SPACES.
       77 W-CRIT-SIT    PIC X(01) VALUE "N".
       77 W-TEM-PRMAT   PIC X(01) VALUE "N".
       77 W-TEM-MTPREC  PIC X(01) VALUE "N".
       77 W-MAT-VALOR   PIC 9(08)V99 VALUE ZEROS.
       77 W-MAT-LINHA   PIC 9(08)V99 VALUE ZEROS.
       77 W-MAT-FAT     PIC 9(06) VALUE ZEROS.
       77 W-MAT-SEMPREC PIC 9(06) VALUE ZEROS.
       77 W-MAT-OK      PIC X(01) VALUE "N".
       77 W-TX-IX       PIC 9(02) VALUE ZEROS.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-HSH-PARM.
           03 HSH-SENHA          PIC X(08) VALUE SPACES.
           03 HSH-HASH           PIC X(08) VALUE SPACES.
       01 W-PF-ULT.
           03 W-PF-ULT-DATA   PIC 9(08) VALUE ZEROS.
           03 W-PF-ULT-PCOD   PIC 9(06) VALUE ZEROS.
           03 W-PF-ULT-PFSEQ  PIC 9(02) VALUE ZEROS.
       01 W-PAR-PARM.
           03 PAR-CODIGO    PIC X(10) VALUE SPACES.
           03 PAR-VALOR     PIC 9(08) VALUE ZEROS.
           03 PAR-VALOR-TX  PIC X(20) VALUE SPACES.
           03 PAR-ACHOU     PIC X(01) VALUE "N".
       01 W-HCV-PARM.
           03 HCV-ACAO           PIC X(01) VALUE SPACES.
           03 HCV-PCODIGO        PIC 9(06) VALUE ZEROS.
           03 HCV-DATA           PIC 9(08) VALUE ZEROS.
           03 HCV-CONVENIO       PIC 9(04) VALUE ZEROS.
           03 HCV-PLANO          PIC 9(02) VALUE ZEROS.
           03 HCV-CARTEIRA       PIC X(20) VALUE SPACES.
           03 HCV-ACHOU          PIC X(01) VALUE SPACES.
       01 W-TISS-TAB.
           03 W-TI-QTD  PIC 9(02) VALUE ZEROS.
           03 W-TI-ITEM OCCURS 20 TIMES.
               05 W-TI-TUSS     PIC 9(10).
               05 W-TI-VALOR    PIC 9(08)V99.
      *----- MATERIAIS/MEDICAMENTOS DA CONSULTA (OUTRAS DESPESAS)
       01 W-TISS-DESP.
           03 W-TX-QTD  PIC 9(02) VALUE ZEROS.
           03 W-TX-ITEM OCCURS 20 TIMES.
               05 W-TX-DESPESA  PIC 9(02).
               05 W-TX-TUSS     PIC 9(10).
               05 W-TX-QTDE     PIC 9(05).
               05 W-TX-VALUNIT  PIC 9(06)V99.
               05 W-TX-VALOR    PIC 9(08)V99.
       01 W-VENC-DATA.
           03 W-VC-ANO  PIC 9(04).
           03 W-VC-MES  PIC 9(02).
           05  TH-DATA-GER            PIC 9(08).
           05  TH-CONVENIO            PIC 9(04).
           05  TH-COMPET              PIC 9(06).
           05  FILLER                 PIC X(61) VALUE SPACES.
       01  TISS-DETALHE.
           05  TD-TIPO                PIC X(01) VALUE "2".
           05  TD-GUIA                PIC 9(06).
           05  TD-DATA                PIC 9(08).
           05  TD-VALOR               PIC 9(08)V99.
           05  TD-TUSS                PIC 9(10).
      *----- CODIGO DO MEDICO COMO PRESTADOR NO CONVENIO (CADCRED)
           05  TD-CODPREST            PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
      *----- OUTRAS DESPESAS DA GUIA (MATERIAIS E MEDICAMENTOS USADOS
      *----- NOS PROCEDIMENTOS), LOGO APOS AS LINHAS "2" DA GUIA.
      *----- TX-CODDESP: 01 GASES, 02 MEDICAMENTOS, 03 MATERIAIS,
      *----- 08 OPME (CADMTPREC).
       01  TISS-DESPESA.
           05  TX-TIPO                PIC X(01) VALUE "3".
           05  TX-GUIA                PIC 9(06).
           05  TX-CODDESP             PIC 9(02).
           05  TX-TUSS                PIC 9(10).
           05  TX-QTDE                PIC 9(05).
           05  TX-VALUNIT             PIC 9(06)V99.
           05  TX-VALOR               PIC 9(08)V99.
           05  TX-DATA                PIC 9(08).
           05  FILLER                 PIC X(30) VALUE SPACES.
       01  TISS-TRAILER.
           05  TT-TIPO                PIC X(01) VALUE "9".
           05  TT-TOT-GUIAS           PIC 9(06).
           05  TT-TOT-VALOR           PIC 9(10)V99.
           05  FILLER                 PIC X(61) VALUE SPACES.
      *
       01  CABECALHO-0.
           05  FILLER                 PIC X(057) VALUE
           05  FILLER                 PIC X(032) VALUE
           "                               -".

       01  LINHA-MATERIAIS.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(033) VALUE
           "MATERIAIS/MEDICAM. FATURADOS  :".
           05  LM-MATERIAIS           PIC ZZZZZ9.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".

       01  LINHA-MATSEMPR.
           05  FILLER                 PIC X(002) VALUE
           "- ".
           05  FILLER                 PIC X(033) VALUE
           "MATERIAIS SEM PRECO/TUSS      :".
           05  LM-SEMPRECO            PIC ZZZZZ9.
           05  FILLER                 PIC X(058) VALUE
           "                                                         -".

       01  LINHA-EXAMES.
           05  FILLER                 PIC X(002) VALUE
           "- ".
               LINE 12  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  T-SUPCOD
               LINE 18  COLUMN 27  PIC X(08)
               USING  W-SUP-COD
               HIGHLIGHT.
           05  T-SUPSENHA
               LINE 20  COLUMN 27  PIC X(08)
               USING  W-SUP-SENHA
               HIGHLIGHT NO ECHO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-OPC.
      *--------------------[ CRITICA DE PRE-FATURAMENTO ]--------------
      * O FECHAMENTO SO SEGUE DIRETO QUANDO A CRITICA (SMP178) FOI
      * RODADA PARA O CONVENIO/COMPETENCIA SEM ERRO IMPEDITIVO OU
      * JA FOI LIBERADA POR SUPERVISOR; SENAO PEDE A LIBERACAO.
       INC-CRIT.
           PERFORM LE-CRITICA THRU LE-CRITICA-FIM.
           IF W-CRIT-SIT = "O"
               GO TO INC-OP0.
           IF W-CRIT-SIT = "N"
               MOVE "* CRITICA (SMP178) NAO RODADA NA COMPETENCIA *"
                                                             TO MENS
           ELSE
               MOVE "* CRITICA COM ERROS IMPEDITIVOS - VER SMP178 *"
                                                             TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE SPACES TO W-SUP-COD W-SUP-SENHA.
           DISPLAY (16, 06) "LIBERACAO DO SUPERVISOR".
           DISPLAY (18, 06) "SUPERVISOR         :".
           DISPLAY (20, 06) "SENHA SUPERV.      :".
       INC-SUP.
           ACCEPT T-SUPCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               MOVE "* FATURAMENTO NAO LIBERADO *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           IF W-SUP-COD = SPACES
               GO TO INC-SUP.
       INC-SUP-S.
           ACCEPT T-SUPSENHA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO INC-SUP.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO CADOPER NAO DISPONIVEL ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           MOVE W-SUP-COD TO OP-CODIGO.
           READ CADOPER
           IF ST-ERRO NOT = "00"
               CLOSE CADOPER
               MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-SUP.
           CLOSE CADOPER.
           IF OP-STATUS NOT = "A"
               MOVE "*** SUPERVISOR INATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-SUP.
           IF OP-PERFIL NOT = "A"
               MOVE "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
                                                         TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO INC-SUP.
      *----- OPERADOR MIGRADO GUARDA O HASH (SMPHSH); LEGADO
      *----- AINDA COMPARA EM CLARO ATE O PROXIMO LOGIN DELE
           IF OP-HASHED = "S"
               MOVE W-SUP-SENHA TO HSH-SENHA
               CALL "SMPHSH" USING W-HSH-PARM
               MOVE HSH-HASH TO W-SUP-SENHA.
           IF OP-SENHA NOT = W-SUP-SENHA
               MOVE "*** SENHA DO SUPERVISOR INVALIDA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE SPACES TO W-SUP-SENHA
               GO TO INC-SUP-S.
           PERFORM GRAVA-LIBERA THRU GRAVA-LIBERA-FIM.
      *
       INC-OP0.
           PERFORM RUNCTL-INI THRU RUNCTL-INI-FIM.
           OPEN INPUT CADEXPREC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-EXPREC.
           MOVE "S" TO W-TEM-PFPREC.
           OPEN INPUT CADPFPREC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PFPREC.
           MOVE "S" TO W-TEM-PERFIL.
           OPEN INPUT CADPERFIL
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PERFIL.
      *----- CODIGO TUSS DA CONSULTA (PROCEDIMENTO 0000)
           MOVE ZEROS TO W-TUSS-CONS W-TUSS-PROC.
           PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           IF W-TUSS-OK = "S"
               MOVE W-TUSS-COD TO W-TUSS-CONS.
      *----- CODIGO TUSS DA TELECONSULTA (PROCEDIMENTO 9999); SEM
      *----- MAPEAMENTO, A TELECONSULTA SAI COM O CODIGO DA CONSULTA
           MOVE W-TUSS-CONS TO W-TUSS-TELE.
           MOVE 9999 TO W-TUSS-PROC.
           PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           IF W-TUSS-OK = "S"
               MOVE W-TUSS-COD TO W-TUSS-TELE.

           MOVE "S" TO W-TEM-PRMAT.
           OPEN INPUT CADPRMAT
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-PRMAT.

           MOVE "S" TO W-TEM-MTPREC.
           OPEN INPUT CADMTPREC
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MTPREC.

           MOVE "S" TO W-TEM-CRED.
           OPEN INPUT CADCRED
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-CRED.

           MOVE "S" TO W-TEM-TELE.
           OPEN INPUT CADTELE
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-TELE.

           OPEN OUTPUT CADCONVFAT
           IF ST-ERRO NOT = "00"
           IF AG-ANO NOT = W-PER-ANO OR AG-MES NOT = W-PER-MES
               GO TO LER-AGEN.
      *--------------------[ CONFIRMAR CONVENIO DO PACIENTE ]-----------
      * VALE O CONVENIO/PLANO EM VIGOR NA DATA DA CONSULTA
      * (HISTORICO CADHCONV), NAO O ATUAL DO CADASTRO.
       CHK-PACIENTE.
           MOVE AG-PCODIGO TO P-CODIGO
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO LER-AGEN.
           MOVE AG-DATA TO HCV-DATA.
           PERFORM CONV-VIGENTE THRU CONV-VIGENTE-FIM.
           IF P-CONVENIO NOT = W-CV-CODIGO
               GO TO LER-AGEN.
           IF AG-STATUS = "C"
               GO TO LER-AGEN.
      *--------------------[ EXAME OCUPACIONAL ]------------------------
      * EXAME OCUPACIONAL E COBRADO DA EMPRESA PELO EXTRATO MENSAL
      * (SMP170) E NAO ENTRA NO FATURAMENTO DO CONVENIO.
       CHK-OCUPAC.
           IF AG-TIPO = "O"
               GO TO LER-AGEN.
      *--------------------[ TELECONSULTA COM FALHA TECNICA ]-----------
      * SESSAO DE TELEMEDICINA ENCERRADA COM FALHA TECNICA (SMP126)
      * NAO E FATURADA: A CONSULTA E REMARCADA PELO SMP006.
       CHK-TELE.
           IF AG-TIPO NOT = "T" OR W-TEM-TELE = "N"
               GO TO CHK-VIGENCIA.
           MOVE AG-CHAVE TO TL-CHAVE.
           READ CADTELE
           IF ST-ERRO = "00" AND TL-RESULTADO = "F"
               GO TO LER-AGEN.
      *--------------------[ FORA DA VIGENCIA DO CONTRATO ]-------------
      * CONSULTA FORA DO PERIODO DE VIGENCIA DO CADCONV NAO E
      * FATURADA: SAI NA LISTA DE AVISO PARA A RECEPCAO TRATAR
           IF W-SEM-TUSS = "S"
               PERFORM GRAVA-BLOQ THRU GRAVA-BLOQ-FIM
               GO TO LER-AGEN.
           PERFORM SOMA-MAT THRU SOMA-MAT-FIM.
           MOVE AG-DATA       TO DET-DATA.
           MOVE AG-CRM        TO DET-CRM.
           MOVE P-NOME        TO DET-NOME.
           COMPUTE DET-VALOR = W-VALOR-ITEM + W-MAT-VALOR.
           MOVE DETALHE-DADOS TO REGCONVFAT.
           ADD 1 TO W-TOTAL-CONS.
           ADD W-VALOR-ITEM TO W-TOTAL-VALOR.
           ADD W-MAT-VALOR  TO W-TOTAL-VALOR.

       INC-WR1.
           WRITE REGCONVFAT
           MOVE AG-CRM-UF    TO TD-CRM-UF.
           MOVE AG-CID       TO TD-CID.
           MOVE AG-DATA      TO TD-DATA.
           PERFORM BUSCA-CODPREST THRU BUSCA-CODPREST-FIM.
      *----- SEM PROCEDIMENTOS: LINHA UNICA COM O TUSS DE CONSULTA
      *----- (OU DE TELECONSULTA, NA TELEMEDICINA);
      *----- COM PROCEDIMENTOS: UMA LINHA POR PROCEDIMENTO, CADA
      *----- UMA COM O CODIGO TUSS MAPEADO, NA MESMA GUIA.
      *----- EM SEGUIDA, UMA LINHA "3" POR MATERIAL/MEDICAMENTO.
           IF W-TI-QTD = ZEROS AND AG-TIPO = "T"
               MOVE W-VALOR-ITEM TO TD-VALOR
               MOVE W-TUSS-TELE  TO TD-TUSS
               WRITE REGTISS FROM TISS-DETALHE
               GO TO GRAVAR-TISS-DESP.
           IF W-TI-QTD = ZEROS
               MOVE W-VALOR-ITEM TO TD-VALOR
               MOVE W-TUSS-CONS  TO TD-TUSS
               WRITE REGTISS FROM TISS-DETALHE
               GO TO GRAVAR-TISS-DESP.
           MOVE ZEROS TO W-TI-IX.
       GRAVAR-TISS-LIN.
           ADD 1 TO W-TI-IX.
           IF W-TI-IX > W-TI-QTD
               GO TO GRAVAR-TISS-DESP.
           MOVE W-TI-TUSS (W-TI-IX)  TO TD-TUSS.
           MOVE W-TI-VALOR (W-TI-IX) TO TD-VALOR.
           WRITE REGTISS FROM TISS-DETALHE.
           GO TO GRAVAR-TISS-LIN.
       GRAVAR-TISS-DESP.
           MOVE ZEROS TO W-TX-IX.
       GRAVAR-TISS-DESP-LIN.
           ADD 1 TO W-TX-IX.
           IF W-TX-IX > W-TX-QTD
               GO TO GRAVAR-TISS-FIM.
           MOVE W-SEQ-GUIA              TO TX-GUIA.
           MOVE W-TX-DESPESA (W-TX-IX)  TO TX-CODDESP.
           MOVE W-TX-TUSS (W-TX-IX)     TO TX-TUSS.
           MOVE W-TX-QTDE (W-TX-IX)     TO TX-QTDE.
           MOVE W-TX-VALUNIT (W-TX-IX)  TO TX-VALUNIT.
           MOVE W-TX-VALOR (W-TX-IX)    TO TX-VALOR.
           MOVE AG-DATA                 TO TX-DATA.
           WRITE REGTISS FROM TISS-DESPESA.
           GO TO GRAVAR-TISS-DESP-LIN.
       GRAVAR-TISS-FIM.
           EXIT.
      *--------------[ VALOR DO ITEM - PROCEDIMENTOS OU CONSULTA ]------
           MOVE AG-CRM     TO PA-CRM.
           MOVE AG-CRM-UF  TO PA-CRM-UF.
           MOVE AG-PCODIGO TO PA-PCODIGO.
           MOVE AG-HORA    TO PA-HORA.
           MOVE ZEROS      TO PA-SEQ.
           START CADPROCAG KEY IS NOT LESS PA-CHAVE
               INVALID KEY
               GO TO SOMA-PROC-FIM.
           IF PA-DATA NOT = AG-DATA OR PA-CRM NOT = AG-CRM OR
              PA-CRM-UF NOT = AG-CRM-UF OR
              PA-PCODIGO NOT = AG-PCODIGO OR PA-HORA NOT = AG-HORA
               GO TO SOMA-PROC-FIM.
           ADD 1 TO W-QTD-PROC.
           IF W-QTD-PROC = 1
           GO TO SOMA-PROC-LER.
       SOMA-PROC-FIM.
           EXIT.
      *--------------[ MATERIAIS E MEDICAMENTOS DA CONSULTA ]-----------
      * SOMA OS ITENS GASTOS NOS PROCEDIMENTOS DA CONSULTA (CADPRMAT,
      * TODAS AS SEQUENCIAS) PELO PRECO UNITARIO DO CONVENIO NO
      * CADMTPREC OU, NA FALTA, DA TABELA GERAL (CONVENIO 0000).
      * ITEM SEM PRECO OU SEM TUSS NAO E FATURADO E SO E CONTADO.
      * OS FATURADOS ENTRAM NA TABELA DAS LINHAS "3" DA GUIA TISS.
       SOMA-MAT.
           MOVE ZEROS TO W-MAT-VALOR W-TX-QTD.
           IF W-TEM-PRMAT = "N" OR W-TEM-PROCAG = "N"
               GO TO SOMA-MAT-FIM.
           MOVE AG-DATA    TO PM-DATA.
           MOVE AG-CRM     TO PM-CRM.
           MOVE AG-CRM-UF  TO PM-CRM-UF.
           MOVE AG-PCODIGO TO PM-PCODIGO.
           MOVE AG-HORA    TO PM-HORA.
           MOVE ZEROS      TO PM-SEQ PM-MEDIC.
           START CADPRMAT KEY IS NOT LESS PM-CHAVE
               INVALID KEY
                   GO TO SOMA-MAT-FIM.
       SOMA-MAT-LER.
           READ CADPRMAT NEXT
           IF ST-ERRO NOT = "00"
               GO TO SOMA-MAT-FIM.
           IF PM-DATA NOT = AG-DATA OR PM-CRM NOT = AG-CRM OR
              PM-CRM-UF NOT = AG-CRM-UF OR
              PM-PCODIGO NOT = AG-PCODIGO OR PM-HORA NOT = AG-HORA
               GO TO SOMA-MAT-FIM.
           PERFORM BUSCA-MTPREC THRU BUSCA-MTPREC-FIM.
           IF W-MAT-OK = "N"
               ADD 1 TO W-MAT-SEMPREC
               GO TO SOMA-MAT-LER.
           COMPUTE W-MAT-LINHA = MT-VALOR * PM-QTDE.
           ADD W-MAT-LINHA TO W-MAT-VALOR.
           ADD 1 TO W-MAT-FAT.
           IF W-TX-QTD < 20
               ADD 1 TO W-TX-QTD
               MOVE W-TX-QTD    TO W-TX-IX
               MOVE MT-DESPESA  TO W-TX-DESPESA (W-TX-IX)
               MOVE MT-TUSS     TO W-TX-TUSS (W-TX-IX)
               MOVE PM-QTDE     TO W-TX-QTDE (W-TX-IX)
               MOVE MT-VALOR    TO W-TX-VALUNIT (W-TX-IX)
               MOVE W-MAT-LINHA TO W-TX-VALOR (W-TX-IX).
           GO TO SOMA-MAT-LER.
       SOMA-MAT-FIM.
           EXIT.
      *--------------[ PRECO DO MATERIAL PARA O CONVENIO ]--------------
       BUSCA-MTPREC.
           MOVE "N" TO W-MAT-OK.
           IF W-TEM-MTPREC = "N"
               GO TO BUSCA-MTPREC-FIM.
           MOVE W-CV-CODIGO TO MT-CONVENIO.
           MOVE PM-MEDIC    TO MT-MEDIC.
           READ CADMTPREC
           IF ST-ERRO NOT = "00"
               MOVE ZEROS    TO MT-CONVENIO
               MOVE PM-MEDIC TO MT-MEDIC
               READ CADMTPREC
               IF ST-ERRO NOT = "00"
                   GO TO BUSCA-MTPREC-FIM.
           IF MT-VALOR = ZEROS OR MT-TUSS = ZEROS
               GO TO BUSCA-MTPREC-FIM.
           MOVE "S" TO W-MAT-OK.
       BUSCA-MTPREC-FIM.
           EXIT.
      *--------------[ MAPEAMENTO TUSS DO PROCEDIMENTO LANCADO ]--------
      * SEM O ARQUIVO CADTUSS O CONTROLE FICA DESATIVADO; COM ELE,
      * PROCEDIMENTO SEM MAPEAMENTO PARA O CONVENIO BLOQUEIA A
      * COLETA FEITA (STATUS C/T) DE PACIENTES DESTE CONVENIO E
      * FATURA PELO PRECO CONTRATADO (CADEXPREC) OU, NA FALTA,
      * PELO PRECO PADRAO DO TIPO (ET-VALOR). EXAME SEM TIPO
      * CODIFICADO OU SEM PRECO NAO FATURA. PERFIL COM PRECO
      * FECHADO NO CONVENIO (CADPFPREC) SAI NUMA LINHA SO.
       FATURA-EXAMES.
           IF W-TEM-EXAME = "N" OR W-TEM-EXTIPO = "N"
               GO TO FATURA-EXAMES-FIM.
           MOVE ZEROS TO W-PF-ULT-DATA W-PF-ULT-PCOD W-PF-ULT-PFSEQ.
           MOVE ZEROS TO EX-DATA EX-PCODIGO EX-SEQ.
           START CADEXAME KEY IS NOT LESS EX-CHAVE
               INVALID KEY
           READ CADPACI
           IF ST-ERRO NOT = "00"
               GO TO FATURA-EXAMES-LER.
           MOVE EX-DATA TO HCV-DATA.
           PERFORM CONV-VIGENTE THRU CONV-VIGENTE-FIM.
           IF P-CONVENIO NOT = W-CV-CODIGO
               GO TO FATURA-EXAMES-LER.
           PERFORM PRECO-PERFIL THRU PRECO-PERFIL-FIM.
           IF W-PF-SIT = "J"
               GO TO FATURA-EXAMES-LER.
           IF W-PF-SIT = "S"
               GO TO FATURA-EXAMES-GRAVA.
           PERFORM PRECO-EXAME THRU PRECO-EXAME-FIM.
           IF W-EXA-VALOR = ZEROS
               GO TO FATURA-EXAMES-LER.
           MOVE ET-DESCRICAO TO W-EXA-DESC.
       FATURA-EXAMES-GRAVA.
           MOVE EX-DATA      TO EXA-DATA.
           MOVE EX-CRM       TO EXA-CRM.
           MOVE W-EXA-DESC   TO EXA-DESC.
           MOVE W-EXA-VALOR  TO EXA-VALOR.
           WRITE REGCONVFAT FROM DETALHE-EXAME.
           ADD 1 TO W-EXA-QTD.
               MOVE EP-VALOR TO W-EXA-VALOR.
       PRECO-EXAME-FIM.
           EXIT.
      *--------------[ PRECO FECHADO DO PERFIL NO CONVENIO ]------------
      * ITEM DE PERFIL (EX-PERFIL) COM PRECO DO PERFIL NO CADPFPREC:
      * O PRIMEIRO ITEM DO GRUPO (DATA + PACIENTE + EX-PFSEQ) COBRA O
      * PERFIL INTEIRO (W-PF-SIT = S) E OS DEMAIS NAO COBRAM (J).
      * SEM PRECO DE PERFIL (N) CADA EXAME E COBRADO PELO SEU PRECO.
       PRECO-PERFIL.
           MOVE "N" TO W-PF-SIT.
           IF EX-PERFIL = ZEROS OR W-TEM-PFPREC = "N"
               GO TO PRECO-PERFIL-FIM.
           MOVE W-CV-CODIGO TO PP-CONVENIO.
           MOVE EX-PERFIL  TO PP-PERFIL.
           READ CADPFPREC
           IF ST-ERRO NOT = "00"
               GO TO PRECO-PERFIL-FIM.
           IF EX-DATA = W-PF-ULT-DATA AND EX-PCODIGO = W-PF-ULT-PCOD
                                      AND EX-PFSEQ = W-PF-ULT-PFSEQ
               MOVE "J" TO W-PF-SIT
               GO TO PRECO-PERFIL-FIM.
           MOVE EX-DATA    TO W-PF-ULT-DATA.
           MOVE EX-PCODIGO TO W-PF-ULT-PCOD.
           MOVE EX-PFSEQ   TO W-PF-ULT-PFSEQ.
           MOVE "S" TO W-PF-SIT.
           MOVE PP-VALOR TO W-EXA-VALOR.
           MOVE "PERFIL DE EXAMES" TO W-EXA-DESC.
           IF W-TEM-PERFIL = "N"
               GO TO PRECO-PERFIL-FIM.
           MOVE EX-PERFIL TO PF-CODIGO.
           READ CADPERFIL
           IF ST-ERRO = "00"
               MOVE PF-DESCRICAO TO W-EXA-DESC.
       PRECO-PERFIL-FIM.
           EXIT.
      *--------------[ CONSULTA FORA DA VIGENCIA DO CONTRATO ]----------
       GRAVA-FCTR.
           MOVE AG-DATA TO FX-DATA.
           EXIT.
      *--------------[ PRECO DA CONSULTA PELO CONTRATO ]----------------
      * PROCURA O PRECO CONTRATADO PARA O CONVENIO/PLANO DO
      * PACIENTE E A ESPECIALIDADE EM QUE A CONSULTA FOI MARCADA
      * (AG-ESPEC; ZERADA NOS AGENDAMENTOS ANTIGOS = ESPEC DO
      * MEDICO); SEM A LINHA DE CONTRATO, VALE O CV-VALOR GERAL.
       PRECO-CONSULTA.
           MOVE CV-VALOR TO W-VALOR-BASE.
           MOVE P-CONVENIO TO CH-CONVENIO.
           MOVE P-CONVENIO TO CP-CONVENIO.
           MOVE P-PLANO    TO CP-PLANO.
           MOVE ESPEC      TO CP-ESPEC.
           IF AG-ESPEC NUMERIC AND AG-ESPEC NOT = ZEROS
               MOVE AG-ESPEC TO CP-ESPEC.
           READ CADCVPREC
           IF ST-ERRO = "00"
               MOVE CP-VALOR TO W-VALOR-BASE
               MOVE P-CONVENIO TO CH-CONVENIO
               MOVE P-PLANO    TO CH-PLANO
               MOVE CP-ESPEC   TO CH-ESPEC
               PERFORM BUSCA-HIST THRU BUSCA-HIST-FIM.
       PRECO-CONSULTA-FIM.
           EXIT.
           WRITE REGCONVFAT FROM LINHA-PARTIC.
           MOVE W-EXA-QTD TO LE-EXAMES.
           WRITE REGCONVFAT FROM LINHA-EXAMES.
           MOVE W-MAT-FAT TO LM-MATERIAIS.
           WRITE REGCONVFAT FROM LINHA-MATERIAIS.
           MOVE W-MAT-SEMPREC TO LM-SEMPRECO.
           WRITE REGCONVFAT FROM LINHA-MATSEMPR.
           WRITE REGCONVFAT FROM LINHA-FINAL.
           IF W-GERA-TISS = "S"
               MOVE W-SEQ-GUIA    TO TT-TOT-GUIAS
       INCLUI-RESSUB.
           IF W-TEM-REMES = "N"
               GO TO INCLUI-RESSUB-FIM.
           MOVE ZEROS TO RM-DATA RM-CRM RM-PCODIGO RM-HORA.
           MOVE SPACES TO RM-CRM-UF.
           START CADREMES KEY IS NOT LESS RM-CHAVE
               INVALID KEY
           MOVE RM-PCODIGO TO P-CODIGO.
           READ CADPACI
           IF ST-ERRO = "00"
               MOVE RM-DATA TO HCV-DATA
               PERFORM CONV-VIGENTE THRU CONV-VIGENTE-FIM
               MOVE P-NOME TO DET-NOME
           ELSE
               MOVE "(RESSUBMISSAO DE GLOSA)" TO DET-NOME.
           MOVE RM-CRM-UF    TO TD-CRM-UF.
           MOVE ZEROS        TO TD-CID.
           MOVE RM-DATA      TO TD-DATA.
           PERFORM BUSCA-CODPREST THRU BUSCA-CODPREST-FIM.
           MOVE W-VALOR-ITEM TO TD-VALOR.
           MOVE W-TUSS-CONS  TO TD-TUSS.
           WRITE REGTISS FROM TISS-DETALHE.
       GRAVAR-TISS-RS-FIM.
           EXIT.
      *--------------[ CODIGO DE PRESTADOR DO MEDICO NO CONVENIO ]------
      * CREDENCIAMENTO (SMP175) DO MEDICO DA GUIA NO CONVENIO/PLANO
      * DO PACIENTE, VALIDO NA DATA DO ATENDIMENTO; A LINHA DO PLANO
      * PREVALECE SOBRE A DO PLANO 00. SEM CREDENCIAMENTO O CAMPO
      * SAI EM BRANCO.
       BUSCA-CODPREST.
           MOVE SPACES TO TD-CODPREST.
           IF W-TEM-CRED = "N"
               GO TO BUSCA-CODPREST-FIM.
           MOVE TD-CRM      TO CD-CRM.
           MOVE TD-CRM-UF   TO CD-CRM-UF.
           MOVE W-CV-CODIGO TO CD-CONVENIO.
           MOVE P-PLANO     TO CD-PLANO.
           READ CADCRED
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO CD-PLANO
               READ CADCRED
               IF ST-ERRO NOT = "00"
                   GO TO BUSCA-CODPREST-FIM.
           IF TD-DATA < CD-DTINI
               GO TO BUSCA-CODPREST-FIM.
           IF CD-DTFIM NOT = ZEROS AND TD-DATA > CD-DTFIM
               GO TO BUSCA-CODPREST-FIM.
           MOVE CD-CODPREST TO TD-CODPREST.
       BUSCA-CODPREST-FIM.
           EXIT.
      *--------------[ CONTROLE DE FATURA EM ABERTO (SMP090) ]----------
      * ABRE (OU REABRE) A LINHA DA FATURA DO CONVENIO NA
      * COMPETENCIA COM O VALOR FATURADO E O VENCIMENTO
                   MOVE 29 TO W-VC-ULTDIA.
       CALC-VC-ULT-FIM.
           EXIT.
      *--------------[ RESUMO DA CRITICA DA COMPETENCIA ]---------------
      * O = PODE FATURAR (SEM ERRO IMPEDITIVO OU JA LIBERADA)
      * N = CRITICA NAO RODADA  B = FICOU ERRO IMPEDITIVO
       LE-CRITICA.
           MOVE "N" TO W-CRIT-SIT.
           OPEN INPUT CADCRITF
           IF ST-ERRO NOT = "00"
               GO TO LE-CRITICA-FIM.
           MOVE W-CV-CODIGO TO CQ-CONVENIO.
           COMPUTE CQ-COMPET = (W-PER-ANO * 100) + W-PER-MES.
           READ CADCRITF
           IF ST-ERRO NOT = "00"
               CLOSE CADCRITF
               GO TO LE-CRITICA-FIM.
           CLOSE CADCRITF.
           IF CQ-LIB-OPER NOT = SPACES
               MOVE "O" TO W-CRIT-SIT
               GO TO LE-CRITICA-FIM.
           IF CQ-DTCRIT = ZEROS
               GO TO LE-CRITICA-FIM.
           IF CQ-BLOQ = ZEROS
               MOVE "O" TO W-CRIT-SIT
           ELSE
               MOVE "B" TO W-CRIT-SIT.
       LE-CRITICA-FIM.
           EXIT.
      *--------------[ LIBERACAO DO FATURAMENTO PELO SUPERVISOR ]-------
      * GRAVA NO RESUMO DA CRITICA QUEM LIBEROU E QUANDO (SEM
      * CRITICA RODADA CRIA A LINHA SO COM A LIBERACAO) E DEIXA
      * NA TRILHA DE AUDITORIA QUEM PEDIU E QUEM APROVOU.
       GRAVA-LIBERA.
           OPEN I-O CADCRITF
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADCRITF
                   CLOSE CADCRITF
                   OPEN I-O CADCRITF
               ELSE
                   GO TO GRAVA-LIBERA-AUD.
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-LIBERA-AUD.
           MOVE W-CV-CODIGO TO CQ-CONVENIO.
           COMPUTE CQ-COMPET = (W-PER-ANO * 100) + W-PER-MES.
           READ CADCRITF
           IF ST-ERRO NOT = "00"
               MOVE ZEROS  TO CQ-DTCRIT CQ-HRCRIT CQ-ITENS
                              CQ-BLOQ CQ-AVISOS
               MOVE SPACES TO CQ-OPERADOR.
           MOVE W-SUP-COD TO CQ-LIB-OPER.
           ACCEPT CQ-LIB-DATA FROM DATE YYYYMMDD.
           ACCEPT CQ-LIB-HORA FROM TIME.
           IF ST-ERRO = "00"
               REWRITE REGCRITF
           ELSE
               WRITE REGCRITF.
           CLOSE CADCRITF.
       GRAVA-LIBERA-AUD.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.
           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN EXTEND CADAUDIT
               ELSE
                   GO TO GRAVA-LIBERA-FIM.
           IF ST-ERRO NOT = "00"
               GO TO GRAVA-LIBERA-FIM.
           MOVE W-CV-CODIGO TO CQ-CONVENIO.
           COMPUTE CQ-COMPET = (W-PER-ANO * 100) + W-PER-MES.
           MOVE W-OPERADOR  TO AUD-OPERADOR.
           MOVE "SMP010"    TO AUD-PROGRAMA.
           MOVE CQ-CHAVE    TO AUD-CHAVE.
           MOVE "LIBFATURA" TO AUD-ACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           WRITE REGAUDIT.
           MOVE W-SUP-COD  TO AUD-OPERADOR.
           MOVE "APROVOU"  TO AUD-ACAO.
           WRITE REGAUDIT.
           CLOSE CADAUDIT.
       GRAVA-LIBERA-FIM.
           EXIT.
      *--------------[ CONVENIO/PLANO VIGENTE NA DATA (SMPHCV) ]-------
      * TROCA NO REGPACI LIDO O CONVENIO/PLANO PELO QUE ESTAVA EM
      * VIGOR EM HCV-DATA; SEM HISTORICO FICA O DO CADASTRO.
       CONV-VIGENTE.
           MOVE "C"        TO HCV-ACAO.
           MOVE P-CODIGO   TO HCV-PCODIGO.
           MOVE P-CONVENIO TO HCV-CONVENIO.
           MOVE P-PLANO    TO HCV-PLANO.
           CALL "SMPHCV" USING W-HCV-PARM.
           MOVE HCV-CONVENIO TO P-CONVENIO.
           MOVE HCV-PLANO    TO P-PLANO.
       CONV-VIGENTE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           MOVE "F" TO HCV-ACAO.
           CALL "SMPHCV" USING W-HCV-PARM.
           CLOSE CADAGEN CADPACI CADCONVFAT.
           IF W-TEM-PROCAG = "S"
               CLOSE CADPROCAG.
               CLOSE CADEXTIPO.
           IF W-TEM-EXPREC = "S"
               CLOSE CADEXPREC.
           IF W-TEM-PFPREC = "S"
               CLOSE CADPFPREC.
           IF W-TEM-PERFIL = "S"
               CLOSE CADPERFIL.
           IF W-TEM-TELE = "S"
               CLOSE CADTELE.
           IF W-TEM-CRED = "S"
               CLOSE CADCRED.
           IF W-TEM-PRMAT = "S"
               CLOSE CADPRMAT.
           IF W-TEM-MTPREC = "S"
               CLOSE CADMTPREC.
       ROT-FIMP.
           EXIT PROGRAM.

