                    ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

                    SELECT CADMESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ME-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ME-ESPEC
                                                      WITH DUPLICATES.

                    SELECT CADAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       COPY REGAGEN.
      *
       FD CADMESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMESP.DAT".
       COPY REGMESP.
      *
       FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP015".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP015".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.
       01 WK-MAXSEQ               PIC 9(04) VALUE ZEROS.
       01 WK-MOTIVO               PIC X(40) VALUE SPACES.
       01 W-TEM-AGEN              PIC X(01) VALUE "N".
       01 W-TEM-MESP              PIC X(01) VALUE "N".
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-AUD-ACAO             PIC X(10) VALUE SPACES.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1         PIC X(30) VALUE SPACES.
            03 CODIGO-MSG        PIC 9(02) VALUE ZEROS.
           OPEN INPUT CADAGEN
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-AGEN.
           MOVE "S" TO W-TEM-MESP.
           OPEN INPUT CADMESP
           IF ST-ERRO NOT = "00"
               MOVE "N" TO W-TEM-MESP.
      *------------[ ROTINA DE ABERTURA ARQUIVO DE AUDITORIA ]----------
       ABRIR-AUDIT.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
           EXIT.
      *--------------------[ BAIXA DO ENCAMINHAMENTO ]-----------------
      * FECHA O ENCAMINHAMENTO VINCULANDO-O A CONSULTA DO CADAGEN
      * QUE O ATENDEU; A ESPECIALIDADE DE DESTINO DO ENCAMINHAMENTO
      * TEM DE SER UMA DAS ESPECIALIDADES DO MEDICO DA CONSULTA (A
      * PRINCIPAL DO CADMED OU UMA ADICIONAL DO CADMESP).
       BAIXA-001.
           ACCEPT TAGDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE REF-AG-CRM    TO AG-CRM.
           MOVE REF-AG-CRM-UF TO AG-CRM-UF.
           MOVE REF-PCODIGO   TO AG-PCODIGO.
           MOVE ZEROS         TO AG-HORA.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "*** CONSULTA NAO EXISTE PARA O PACIENTE ***"
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
                                                           TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO BAIXA-003.
           IF ESPEC = REF-ESPEC-DESTINO
               GO TO BAIXA-CONF.
           IF W-TEM-MESP = "S"
               MOVE AG-CRM            TO ME-CRM
               MOVE AG-CRM-UF         TO ME-CRM-UF
               MOVE REF-ESPEC-DESTINO TO ME-ESPEC
               READ CADMESP
               IF ST-ERRO = "00"
                   GO TO BAIXA-CONF.
           MOVE "*** ESPECIALIDADE DA CONSULTA NAO CONFERE ***"
                                                       TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BAIXA-003.
       BAIXA-CONF.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "BAIXAR (S/N) : ".
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADREF" TO W-MSG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
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

       ROT-FIM.
           DISPLAY (01, 01) ERASE
           IF W-TEM-MESP = "S"
               CLOSE CADMESP
               MOVE "N" TO W-TEM-MESP.
           EXIT PROGRAM.
       ROT-FIMP.
           EXIT PROGRAM.
