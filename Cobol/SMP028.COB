                    ORGANIZATION IS LINE SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
       COPY REGAUDIT.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 TXSTATUS               PIC X(15) VALUE SPACES.
       01 W-OPERADOR             PIC X(08) VALUE SPACES.
       01 W-SES-PARM.
           03 SSP-ACAO           PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR       PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL       PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO       PIC X(01) VALUE SPACES.
           03 SSP-OK             PIC X(01) VALUE SPACES.
       01 W-TEM-CONV             PIC X(01) VALUE "N".
       01 W-TEM-RECIB            PIC X(01) VALUE "N".
       01 W-TEM-CAIXA            PIC X(01) VALUE "N".
       01 W-SESSAO-CHV           PIC X(18) VALUE SPACES.
       01 W-HOJE-CX              PIC 9(08) VALUE ZEROS.
       01 W-MAXNUM               PIC 9(06) VALUE ZEROS.
       01 W-LOC-ACHOU            PIC X(01) VALUE "N".
       01 W-LOC-CHAVE            PIC X(26) VALUE SPACES.
       01 W-MSG-COPART.
           03 FILLER             PIC X(21) VALUE
           "COPARTICIPACAO DE R$ ".
      *------------[ ROTINA DE ABERTURA ARQUIVO DE AUDITORIA ]----------
       ABRIR-AUDIT.
           MOVE "NAOLOGAD" TO W-OPERADOR
           MOVE "C" TO SSP-ACAO
           CALL "SMPSES" USING W-SES-PARM
           IF SSP-OK = "S"
               MOVE SSP-OPERADOR TO W-OPERADOR.

           OPEN EXTEND CADAUDIT
           IF ST-ERRO NOT = "00"
                MOVE "CODIGO DO PACIENTE NAO INFORMADO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3.
      * HORA ZERADA = UNICO AGENDAMENTO DO PACIENTE NO DIA
       PASSO-3-B.
           ACCEPT TAGHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO PASSO-3.
           IF AG-HH > 23 OR AG-MM > 59
                MOVE "HORARIO INVALIDO" TO W-MSG
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO PASSO-3-B.
      *--------------------[ LER O AGENDAMENTO ]-----------------
       LER-ARQ.
           PERFORM LOCALIZA-AGENDA THRU LOCALIZA-AGENDA-FIM.
           IF W-LOC-ACHOU = "N"
               MOVE "*** AGENDAMENTO NAO ENCONTRADO ***" TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-1.
           IF W-LOC-ACHOU = "M"
               MOVE 0 TO AG-HH AG-MM
               MOVE "MAIS DE UMA CONSULTA NO DIA - INFORME A HORA"
                                                            TO W-MSG
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PASSO-3-B.

       LER-NOMES.
           MOVE AG-CRM    TO CRM.
       COBRA-COPART.
           IF W-TEM-CONV = "N" OR W-TEM-RECIB = "N"
               GO TO COBRA-COPART-FIM.
      *----- EXAME OCUPACIONAL E COBRADO DA EMPRESA (SMP170)
           IF AG-TIPO = "O"
               GO TO COBRA-COPART-FIM.
           IF P-CONVENIO = ZEROS
               GO TO COBRA-COPART-FIM.
           MOVE P-CONVENIO TO CV-CODIGO.
           MOVE AG-DATA    TO RC-AG-DATA.
           MOVE AG-CRM     TO RC-CRM.
           MOVE AG-CRM-UF  TO RC-CRM-UF.
           MOVE AG-HORA    TO RC-AG-HORA.
           MOVE CV-COPART  TO RC-VALOR.
           ACCEPT RC-DTPAGTO FROM DATE YYYYMMDD.
           ACCEPT RC-HRPAGTO FROM TIME.
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
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
           MOVE ZEROS TO COUNTER.
