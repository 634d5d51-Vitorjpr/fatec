       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP165.
      ****************************************
      *   CONVERSAO DA CHAVE DA AGENDA       *
      ****************************************
      *-----------------------------------------------------------------
      * AUTHOR:  VITOR JOSE PAZ RODRIGUES
      * RA:      1110481913003
      * MATERIA: PROGRAMACAO PARA MAINFRAME
      * TURMA:   SABADO DE MANHA
      *-----------------------------------------------------------------
      * RODADA UNICA DE CONVERSAO DA CHAVE DO AGENDAMENTO, QUE
      * PASSOU A LEVAR A HORA (DATA + CRM + UF + PACIENTE + HORA)
      * PARA PERMITIR MAIS DE UMA CONSULTA DO PACIENTE COM O MESMO
      * MEDICO NO MESMO DIA. NO CADAGEN E NO CADAGENAR A HORA JA
      * ESTAVA NO REGISTRO E SO O INDICE MUDA; O REGISTRO ANTIGO
      * (117 POSICOES) GANHA NO FIM O ENCAIXE ("N", SEM MOTIVO) E A
      * ESPECIALIDADE DA CONSULTA (ZEROS = A DO CADASTRO DO MEDICO).
      * NOS ARQUIVOS LIGADOS A CONSULTA (CADPROCAG, CADRECET,
      * CADEVOL, CADREMES, CADPARC, CADTELE, CADNPS, CADDISPEN,
      * CADDOSEJ E O ITEM DE RECEITA DO CADMOVEST)
      * A HORA ENTRA NO MEIO DA CHAVE E NO CADRECIB VAI NO FIM DO
      * REGISTRO; ELA E BUSCADA NO CADAGEN ANTIGO, ONDE SO HAVIA UM
      * AGENDAMENTO POR PACIENTE/MEDICO/DIA. REGISTRO SEM
      * AGENDAMENTO CORRESPONDENTE FICA COM A HORA ZERADA E E
      * CONTADO A PARTE. COMO NO SMP061, CADA ARQUIVO E GRAVADO COM
      * O SUFIXO "NV" E O OPERADOR SO SUBSTITUI OS ANTIGOS DEPOIS DE
      * CONFERIR AS CONTAGENS LIDO X GRAVADO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OAG-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS OAG-CHAVE-PAC
                                     WITH DUPLICATES.

           SELECT AGENNOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS AG-CHAVE
             FILE STATUS  IS ST-ERRO
             ALTERNATE RECORD KEY IS AG-CHAVE-PAC
                                     WITH DUPLICATES.

           SELECT AGARVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OAX-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT AGARNOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS AX-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT PRAGVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OPA-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT PRAGNOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PA-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT RECEVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ORE-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT RECENOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS RE-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT EVOLVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OEV-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT EVOLNOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS EV-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT REMEVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ORM-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT REMENOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS RM-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT PARCVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OPC-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT PARCNOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS PC-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT TELEVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OTL-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT TELENOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS TL-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT NPSVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ONP-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT NPSNOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS NP-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT DISPVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ODI-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT DISPNOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS DI-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT MOVEVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS OMV-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT MOVENOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS MV-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT DOSEVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ODJ-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT DOSENOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS DJ-CHAVE
             FILE STATUS  IS ST-ERRO.

           SELECT RECIVELHO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS ORC-NUMERO
             FILE STATUS  IS ST-ERRO.

           SELECT RECINOVO ASSIGN TO DISK
             ORGANIZATION IS INDEXED
             ACCESS MODE  IS DYNAMIC
             RECORD KEY   IS RC-NUMERO
             FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----------------[ AGENDA - CHAVE ANTIGA ]------------------------
       FD AGENVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       01 REGAGENVELHO.
           03 OAG-CHAVE.
               05 OAG-DATA           PIC 9(08).
               05 OAG-CRM            PIC 9(06).
               05 OAG-CRM-UF         PIC X(02).
               05 OAG-PCODIGO        PIC 9(06).
           03 OAG-HORA               PIC 9(04).
           03 FILLER                 PIC X(75).
           03 OAG-CHAVE-PAC          PIC X(14).
           03 FILLER                 PIC X(02).
      *
       FD AGENNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENNV.DAT".
       COPY REGAGEN.
      *----------------[ AGENDA ARQUIVADA - CHAVE ANTIGA ]--------------
       FD AGARVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENAR.DAT".
       01 REGAGARVELHO.
           03 OAX-CHAVE.
               05 OAX-DATA           PIC 9(08).
               05 OAX-CRM            PIC 9(06).
               05 OAX-CRM-UF         PIC X(02).
               05 OAX-PCODIGO        PIC 9(06).
           03 OAX-RESTO              PIC X(95).
      *
       FD AGARNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENARNV.DAT".
       01 REGAGENAR.
           03 AX-CHAVE.
               05 AX-DATA            PIC 9(08).
               05 AX-CRM             PIC 9(06).
               05 AX-CRM-UF          PIC X(02).
               05 AX-PCODIGO         PIC 9(06).
               05 AX-HORA            PIC 9(04).
           03 AX-RESTO.
               05 FILLER             PIC X(91).
               05 AX-ENCAIXE         PIC X(01).
               05 AX-MOT-ENCAIXE     PIC X(30).
               05 AX-ESPEC           PIC 9(02).
      *
      *----------------[ PROCEDIMENTOS DA CONSULTA - CHAVE ANTIGA ]-----
       FD PRAGVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROCAG.DAT".
       01 REGPRAGVELHO.
           03 OPA-CHAVE.
               05 OPA-DATA           PIC 9(08).
               05 OPA-CRM            PIC 9(06).
               05 OPA-CRM-UF         PIC X(02).
               05 OPA-PCODIGO        PIC 9(06).
               05 OPA-SEQ            PIC 9(02).
           03 OPA-DADOS              PIC X(20).
      *
       FD PRAGNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROCAGNV.DAT".
       COPY REGPROCAG.
      *
      *----------------[ RECEITAS - CHAVE ANTIGA ]----------------------
       FD RECEVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECET.DAT".
       01 REGRECEVELHO.
           03 ORE-CHAVE.
               05 ORE-DATA           PIC 9(08).
               05 ORE-PCODIGO        PIC 9(06).
               05 ORE-CRM            PIC 9(06).
               05 ORE-CRM-UF         PIC X(02).
               05 ORE-SEQ            PIC 9(02).
           03 ORE-DADOS              PIC X(69).
      *
       FD RECENOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECETNV.DAT".
       COPY REGRECET.
      *
      *----------------[ EVOLUCAO CLINICA - CHAVE ANTIGA ]--------------
       FD EVOLVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVOL.DAT".
       01 REGEVOLVELHO.
           03 OEV-CHAVE.
               05 OEV-DATA           PIC 9(08).
               05 OEV-CRM            PIC 9(06).
               05 OEV-CRM-UF         PIC X(02).
               05 OEV-PCODIGO        PIC 9(06).
               05 OEV-SEQ            PIC 9(02).
           03 OEV-DADOS              PIC X(248).
      *
       FD EVOLNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVOLNV.DAT".
       COPY REGEVOL.
      *
      *----------------[ REMESSA DE FATURAMENTO - CHAVE ANTIGA ]--------
       FD REMEVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMES.DAT".
       01 REGREMEVELHO.
           03 ORM-CHAVE.
               05 ORM-DATA           PIC 9(08).
               05 ORM-CRM            PIC 9(06).
               05 ORM-CRM-UF         PIC X(02).
               05 ORM-PCODIGO        PIC 9(06).
           03 ORM-DADOS              PIC X(81).
      *
       FD REMENOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMESNV.DAT".
       COPY REGREMES.
      *
      *----------------[ PARCELAS - CHAVE ANTIGA ]----------------------
       FD PARCVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARCVELHO.
           03 OPC-CHAVE.
               05 OPC-PCODIGO        PIC 9(06).
               05 OPC-AG-DATA        PIC 9(08).
               05 OPC-CRM            PIC 9(06).
               05 OPC-CRM-UF         PIC X(02).
               05 OPC-NUM            PIC 9(02).
           03 OPC-DADOS              PIC X(55).
      *
       FD PARCNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARCNV.DAT".
       COPY REGPARC.
      *
      *----------------[ TELECONSULTA - CHAVE ANTIGA ]------------------
       FD TELEVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELE.DAT".
       01 REGTELEVELHO.
           03 OTL-CHAVE.
               05 OTL-DATA           PIC 9(08).
               05 OTL-CRM            PIC 9(06).
               05 OTL-CRM-UF         PIC X(02).
               05 OTL-PCODIGO        PIC 9(06).
           03 OTL-DADOS              PIC X(110).
      *
       FD TELENOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTELENV.DAT".
       COPY REGTELE.
      *
      *----------------[ PESQUISA NPS - CHAVE ANTIGA ]------------------
       FD NPSVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
       01 REGNPSVELHO.
           03 ONP-CHAVE.
               05 ONP-DATA           PIC 9(08).
               05 ONP-CRM            PIC 9(06).
               05 ONP-CRM-UF         PIC X(02).
               05 ONP-PCODIGO        PIC 9(06).
           03 ONP-DADOS              PIC X(83).
      *
       FD NPSNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPSNV.DAT".
       COPY REGNPS.
      *
      *----------------[ DISPENSACAO - CHAVE ANTIGA ]-------------------
       FD DISPVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISPEN.DAT".
       01 REGDISPVELHO.
           03 ODI-CHAVE.
               05 ODI-DATA           PIC 9(08).
               05 ODI-PCODIGO        PIC 9(06).
               05 ODI-CRM            PIC 9(06).
               05 ODI-CRM-UF         PIC X(02).
               05 ODI-SEQ            PIC 9(02).
           03 ODI-DADOS              PIC X(44).
      *
       FD DISPNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISPENNV.DAT".
       COPY REGDISPEN.
      *
      *----------------[ MOVIMENTO DE ESTOQUE - CHAVE ANTIGA ]----------
       FD MOVEVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01 REGMOVEVELHO.
           03 OMV-CHAVE             PIC X(22).
           03 OMV-DADOS1             PIC X(63).
           03 OMV-RE-CHAVE.
               05 OMV-RE-DATA        PIC 9(08).
               05 OMV-RE-PCODIGO     PIC 9(06).
               05 OMV-RE-CRM         PIC 9(06).
               05 OMV-RE-CRM-UF      PIC X(02).
               05 OMV-RE-SEQ         PIC 9(02).
           03 OMV-DADOS2             PIC X(16).
      *
       FD MOVENOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVESTNV.DAT".
       COPY REGMOVEST.
      *
      *----------------[ DOSES ACIMA DO LIMITE - CHAVE ANTIGA ]--------
       FD DOSEVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOSEJ.DAT".
       01 REGDOSEVELHO.
           03 ODJ-CHAVE.
               05 ODJ-DATA           PIC 9(08).
               05 ODJ-PCODIGO        PIC 9(06).
               05 ODJ-CRM            PIC 9(06).
               05 ODJ-CRM-UF         PIC X(02).
               05 ODJ-SEQ            PIC 9(02).
           03 ODJ-DADOS              PIC X(158).
      *
       FD DOSENOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOSEJNV.DAT".
       COPY REGDOSEJ.
      *
      *----------------[ RECIBOS - LAYOUT ANTIGO ]----------------------
       FD RECIVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIB.DAT".
       01 REGRECIVELHO.
           03 ORC-NUMERO             PIC 9(06).
           03 ORC-PCODIGO            PIC 9(06).
           03 ORC-AG-DATA            PIC 9(08).
           03 ORC-CRM                PIC 9(06).
           03 ORC-CRM-UF             PIC X(02).
           03 ORC-DADOS              PIC X(101).
      *
       FD RECINOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIBNV.DAT".
       COPY REGRECIB.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO          PIC X(02) VALUE "00".
       77 W-LIDOS          PIC 9(06) VALUE ZEROS.
       77 W-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 W-SEM-AGEN       PIC 9(06) VALUE ZEROS.
       77 W-HORA           PIC 9(04) VALUE ZEROS.
      *----- ITEM DE RECEITA DO MOVIMENTO NO FORMATO NOVO DO RE-CHAVE
       01 W-RE-CHAVE.
           03 W-RE-DATA          PIC 9(08).
           03 W-RE-PCODIGO       PIC 9(06).
           03 W-RE-CRM           PIC 9(06).
           03 W-RE-CRM-UF        PIC X(02).
           03 W-RE-HORA          PIC 9(04).
           03 W-RE-SEQ           PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-001.
           DISPLAY "*** INICIO DA CONVERSAO DA CHAVE DA AGENDA".
           DISPLAY "OS ARQUIVOS NOVOS RECEBEM O SUFIXO NV: CONFIRA".
           DISPLAY "AS CONTAGENS E SO ENTAO SUBSTITUA OS ANTIGOS.".
      *----- O CADAGEN ANTIGO E LIDO ATE O FIM DA RODADA: E DELE QUE
      *----- SAI A HORA DOS REGISTROS DOS OUTROS ARQUIVOS
           OPEN INPUT AGENVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADAGEN NAO DISPONIVEL (" ST-ERRO
                       ") - CONVERSAO CANCELADA *"
               GO TO ROT-FIM.

           PERFORM CNV-AGEN   THRU CNV-AGEN-FIM.
           PERFORM CNV-AGAR   THRU CNV-AGAR-FIM.
           PERFORM CNV-PRAG   THRU CNV-PRAG-FIM.
           PERFORM CNV-RECE   THRU CNV-RECE-FIM.
           PERFORM CNV-EVOL   THRU CNV-EVOL-FIM.
           PERFORM CNV-REME   THRU CNV-REME-FIM.
           PERFORM CNV-PARC   THRU CNV-PARC-FIM.
           PERFORM CNV-TELE   THRU CNV-TELE-FIM.
           PERFORM CNV-NPS    THRU CNV-NPS-FIM.
           PERFORM CNV-DISP   THRU CNV-DISP-FIM.
           PERFORM CNV-MOVE   THRU CNV-MOVE-FIM.
           PERFORM CNV-DOSE   THRU CNV-DOSE-FIM.
           PERFORM CNV-RECI   THRU CNV-RECI-FIM.

           CLOSE AGENVELHO.
           DISPLAY "*** FIM DA CONVERSAO DA CHAVE DA AGENDA".
           GO TO ROT-FIM.
      *
      *----------------[ CONVERTE CADAGEN ]-----------------------------
       CNV-AGEN.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS.
           OPEN OUTPUT AGENNOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADAGENNV.DAT"
               GO TO CNV-AGEN-FIM.
       CNV-AGEN-LER.
           READ AGENVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-AGEN-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE REGAGENVELHO TO REGAGEN.
           MOVE "N"          TO AG-ENCAIXE.
           MOVE SPACES       TO AG-MOT-ENCAIXE.
           MOVE ZEROS        TO AG-ESPEC.
           WRITE REGAGEN
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-AGEN-LER.
       CNV-AGEN-FECHA.
           CLOSE AGENNOVO.
           DISPLAY "CADAGEN   - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
       CNV-AGEN-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADAGENAR ]---------------------------
       CNV-AGAR.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS.
           OPEN INPUT AGARVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADAGENAR NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-AGAR-FIM.
           OPEN OUTPUT AGARNOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADAGENARNV.DAT"
               CLOSE AGARVELHO
               GO TO CNV-AGAR-FIM.
       CNV-AGAR-LER.
           READ AGARVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-AGAR-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE REGAGARVELHO TO REGAGENAR.
           MOVE "N"          TO AX-ENCAIXE.
           MOVE SPACES       TO AX-MOT-ENCAIXE.
           MOVE ZEROS        TO AX-ESPEC.
           WRITE REGAGENAR
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-AGAR-LER.
       CNV-AGAR-FECHA.
           CLOSE AGARVELHO AGARNOVO.
           DISPLAY "CADAGENAR - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
       CNV-AGAR-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADPROCAG ]---------------------------
       CNV-PRAG.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT PRAGVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADPROCAG NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-PRAG-FIM.
           OPEN OUTPUT PRAGNOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADPROCAGNV.DAT"
               CLOSE PRAGVELHO
               GO TO CNV-PRAG-FIM.
       CNV-PRAG-LER.
           READ PRAGVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-PRAG-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE OPA-DATA         TO OAG-DATA.
           MOVE OPA-CRM          TO OAG-CRM.
           MOVE OPA-CRM-UF       TO OAG-CRM-UF.
           MOVE OPA-PCODIGO      TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE OPA-DATA         TO PA-DATA.
           MOVE OPA-CRM          TO PA-CRM.
           MOVE OPA-CRM-UF       TO PA-CRM-UF.
           MOVE OPA-PCODIGO      TO PA-PCODIGO.
           MOVE OPA-SEQ          TO PA-SEQ.
           MOVE W-HORA           TO PA-HORA.
           MOVE OPA-DADOS        TO REGPROCAG (29:20).
           WRITE REGPROCAG
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-PRAG-LER.
       CNV-PRAG-FECHA.
           CLOSE PRAGVELHO PRAGNOVO.
           DISPLAY "CADPROCAG - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-PRAG-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADRECET ]----------------------------
       CNV-RECE.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT RECEVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADRECET NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-RECE-FIM.
           OPEN OUTPUT RECENOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADRECETNV.DAT"
               CLOSE RECEVELHO
               GO TO CNV-RECE-FIM.
       CNV-RECE-LER.
           READ RECEVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-RECE-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE ORE-DATA         TO OAG-DATA.
           MOVE ORE-CRM          TO OAG-CRM.
           MOVE ORE-CRM-UF       TO OAG-CRM-UF.
           MOVE ORE-PCODIGO      TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE ORE-DATA         TO RE-DATA.
           MOVE ORE-PCODIGO      TO RE-PCODIGO.
           MOVE ORE-CRM          TO RE-CRM.
           MOVE ORE-CRM-UF       TO RE-CRM-UF.
           MOVE ORE-SEQ          TO RE-SEQ.
           MOVE W-HORA           TO RE-HORA.
           MOVE ORE-DADOS        TO REGRECET (29:69).
           WRITE REGRECET
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-RECE-LER.
       CNV-RECE-FECHA.
           CLOSE RECEVELHO RECENOVO.
           DISPLAY "CADRECET  - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-RECE-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADEVOL ]-----------------------------
       CNV-EVOL.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT EVOLVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADEVOL NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-EVOL-FIM.
           OPEN OUTPUT EVOLNOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADEVOLNV.DAT"
               CLOSE EVOLVELHO
               GO TO CNV-EVOL-FIM.
       CNV-EVOL-LER.
           READ EVOLVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-EVOL-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE OEV-DATA         TO OAG-DATA.
           MOVE OEV-CRM          TO OAG-CRM.
           MOVE OEV-CRM-UF       TO OAG-CRM-UF.
           MOVE OEV-PCODIGO      TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE OEV-DATA         TO EV-DATA.
           MOVE OEV-CRM          TO EV-CRM.
           MOVE OEV-CRM-UF       TO EV-CRM-UF.
           MOVE OEV-PCODIGO      TO EV-PCODIGO.
           MOVE OEV-SEQ          TO EV-SEQ.
           MOVE W-HORA           TO EV-HORA.
           MOVE OEV-DADOS        TO REGEVOL (29:248).
           WRITE REGEVOL
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-EVOL-LER.
       CNV-EVOL-FECHA.
           CLOSE EVOLVELHO EVOLNOVO.
           DISPLAY "CADEVOL   - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-EVOL-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADREMES ]----------------------------
       CNV-REME.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT REMEVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADREMES NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-REME-FIM.
           OPEN OUTPUT REMENOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADREMESNV.DAT"
               CLOSE REMEVELHO
               GO TO CNV-REME-FIM.
       CNV-REME-LER.
           READ REMEVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-REME-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE ORM-DATA         TO OAG-DATA.
           MOVE ORM-CRM          TO OAG-CRM.
           MOVE ORM-CRM-UF       TO OAG-CRM-UF.
           MOVE ORM-PCODIGO      TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE ORM-DATA         TO RM-DATA.
           MOVE ORM-CRM          TO RM-CRM.
           MOVE ORM-CRM-UF       TO RM-CRM-UF.
           MOVE ORM-PCODIGO      TO RM-PCODIGO.
           MOVE W-HORA           TO RM-HORA.
           MOVE ORM-DADOS        TO REGREMES (27:81).
           WRITE REGREMES
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-REME-LER.
       CNV-REME-FECHA.
           CLOSE REMEVELHO REMENOVO.
           DISPLAY "CADREMES  - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-REME-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADPARC ]-----------------------------
       CNV-PARC.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT PARCVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADPARC NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-PARC-FIM.
           OPEN OUTPUT PARCNOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADPARCNV.DAT"
               CLOSE PARCVELHO
               GO TO CNV-PARC-FIM.
       CNV-PARC-LER.
           READ PARCVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-PARC-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE OPC-AG-DATA      TO OAG-DATA.
           MOVE OPC-CRM          TO OAG-CRM.
           MOVE OPC-CRM-UF       TO OAG-CRM-UF.
           MOVE OPC-PCODIGO      TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE OPC-PCODIGO      TO PC-PCODIGO.
           MOVE OPC-AG-DATA      TO PC-AG-DATA.
           MOVE OPC-CRM          TO PC-CRM.
           MOVE OPC-CRM-UF       TO PC-CRM-UF.
           MOVE OPC-NUM          TO PC-NUM.
           MOVE W-HORA           TO PC-AG-HORA.
           MOVE OPC-DADOS        TO REGPARC (29:55).
           WRITE REGPARC
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-PARC-LER.
       CNV-PARC-FECHA.
           CLOSE PARCVELHO PARCNOVO.
           DISPLAY "CADPARC   - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-PARC-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADTELE ]-----------------------------
       CNV-TELE.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT TELEVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADTELE NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-TELE-FIM.
           OPEN OUTPUT TELENOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADTELENV.DAT"
               CLOSE TELEVELHO
               GO TO CNV-TELE-FIM.
       CNV-TELE-LER.
           READ TELEVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-TELE-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE OTL-DATA         TO OAG-DATA.
           MOVE OTL-CRM          TO OAG-CRM.
           MOVE OTL-CRM-UF       TO OAG-CRM-UF.
           MOVE OTL-PCODIGO      TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE OTL-DATA         TO TL-DATA.
           MOVE OTL-CRM          TO TL-CRM.
           MOVE OTL-CRM-UF       TO TL-CRM-UF.
           MOVE OTL-PCODIGO      TO TL-PCODIGO.
           MOVE W-HORA           TO TL-HORA.
           MOVE OTL-DADOS        TO REGTELE (27:110).
           WRITE REGTELE
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-TELE-LER.
       CNV-TELE-FECHA.
           CLOSE TELEVELHO TELENOVO.
           DISPLAY "CADTELE   - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-TELE-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADNPS ]------------------------------
       CNV-NPS.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT NPSVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADNPS NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-NPS-FIM.
           OPEN OUTPUT NPSNOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADNPSNV.DAT"
               CLOSE NPSVELHO
               GO TO CNV-NPS-FIM.
       CNV-NPS-LER.
           READ NPSVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-NPS-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE ONP-DATA         TO OAG-DATA.
           MOVE ONP-CRM          TO OAG-CRM.
           MOVE ONP-CRM-UF       TO OAG-CRM-UF.
           MOVE ONP-PCODIGO      TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE ONP-DATA         TO NP-DATA.
           MOVE ONP-CRM          TO NP-CRM.
           MOVE ONP-CRM-UF       TO NP-CRM-UF.
           MOVE ONP-PCODIGO      TO NP-PCODIGO.
           MOVE W-HORA           TO NP-HORA.
           MOVE ONP-DADOS        TO REGNPS (27:83).
           WRITE REGNPS
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-NPS-LER.
       CNV-NPS-FECHA.
           CLOSE NPSVELHO NPSNOVO.
           DISPLAY "CADNPS    - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-NPS-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADDISPEN ]---------------------------
       CNV-DISP.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT DISPVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADDISPEN NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-DISP-FIM.
           OPEN OUTPUT DISPNOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADDISPENNV.DAT"
               CLOSE DISPVELHO
               GO TO CNV-DISP-FIM.
       CNV-DISP-LER.
           READ DISPVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-DISP-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE ODI-DATA         TO OAG-DATA.
           MOVE ODI-CRM          TO OAG-CRM.
           MOVE ODI-CRM-UF       TO OAG-CRM-UF.
           MOVE ODI-PCODIGO      TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE ODI-DATA         TO DI-DATA.
           MOVE ODI-PCODIGO      TO DI-PCODIGO.
           MOVE ODI-CRM          TO DI-CRM.
           MOVE ODI-CRM-UF       TO DI-CRM-UF.
           MOVE ODI-SEQ          TO DI-SEQ.
           MOVE W-HORA           TO DI-HORA.
           MOVE ODI-DADOS        TO REGDISPEN (29:44).
           WRITE REGDISPEN
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-DISP-LER.
       CNV-DISP-FECHA.
           CLOSE DISPVELHO DISPNOVO.
           DISPLAY "CADDISPEN - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-DISP-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADMOVEST ]---------------------------
       CNV-MOVE.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT MOVEVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADMOVEST NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-MOVE-FIM.
           OPEN OUTPUT MOVENOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADMOVESTNV.DAT"
               CLOSE MOVEVELHO
               GO TO CNV-MOVE-FIM.
       CNV-MOVE-LER.
           READ MOVEVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-MOVE-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE OMV-CHAVE        TO MV-CHAVE.
           MOVE OMV-DADOS1       TO REGMOVEST (23:63).
           MOVE OMV-DADOS2       TO REGMOVEST (114:16).
      *----- ENTRADA, TRANSFERENCIA E AJUSTE NAO TEM ITEM DE RECEITA
           MOVE SPACES           TO MV-RE-CHAVE.
           IF OMV-RE-CHAVE = SPACES
               GO TO CNV-MOVE-GRAVA.
           MOVE OMV-RE-DATA      TO OAG-DATA.
           MOVE OMV-RE-CRM       TO OAG-CRM.
           MOVE OMV-RE-CRM-UF    TO OAG-CRM-UF.
           MOVE OMV-RE-PCODIGO   TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE OMV-RE-DATA      TO W-RE-DATA.
           MOVE OMV-RE-PCODIGO   TO W-RE-PCODIGO.
           MOVE OMV-RE-CRM       TO W-RE-CRM.
           MOVE OMV-RE-CRM-UF    TO W-RE-CRM-UF.
           MOVE W-HORA           TO W-RE-HORA.
           MOVE OMV-RE-SEQ       TO W-RE-SEQ.
           MOVE W-RE-CHAVE       TO MV-RE-CHAVE.
       CNV-MOVE-GRAVA.
           WRITE REGMOVEST
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-MOVE-LER.
       CNV-MOVE-FECHA.
           CLOSE MOVEVELHO MOVENOVO.
           DISPLAY "CADMOVEST - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-MOVE-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADDOSEJ ]----------------------------
       CNV-DOSE.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT DOSEVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADDOSEJ NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-DOSE-FIM.
           OPEN OUTPUT DOSENOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADDOSEJNV.DAT"
               CLOSE DOSEVELHO
               GO TO CNV-DOSE-FIM.
       CNV-DOSE-LER.
           READ DOSEVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-DOSE-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE ODJ-DATA         TO OAG-DATA.
           MOVE ODJ-CRM          TO OAG-CRM.
           MOVE ODJ-CRM-UF       TO OAG-CRM-UF.
           MOVE ODJ-PCODIGO      TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE ODJ-DATA         TO DJ-DATA.
           MOVE ODJ-PCODIGO      TO DJ-PCODIGO.
           MOVE ODJ-CRM          TO DJ-CRM.
           MOVE ODJ-CRM-UF       TO DJ-CRM-UF.
           MOVE W-HORA           TO DJ-HORA.
           MOVE ODJ-SEQ          TO DJ-SEQ.
           MOVE ODJ-DADOS        TO REGDOSEJ (29:158).
           WRITE REGDOSEJ
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-DOSE-LER.
       CNV-DOSE-FECHA.
           CLOSE DOSEVELHO DOSENOVO.
           DISPLAY "CADDOSEJ  - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-DOSE-FIM.
           EXIT.
      *
      *----------------[ CONVERTE CADRECIB ]----------------------------
       CNV-RECI.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-SEM-AGEN.
           OPEN INPUT RECIVELHO
           IF ST-ERRO NOT = "00"
               DISPLAY "* CADRECIB NAO DISPONIVEL - PULADO (" ST-ERRO
                       ")"
               GO TO CNV-RECI-FIM.
           OPEN OUTPUT RECINOVO
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA CRIACAO DO CADRECIBNV.DAT"
               CLOSE RECIVELHO
               GO TO CNV-RECI-FIM.
       CNV-RECI-LER.
           READ RECIVELHO NEXT
           IF ST-ERRO NOT = "00"
               GO TO CNV-RECI-FECHA.
           ADD 1 TO W-LIDOS.
           MOVE ORC-AG-DATA      TO OAG-DATA.
           MOVE ORC-CRM          TO OAG-CRM.
           MOVE ORC-CRM-UF       TO OAG-CRM-UF.
           MOVE ORC-PCODIGO      TO OAG-PCODIGO.
           PERFORM ACHA-HORA THRU ACHA-HORA-FIM.
           MOVE REGRECIVELHO     TO REGRECIB.
           MOVE W-HORA           TO RC-AG-HORA.
           WRITE REGRECIB
           IF ST-ERRO = "00" OR "02"
               ADD 1 TO W-GRAVADOS.
           GO TO CNV-RECI-LER.
       CNV-RECI-FECHA.
           CLOSE RECIVELHO RECINOVO.
           DISPLAY "CADRECIB  - LIDOS: " W-LIDOS
                   " GRAVADOS: " W-GRAVADOS.
           IF W-LIDOS NOT = W-GRAVADOS
               DISPLAY "* ATENCAO: CONTAGENS NAO CONFEREM *".
           IF W-SEM-AGEN NOT = ZEROS
               DISPLAY "  SEM AGENDAMENTO NO CADAGEN (HORA ZERADA): "
                       W-SEM-AGEN.
       CNV-RECI-FIM.
           EXIT.
      *
      *----------------[ HORA DO AGENDAMENTO NO CADAGEN ANTIGO ]--------
      *----- ENTRA COM OAG-DATA/CRM/UF/PCODIGO E DEVOLVE W-HORA
       ACHA-HORA.
           READ AGENVELHO
           IF ST-ERRO = "00"
               MOVE OAG-HORA TO W-HORA
           ELSE
               MOVE ZEROS    TO W-HORA
               ADD 1 TO W-SEM-AGEN.
       ACHA-HORA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *---------------------*** FIM DE PROGRAMA ***--------------------*
