              RECORD KEY   IS OP-CODIGO
              FILE STATUS  IS ST-ERRO.

           SELECT CADPERF ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS ST-ERRO.

           SELECT CADPEND ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              RECORD KEY   IS PN-NUMERO
              FILE STATUS  IS ST-ERRO
              ALTERNATE RECORD KEY IS PN-CHAVE-REF
              ALTERNATE RECORD KEY IS PN-CHAVE-VENC
                                      WITH DUPLICATES.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       COPY REGOPER.
      *
       FD CADPERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO.FLG".
       01 REGTREINOFLG.
           03 TF-OPERADOR          PIC X(08).
      *
       FD CADPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEND.DAT".
       COPY REGPEND.
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-DIAS-SENHA  PIC S9(08) VALUE ZEROS.
       01 W-TROCA-OK    PIC X(01) VALUE "N".
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
      *----- SESSAO DO OPERADOR NESTE TERMINAL (ROTINA SMPSES)
       01 W-SES-PARM.
           03 SSP-ACAO      PIC X(01) VALUE SPACES.
           03 SSP-OPERADOR  PIC X(08) VALUE SPACES.
           03 SSP-TERMINAL  PIC X(12) VALUE SPACES.
           03 SSP-SITUACAO  PIC X(01) VALUE SPACES.
           03 SSP-OK        PIC X(01) VALUE SPACES.
       01 W-DIR-PRODUCAO.
           03 FILLER     PIC X(02) VALUE "..".
           03 FILLER     PIC X(01) VALUE LOW-VALUE.
      *----- MODO TREINAMENTO: TODO O SISTEMA PASSA A TRABALHAR
      *----- NA PASTA TREINO (ARQUIVOS DE PRATICA), SEM TOCAR NA
      *----- PRODUCAO. LIBERADO PARA ADMIN E PARA OS PERFIS COM O
           03 WJ-SIT    PIC X(14).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 WJ-REGS   PIC ZZZZZ9.
      *----- PENDENCIAS DO OPERADOR VENCIDAS E DE HOJE (CADPEND)
       01 W-PEND-QT     PIC 9(04) VALUE ZEROS.
       01 W-PEND-QT-ED  PIC ZZZ9 VALUE ZEROS.
       01 W-LINHA-PEND.
           03 WP-NUMERO PIC ZZZZZ9.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 WP-DTVENC PIC 9999.99.99.
           03 FILLER    PIC X(02) VALUE SPACES.
           03 WP-SIT    PIC X(08).
           03 FILLER    PIC X(02) VALUE SPACES.
           03 WP-DESC   PIC X(40).

      *----------------------------------------------------------------
       01 TAB-PROG-DISP.
           03 FILLER PIC X(08) VALUE "SMP111".
           03 FILLER PIC X(08) VALUE "SMP112".
           03 FILLER PIC X(08) VALUE "SMP113".
           03 FILLER PIC X(08) VALUE "SMP114".
           03 FILLER PIC X(08) VALUE "SMP115".
           03 FILLER PIC X(08) VALUE "SMP116".
           03 FILLER PIC X(08) VALUE "SMP117".
           03 FILLER PIC X(08) VALUE "SMP118".
           03 FILLER PIC X(08) VALUE "SMP119".
           03 FILLER PIC X(08) VALUE "SMP120".
           03 FILLER PIC X(08) VALUE "SMP121".
           03 FILLER PIC X(08) VALUE "SMP122".
           03 FILLER PIC X(08) VALUE "SMP123".
           03 FILLER PIC X(08) VALUE "SMP124".
           03 FILLER PIC X(08) VALUE "SMP125".
           03 FILLER PIC X(08) VALUE "SMP126".
           03 FILLER PIC X(08) VALUE "SMP127".
           03 FILLER PIC X(08) VALUE "SMP128".
           03 FILLER PIC X(08) VALUE "SMP129".
           03 FILLER PIC X(08) VALUE "SMP130".
           03 FILLER PIC X(08) VALUE "SMP131".
           03 FILLER PIC X(08) VALUE "SMP132".
           03 FILLER PIC X(08) VALUE "SMP133".
           03 FILLER PIC X(08) VALUE "SMP134".
           03 FILLER PIC X(08) VALUE "SMP135".
           03 FILLER PIC X(08) VALUE "SMP136".
           03 FILLER PIC X(08) VALUE "SMP137".
           03 FILLER PIC X(08) VALUE "SMP138".
           03 FILLER PIC X(08) VALUE "SMP139".
           03 FILLER PIC X(08) VALUE "SMP140".
           03 FILLER PIC X(08) VALUE "SMP141".
           03 FILLER PIC X(08) VALUE "SMP142".
           03 FILLER PIC X(08) VALUE "SMP143".
           03 FILLER PIC X(08) VALUE "SMP144".
           03 FILLER PIC X(08) VALUE "SMP145".
           03 FILLER PIC X(08) VALUE "SMP146".
           03 FILLER PIC X(08) VALUE "SMP147".
           03 FILLER PIC X(08) VALUE "SMP148".
           03 FILLER PIC X(08) VALUE "SMP149".
           03 FILLER PIC X(08) VALUE "SMP150".
           03 FILLER PIC X(08) VALUE "SMP151".
           03 FILLER PIC X(08) VALUE "SMP152".
           03 FILLER PIC X(08) VALUE "SMP153".
           03 FILLER PIC X(08) VALUE "SMP154".
           03 FILLER PIC X(08) VALUE "SMP155".
           03 FILLER PIC X(08) VALUE "SMP156".
           03 FILLER PIC X(08) VALUE "SMP157".
           03 FILLER PIC X(08) VALUE "SMP158".
           03 FILLER PIC X(08) VALUE "SMP159".
           03 FILLER PIC X(08) VALUE "SMP160".
           03 FILLER PIC X(08) VALUE "SMP161".
           03 FILLER PIC X(08) VALUE "SMP162".
           03 FILLER PIC X(08) VALUE "SMP163".
           03 FILLER PIC X(08) VALUE "SMP164".
           03 FILLER PIC X(08) VALUE "SMP165".
           03 FILLER PIC X(08) VALUE "SMP166".
           03 FILLER PIC X(08) VALUE "SMP167".
           03 FILLER PIC X(08) VALUE "SMP168".
           03 FILLER PIC X(08) VALUE "SMP169".
           03 FILLER PIC X(08) VALUE "SMP170".
           03 FILLER PIC X(08) VALUE "SMP171".
           03 FILLER PIC X(08) VALUE "SMP172".
           03 FILLER PIC X(08) VALUE "SMP173".
           03 FILLER PIC X(08) VALUE "SMP174".
           03 FILLER PIC X(08) VALUE "SMP175".
           03 FILLER PIC X(08) VALUE "SMP176".
           03 FILLER PIC X(08) VALUE "SMP177".
           03 FILLER PIC X(08) VALUE "SMP178".
           03 FILLER PIC X(08) VALUE "SMP179".
           03 FILLER PIC X(08) VALUE "SMP180".
           03 FILLER PIC X(08) VALUE "SMP181".
           03 FILLER PIC X(08) VALUE "SMP182".
           03 FILLER PIC X(08) VALUE "SMP183".
           03 FILLER PIC X(08) VALUE "SMP184".
           03 FILLER PIC X(08) VALUE "SMP185".
           03 FILLER PIC X(08) VALUE "SMP186".
           03 FILLER PIC X(08) VALUE "SMP187".
           03 FILLER PIC X(08) VALUE "SMP188".
           03 FILLER PIC X(08) VALUE "SMP189".
           03 FILLER PIC X(08) VALUE "SMP190".
           03 FILLER PIC X(08) VALUE "SMP191".
           03 FILLER PIC X(08) VALUE "SMP192".
           03 FILLER PIC X(08) VALUE "SMP193".
           03 FILLER PIC X(08) VALUE "SMP194".
           03 FILLER PIC X(08) VALUE "SMP195".
           03 FILLER PIC X(08) VALUE "SMP196".
           03 FILLER PIC X(08) VALUE "SMP197".
           03 FILLER PIC X(08) VALUE "SMP198".
           03 FILLER PIC X(08) VALUE "SMP199".
           03 FILLER PIC X(08) VALUE "SMP200".
           03 FILLER PIC X(08) VALUE "SMP201".
           03 FILLER PIC X(08) VALUE "SMP202".
           03 FILLER PIC X(08) VALUE "SMP203".
      *
       01 TAB-PROGR REDEFINES TAB-PROG-DISP.
          03 TAB-PROG PIC X(08) OCCURS 218 TIMES.
      *
       77 W-MAX-OPCAO PIC 9(03) VALUE 218.
       77 W-PAGINA    PIC 9(01) VALUE 1.
      *
      ******************
               VALUE  " 127 - EXTRACAO PARA BI (EXPORT)".
           05  LINE 08  COLUMN 45
               VALUE  " 128 - DIAS DE AFASTAMENTO POR CID".
           05  LINE 09  COLUMN 45
               VALUE  " 129 - ESTOQUE DA FARMACIA (ITENS)".
           05  LINE 10  COLUMN 45
               VALUE  " 130 - MOVIMENTOS DE ESTOQUE".
           05  LINE 11  COLUMN 45
               VALUE  " 131 - DISPENSACAO DE RECEITAS".
           05  LINE 12  COLUMN 45
               VALUE  " 132 - REPOSICAO DE ESTOQUE".
           05  LINE 13  COLUMN 45
               VALUE  " 133 - LOTES DE VACINA".
           05  LINE 14  COLUMN 45
               VALUE  " 134 - RASTREIO DE LOTE (RECALL)".
           05  LINE 15  COLUMN 45
               VALUE  " 135 - CALENDARIO VACINAL PNI".
           05  LINE 16  COLUMN 45
               VALUE  " 136 - DOSES FALTANTES/ATRASADAS".
           05  LINE 17  COLUMN 45
               VALUE  " 137 - EXPORTACAO VACINAS RNDS".
           05  LINE 18  COLUMN 45
               VALUE  " 138 - RETORNO DA RNDS (VACINAS)".
           05  LINE 19  COLUMN 45
               VALUE  " 139 - PRODUCAO SUS - ARQUIVO BPA".
           05  LINE 20  COLUMN 45
               VALUE  " 140 - DMED - RECEITA FEDERAL".
           05  LINE 21  COLUMN 45
               VALUE  " 141 - SESSAO DE TELECONSULTA".

           05  LINE 22  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 22  COLUMN 41
               VALUE  " ( 00 - ENCERRA  999 - PROXIMA PAG.  )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO4
               LINE 22  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
      *----------------------------------------------------------------
       01  TELA-INIC5.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             MENU INICIAL".
           05  LINE 02  COLUMN 43
               VALUE  "( PAGINA 5 )".

           05  LINE 04  COLUMN 01
               VALUE  "  142 - PESQUISA NPS - EXTRACAO".
           05  LINE 05  COLUMN 01
               VALUE  "  143 - PESQUISA NPS - RESPOSTAS".
           05  LINE 06  COLUMN 01
               VALUE  "  144 - PESQUISA NPS - RELATORIO".
           05  LINE 07  COLUMN 01
               VALUE  "  145 - OUVIDORIA - MANIFESTACOES".
           05  LINE 08  COLUMN 01
               VALUE  "  146 - OUVIDORIA - RELATORIOS".
           05  LINE 09  COLUMN 01
               VALUE  "  147 - PRE-NATAL - GESTANTES".
           05  LINE 10  COLUMN 01
               VALUE  "  148 - PRE-NATAL - PENDENCIAS".
           05  LINE 11  COLUMN 01
               VALUE  "  149 - PAINEL HAS / DIABETES".
           05  LINE 12  COLUMN 01
               VALUE  "  150 - CURVAS OMS - CRESCIMENTO".
           05  LINE 13  COLUMN 01
               VALUE  "  151 - CURVAS OMS - CARGA".
           05  LINE 14  COLUMN 01
               VALUE  "  152 - GRAFICO DE CRESCIMENTO".
           05  LINE 15  COLUMN 01
               VALUE  "  153 - CRESCIMENTO - ALERTAS".
           05  LINE 16  COLUMN 01
               VALUE  "  154 - LIMITES DE DOSE".
           05  LINE 17  COLUMN 01
               VALUE  "  155 - REVISAO DOSE FARMACIA".
           05  LINE 18  COLUMN 01
               VALUE  "  156 - USO CONTINUO".
           05  LINE 19  COLUMN 01
               VALUE  "  157 - PEDIDO RENOVACAO RECEITA".
           05  LINE 20  COLUMN 01
               VALUE  "  158 - RENOVACAO RECEITA MEDICO".
           05  LINE 21  COLUMN 01
               VALUE  "  159 - RENOVACOES A VENCER".
           05  LINE 04  COLUMN 45
               VALUE  " 160 - ESCALA DE PLANTAO".
           05  LINE 05  COLUMN 45
               VALUE  " 161 - COBERTURA EXIGIDA PLANTAO".
           05  LINE 06  COLUMN 45
               VALUE  " 162 - ESCALA MENSAL (IMPRESSAO)".
           05  LINE 07  COLUMN 45
               VALUE  " 163 - FALTAS NA ESCALA PLANTAO".
           05  LINE 08  COLUMN 45
               VALUE  " 164 - DADOS BANCARIOS DO MEDICO".
           05  LINE 09  COLUMN 45
               VALUE  " 165 - REMESSA/RETORNO DO REPASSE".
           05  LINE 10  COLUMN 45
               VALUE  " 166 - BOLETOS DAS PARCELAS".
           05  LINE 11  COLUMN 45
               VALUE  " 167 - TABELA DE CUSTOS".
           05  LINE 12  COLUMN 45
               VALUE  " 168 - MARGEM POR ATENDIMENTO".
           05  LINE 13  COLUMN 45
               VALUE  " 169 - LAUDO DE EXAMES".
           05  LINE 14  COLUMN 45
               VALUE  " 170 - LISTA DE COLETA/ETIQUETAS".
           05  LINE 15  COLUMN 45
               VALUE  " 171 - COLETA POR ETIQUETA".
           05  LINE 16  COLUMN 45
               VALUE  " 172 - REMESSA PEDIDOS AO LABORAT.".
           05  LINE 17  COLUMN 45
               VALUE  " 173 - ENTREGA DE RESULTADOS".
           05  LINE 18  COLUMN 45
               VALUE  " 174 - RESULTADOS NAO RETIRADOS".
           05  LINE 19  COLUMN 45
               VALUE  " 175 - PERFIS DE EXAME".
           05  LINE 20  COLUMN 45
               VALUE  " 176 - PRECOS DE PERFIL/CONVENIO".
           05  LINE 21  COLUMN 45
               VALUE  " 177 - TEXTOS DE TERMO CONSENTIM.".

           05  LINE 22  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 22  COLUMN 41
               VALUE  " ( 00 - ENCERRA  999 - PAGINA 6 )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO5
               LINE 22  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
      *----------------------------------------------------------------
       01  TELA-INIC6.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             MENU INICIAL".
           05  LINE 02  COLUMN 43
               VALUE  "( PAGINA 6 )".

           05  LINE 04  COLUMN 01
               VALUE  "  178 - TERMO DE CONSENTIMENTO".
           05  LINE 05  COLUMN 01
               VALUE  "  179 - IMPORTA PEDIDOS DO PORTAL".
           05  LINE 06  COLUMN 01
               VALUE  "  180 - CONVERSAO CHAVE DA AGENDA".
           05  LINE 07  COLUMN 01
               VALUE  "  181 - CADASTRO DE EMPRESAS".
           05  LINE 08  COLUMN 01
               VALUE  "  182 - VINCULO PACIENTE X EMPRESA".
           05  LINE 09  COLUMN 01
               VALUE  "  183 - EMISSAO DO ASO".
           05  LINE 10  COLUMN 01
               VALUE  "  184 - PERIODICOS A VENCER".
           05  LINE 11  COLUMN 01
               VALUE  "  185 - EXTRATO MENSAL DAS EMPRESAS".
           05  LINE 12  COLUMN 01
               VALUE  "  186 - PACOTES DE SESSOES".
           05  LINE 13  COLUMN 01
               VALUE  "  187 - RECIBO P/ REEMBOLSO".
           05  LINE 14  COLUMN 01
               VALUE  "  188 - SESSOES DOS TERMINAIS".
           05  LINE 15  COLUMN 01
               VALUE  "  189 - PENDENCIAS DOS OPERADORES".
           05  LINE 16  COLUMN 01
               VALUE  "  190 - CREDENCIAMENTO MEDICO".
           05  LINE 17  COLUMN 01
               VALUE  "  191 - CREDENCIAIS A VENCER".
           05  LINE 18  COLUMN 01
               VALUE  "  192 - ESPECIALIDADES DO MEDICO".
           05  LINE 19  COLUMN 01
               VALUE  "  193 - PRE-FATURAMENTO (CRITICA)".
           05  LINE 20  COLUMN 01
               VALUE  "  194 - PROJECAO DEMANDA X GRADE".
           05  LINE 21  COLUMN 01
               VALUE  "  195 - PACIENTES MAIOR UTILIZACAO".
           05  LINE 04  COLUMN 45
               VALUE  " 196 - LIBERACAO FALTOSO".
           05  LINE 05  COLUMN 45
               VALUE  " 197 - LISTA ESPERA ESPECIALIDADE".
           05  LINE 06  COLUMN 45
               VALUE  " 198 - DEMANDA LISTA ESPERA".
           05  LINE 07  COLUMN 45
               VALUE  " 199 - PLANO MANUTENCAO RECURSOS".
           05  LINE 08  COLUMN 45
               VALUE  " 200 - PARADAS E MANUTENCOES".
           05  LINE 09  COLUMN 45
               VALUE  " 201 - RELATORIO MANUTENCAO MES".
           05  LINE 10  COLUMN 45
               VALUE  " 202 - EQUIPES VISITA DOMICILIAR".
           05  LINE 11  COLUMN 45
               VALUE  " 203 - VISITA DOMICILIAR".
           05  LINE 12  COLUMN 45
               VALUE  " 204 - ROTA DIARIA VISITAS DOMIC.".
           05  LINE 13  COLUMN 45
               VALUE  " 205 - SESSOES EM GRUPO".
           05  LINE 14  COLUMN 45
               VALUE  " 206 - PRESENCA SESSAO EM GRUPO".
           05  LINE 15  COLUMN 45
               VALUE  " 207 - MAPEAMENTO CONTABIL".
           05  LINE 16  COLUMN 45
               VALUE  " 208 - EXPORTACAO CONTABIL".
           05  LINE 17  COLUMN 45
               VALUE  " 209 - ORCAMENTO PARTICULAR".
           05  LINE 18  COLUMN 45
               VALUE  " 210 - CONVERSAO DE ORCAMENTOS".
           05  LINE 19  COLUMN 45
               VALUE  " 211 - COPIA PRONTUARIO - PEDIDOS".
           05  LINE 20  COLUMN 45
               VALUE  " 212 - COPIA PRONTUARIO - GERACAO".
           05  LINE 21  COLUMN 45
               VALUE  " 213 - IMPORTACAO - MAPEAMENTO".

           05  LINE 22  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 22  COLUMN 41
               VALUE  " ( 00 - ENCERRA  999 - PAGINA 7 )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO6
               LINE 22  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
      *----------------------------------------------------------------
       01  TELA-INIC7.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             MENU INICIAL".
           05  LINE 02  COLUMN 43
               VALUE  "( PAGINA 7 )".

           05  LINE 04  COLUMN 01
               VALUE  "  214 - IMPORTACAO DE PACIENTES".
           05  LINE 05  COLUMN 01
               VALUE  "  215 - MIGRACAO DE CONVENIO/PLANO".
           05  LINE 06  COLUMN 01
               VALUE  "  216 - EXPURGO POR RETENCAO".
           05  LINE 07  COLUMN 01
               VALUE  "  217 - KIT DE MATERIAIS POR PROCEDIMENTO".
           05  LINE 08  COLUMN 01
               VALUE  "  218 - PRECO DE MATERIAL POR CONVENIO".

           05  LINE 22  COLUMN 01
               VALUE  "                             OPCAO :".
           05  LINE 22  COLUMN 41
               VALUE  " ( 00 - ENCERRA  999 - PAGINA 1 )".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  T-OPCAO7
               LINE 22  COLUMN 38  PIC 9(03)
               USING  W-OPCAO
               HIGHLIGHT.
      *----------------------------------------------------------------
       01  TELA-LOGIN.
           05  BLANK SCREEN.
               PERFORM ENTRA-TREINO THRU ENTRA-TREINO-FIM
               IF W-TREINO NOT = "S"
                   GO TO LOGIN-ABRIR.
           MOVE "A" TO SSP-ACAO.
           MOVE OP-CODIGO TO SSP-OPERADOR.
           CALL "SMPSES" USING W-SES-PARM.
      *----- OPERADOR ANTIGO SEM PERFIL ATRIBUIDO VALE COMO ADMIN
           IF OP-PERFIL = "R" OR OP-PERFIL = "F"
               MOVE OP-PERFIL TO W-PERFIL
       PAINEL-CHECK.
           IF W-PERFIL = "A"
               PERFORM PAINEL-SAUDE THRU PAINEL-SAUDE-FIM.
      *----- PENDENCIAS VENCIDAS E DE HOJE: PARA TODOS OS PERFIS
           PERFORM PAINEL-PEND THRU PAINEL-PEND-FIM.

      ****************************
      *   SELECAO DE PROGRAMA    *
                       PERFORM BANNER-TREINO THRU BANNER-TREINO-FIM
                       ACCEPT T-OPCAO3
                   ELSE
                       IF W-PAGINA = 4
                           DISPLAY TELA-INIC4
                           PERFORM BANNER-TREINO THRU BANNER-TREINO-FIM
                           ACCEPT T-OPCAO4
                       ELSE
                           IF W-PAGINA = 5
                               DISPLAY TELA-INIC5
                               PERFORM BANNER-TREINO THRU
                                       BANNER-TREINO-FIM
                               ACCEPT T-OPCAO5
                           ELSE
                               IF W-PAGINA = 6
                                   DISPLAY TELA-INIC6
                                   PERFORM BANNER-TREINO THRU
                                           BANNER-TREINO-FIM
                                   ACCEPT T-OPCAO6
                               ELSE
                                   DISPLAY TELA-INIC7
                                   PERFORM BANNER-TREINO THRU
                                           BANNER-TREINO-FIM
                                   ACCEPT T-OPCAO7.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
               GO TO ROT-FIM.
               GO TO ROT-FIM.

           IF W-OPCAO = 999
               IF W-PAGINA < 7
                   ADD 1 TO W-PAGINA
                   GO TO MENU-PRINCIPAL
               ELSE
               MOVE "* ACESSO NEGADO AO SEU PERFIL *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO MENU-PRINCIPAL.
      *----- SESSAO PARADA DEMAIS OU ENCERRADA PELO SUPERVISOR
      *----- (SMP173) EXIGE NOVO LOGIN ANTES DE QUALQUER PROGRAMA
           MOVE "V" TO SSP-ACAO.
           CALL "SMPSES" USING W-SES-PARM.
           IF SSP-OK NOT = "S"
               GO TO RELOGIN.
      *
       ROT-EXEC.
           CALL PROG-SEL ON OVERFLOW
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO MENU-PRINCIPAL.
           CANCEL PROG-SEL.
      *----- A VOLTA AO MENU CONTA COMO ATIVIDADE DO TERMINAL
           MOVE "C" TO SSP-ACAO.
           CALL "SMPSES" USING W-SES-PARM.
           GO TO MENU-PRINCIPAL.
      *
      **************************************
      * SESSAO EXPIRADA OU ENCERRADA       *
      **************************************
      * VOLTA PARA A TELA DE LOGIN (NA PASTA DE PRODUCAO, SE
      * ESTAVA EM TREINAMENTO) E DEIXA A OCORRENCIA NA AUDITORIA.
      *
       RELOGIN.
           MOVE W-OPERADOR-LOG TO OP-CODIGO.
           IF SSP-SITUACAO = "E"
               MOVE "SESSAOENC" TO W-AUD-ACAO
               MOVE "* SESSAO ENCERRADA PELO SUPERVISOR *" TO MENS
           ELSE
               MOVE "SESSAOEXP" TO W-AUD-ACAO
               MOVE "* SESSAO EXPIRADA POR INATIVIDADE *" TO MENS.
           PERFORM GRAVAR-AUDIT THRU GRAVAR-AUDIT-FIM.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-TEM-PERF = "S"
               CLOSE CADPERF.
           MOVE "N" TO W-TEM-PERF.
           IF W-TREINO = "S"
               CALL "CBL_CHANGE_DIR" USING W-DIR-PRODUCAO
               MOVE "N" TO W-TREINO.
           MOVE 1 TO W-PAGINA.
           MOVE SPACES TO W-OPERADOR-LOG.
           GO TO LOGIN-ABRIR.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           MOVE "F" TO SSP-ACAO.
           CALL "SMPSES" USING W-SES-PARM.
           IF W-TEM-PERF = "S"
               CLOSE CADPERF.
           EXIT PROGRAM.
           MOVE "S" TO W-ACESSO-OK.
           IF W-PERFIL = "A"
               GO TO CHK-ACESSO-FIM.
      *----- AS PROPRIAS PENDENCIAS: TODO OPERADOR TEM ACESSO
           IF PROG-SEL = "SMP174"
               GO TO CHK-ACESSO-FIM.
           IF W-TEM-PERF = "N"
               GO TO CHK-ACESSO-FIM.
           MOVE W-PERFIL TO PF-PERFIL.
           EXIT.
      *
      **************************************
      * PENDENCIAS DO OPERADOR NO LOGIN    *
      **************************************
      * LISTA AS PENDENCIAS ABERTAS (CADPEND) JA VENCIDAS OU QUE
      * VENCEM HOJE, ATRIBUIDAS AO OPERADOR OU, SEM OPERADOR, AO
      * PERFIL DELE, COM ATALHO PARA O SMP174 DAR BAIXA. SEM
      * PENDENCIA NENHUMA O PAINEL NEM APARECE.
      *
       PAINEL-PEND.
           OPEN INPUT CADPEND
           IF ST-ERRO NOT = "00"
               GO TO PAINEL-PEND-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO W-PEND-QT.
           MOVE 5 TO W-LIN.
           MOVE "A"   TO PN-STATUS.
           MOVE ZEROS TO PN-DTVENC.
           START CADPEND KEY IS NOT LESS PN-CHAVE-VENC
               INVALID KEY
                   GO TO PAINEL-PEND-FECHA.
       PAINEL-PEND-LER.
           READ CADPEND NEXT
           IF ST-ERRO NOT = "00"
               GO TO PAINEL-PEND-FECHA.
           IF PN-STATUS NOT = "A" OR PN-DTVENC > W-HOJE
               GO TO PAINEL-PEND-FECHA.
           IF PN-OPERADOR NOT = SPACES
               IF PN-OPERADOR NOT = W-OPERADOR-LOG
                   GO TO PAINEL-PEND-LER.
           IF PN-OPERADOR = SPACES
               IF PN-PERFIL NOT = W-PERFIL
                   GO TO PAINEL-PEND-LER.
           ADD 1 TO W-PEND-QT.
           IF W-PEND-QT = 1
               DISPLAY (01, 01) ERASE
               DISPLAY (02, 10)
                   "*** SUAS PENDENCIAS - VENCIDAS E DE HOJE ***"
               DISPLAY (04, 05)
                   "NUMERO  VENCIMENTO  SITUACAO  DESCRICAO".
           IF W-LIN > 19
               GO TO PAINEL-PEND-LER.
           MOVE PN-NUMERO TO WP-NUMERO.
           MOVE PN-DTVENC TO WP-DTVENC.
           IF PN-DTVENC < W-HOJE
               MOVE "ATRASADA" TO WP-SIT
           ELSE
               MOVE "HOJE"     TO WP-SIT.
           MOVE PN-DESCRICAO TO WP-DESC.
           DISPLAY (W-LIN, 05) W-LINHA-PEND.
           ADD 1 TO W-LIN.
           GO TO PAINEL-PEND-LER.
       PAINEL-PEND-FECHA.
           CLOSE CADPEND.
           IF W-PEND-QT = ZEROS
               GO TO PAINEL-PEND-FIM.
           ADD 1 TO W-LIN.
           DISPLAY (W-LIN, 05) "TOTAL DE PENDENCIAS :".
           MOVE W-PEND-QT TO W-PEND-QT-ED.
           DISPLAY (W-LIN, 27) W-PEND-QT-ED.
           ADD 2 TO W-LIN.
           DISPLAY (W-LIN, 05)
               "P=PENDENCIAS (SMP174)  ENTER=MENU".
           ADD 1 TO W-LIN.
           ACCEPT (W-LIN, 05) W-PAINEL-OPC.
           IF W-PAINEL-OPC NOT = "P" AND W-PAINEL-OPC NOT = "p"
               GO TO PAINEL-PEND-FIM.
           MOVE "SMP174" TO PROG-PAINEL.
           CALL PROG-PAINEL ON OVERFLOW
               MOVE "* ERRO NA ABERTURA DO PROGRAMA *" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PAINEL-PEND-FIM.
           CANCEL PROG-PAINEL.
       PAINEL-PEND-FIM.
           EXIT.
      *
      **************************************
      * GRAVA EVENTO DE SEGURANCA          *
      **************************************
      *
