      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE SESSOES POR TERMINAL
      * (CADSESS.DAT) - UM REGISTRO POR TERMINAL/ESTACAO, COM O
      * OPERADOR LOGADO NELE, A HORA DO LOGIN E A DA ULTIMA
      * ATIVIDADE. MANTIDO PELA ROTINA COMUM SMPSES; CONSULTA E
      * ENCERRAMENTO PELO SUPERVISOR NO SMP173.
      * O TERMINAL VEM DA VARIAVEL SMPTERM DA ESTACAO; SEM ELA O
      * LOGIN GERA UM CODIGO PROPRIO PARA A SESSAO.
      *-----------------------------------------------------------------
       01 REGSESS.
           03 SES-TERMINAL          PIC X(12).
           03 SES-OPERADOR          PIC X(08).
           03 SES-DTLOGIN           PIC 9(08).
           03 SES-HRLOGIN           PIC 9(08).
           03 SES-DTULT             PIC 9(08).
           03 SES-HRULT             PIC 9(08).
      *----- A = ATIVA          F = SAIU PELO MENU
      *----- T = EXPIRADA POR INATIVIDADE (PARAMETRO SESSMIN)
      *----- E = ENCERRADA PELO SUPERVISOR (SMP173)
           03 SES-STATUS            PIC X(01).
           03 SES-DTFIM             PIC 9(08).
           03 SES-HRFIM             PIC 9(08).
           03 SES-ENC-OPER          PIC X(08).
