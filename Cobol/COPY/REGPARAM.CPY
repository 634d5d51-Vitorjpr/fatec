      *   HORAABRE  - HORA DE ABERTURA DA CLINICA HH (SMP111)
      *   HORAFECHA - HORA DE FECHAMENTO DA CLINICA HH (SMP111)
      *   EXCLMAX   - EXCLUSOES MENSAIS TOLERADAS POR OPERADOR (SMP111)
      *   CONVSUS   - CONVENIO DO CONTRATO SUS COM O MUNICIPIO (SMP124)
      *   DMEDLEIAUT- IDENTIFICADOR DO LEIAUTE DA DMED DO ANO (TEXTO,
      *               PUBLICADO PELA RECEITA FEDERAL - SMP125)
      *   OUVPRAZO  - PRAZO DE RESPOSTA DA OUVIDORIA EM DIAS (SMP130)
      *   CRONMESES - JANELA DE MEDICAO DO PAINEL DE CRONICOS EM
      *               MESES (SMP134)
      *   PASISTMAX - META DE PA SISTOLICA, CONTROLADO ABAIXO (SMP134)
      *   PADIASTMAX- META DE PA DIASTOLICA, CONTROLADO ABAIXO (SMP134)
      *   GLICMAX   - META DE GLICEMIA EM MG/DL (SMP134)
      *   HBA1CMAX  - META DE HBA1C EM DECIMOS DE % - 70 = 7,0 (SMP134)
      *   EXGLICEMIA- CODIGO DO EXAME DE GLICEMIA NO CADEXTIPO (SMP134)
      *   EXHBA1C   - CODIGO DO EXAME DE HBA1C NO CADEXTIPO (SMP134)
      *   CNABBANCO - CODIGO DO BANCO DA CONTA PAGADORA (SMP150)
      *   CNABAGENC - AGENCIA DA CONTA PAGADORA; DIGITO NO TEXTO
      *   CNABCONTA - CONTA PAGADORA; DIGITO NO TEXTO (SMP150)
      *   CNABCONV  - CONVENIO DE PAGAMENTOS NO BANCO (TEXTO, SMP150)
      *   BOLCONV   - CONVENIO DE COBRANCA NO BANCO (TEXTO, SMP151)
      *   BOLCART   - CARTEIRA DE COBRANCA DO BOLETO (SMP151)
      *   BOLMULTA  - MULTA POR ATRASO DO BOLETO EM CENTESIMOS
      *               DE % - 200 = 2,00% (SMP151)
      *   BOLJUROS  - JUROS DE MORA AO MES EM CENTESIMOS DE % -
      *               100 = 1,00% A.M., COBRADO POR DIA (SMP151)
      *   LABPRAZO  - PRAZO CONTRATADO DO LABORATORIO PARCEIRO PARA
      *               DEVOLVER O RESULTADO, EM DIAS (SMP157)
      *   ENTRPRAZO - DIAS PARA O RESULTADO PRONTO SER RETIRADO ANTES
      *               DE ENTRAR NA LISTA DE LIGACAO (SMP159)
      *   SESSMIN   - MINUTOS SEM ATIVIDADE PARA EXPIRAR A SESSAO DO
      *               TERMINAL E EXIGIR NOVO LOGIN (SMPSES)
      *   ESPERAMAX - DIAS DE ESPERA ACIMA DOS QUAIS A MARCACAO CONTA
      *               COMO DEMANDA REPRIMIDA NA PROJECAO (SMP179)
      *   FALTAQTD  - FALTAS QUE RESTRINGEM A MARCACAO DO PACIENTE
      *               (SMPFAL; PADRAO 3)
      *   FALTAMESES- MESES PARA TRAS EM QUE AS FALTAS SAO CONTADAS
      *               (SMPFAL; PADRAO 6)
      *   FALTALIMPO- DIAS SEM FALTAR APOS A ULTIMA FALTA PARA A
      *               RESTRICAO CAIR SOZINHA (SMPFAL; PADRAO 60)
      *   FALTAULT  - ULTIMOS HORARIOS DA GRADE QUE O FALTOSO PODE
      *               MARCAR SEM SUPERVISOR (SMP006; PADRAO 2,
      *               ZERO = SO COM LIBERACAO DO SUPERVISOR)
      *   RETAUDIT  - MESES DE RETENCAO DO CADAUDIT NO ARQUIVO VIVO
      *               (SMP201; PADRAO 60)
      *   RETERLOG  - MESES DE RETENCAO DO CADERLOG (SMP201; PADRAO 12)
      *   RETJRNL   - MESES DE RETENCAO DO CADJRNL (SMP201; PADRAO
      *               12, NUNCA ALEM DO ULTIMO BACKUP CONFERIDO)
      *-----------------------------------------------------------------
       01 REGPARAM.
           03 PM-CODIGO             PIC X(10).
