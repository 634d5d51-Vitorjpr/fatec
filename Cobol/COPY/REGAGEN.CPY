      *-----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE AGENDAMENTOS (CADAGEN.DAT)
      *-----------------------------------------------------------------
      *----- A HORA FAZ PARTE DA CHAVE: O MESMO PACIENTE PODE TER
      *----- MAIS DE UM AGENDAMENTO COM O MESMO MEDICO NO MESMO DIA
      *----- (CONSULTA DE MANHA E PROCEDIMENTO A TARDE, POR EXEMPLO).
      *----- OS ARQUIVOS LIGADOS A CONSULTA (CADPROCAG, CADRECET,
      *----- CADEVOL, CADREMES, CADPARC, CADTELE E CADNPS) LEVAM A
      *----- HORA NA CHAVE DO MESMO JEITO (CONVERSAO: SMP165).
       01 REGAGEN.
           03 AG-CHAVE.
               05 AG-DATA.
               05 AG-CRM            PIC 9(06).
               05 AG-CRM-UF         PIC X(02).
               05 AG-PCODIGO        PIC 9(06).
               05 AG-HORA.
                   07 AG-HH         PIC 9(02).
                   07 AG-MM         PIC 9(02).
           03 AG-CID                PIC 9(04).
           03 AG-STATUS             PIC X(01).
           03 AG-AUTORIZ            PIC X(10).
           03 AG-DTCAD              PIC 9(08).
      *----- TIPO DO AGENDAMENTO: C=CONSULTA  R=RETORNO
      *----- P=PROCEDIMENTO  T=TELEMEDICINA (BRANCO NOS REGISTROS
      *----- ANTIGOS VALE COMO CONSULTA)  O=EXAME OCUPACIONAL DE
      *----- FUNCIONARIO DE EMPRESA (CADFUNC): NAO VAI AO CONVENIO,
      *----- E COBRADO DA EMPRESA PELO ASO (SMP168/SMP170)
      *----- D=VISITA DOMICILIAR (EQUIPE E RESULTADO NO CADVISD,
      *----- SMP188): CONTA E FATURA COMO CONSULTA
      *----- G=PARTICIPANTE PRESENTE EM SESSAO EM GRUPO (CADGRUPO,
      *----- SMP191): GRAVADO JA REALIZADO, FATURA SO O
      *----- PROCEDIMENTO DA SESSAO LANCADO NO CADPROCAG
           03 AG-TIPO               PIC X(01).
      *----- SERIE RECORRENTE (FISIOTERAPIA/PSICOLOGIA): DATA DA
      *----- PRIMEIRA OCORRENCIA, IGUAL EM TODOS OS REGISTROS DA
      *----- SMP109 (PACIENTE QUE RETORNOU): VISIVEL NO CONSPRON
      *----- E CANDIDATO NATURAL AO PROXIMO ARQUIVAMENTO (SMP047).
           03 AG-RESTAURADO         PIC X(01).
      *----- S = DATA DENTRO DA CARENCIA DO PLANO OU MEDICO NAO
      *----- CREDENCIADO NO PLANO (CADCRED) E O PACIENTE
      *----- OPTOU POR ATENDER COMO PARTICULAR (SMP006): O SMP010
      *----- NAO FATURA AO CONVENIO, SAI NA LISTA DE AVISO; A
      *----- COBRANCA E FEITA PELO SMP034 COMO PARTICULAR.
           03 AG-PARTICULAR         PIC X(01).
      *----- ENCAIXE (SMP006): S = CONSULTA MARCADA FORA DA GRADE
      *----- DO MEDICO, DENTRO DO LIMITE DIARIO DA GRADE
      *----- (HR-ENCAIXE), COM O MOTIVO INFORMADO PELA RECEPCAO.
      *----- NAO OCUPA O HORARIO DA GRADE NA CONFERENCIA DE
      *----- CONFLITO; SAI DESTACADO NO SMP048 E A PARTE NO SMP049.
           03 AG-ENCAIXE            PIC X(01).
           03 AG-MOT-ENCAIXE        PIC X(30).
      *----- ESPECIALIDADE EM QUE A CONSULTA FOI MARCADA (MEDICO COM
      *----- MAIS DE UMA ESPECIALIDADE - CADMESP). ZEROS NOS
      *----- REGISTROS ANTIGOS: VALE O ESPEC DO CADASTRO DO MEDICO.
           03 AG-ESPEC              PIC 9(02).
