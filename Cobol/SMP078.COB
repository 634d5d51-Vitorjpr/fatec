      *-----------------------------------------------------------------
      * LE O ARQUIVO DIARIO DO LABORATORIO (LABRESULT.TXT, POSICIONAL:
      * PACIENTE 9(06), TIPO DE EXAME 9(04), DATA DO PEDIDO 9(08)
      * OU ZEROS, VALOR 9(05)V99 E DATA DO RESULTADO 9(08), MAIS A
      * REFERENCIA 9(16) DEVOLVIDA PELO LABORATORIO NOS PEDIDOS
      * REMETIDOS PELO SMP157), CASA
      * CADA LINHA COM O PEDIDO ABERTO NO CADEXAME (STATUS R OU C),
      * GRAVA O RESULTADO COM A FAIXA (CADEXTIPO) E LISTA EM
      * LABEXCEC.TXT AS LINHAS QUE NAO PUDERAM SER CASADAS.
           03 LB-DTPEDIDO       PIC 9(08).
           03 LB-VALOR          PIC 9(05)V99.
           03 LB-DTRESULT       PIC 9(08).
           03 LB-REFERENCIA     PIC 9(16).
      *
       FD CADEXAME
               LABEL RECORD IS STANDARD
           05  FILLER                 PIC X(001) VALUE "-".
       01  DET-EXC.
           05  FILLER                 PIC X(002) VALUE "- ".
           05  DE-LINHA               PIC X(49).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DE-MOTIVO              PIC X(24).
           05  FILLER                 PIC X(004) VALUE
           "   -".
       01  LIN-TOT-EXC.
           05  FILLER                 PIC X(010) VALUE "- LIDOS   ".
           05  LT-LIDOS               PIC ZZZZZ9.
           ELSE
               ADD 1 TO W-REJEITADOS
               MOVE REGLABRES TO DE-LINHA
               MOVE "PEDIDO ABERTO NAO ACHADO" TO DE-MOTIVO
               WRITE REGEXCEC FROM DET-EXC.
           GO TO LER-LINHA.
      *
      *--------------[ PROCURA O PEDIDO ABERTO DO PACIENTE ]------------
      * COM A REFERENCIA (NOSSA EX-CHAVE) LE O PEDIDO DIRETO;
      * COM A DATA DO PEDIDO INFORMADA POSICIONA DIRETO NELA;
      * SEM DATA, VARRE O ARQUIVO INTEIRO ATRAS DO PEDIDO ABERTO
      * MAIS ANTIGO DO PACIENTE PARA O MESMO TIPO DE EXAME.
       CASAR-PEDIDO.
           MOVE "N" TO W-ACHOU.
           IF LB-REFERENCIA NOT NUMERIC OR LB-REFERENCIA = ZEROS
               GO TO CASAR-SEM-REF.
           MOVE LB-REFERENCIA TO EX-CHAVE.
           READ CADEXAME
           IF ST-ERRO NOT = "00"
               GO TO CASAR-SEM-REF.
           IF EX-PCODIGO NOT = LB-PCODIGO OR EX-STATUS = "T"
                                          OR EX-TIPOCOD NOT = LB-TIPOCOD
               GO TO CASAR-SEM-REF.
           PERFORM GRAVAR-RESULT THRU GRAVAR-RESULT-FIM.
           MOVE "S" TO W-ACHOU.
           GO TO CASAR-PEDIDO-FIM.
       CASAR-SEM-REF.
           MOVE LB-DTPEDIDO TO EX-DATA.
           MOVE ZEROS       TO EX-PCODIGO EX-SEQ.
           START CADEXAME KEY IS NOT LESS EX-CHAVE
