      * NOS PEDIDOS ANTIGOS EM TEXTO LIVRE. EX-FAIXA E CALCULADA
      * NA CHEGADA DO RESULTADO: N=NORMAL A=ALTERADO C=CRITICO
      * (EX-CRIT-VISTO = S QUANDO O SOLICITANTE JA VIU NO SMP077).
      * EXAME DE IMAGEM / DESCRITIVO TEM O LAUDO NARRATIVO NO
      * CADLAUDO (SMP154); A ASSINATURA DO LAUDO PASSA A T.
      *-----------------------------------------------------------------
       01 REGEXAME.
           03 EX-CHAVE.
           03 EX-VALOR-RES          PIC 9(05)V99.
           03 EX-FAIXA              PIC X(01).
           03 EX-CRIT-VISTO         PIC X(01).
      *----- COLETA DA AMOSTRA (SMP156 PELO NUMERO DA ETIQUETA OU
      *----- SMP039 OPCAO C): DATA, HORA E OPERADOR DA SESSAO.
           03 EX-DTCOLETA           PIC 9(08).
           03 EX-HRCOLETA           PIC 9(08).
           03 EX-OPCOLETA           PIC X(08).
      *----- REMESSA DO PEDIDO AO LABORATORIO PARCEIRO (SMP157):
      *----- DATA E HORA DO ENVIO NO LABPEDIDO.TXT; ZEROS = NAO ENVIADO.
           03 EX-DTENVIO            PIC 9(08).
           03 EX-HRENVIO            PIC 9(08).
      *----- DATA DA PRIMEIRA ENTREGA DO RESULTADO (CADENTREG - SMP158);
      *----- ZEROS = RESULTADO PRONTO E AINDA NAO RETIRADO.
           03 EX-DTENTREGA          PIC 9(08).
      *----- PEDIDO FEITO POR PERFIL (CADPERFIL): CODIGO DO PERFIL E A
      *----- SEQUENCIA DO PRIMEIRO ITEM DO PAINEL, QUE AGRUPA OS ITENS
      *----- NO PRECO DE PERFIL DO CONVENIO. ZEROS = PEDIDO AVULSO.
           03 EX-PERFIL             PIC 9(04).
           03 EX-PFSEQ              PIC 9(02).
