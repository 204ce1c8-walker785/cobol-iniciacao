      *>*****************************************************************
      *> VALETROCA - LAYOUT COMPARTILHADO DO VALE-TROCA (ARQUIVO
      *> VALETROCA17), EMITIDO PELO PROGCBL89 QUANDO O CLIENTE PREFERE
      *> UM CREDITO NA LOJA A RECEBER O DINHEIRO OU O ESTORNO DO CARTAO
      *> NUMERO: SEQUENCIAL UNICO DO VALE (MAIOR DO ARQUIVO MAIS UM)
      *> STATUS: A = EM ABERTO, U = UTILIZADO (DATA-USO PREENCHIDA)
      *> TICKET/DATA-VENDA/FILIAL-VENDA: O TICKET DEVOLVIDO QUE GEROU
      *> O VALE
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  VALETROCA-FILE.
      *>   01  VALETROCA-REC.
      *>       COPY 'VALETROCA.cbl'.
      *>*****************************************************************
           02 VALE-NUMERO PIC 9(06).
           02 VALE-DATA-EMISSAO PIC 9(08).
           02 VALE-FILIAL PIC 9(02).
           02 VALE-VALOR PIC 9(08)V99.
           02 VALE-STATUS PIC X(01).
           02 VALE-TICKET PIC 9(05).
           02 VALE-DATA-VENDA PIC 9(08).
           02 VALE-FILIAL-VENDA PIC 9(02).
           02 VALE-DATA-USO PIC 9(08).
