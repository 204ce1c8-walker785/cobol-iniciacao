      *>*****************************************************************
      *> ORCITEM - LAYOUT COMPARTILHADO DOS ITENS DOS ORCAMENTOS DE
      *> VENDA (ARQUIVO ORCITEM99), GRAVADOS PELO PROGCBL99 JUNTO COM
      *> O CABECALHO (COPY ORCAMENTO) E LIDOS NA IMPRESSAO, NA
      *> CONVERSAO EM PEDIDO E NA RECUPERACAO DO TICKET (PROGCBL17)
      *> PRECO-UNIT: PRECO DO PRODMST NO DIA DO ORCAMENTO, QUE VALE
      *> ATE A VALIDADE; VALOR = PRECO-UNIT X QUANTIDADE
      *> PESO-UNIT: PESO DE UMA UNIDADE, PARA A ESTIMATIVA DE FRETE E
      *> PARA O ITEM DO PEDIDO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ORCITEM-FILE.
      *>   01  ORCITEM-REC.
      *>       COPY 'ORCITEM.cbl'.
      *>*****************************************************************
           02 ORI-NUMERO PIC 9(05).
           02 ORI-ITEM PIC 9(02).
           02 ORI-PRODUTO PIC X(05).
           02 ORI-DESCRICAO PIC X(25).
           02 ORI-QUANTIDADE PIC 9(03).
           02 ORI-PRECO-UNIT PIC 9(06)V99.
           02 ORI-VALOR PIC 9(08)V99.
           02 ORI-PESO-UNIT PIC 9(05)V99.
