      *>*****************************************************************
      *> BACKORDER - LAYOUT COMPARTILHADO DO ARQUIVO DE ITENS DE
      *> PEDIDO PENDENTES POR FALTA DE ESTOQUE (BACKORD10), GRAVADO
      *> PELO PROGCBL10 NO FECHAMENTO DO PEDIDO, LIBERADO PELO
      *> PROGCBL57 NO RECEBIMENTO DO PRODUTO E LISTADO PELO RELATORIO
      *> DIARIO DE PENDENCIAS DO PROGCBL98
      *> ITEM: POSICAO DO ITEM NO PEDIDO; QUANTIDADE: UNIDADES
      *> PENDENTES (CADA ITEM DO DECK PEDIDO10 E UMA UNIDADE)
      *> VALOR/PESO: VALOR E PESO DO ITEM COMO VIERAM NO PEDIDO
      *> DATA: DIA EM QUE O ITEM FICOU PENDENTE (A LIBERACAO E DO
      *> MAIS ANTIGO PARA O MAIS NOVO)
      *> STATUS: A = AGUARDANDO ESTOQUE, L = LIBERADO (DATA-LIB = DIA
      *> DA LIBERACAO, ZEROS ENQUANTO AGUARDA)
      *> FRETE-PAGO: S = O FRETE DO PEDIDO INTEIRO (EMBARCADO MAIS
      *> PENDENTE) JA FOI COBRADO NO EMBARQUE DA PARTE DISPONIVEL; O
      *> PEDIDO LIBERADO SAI SEM FRETE. N = NADA EMBARCOU AINDA E O
      *> FRETE E COBRADO NA PRIMEIRA LIBERACAO
      *> CABECALHO: O REGISTRO H DO PEDIDO (NUMERO, CLIENTE, UF,
      *> DESTINATARIO, ENDERECO, CIDADE, CEP), PARA A LIBERACAO
      *> REMONTAR O PEDIDO NO DECK
      *> PRAZO-MAX: PRAZO DE ENTREGA EXIGIDO PELO PEDIDO, EM DIAS (ZERO
      *> OU ESPACOS NO REGISTRO ANTIGO = SEM EXIGENCIA), DEVOLVIDO AO
      *> CABECALHO NA LIBERACAO PARA A ESCOLHA DA TRANSPORTADORA
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  BACKORD-FILE.
      *>   01  BACKORD-REC.
      *>       COPY 'BACKORDER.cbl'.
      *>*****************************************************************
           02 BKO-PEDIDO PIC 9(05).
           02 BKO-ITEM PIC 9(03).
           02 BKO-PRODUTO PIC X(25).
           02 BKO-QUANTIDADE PIC 9(05).
           02 BKO-VALOR PIC 9(07)V99.
           02 BKO-PESO PIC 9(05)V99.
           02 BKO-DATA PIC 9(08).
           02 BKO-STATUS PIC X(01).
           02 BKO-DATA-LIB PIC 9(08).
           02 BKO-FRETE-PAGO PIC X(01).
           02 BKO-CABECALHO PIC X(110).
           02 BKO-PRAZO-MAX PIC 9(03).
