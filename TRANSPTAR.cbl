      *>*****************************************************************
      *> TRANSPTAR - LAYOUT COMPARTILHADO DA TABELA DE PRECOS DAS
      *> TRANSPORTADORAS (ARQUIVO TRANSPTAR), MANTIDA PELO PROGCBL61 E
      *> USADA PELO PROGCBL10 NA ESCOLHA DA TRANSPORTADORA DE CADA
      *> PEDIDO: UMA LINHA POR TRANSPORTADORA, UF ATENDIDA E FAIXA DE
      *> PESO; A FAIXA QUE VALE PARA O PEDIDO E A DE MENOR PESO-LIMITE
      *> QUE COMPORTA O PESO DELE, E O PRECO E O CUSTO DO FRETE
      *> CONTRATADO PARA O PEDIDO INTEIRO NAQUELA FAIXA
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  TRANSPTAR-FILE.
      *>   01  TRANSPTAR-REC.
      *>       COPY 'TRANSPTAR.cbl'.
      *>*****************************************************************
           02 TAR-TRANSPORTADORA PIC X(05).
           02 TAR-UF PIC X(02).
           02 TAR-PESO-LIMITE PIC 9(05)V99.
           02 TAR-PRECO PIC 9(05)V99.
