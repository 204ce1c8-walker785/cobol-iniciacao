      *>*****************************************************************
      *> COMPLANO - LAYOUT COMPARTILHADO DAS FAIXAS DOS PLANOS DE
      *> COMISSAO (COMPLANO), MANTIDAS PELO PROGCBL92 E APLICADAS PELO
      *> PROGCBL29, UMA LINHA POR PLANO, CATEGORIA E FAIXA
      *> CPL-CATEGORIA: CATEGORIA DO PRODUTO (PRODMST-CATEGORIA); EM
      *> BRANCO = FAIXA GERAL, USADA PARA OS PRODUTOS SEM CATEGORIA
      *> E PARA AS CATEGORIAS SEM FAIXA PROPRIA NO PLANO
      *> CPL-ATE-VALOR: LIMITE SUPERIOR DA FAIXA PELO VOLUME LIQUIDO
      *> DE VENDAS DO VENDEDOR NO MES; VALE A MENOR FAIXA QUE COBRE O
      *> VOLUME E O PERCENTUAL DELA INCIDE SOBRE TODA A VENDA DA
      *> CATEGORIA (VOLUME ACIMA DA ULTIMA FAIXA USA A ULTIMA)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  COMPLANO-FILE.
      *>   01  COMPLANO-REC.
      *>       COPY 'COMPLANO.cbl'.
      *>*****************************************************************
           02 CPL-PLANO PIC X(03).
           02 CPL-CATEGORIA PIC X(03).
           02 CPL-ATE-VALOR PIC 9(09)V99.
           02 CPL-PCT PIC 9(02)V99.
