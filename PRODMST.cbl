      *> CUSTO: CUSTO MEDIO MOVEL DO PRODUTO, ATUALIZADO NO
      *> RECEBIMENTO DE MERCADORIA (PROGCBL57) E USADO NA VALORIZACAO
      *> DE ESTOQUE E NO RELATORIO DE MARGEM (PROGCBL58)
      *> CATEGORIA: CATEGORIA DO PRODUTO PARA A COMISSAO DE VENDAS
      *> (PLANOS DO COMPLANO, PROGCBL29); EM BRANCO NOS REGISTROS
      *> ANTIGOS = SEM CATEGORIA, COMISSAO PELA FAIXA GERAL DO PLANO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  PRODMST-FILE.
      *>   01  PRODMST-REC.
           02 PRODMST-ESTOQUE PIC 9(05).
           02 PRODMST-REPOSICAO PIC 9(05).
           02 PRODMST-CUSTO PIC 9(06)V99.
           02 PRODMST-CATEGORIA PIC X(03).
