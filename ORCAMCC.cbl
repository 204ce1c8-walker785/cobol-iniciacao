      *>*****************************************************************
      *> ORCAMCC - LAYOUT COMPARTILHADO DO ORCAMENTO DE DESPESAS POR
      *> CENTRO DE CUSTO (ORCAMCC122), MANTIDO PELO PROGCBL122 E
      *> COMPARADO COM O REALIZADO NO RELATORIO DO PROGCBL123
      *> CHAVE: CENTRO DE CUSTO (CCUSTOMST) + ANO + MES + CATEGORIA
      *> CATEGORIA: FOLHA = BRUTO DA FOLHA (FOLHAHIST05); ENCARGOS =
      *>       FGTS E INSS PATRONAL SOBRE O BRUTO; AS DEMAIS SAO AS
      *>       CATEGORIAS DADAS AS CONTAS DO DIARIO NO ORCCAT122
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ORCAMCC-FILE.
      *>   01  ORCAMCC-REC.
      *>       COPY 'ORCAMCC.cbl'.
      *>*****************************************************************
           02 ORCC-CCUSTO PIC X(04).
           02 ORCC-ANO PIC 9(04).
           02 ORCC-MES PIC 9(02).
           02 ORCC-CATEGORIA PIC X(10).
           02 ORCC-VALOR PIC 9(09)V99.
