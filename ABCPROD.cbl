      *>*****************************************************************
      *> ABCPROD - LAYOUT COMPARTILHADO DA CLASSIFICACAO ABC (PARETO)
      *> DOS PRODUTOS (ARQUIVO ABCPROD58), GRAVADA PELO PROGCBL58 A
      *> CADA APURACAO DA CURVA ABC (O ARQUIVO E REFEITO INTEIRO, UM
      *> REGISTRO POR PRODUTO DO PRODMST) E LIDA PELO PROGCBL57 PARA
      *> DAR PRIORIDADE AOS ITENS CLASSE A NO PEDIDO DE COMPRA
      *> CLASSE-RECEITA/CLASSE-MARGEM: A, B OU C PELA PARTICIPACAO
      *> ACUMULADA NA RECEITA E NA MARGEM BRUTA DO PERIODO, COM OS
      *> CORTES INFORMADOS NA APURACAO; PRODUTO SEM VENDA OU COM
      *> MARGEM NEGATIVA E SEMPRE C
      *> POS-RECEITA/POS-MARGEM: POSICAO DO PRODUTO EM CADA RANKING
      *> MARGEM: MARGEM BRUTA DO PERIODO (RECEITA MENOS QUANTIDADE
      *> VEZES O CUSTO MEDIO); MARGEM NEGATIVA GRAVA ZEROS
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ABCPROD-FILE.
      *>   01  ABCPROD-REC.
      *>       COPY 'ABCPROD.cbl'.
      *>*****************************************************************
           02 ABC-CODIGO PIC X(05).
           02 ABC-CLASSE-RECEITA PIC X(01).
           02 ABC-CLASSE-MARGEM PIC X(01).
           02 ABC-POS-RECEITA PIC 9(03).
           02 ABC-POS-MARGEM PIC 9(03).
           02 ABC-RECEITA PIC 9(09)V99.
           02 ABC-MARGEM PIC 9(09)V99.
           02 ABC-DATA-INICIAL PIC 9(08).
           02 ABC-DATA-FINAL PIC 9(08).
           02 ABC-DATA-GERACAO PIC 9(08).
