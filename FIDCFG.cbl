      *>*****************************************************************
      *> FIDCFG - LAYOUT COMPARTILHADO DO REGISTRO DE CONTROLE DO
      *> PROGRAMA DE FIDELIDADE (ARQUIVO FIDCFG, UM SO REGISTRO),
      *> MANTIDO PELO PROGCBL91 E LIDO PELO PROGCBL17, PROGCBL89 E
      *> PROGCBL91 PELO COPY FIDPTS
      *> ATIVO: S = A VENDA ACUMULA E ACEITA RESGATE DE PONTOS;
      *> QUALQUER OUTRO VALOR SUSPENDE O ACUMULO E O RESGATE (OS
      *> ESTORNOS E DEVOLUCOES DE PONTOS CONTINUAM VALENDO)
      *> PONTOS-REAL: PONTOS GANHOS POR REAL PAGO (A PARTE DA VENDA
      *> PAGA COM PONTOS NAO GERA PONTOS); A FRACAO E DESPREZADA
      *> VALOR-PONTO: QUANTO VALE UM PONTO EM REAIS NO RESGATE E NO
      *> PASSIVO DO FINANCEIRO
      *> VALIDADE-MESES: MESES ATE O VENCIMENTO DOS PONTOS, CONTADOS
      *> DA DATA DO LANCAMENTO DE ENTRADA
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  FIDCFG-FILE.
      *>   01  FIDCFG-REC.
      *>       COPY 'FIDCFG.cbl'.
      *>*****************************************************************
           02 FCF-ATIVO PIC X(01).
           02 FCF-PONTOS-REAL PIC 9(03)V99.
           02 FCF-VALOR-PONTO PIC 9(03)V9(04).
           02 FCF-VALIDADE-MESES PIC 9(03).
           02 FCF-DATA-ALTERACAO PIC 9(08).
           02 FCF-OPERADOR PIC X(15).
