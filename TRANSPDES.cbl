      *>*****************************************************************
      *> TRANSPDES - LAYOUT COMPARTILHADO DO RESUMO DE PONTUALIDADE
      *> POR TRANSPORTADORA (ARQUIVO TRANSPDES61), REGRAVADO PELO
      *> RELATORIO DE DESEMPENHO DO PROGCBL61 (UMA LINHA POR
      *> TRANSPORTADORA COM ENTREGAS NO MES DO RELATORIO) E LIDO PELO
      *> PROGCBL10 PARA DEIXAR FORA DA ESCOLHA A TRANSPORTADORA COM
      *> PONTUALIDADE ABAIXO DO MINIMO INFORMADO NO LOTE
      *> PCT-PRAZO: PERCENTUAL DAS ENTREGAS DENTRO DO PRAZO PROMETIDO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  TRANSPDES-FILE.
      *>   01  TRANSPDES-REC.
      *>       COPY 'TRANSPDES.cbl'.
      *>*****************************************************************
           02 TDES-CODIGO PIC X(05).
           02 TDES-ANOMES PIC 9(06).
           02 TDES-ENTREGUES PIC 9(05).
           02 TDES-PCT-PRAZO PIC 9(03)V9.
