      *>*****************************************************************
      *> CLIENTE - LAYOUT COMPARTILHADO DO CADASTRO DE CLIENTES
      *> (CLIMST17), MANTIDO PELO PROGCBL52 E LIDO PELO PROGCBL17 NA
      *> VENDA A PRAZO PARA A CHECAGEM DE LIMITE DE CREDITO E NA
      *> IDENTIFICACAO DO CLIENTE DO PROGRAMA DE FIDELIDADE (PONTOS17)
      *> BLOQUEADO: S = CLIENTE BLOQUEADO PARA VENDA A PRAZO;
      *> QUALQUER OUTRO VALOR VALE COMO LIBERADO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
