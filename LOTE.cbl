      *>*****************************************************************
      *> LOTE - LAYOUT COMPARTILHADO DO CADASTRO DE LOTES DE ESTOQUE
      *> (ARQUIVO LOTEMST, UM REGISTRO POR PRODUTO E LOTE), ABERTO NO
      *> RECEBIMENTO DE COMPRAS DO PROGCBL57, CONSUMIDO PELAS VENDAS
      *> DO PROGCBL17 E PELOS EMBARQUES DO PROGCBL10 (O LOTE QUE VENCE
      *> PRIMEIRO SAI PRIMEIRO) E BAIXADO PELO PROGCBL94 QUANDO VENCE
      *> VALIDADE: ULTIMO DIA EM QUE O LOTE PODE SER VENDIDO; A PARTIR
      *> DO DIA SEGUINTE O LOTE ESTA VENCIDO E BLOQUEADO PARA VENDA
      *> QUANTIDADE: SALDO DO LOTE, CONTIDO NO PRODMST-ESTOQUE DO
      *> PRODUTO (O ESTOQUE FORA DE LOTE E O QUE SOBRA DO PRODMST)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  LOTEMST-FILE.
      *>   01  LOTEMST-REC.
      *>       COPY 'LOTE.cbl'.
      *>*****************************************************************
           02 LOT-PRODUTO PIC X(05).
           02 LOT-NUMERO PIC X(10).
           02 LOT-VALIDADE PIC 9(08).
           02 LOT-QUANTIDADE PIC 9(05).
           02 LOT-DATA-ENTRADA PIC 9(08).
