      *>*****************************************************************
      *> DEVOLUCAO - LAYOUT COMPARTILHADO DO REGISTRO DE ITEM DEVOLVIDO
      *> (ARQUIVO DEVOL17), GRAVADO PELO PROGCBL89 A CADA DEVOLUCAO OU
      *> TROCA DE UM TICKET DO PROGCBL17: UMA LINHA POR ITEM DO TICKET
      *> DEVOLVIDO, COM A QUANTIDADE, O VALOR E A PARTE DO VALOR
      *> ABATIDA DE CADA MEIO DE PAGAMENTO DA VENDA ORIGINAL
      *> DATA/HORA/FILIAL/SEQ: QUANDO, ONDE E COM QUE SEQ DO REGISTRO
      *> FIXO (VENDATRX TIPO C) A DEVOLUCAO FOI LANCADA
      *> DATA-VENDA/FILIAL-VENDA/TICKET/LINHA: O TICKET ORIGINAL E A
      *> POSICAO DO ITEM NELE; A SOMA DAS QUANTIDADES JA DEVOLVIDAS
      *> DE UMA LINHA NUNCA PASSA DA QUANTIDADE VENDIDA
      *> VAL-DINHEIRO/CARTAO/PRAZO: QUEBRA DO VALOR PELOS MEIOS DA
      *> VENDA (A SOMA E O PROPRIO VALOR, MENOS A PARTE PAGA COM
      *> PONTOS DE FIDELIDADE, QUE VOLTA AO CLIENTE NO EXTRATO
      *> PONTOS17); A PARTE A PRAZO E SEMPRE CREDITADA NO TITULO DO
      *> CONTAS A RECEBER
      *> FORMA: M = DEVOLVIDO PELO MEIO ORIGINAL (DINHEIRO DA GAVETA
      *> E ESTORNO NO CARTAO), V = DINHEIRO E CARTAO CONVERTIDOS EM
      *> VALE-TROCA (VALETROCA17)
      *> MOTIVO: 1 = DEFEITO, 2 = DESISTENCIA, 3 = TROCA DE MODELO,
      *> 4 = ERRO NA VENDA, 5 = OUTROS
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  DEVOL-FILE.
      *>   01  DEVOL-REC.
      *>       COPY 'DEVOLUCAO.cbl'.
      *>*****************************************************************
           02 DEV-DATA PIC 9(08).
           02 DEV-HORA PIC 9(08).
           02 DEV-FILIAL PIC 9(02).
           02 DEV-SEQ PIC 9(05).
           02 DEV-DATA-VENDA PIC 9(08).
           02 DEV-FILIAL-VENDA PIC 9(02).
           02 DEV-TICKET PIC 9(05).
           02 DEV-LINHA PIC 9(02).
           02 DEV-PRODUTO PIC X(05).
           02 DEV-QTD PIC 9(03).
           02 DEV-VALOR PIC 9(08)V99.
           02 DEV-VAL-DINHEIRO PIC 9(08)V99.
           02 DEV-VAL-CARTAO PIC 9(08)V99.
           02 DEV-VAL-PRAZO PIC 9(08)V99.
           02 DEV-FORMA PIC X(01).
           02 DEV-MOTIVO PIC 9(01).
           02 DEV-OPERADOR PIC X(15).
