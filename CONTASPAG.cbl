      *>*****************************************************************
      *> CONTASPAG - LAYOUT COMPARTILHADO DO REGISTRO DE CONTAS A
      *> PAGAR A FORNECEDOR (CONTASPAG57), GRAVADO PELO PROGCBL57 NO
      *> RECEBIMENTO DA MERCADORIA CONTRA O PEDIDO DE COMPRA E
      *> BAIXADO/ENVELHECIDO PELO PROGCBL80
      *> O VENCIMENTO JA SAI ROLADO PARA O PROXIMO DIA UTIL DO
      *> CALENDARIO FERIADOCAL. O SALDO DEVEDOR E O VALOR DA NOTA
      *> MENOS O VALOR JA PAGO
      *> STATUS: A = EM ABERTO, P = PAGO PARCIAL, Q = QUITADO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  CONTASPAG-FILE.
      *>   01  CONTASPAG-REC.
      *>       COPY 'CONTASPAG.cbl'.
      *>*****************************************************************
           02 CPAG-SEQ PIC 9(05).
           02 CPAG-FORNECEDOR PIC X(05).
           02 CPAG-PEDIDO PIC 9(05).
           02 CPAG-NOTA PIC X(10).
           02 CPAG-VALOR PIC 9(08)V99.
           02 CPAG-VALOR-PAGO PIC 9(08)V99.
           02 CPAG-EMISSAO PIC 9(08).
           02 CPAG-VENCIMENTO PIC 9(08).
           02 CPAG-STATUS PIC X(01).
           02 CPAG-DATA-PGTO PIC 9(08).
