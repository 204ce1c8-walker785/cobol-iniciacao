      *>*****************************************************************
      *> ADQLIQ - LAYOUT DA LINHA DO ARQUIVO DE LIQUIDACAO ENVIADO
      *> PELA ADQUIRENTE DE CARTOES (ARQUIVO ADQLIQ), LIDO PELO
      *> PROGCBL93 NA CONCILIACAO CONTRA AS VENDAS NO CARTAO DO
      *> VENDATRX
      *> TIPO: L = LIQUIDACAO (DEPOSITO DAS VENDAS DE UM DIA, PODE VIR
      *> EM MAIS DE UMA LINHA), E = ESTORNO DEBITADO PELA ADQUIRENTE
      *> (CANCELAMENTO OU CHARGEBACK)
      *> DATA-TRANSACAO: DIA DAS VENDAS LIQUIDADAS (TIPO L) OU DO
      *> CANCELAMENTO ESTORNADO (TIPO E)
      *> DATA-DEPOSITO: DIA DO CREDITO (OU DO DEBITO) NA CONTA
      *> VALOR-LIQUIDO: BRUTO MENOS A TAXA RETIDA PELA ADQUIRENTE
      *> (NO TIPO E, O VALOR DEBITADO VEM NO BRUTO)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ADQLIQ-FILE.
      *>   01  ADQLIQ-REC.
      *>       COPY 'ADQLIQ.cbl'.
      *>*****************************************************************
           02 LIQ-TIPO PIC X(01).
           02 LIQ-FILIAL PIC 9(02).
           02 LIQ-DATA-TRANSACAO PIC 9(08).
           02 LIQ-DATA-DEPOSITO PIC 9(08).
           02 LIQ-VALOR-BRUTO PIC 9(08)V99.
           02 LIQ-TAXA PIC 9(08)V99.
           02 LIQ-VALOR-LIQUIDO PIC 9(08)V99.
           02 LIQ-REFERENCIA PIC X(15).
