      *>*****************************************************************
      *> PAGTOFORN - LAYOUT COMPARTILHADO DO LOG DE PAGAMENTOS A
      *> FORNECEDOR (PAGTOFORN80): UMA LINHA POR PAGAMENTO, TOTAL OU
      *> PARCIAL, BAIXADO PELO PROGCBL80 CONTRA UM TITULO DO
      *> CONTASPAG57 (AS SAIDAS DE CAIXA PARA FORNECEDOR)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  PAGTOFORN-FILE.
      *>   01  PAGTOFORN-REC.
      *>       COPY 'PAGTOFORN.cbl'.
      *>*****************************************************************
           02 PGTO-DATA PIC 9(08).
           02 PGTO-SEQ PIC 9(05).
           02 PGTO-FORNECEDOR PIC X(05).
           02 PGTO-NOTA PIC X(10).
           02 PGTO-VALOR PIC 9(08)V99.
           02 PGTO-OPERADOR PIC X(15).
