      *> STATUS: A = EM ABERTO, P = PAGO, E = ESTORNADO (VENDA
      *> CORRIGIDA NO PROGCBL17), X = BAIXADO POR PERDA (WRITE-OFF
      *> APROVADO POR SUPERVISOR NO PROGCBL34)
      *> A DEVOLUCAO DE ITENS DA VENDA (PROGCBL89) ABATE O VALOR DO
      *> TITULO EM ABERTO; TITULO ZERADO PELA DEVOLUCAO FICA E
      *> PARCELA/PARCELAS: A VENDA A PRAZO PARCELADA NO PROGCBL17 GERA
      *> UM TITULO POR PARCELA (MESMO SEQ E DATA DA VENDA), COM O
      *> NUMERO DA PARCELA E O TOTAL DE PARCELAS; REGISTRO ANTIGO SEM
      *> OS CAMPOS LE COMO ESPACOS E VALE COMO PARCELA 01 DE 01
      *> NOSSO-NUMERO: NUMERO DO TITULO NA COBRANCA BANCARIA, DADO PELA
      *> REMESSA DE BOLETOS DO PROGCBL96 E USADO PELO RETORNO DO BANCO
      *> (PROGCBL97) PARA BAIXAR O TITULO PAGO; ZERO (OU ESPACOS NO
      *> REGISTRO ANTIGO) = TITULO AINDA NAO REMETIDO AO BANCO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  CONTASREC-FILE.
      *>   01  CONTASREC-REC.
           02 CREC-VENCIMENTO PIC 9(08).
           02 CREC-STATUS PIC X(01).
           02 CREC-DATA-PGTO PIC 9(08).
           02 CREC-PARCELA PIC 9(02).
           02 CREC-PARCELAS PIC 9(02).
           02 CREC-NOSSO-NUMERO PIC 9(10).
