      *>*****************************************************************
      *> ORCAMENTO - LAYOUT COMPARTILHADO DO CABECALHO DOS ORCAMENTOS
      *> DE VENDA (ARQUIVO ORCAMENTO99), EMITIDOS PELO PROGCBL99, QUE
      *> TAMBEM OS CONVERTE EM PEDIDO (DECK NO LAYOUT DO PEDIDO10) E
      *> IMPRIME O RELATORIO MENSAL; O PROGCBL17 RECUPERA O ORCAMENTO
      *> NO CAIXA COMO TICKET, AOS PRECOS ORCADOS
      *> OS ITENS FICAM NO ARQUIVO ORCITEM99 (COPY ORCITEM)
      *> VALIDADE: ULTIMO DIA EM QUE O ORCAMENTO PODE SER CONVERTIDO
      *> CLIENTE-COD: CODIGO DO CLIENTE NO CLIMST17 (BRANCO = CLIENTE
      *> NAO CADASTRADO); CLIENTE: NOME QUE VAI AO CABECALHO DO PEDIDO
      *> VALOR/PESO: SOMA DOS ITENS; FRETE: ESTIMATIVA PELAS TABELAS
      *> DE FRETE DO PROGCBL10 (FRETECFG, FRETEBANDA E PESOBANDA)
      *> STATUS: A = EM ABERTO, P = CONVERTIDO EM PEDIDO, T =
      *> CONVERTIDO EM TICKET NO CAIXA; O ORCAMENTO EM ABERTO COM A
      *> VALIDADE VENCIDA CONTA COMO EXPIRADO
      *> DATA-CONV/DOC-CONV: DIA DA CONVERSAO E NUMERO DO PEDIDO OU DO
      *> TICKET (ZEROS ENQUANTO EM ABERTO)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ORCAMENTO-FILE.
      *>   01  ORCAMENTO-REC.
      *>       COPY 'ORCAMENTO.cbl'.
      *>*****************************************************************
           02 ORC-NUMERO PIC 9(05).
           02 ORC-DATA PIC 9(08).
           02 ORC-VALIDADE PIC 9(08).
           02 ORC-VENDEDOR PIC X(05).
           02 ORC-CLIENTE-COD PIC X(05).
           02 ORC-CLIENTE PIC X(20).
           02 ORC-UF PIC X(02).
           02 ORC-QTD-ITENS PIC 9(02).
           02 ORC-VALOR PIC 9(08)V99.
           02 ORC-PESO PIC 9(05)V99.
           02 ORC-FRETE PIC 9(07)V99.
           02 ORC-STATUS PIC X(01).
           02 ORC-DATA-CONV PIC 9(08).
           02 ORC-DOC-CONV PIC 9(05).
