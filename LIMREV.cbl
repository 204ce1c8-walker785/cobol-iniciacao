      *>*****************************************************************
      *> LIMREV - LAYOUT COMPARTILHADO DO ARQUIVO DE PROPOSTAS DE
      *> REVISAO DO LIMITE DE CREDITO DOS CLIENTES (LIMREV126),
      *> GRAVADO PELA REVISAO MENSAL DO PROGCBL126 A PARTIR DO
      *> HISTORICO DE PAGAMENTO (CONTASREC17) E CONFIRMADO OU RECUSADO
      *> POR SUPERVISOR/ADM NO PROGCBL127, QUE APLICA NO CLIMST17
      *> ACAO: AU = AUMENTAR O LIMITE, RD = REDUZIR O LIMITE,
      *>       BL = BLOQUEAR PARA VENDA A PRAZO, LB = LIBERAR CLIENTE
      *>       BLOQUEADO (O LIMITE FICA O MESMO)
      *> LIMITE-ATUAL/BLOQ-ATUAL: CADASTRO NO DIA DA REVISAO; SE O
      *>       CLIMST17 MUDOU DEPOIS, A PROPOSTA NAO E APLICADA
      *> SITUACAO: P = PENDENTE DE CONFIRMACAO, A = CONFIRMADA E
      *>       APLICADA, R = RECUSADA, S = SUBSTITUIDA (POR UMA
      *>       REVISAO MAIS NOVA OU POR MUDANCA NO CADASTRO)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  LIMREV-FILE.
      *>   01  LIMREV-REC.
      *>       COPY 'LIMREV.cbl'.
      *>*****************************************************************
           02 LRV-NUMERO PIC 9(05).
           02 LRV-DATA-REVISAO PIC 9(08).
           02 LRV-CLIENTE PIC X(05).
           02 LRV-ACAO PIC X(02).
           02 LRV-LIMITE-ATUAL PIC 9(08)V99.
           02 LRV-BLOQ-ATUAL PIC X(01).
           02 LRV-LIMITE-NOVO PIC 9(08)V99.
           02 LRV-BLOQ-NOVO PIC X(01).
           02 LRV-PONTUACAO PIC 9(03).
           02 LRV-QTD-PAGOS PIC 9(04).
           02 LRV-ATRASO-MEDIO PIC 9(05).
           02 LRV-QTD-BAIXAS PIC 9(03).
           02 LRV-VENCIDO PIC 9(08)V99.
           02 LRV-MAIOR-ATRASO PIC 9(05).
           02 LRV-COMPRAS PIC 9(09)V99.
           02 LRV-SITUACAO PIC X(01).
           02 LRV-DECISOR PIC X(15).
           02 LRV-DATA-DECISAO PIC 9(08).
           02 LRV-MOTIVO PIC X(30).
