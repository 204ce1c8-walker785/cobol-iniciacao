      *>*****************************************************************
      *> REEMBOLSO - LAYOUT COMPARTILHADO DO ARQUIVO DE PEDIDOS DE
      *> REEMBOLSO DE DESPESAS (REEMB124), GRAVADO E DECIDIDO NO
      *> PROGCBL124, PAGO PELA FOLHA (PROGCBL05) COMO PROVENTO NAO
      *> TRIBUTAVEL E LISTADO NO RELATORIO MENSAL DO PROGCBL125
      *> CHAVE: MATRICULA DO FUNCIONARIO (FUNCMST) + SEQUENCIA
      *> SITUACAO: P = PENDENTE DE APROVACAO, A = APROVADO (ENTRA NA
      *>       PROXIMA FOLHA), R = RECUSADO, G = PAGO NA FOLHA DE
      *>       RMB-DATA-FOLHA
      *> DIGITADOR: USUARIO (USERCAD11) QUE LANCOU O PEDIDO;
      *> LOGIN-FUNC: USUARIO DO PROPRIO FUNCIONARIO, QUANDO ELE TEM
      *>       ACESSO AO SISTEMA; NENHUM DOS DOIS PODE APROVAR O PEDIDO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  REEMB-FILE.
      *>   01  REEMB-REC.
      *>       COPY 'REEMBOLSO.cbl'.
      *>*****************************************************************
           02 RMB-MATRICULA PIC 9(06).
           02 RMB-SEQUENCIA PIC 9(03).
           02 RMB-DATA PIC 9(08).
           02 RMB-CATEGORIA PIC X(10).
           02 RMB-VALOR PIC 9(07)V99.
           02 RMB-CCUSTO PIC X(04).
           02 RMB-DESCRICAO PIC X(30).
           02 RMB-SITUACAO PIC X(01).
           02 RMB-DIGITADOR PIC X(15).
           02 RMB-LOGIN-FUNC PIC X(15).
           02 RMB-DATA-LANC PIC 9(08).
           02 RMB-APROVADOR PIC X(15).
           02 RMB-DATA-DECISAO PIC 9(08).
           02 RMB-DATA-FOLHA PIC 9(08).
           02 RMB-MOTIVO-RECUSA PIC X(30).
