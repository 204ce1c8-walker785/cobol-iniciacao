      *>*****************************************************************
      *> PROPPARC - LAYOUT COMPARTILHADO DO VALOR DE PARCELA DE
      *> PROPOSTA PENDENTE (PROPPARC25), GRAVADO PELO PROGCBL25 COM O
      *> CRONOGRAMA SIMULADO, PARCELA A PARCELA, E LIDO PELO
      *> PROGCBL112 NA APROVACAO PARA GERAR AS PARCELAS DO CONTRATO
      *> (OS VENCIMENTOS SAO CONTADOS A PARTIR DA DATA DA APROVACAO)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  PROPPARC-FILE.
      *>   01  PROPPARC-REC.
      *>       COPY 'PROPPARC.cbl'.
      *>*****************************************************************
           02 PPAR-PROPOSTA PIC 9(05).
           02 PPAR-NUMERO PIC 9(03).
           02 PPAR-VALOR PIC 9(08)V99.
