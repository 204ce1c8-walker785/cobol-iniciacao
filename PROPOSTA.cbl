      *>*****************************************************************
      *> PROPOSTA - LAYOUT COMPARTILHADO DO REGISTRO DE PROPOSTA DE
      *> EMPRESTIMO (PROPOSTA25), GRAVADO PELO PROGCBL25 QUANDO A
      *> SIMULACAO E REGISTRADA, DECIDIDO PELO PROGCBL112 E LISTADO
      *> PELO PROGCBL113
      *> SITUACAO: P = PENDENTE DE APROVACAO (ACIMA DA ALCADA),
      *>           L = LIBERADA NA HORA (DENTRO DA ALCADA),
      *>           A = APROVADA POR SUPERVISOR/ADM,
      *>           R = RECUSADA POR SUPERVISOR/ADM
      *> SALDO-ABERTO/MAIOR-ATRASO/FAIXA-LIMITE: EXPOSICAO DO TOMADOR
      *>           NA DIGITACAO (COPY EXPOSICAO)
      *> MOTIVO-ALCADA: POR QUE A PROPOSTA FICOU PENDENTE
      *> CONTRATO: NUMERO DO CONTRATO25 GERADO (ZERO SE NAO HOUVE)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  PROPOSTA-FILE.
      *>   01  PROPOSTA-REC.
      *>       COPY 'PROPOSTA.cbl'.
      *>*****************************************************************
           02 PROP-NUMERO PIC 9(05).
           02 PROP-DATA PIC 9(08).
           02 PROP-TOMADOR PIC X(25).
           02 PROP-SISTEMA PIC X(05).
           02 PROP-PRINCIPAL PIC 9(08)V99.
           02 PROP-TAXA PIC 9(01)V9(04).
           02 PROP-PARCELAS PIC 9(03).
           02 PROP-PRESTACAO PIC 9(08)V99.
           02 PROP-CONSIGNADO PIC X(01).
           02 PROP-INDEXADOR PIC X(04).
           02 PROP-SALDO-ABERTO PIC 9(09)V99.
           02 PROP-MAIOR-ATRASO PIC 9(05).
           02 PROP-FAIXA-LIMITE PIC 9(03).
           02 PROP-MOTIVO-ALCADA PIC X(20).
           02 PROP-DIGITADOR PIC X(15).
           02 PROP-SITUACAO PIC X(01).
           02 PROP-DECISOR PIC X(15).
           02 PROP-DATA-DECISAO PIC 9(08).
           02 PROP-MOTIVO-DECISAO PIC X(30).
           02 PROP-CONTRATO PIC 9(05).
