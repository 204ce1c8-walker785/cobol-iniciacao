      *>*****************************************************************
      *> DOCFISC - LAYOUT COMPARTILHADO DO REGISTRO DE DOCUMENTOS
      *> FISCAIS (ARQUIVO DOCFISC): UM REGISTRO POR NUMERO EMITIDO E
      *> OUTRO POR NUMERO CANCELADO. A NUMERACAO E ESTRITAMENTE
      *> SEQUENCIAL POR FILIAL E SERIE, ATRIBUIDA NO MOMENTO DA VENDA
      *> (PROGCBL17) OU DO EMBARQUE (PROGCBL10); O NUMERO CANCELADO
      *> FICA REGISTRADO E NUNCA E REAPROVEITADO
      *> SERIE: 001 = TICKET DO CAIXA (PROGCBL17)
      *>        002 = NOTA DE EMBARQUE (PROGCBL10)
      *> SITUACAO: E = EMITIDO, C = CANCELADO (O REGISTRO C REPETE O
      *> NUMERO DO EMITIDO, COM A DATA E A HORA DO CANCELAMENTO)
      *> VALOR: VALOR DO DOCUMENTO, O MESMO POSTADO NO VENDATRX (BASE
      *> DO LIVRO FISCAL DO PROGCBL73)
      *> REFERENCIA: NUMERO DO TICKET (SERIE 001) OU DO PEDIDO (SERIE
      *> 002) DO DOCUMENTO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  DOCFISC-FILE.
      *>   01  DOCFISC-REC.
      *>       COPY 'DOCFISC.cbl'.
      *>*****************************************************************
           02 DOCF-FILIAL PIC 9(02).
           02 DOCF-SERIE PIC 9(03).
           02 DOCF-NUMERO PIC 9(07).
           02 DOCF-SITUACAO PIC X(01).
           02 DOCF-DATA PIC 9(08).
           02 DOCF-HORA PIC 9(08).
           02 DOCF-VALOR PIC 9(08)V99.
           02 DOCF-ORIGEM PIC X(10).
           02 DOCF-REFERENCIA PIC 9(05).
           02 DOCF-OPERADOR PIC X(15).
