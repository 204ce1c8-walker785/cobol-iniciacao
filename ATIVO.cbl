      *>*****************************************************************
      *> ATIVO - LAYOUT COMPARTILHADO DO CADASTRO DE BENS DO ATIVO
      *> IMOBILIZADO (ATIVOMST), MANTIDO PELO PROGCBL119, DEPRECIADO
      *> NO FECHAMENTO DO MES PELO PROGCBL120 E LISTADO PELO
      *> PROGCBL121
      *> CCUSTO: CENTRO DE CUSTO DO CCUSTOMST (PROGCBL47)
      *> VIDA-MESES: VIDA UTIL EM MESES (DEPRECIACAO LINEAR, A PARTIR
      *>       DO MES SEGUINTE AO DA AQUISICAO)
      *> STATUS: A = EM USO, DEPRECIANDO; T = TOTALMENTE DEPRECIADO;
      *>       B = BAIXADO (VENDA OU DESCARTE)
      *> ULTIMO-MES: ULTIMO ANO/MES (AAAAMM) JA DEPRECIADO; ZEROS
      *>       ENQUANTO NENHUM MES FOI LANCADO
      *> BAIXA: DATA, VALOR DE VENDA (ZEROS NO DESCARTE), RESULTADO
      *>       CONTRA O VALOR CONTABIL LIQUIDO (TIPO G = GANHO,
      *>       P = PERDA) E MOTIVO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ATIVO-FILE.
      *>   01  ATIVO-REC.
      *>       COPY 'ATIVO.cbl'.
      *>*****************************************************************
           02 ATV-PLAQUETA PIC X(08).
           02 ATV-DESCRICAO PIC X(30).
           02 ATV-CCUSTO PIC X(04).
           02 ATV-DATA-AQUISICAO PIC 9(08).
           02 ATV-CUSTO PIC 9(09)V99.
           02 ATV-VIDA-MESES PIC 9(03).
           02 ATV-STATUS PIC X(01).
           02 ATV-DEPREC-ACUM PIC 9(09)V99.
           02 ATV-ULTIMO-MES PIC 9(06).
           02 ATV-DATA-BAIXA PIC 9(08).
           02 ATV-VALOR-BAIXA PIC 9(09)V99.
           02 ATV-RESULTADO PIC 9(09)V99.
           02 ATV-RESULTADO-TIPO PIC X(01).
           02 ATV-MOTIVO-BAIXA PIC X(20).
