      *>*****************************************************************
      *> VENDADIR - LAYOUT COMPARTILHADO DO DIRETORIO DE PERIODOS DO
      *> REGISTRO FIXO DE TRANSACOES (ARQUIVO VENDADIR): O VENDATRX E
      *> GRAVADO EM UM ARQUIVO POR ANO/MES (VENDATRXAAAAMM) E O
      *> DIRETORIO TEM UMA LINHA POR PERIODO E FILIAL, EM ORDEM DE
      *> PERIODO E FILIAL, MANTIDA A CADA GRAVACAO PELO 9886 DO
      *> VENDAGRV-PROC, MONTADA NA DIVISAO DO ARQUIVO UNICO ANTIGO
      *> PELO PROGCBL129 E CONFERIDA CONTRA OS ARQUIVOS PELO PROGCBL130
      *> QTD/VALOR: QUANTIDADE DE REGISTROS E SOMA DE VENDATRX-VALOR
      *>       (TODOS OS TIPOS, SEM SINAL - TOTAL DE CONTROLE)
      *> SEQ-PRIMEIRA/SEQ-ULTIMA: VENDATRX-SEQ DO PRIMEIRO E DO ULTIMO
      *>       REGISTRO DA FILIAL NO ARQUIVO DO PERIODO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  VENDADIR-FILE.
      *>   01  VENDADIR-REC.
      *>       COPY 'VENDADIR.cbl'.
      *>*****************************************************************
           02 VDIR-ANOMES PIC 9(06).
           02 VDIR-FILIAL PIC 9(02).
           02 VDIR-QTD PIC 9(07).
           02 VDIR-VALOR PIC 9(11)V99.
           02 VDIR-SEQ-PRIMEIRA PIC 9(05).
           02 VDIR-SEQ-ULTIMA PIC 9(05).
