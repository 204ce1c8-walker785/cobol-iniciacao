      *>*****************************************************************
      *> MOVEST - LAYOUT COMPARTILHADO DO RAZAO DE MOVIMENTOS DE
      *> ESTOQUE (KARDEX, ARQUIVO MOVESTQ): UM REGISTRO POR ALTERACAO
      *> DO PRODMST-ESTOQUE, GRAVADO PELO PROGRAMA QUE A FEZ
      *> TIPO: VE VENDA (PROGCBL17)         CV CORRECAO DE VENDA (17)
      *>       RC RECEBIMENTO (PROGCBL57)   IN INVENTARIO (PROGCBL59)
      *>       DV DEVOLUCAO (PROGCBL63/89)  EM EMBARQUE (PROGCBL10)
      *>       BL BAIXA DE LOTE (PROGCBL94) CD CADASTRO (PROGCBL30)
      *>       SI SALDO INICIAL (PROGCBL95)
      *>       TS/TE SAIDA/ENTRADA DE TRANSFERENCIA ENTRE FILIAIS
      *>       (PROGCBL60): SO MUDAM O SALDO DA FILIAL (MOV-FILIAL E
      *>       MOV-SALDO DA FILIAL) E NAO O TOTAL DO PRODMST
      *> SALDO: PRODMST-ESTOQUE DEPOIS DO MOVIMENTO (NA TRANSFERENCIA,
      *> O SALDO DA FILIAL)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  MOVESTQ-FILE.
      *>   01  MOVESTQ-REC.
      *>       COPY 'MOVEST.cbl'.
      *>*****************************************************************
           02 MOV-DATA PIC 9(08).
           02 MOV-HORA PIC 9(08).
           02 MOV-PRODUTO PIC X(05).
           02 MOV-TIPO PIC X(02).
           02 MOV-FILIAL PIC 9(02).
           02 MOV-PROGRAMA PIC X(09).
           02 MOV-DOCUMENTO PIC X(12).
           02 MOV-ENTRADA PIC 9(05).
           02 MOV-SAIDA PIC 9(05).
           02 MOV-CUSTO PIC 9(06)V99.
           02 MOV-SALDO PIC 9(05).
           02 MOV-OPERADOR PIC X(15).
