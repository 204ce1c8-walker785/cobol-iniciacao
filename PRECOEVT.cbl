      *>*****************************************************************
      *> PRECOEVT - LAYOUT COMPARTILHADO DO EVENTO DE PRECO (ARQUIVO
      *> PRECOEVT90), MANTIDO PELO PROGCBL90: MUDANCA DE PRECO COM
      *> DATA MARCADA OU PROMOCAO COM INICIO E FIM, APLICADA PELO
      *> PROGCBL17 NA PRECIFICACAO DO ITEM NO LUGAR DO PRODMST-PRECO
      *> NUMERO: SEQUENCIAL UNICO DO EVENTO (MAIOR DO ARQUIVO MAIS UM)
      *> TIPO: P = PRECO NOVO (EVT-PRECO), D = DESCONTO PERCENTUAL
      *> SOBRE O PRECO DO CADASTRO (EVT-DESCONTO)
      *> DATA-INICIO/DATA-FIM: PERIODO DE VIGENCIA, INCLUSIVE; FIM
      *> 99999999 = SEM DATA DE TERMINO (MUDANCA DEFINITIVA DE PRECO)
      *> FILIAL: 00 = TODAS AS FILIAIS; O EVENTO DA PROPRIA FILIAL
      *> PREVALECE SOBRE O GERAL, E ENTRE DOIS DO MESMO ALCANCE VALE
      *> O DE INICIO MAIS RECENTE (NO EMPATE, O DE MAIOR NUMERO)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  PRECOEVT-FILE.
      *>   01  PRECOEVT-REC.
      *>       COPY 'PRECOEVT.cbl'.
      *>*****************************************************************
           02 EVT-NUMERO PIC 9(05).
           02 EVT-PRODUTO PIC X(05).
           02 EVT-TIPO PIC X(01).
           02 EVT-PRECO PIC 9(06)V99.
           02 EVT-DESCONTO PIC 9(02)V99.
           02 EVT-DATA-INICIO PIC 9(08).
           02 EVT-DATA-FIM PIC 9(08).
           02 EVT-FILIAL PIC 9(02).
