      *>*****************************************************************
      *> LOTEFEFO - CAMPOS COMPARTILHADOS DAS ROTINAS DE LOTES DE
      *> ESTOQUE: CADASTRO LOTEMST EM MEMORIA, SALDO VALIDO E VENCIDO
      *> DE UM PRODUTO, CONSUMO PELO LOTE QUE VENCE PRIMEIRO, ESTORNO
      *> DO CONSUMO E ENTRADA DE LOTE
      *> USO: COPY 'LOTEFEFO.cbl'.
      *> REQUER NO PROGRAMA CHAMADOR:
      *>   SELECT OPTIONAL LOTEMST-FILE ASSIGN TO 'LOTEMST'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-LOTEMST-STATUS.
      *>   FD  LOTEMST-FILE.
      *>   01  LOTEMST-REC.
      *>       COPY 'LOTE.cbl'.
      *>*****************************************************************
       77 WRK-LOTEMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-LOTEMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-LOTEMST VALUE 'S'.
      *>********* LOTES EM MEMORIA, NA ORDEM DO ARQUIVO
       01 WRK-LOT-TAB.
          02 WRK-LOT-LINHA OCCURS 500 TIMES.
             03 WRK-LOT-PRODUTO PIC X(05).
             03 WRK-LOT-NUMERO PIC X(10).
             03 WRK-LOT-VALIDADE PIC 9(08).
             03 WRK-LOT-QUANTIDADE PIC 9(05).
             03 WRK-LOT-DATA-ENTRADA PIC 9(08).
       77 WRK-LOT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-LOT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-LOT-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* ARQUIVO MAIOR QUE A TABELA: A REGRAVACAO PERDERIA
      *>          LOTES, ENTAO O CHAMADOR NAO MEXE NOS LOTES
       77 WRK-LOT-ESTOURO PIC X(01) VALUE 'N'.
         88 LOTES-ESTOURARAM VALUE 'S'.
       77 WRK-LOT-MEXIDO PIC X(01) VALUE 'N'.
         88 LOTES-MEXIDOS VALUE 'S'.
      *>********* DATA DE REFERENCIA DO VENCIMENTO: O LOTE COM
      *>          VALIDADE ANTERIOR A ELA ESTA VENCIDO
       77 WRK-LOT-DATA-REF PIC 9(08) VALUE ZEROS.
      *>********* ENTRADA DAS ROTINAS (PRODUTO, LOTE, VALIDADE E
      *>          QUANTIDADE) E SAIDA DA APURACAO DO PRODUTO
       77 WRK-LOT-PROD-ALVO PIC X(05) VALUE SPACES.
       77 WRK-LOT-NUM-ALVO PIC X(10) VALUE SPACES.
       77 WRK-LOT-VALIDADE-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-LOT-PEDIDO PIC 9(05) VALUE ZEROS.
       77 WRK-LOT-FALTA PIC 9(05) VALUE ZEROS.
       77 WRK-LOT-TIRAR PIC 9(05) VALUE ZEROS.
       77 WRK-LOT-MAIS-ANTIGO PIC 9(03) VALUE ZEROS.
       77 WRK-LOT-VALIDO PIC 9(07) VALUE ZEROS.
       77 WRK-LOT-VENCIDO PIC 9(07) VALUE ZEROS.
       77 WRK-LOT-CONTROLE PIC X(01) VALUE 'N'.
         88 PRODUTO-COM-LOTE VALUE 'S'.
       77 WRK-LOT-RECUSA PIC X(01) VALUE 'N'.
         88 LOTE-RECUSADO VALUE 'S'.
      *>********* CONSUMOS DESDE A ULTIMA LIMPEZA (LOTE E QUANTIDADE),
      *>          PARA O ESTORNO DEVOLVER CADA UNIDADE AO SEU LOTE
       01 WRK-LMV-TAB.
          02 WRK-LMV-LINHA OCCURS 200 TIMES.
             03 WRK-LMV-LOTE PIC 9(03).
             03 WRK-LMV-QUANT PIC 9(05).
       77 WRK-LMV-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-LMV-IDX PIC 9(03) VALUE ZEROS.
