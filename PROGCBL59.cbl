      *> OBJETIVO: NA CONFIRMACAO, AJUSTAR O ESTOQUE DO PRODMST PARA
      *>           O CONTADO, COM CADA AJUSTE REGISTRADO NA TRILHA DE
      *>           AUDITORIA CENTRAL
      *> OBJETIVO: PRESERVAR A CATEGORIA DO PRODUTO (PRODMST-CATEGORIA)
      *>           NA REGRAVACAO DO CADASTRO DE PRODUTOS
      *> OBJETIVO: GRAVAR NO RAZAO DE ESTOQUE (MOVESTQ, COPY KARDEX)
      *>           CADA AJUSTE DO INVENTARIO COMO ENTRADA OU SAIDA
      *>           DA DIFERENCA, COM O SALDO RESULTANTE
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVESTQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODMST-FILE.
           02 FILLER PIC X(15).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'CTLREG.cbl'.
       COPY 'MODOLOTE.cbl'.
       COPY 'KARDEX.cbl'.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTAGEM-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTLOTE-STATUS PIC X(02) VALUE ZEROS.
             03 WRK-PROD-ESTOQUE PIC 9(05).
             03 WRK-PROD-REPOSICAO PIC 9(05).
             03 WRK-PROD-CUSTO PIC 9(06)V99.
             03 WRK-PROD-CATEGORIA PIC X(03).
             03 WRK-PROD-CONTADO PIC 9(05).
             03 WRK-PROD-FOI-CONTADO PIC X(01).
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
                           TO WRK-PROD-REPOSICAO(WRK-PROD-QTD)
                       MOVE PRODMST-CUSTO
                           TO WRK-PROD-CUSTO(WRK-PROD-QTD)
                       MOVE PRODMST-CATEGORIA
                           TO WRK-PROD-CATEGORIA(WRK-PROD-QTD)
                       MOVE ZEROS TO WRK-PROD-CONTADO(WRK-PROD-QTD)
                       MOVE 'N'
                           TO WRK-PROD-FOI-CONTADO(WRK-PROD-QTD)
               STRING WRK-PROD-CODIGO(WRK-PROD-IDX) ' '
                      WRK-PROD-ESTOQUE(WRK-PROD-IDX)
                   DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               IF WRK-PROD-CONTADO(WRK-PROD-IDX)
                  > WRK-PROD-ESTOQUE(WRK-PROD-IDX)
                   COMPUTE WRK-KDX-ENTRADA =
                       WRK-PROD-CONTADO(WRK-PROD-IDX)
                       - WRK-PROD-ESTOQUE(WRK-PROD-IDX)
               ELSE
                   COMPUTE WRK-KDX-SAIDA =
                       WRK-PROD-ESTOQUE(WRK-PROD-IDX)
                       - WRK-PROD-CONTADO(WRK-PROD-IDX)
               END-IF
               MOVE WRK-PROD-CONTADO(WRK-PROD-IDX)
                   TO WRK-PROD-ESTOQUE(WRK-PROD-IDX)
               MOVE WRK-PROD-ESTOQUE(WRK-PROD-IDX)
                   TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               MOVE WRK-PROD-CODIGO(WRK-PROD-IDX) TO WRK-KDX-PRODUTO
               MOVE 'IN' TO WRK-KDX-TIPO
               MOVE 'INVENTARIO' TO WRK-KDX-DOCUMENTO
               MOVE WRK-PROD-CUSTO(WRK-PROD-IDX) TO WRK-KDX-CUSTO
               MOVE WRK-PROD-ESTOQUE(WRK-PROD-IDX) TO WRK-KDX-SALDO
               MOVE WRK-OPERADOR TO WRK-KDX-OPERADOR
               PERFORM 9810-GRAVAR-MOVIMENTO
           END-IF.
       0800-GRAVAR-PRODUTOS.
      *>********* REGRAVANDO O CADASTRO DE PRODUTOS AJUSTADO
           MOVE WRK-PROD-ESTOQUE(WRK-CONT) TO PRODMST-ESTOQUE.
           MOVE WRK-PROD-REPOSICAO(WRK-CONT) TO PRODMST-REPOSICAO.
           MOVE WRK-PROD-CUSTO(WRK-CONT) TO PRODMST-CUSTO.
           MOVE WRK-PROD-CATEGORIA(WRK-CONT) TO PRODMST-CATEGORIA.
           WRITE PRODMST-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO O INVENTARIO
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL59'==.
           COPY 'KARDEX-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL59'==.
           COPY 'CTLREG-PROC.cbl'.
           COPY 'MODOLOTE-PROC.cbl'.
