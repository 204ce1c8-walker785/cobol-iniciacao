      *>           LINHA DE ITEM; ITEM SEM CASAMENTO E APONTADO)
      *> OBJETIVO: MARCAR O EMBARQUE COMO PROCESSADO (DEV-PROC = S),
      *>           PARA UMA RERODADA NAO CREDITAR DUAS VEZES
      *> OBJETIVO: PRESERVAR A CATEGORIA DO PRODUTO (PRODMST-CATEGORIA)
      *>           NA REGRAVACAO DO CADASTRO DE PRODUTOS
      *> OBJETIVO: GRAVAR NO RAZAO DE ESTOQUE (MOVESTQ, COPY KARDEX)
      *>           A ENTRADA DE CADA UNIDADE REPOSTA PELA DEVOLUCAO,
      *>           COM O EMBARQUE E O SALDO RESULTANTE
      *> OBJETIVO: PRESERVAR A SERIE E O NUMERO DO DOCUMENTO FISCAL
      *>           DO EMBARQUE NA REGRAVACAO E GRAVAR O ESTORNO DA
      *>           DEVOLUCAO NO VENDATRX SEM DOCUMENTO (ZEROS)
      *> OBJETIVO: GRAVAR O VENDATRX NO ARQUIVO DO ANO/MES DO
      *>           LANCAMENTO (VENDATRXAAAAMM), ATUALIZANDO O DIRETORIO
      *>           DE PERIODOS (VENDADIR), E LER SO OS PERIODOS
      *>           NECESSARIOS
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL VENDALOG-FILE ASSIGN TO 'VENDALOG17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDALOG-STATUS.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDATRX-STATUS.
           SELECT OPTIONAL VENDADIR-FILE ASSIGN TO 'VENDADIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDADIR-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVESTQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMBARQUE-FILE.
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  VENDADIR-FILE.
       01  VENDADIR-REC.
           COPY 'VENDADIR.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'VENDAGRV.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'MOEDA.cbl'.
       COPY 'KARDEX.cbl'.
       77 WRK-EMBARQUE-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EMBITEM-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FRETECFG-STATUS PIC X(02) VALUE ZEROS.
             03 WRK-EMB-FRETE PIC 9(07)V99.
             03 WRK-EMB-DEV-PROC PIC X(01).
             03 WRK-EMB-FILIAL PIC 9(02).
             03 WRK-EMB-SERIE PIC 9(03).
             03 WRK-EMB-DOCFISC PIC 9(07).
       77 WRK-EMB-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-EMB-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
             03 WRK-PROD-ESTOQUE PIC 9(05).
             03 WRK-PROD-REPOSICAO PIC 9(05).
             03 WRK-PROD-CUSTO PIC 9(06)V99.
             03 WRK-PROD-CATEGORIA PIC X(03).
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(02) VALUE ZEROS.
                   MOVE PRODMST-REC TO WRK-PROD-LINHA(WRK-PROD-QTD)
           END-READ.
       0140-ABRIR-DIARIO.
      *>********* ABRINDO O DIARIO DE VENDAS PARA OS ESTORNOS DE
      *>          DEVOLUCAO (O REGISTRO FIXO E ABERTO A CADA
      *>          GRAVACAO, NO ARQUIVO DO PERIODO)
           OPEN EXTEND VENDALOG-FILE.
           IF WRK-VENDALOG-STATUS = '05' OR WRK-VENDALOG-STATUS = '35'
               CLOSE VENDALOG-FILE
               OPEN OUTPUT VENDALOG-FILE
           END-IF.
       0200-PROCESSAR-DEVOLUCAO.
      *>********* PROCESSANDO UM EMBARQUE DEVOLVIDO AINDA NAO
      *>          PROCESSADO (STATUS D SEM A MARCA DEV-PROC)
           MOVE ZEROS TO VENDATRX-VAL-DINHEIRO.
           MOVE ZEROS TO VENDATRX-VAL-CARTAO.
           MOVE WRK-CREDITO TO VENDATRX-VAL-PRAZO.
           MOVE ZEROS TO VENDATRX-SERIE.
           MOVE ZEROS TO VENDATRX-DOCFISC.
           PERFORM 9886-GRAVAR-VENDATRX.
           DISPLAY 'EMBARQUE ' WRK-EMB-SEQ(WRK-EMB-IDX)
                   ' PEDIDO ' WRK-EMB-PEDIDO(WRK-EMB-IDX)
                   ' CREDITADO: ' WRK-MOEDA-SIMBOLO WRK-CREDITO-ED.
               ADD 1 TO WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
               ADD 1 TO WRK-QTD-ITENS-REPOSTOS
               MOVE 'S' TO WRK-ESTOQUE-MEXIDO
               MOVE WRK-PRODUTO-BUSCA TO WRK-KDX-PRODUTO
               MOVE 'DV' TO WRK-KDX-TIPO
               MOVE SPACES TO WRK-KDX-DOCUMENTO
               STRING 'EMBARQUE ' WRK-EMB-SEQ(WRK-EMB-IDX)
                   DELIMITED BY SIZE
                 INTO WRK-KDX-DOCUMENTO
               MOVE 1 TO WRK-KDX-ENTRADA
               MOVE WRK-PROD-CUSTO(WRK-PROD-ACHADO) TO WRK-KDX-CUSTO
               MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO) TO WRK-KDX-SALDO
               MOVE 'DEVOLUCAO' TO WRK-KDX-OPERADOR
               PERFORM 9810-GRAVAR-MOVIMENTO
           END-IF.
       0255-TESTAR-PRODUTO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O ITEM
       0300-FINALIZAR.
      *>********* REGRAVANDO OS ARQUIVOS E IMPRIMINDO O RESUMO
           CLOSE VENDALOG-FILE.

           IF WRK-QTD-PROCESSADOS > ZEROS
               PERFORM 0800-GRAVAR-EMBARQUES
           END-IF.
           MOVE WRK-PROD-LINHA(WRK-CONT) TO PRODMST-REC.
           WRITE PRODMST-REC.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'KARDEX-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL63'==.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL63'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL63'==.
           COPY 'VENDAPER-PROC.cbl'.
           COPY 'VENDAGRV-PROC.cbl'.
