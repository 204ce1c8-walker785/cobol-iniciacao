      *> OBJETIVO: CARREGAR O CUSTO MEDIO DO PRODUTO ATRAVES DA
      *>           MANUTENCAO SEM ALTERA-LO (O CUSTO E APURADO NO
      *>           RECEBIMENTO DO PROGCBL57, NAO DIGITADO AQUI)
      *> OBJETIVO: CADASTRAR A CATEGORIA DO PRODUTO, QUE DEFINE O
      *>           PERCENTUAL DE COMISSAO DO VENDEDOR NO PLANO DE
      *>           COMISSAO (PROGCBL92/PROGCBL29)
      *> OBJETIVO: GRAVAR NO RAZAO DE ESTOQUE (MOVESTQ, COPY KARDEX)
      *>           O ESTOQUE DIGITADO NA INCLUSAO, A DIFERENCA DO
      *>           ESTOQUE ALTERADO E A SAIDA DO SALDO DO PRODUTO
      *>           EXCLUIDO
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
           COPY 'PRODMST.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'KARDEX.cbl'.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRODMST VALUE 'S'.
             03 WRK-PROD-ESTOQUE PIC 9(05).
             03 WRK-PROD-REPOSICAO PIC 9(05).
             03 WRK-PROD-CUSTO PIC 9(06)V99.
             03 WRK-PROD-CATEGORIA PIC X(03).
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-DESCRICAO PIC X(25) VALUE SPACES.
       77 WRK-PRECO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ESTOQUE PIC 9(05) VALUE ZEROS.
       77 WRK-ESTOQUE-ANTES PIC 9(05) VALUE ZEROS.
       77 WRK-REPOSICAO PIC 9(05) VALUE ZEROS.
       77 WRK-CATEGORIA PIC X(03) VALUE SPACES.
       77 WRK-PRECO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
           MOVE PRODMST-REPOSICAO
               TO WRK-PROD-REPOSICAO(WRK-PROD-QTD).
           MOVE PRODMST-CUSTO TO WRK-PROD-CUSTO(WRK-PROD-QTD).
           MOVE PRODMST-CATEGORIA
               TO WRK-PROD-CATEGORIA(WRK-PROD-QTD).
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
                   MOVE SPACES TO WRK-AUDIT-ANTES
                   MOVE WRK-CODIGO TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   MOVE ZEROS TO WRK-ESTOQUE-ANTES
                   MOVE ZEROS TO WRK-KDX-CUSTO
                   PERFORM 0260-GRAVAR-MOVIMENTO
                   DISPLAY 'PRODUTO INCLUIDO: ' WRK-CODIGO
               END-IF
           END-IF.
           ELSE
               MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                   TO WRK-AUDIT-ANTES
               MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                   TO WRK-ESTOQUE-ANTES
               MOVE WRK-PROD-CUSTO(WRK-PROD-ACHADO) TO WRK-KDX-CUSTO
               PERFORM 0610-LER-DADOS-PRODUTO
               MOVE WRK-PROD-ACHADO TO WRK-PROD-QTD-SALVA
               PERFORM 0625-MOVER-DADOS-POSICAO
               MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO
               MOVE WRK-ESTOQUE TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               PERFORM 0260-GRAVAR-MOVIMENTO
               DISPLAY 'PRODUTO ALTERADO: ' WRK-CODIGO
           END-IF.
       0230-EXCLUIR.
               DISPLAY 'CONFIRMA A EXCLUSAO DE ' WRK-CODIGO ' (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                       TO WRK-ESTOQUE-ANTES
                   MOVE WRK-PROD-CUSTO(WRK-PROD-ACHADO)
                       TO WRK-KDX-CUSTO
                   MOVE ZEROS TO WRK-ESTOQUE
                   PERFORM 0235-RETIRAR-DA-TABELA
                   PERFORM 0800-GRAVAR-PRODUTOS
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE WRK-CODIGO TO WRK-AUDIT-ANTES
                   MOVE SPACES TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   PERFORM 0260-GRAVAR-MOVIMENTO
                   DISPLAY 'PRODUTO EXCLUIDO: ' WRK-CODIGO
               ELSE
                   DISPLAY 'EXCLUSAO CANCELADA.'
                   WRK-PROD-DESCRICAO(WRK-PROD-IDX)
                   ' PRECO: ' WRK-PRECO-ED
                   ' ESTOQUE: ' WRK-PROD-ESTOQUE(WRK-PROD-IDX)
                   ' REPOSICAO: ' WRK-PROD-REPOSICAO(WRK-PROD-IDX)
                   ' CATEGORIA: ' WRK-PROD-CATEGORIA(WRK-PROD-IDX).
       0250-RELATORIO-REPOSICAO.
      *>********* RELATORIO DOS PRODUTOS NO PONTO DE REPOSICAO OU
      *>          ABAIXO DELE
                       ' ESTOQUE: ' WRK-PROD-ESTOQUE(WRK-PROD-IDX)
                       ' PONTO: ' WRK-PROD-REPOSICAO(WRK-PROD-IDX)
           END-IF.
       0260-GRAVAR-MOVIMENTO.
      *>********* GRAVANDO NO RAZAO DE ESTOQUE A DIFERENCA ENTRE O
      *>          ESTOQUE ANTERIOR E O NOVO DIGITADO (NADA, SE IGUAIS)
           IF WRK-ESTOQUE NOT = WRK-ESTOQUE-ANTES
               IF WRK-ESTOQUE > WRK-ESTOQUE-ANTES
                   COMPUTE WRK-KDX-ENTRADA =
                       WRK-ESTOQUE - WRK-ESTOQUE-ANTES
               ELSE
                   COMPUTE WRK-KDX-SAIDA =
                       WRK-ESTOQUE-ANTES - WRK-ESTOQUE
               END-IF
               MOVE WRK-CODIGO TO WRK-KDX-PRODUTO
               MOVE 'CD' TO WRK-KDX-TIPO
               MOVE 'CADASTRO' TO WRK-KDX-DOCUMENTO
               MOVE WRK-ESTOQUE TO WRK-KDX-SALDO
               MOVE WRK-OPERADOR TO WRK-KDX-OPERADOR
               PERFORM 9810-GRAVAR-MOVIMENTO
           END-IF.
       0600-LER-CODIGO.
      *>********* LENDO O CODIGO DO PRODUTO
           DISPLAY 'CODIGO DO PRODUTO: '.
           ACCEPT WRK-ESTOQUE FROM CONSOLE.
           DISPLAY 'PONTO DE REPOSICAO: '.
           ACCEPT WRK-REPOSICAO FROM CONSOLE.
           DISPLAY 'CATEGORIA (BRANCO = SEM CATEGORIA): '.
           ACCEPT WRK-CATEGORIA FROM CONSOLE.
       0620-MOVER-DADOS-TABELA.
      *>********* MOVENDO OS DADOS LIDOS PARA A ULTIMA POSICAO
           MOVE WRK-PROD-QTD TO WRK-PROD-QTD-SALVA.
           MOVE WRK-ESTOQUE TO WRK-PROD-ESTOQUE(WRK-PROD-QTD-SALVA).
           MOVE WRK-REPOSICAO
               TO WRK-PROD-REPOSICAO(WRK-PROD-QTD-SALVA).
           MOVE WRK-CATEGORIA
               TO WRK-PROD-CATEGORIA(WRK-PROD-QTD-SALVA).
       0640-LOCALIZAR-PRODUTO.
      *>********* LOCALIZANDO O CODIGO NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-PROD-ACHADO.
           MOVE WRK-PROD-ESTOQUE(WRK-CONT) TO PRODMST-ESTOQUE.
           MOVE WRK-PROD-REPOSICAO(WRK-CONT) TO PRODMST-REPOSICAO.
           MOVE WRK-PROD-CUSTO(WRK-CONT) TO PRODMST-CUSTO.
           MOVE WRK-PROD-CATEGORIA(WRK-CONT) TO PRODMST-CATEGORIA.
           WRITE PRODMST-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DO CADASTRO
           DISPLAY 'ENCERRANDO A MANUTENCAO DE PRODUTOS.'.
           COPY 'KARDEX-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL30'==.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL30'==.
