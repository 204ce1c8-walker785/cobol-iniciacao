      *>           RECEBIMENTO (CUSTO INFORMADO DA COMPRA PONDERADO
      *>           COM O ESTOQUE EXISTENTE), GRAVADO NO PRODMST PARA
      *>           A VALORIZACAO E A MARGEM DO PROGCBL58
      *> OBJETIVO: GERAR NO RECEBIMENTO O TITULO DE CONTAS A PAGAR
      *>           (CONTASPAG57) DA NOTA DO FORNECEDOR, COM O
      *>           VENCIMENTO ROLADO PARA O PROXIMO DIA UTIL DO
      *>           CALENDARIO FERIADOCAL (COPY DIAUTIL), PARA A
      *>           BAIXA E O AGING DO PROGCBL80
      *> OBJETIVO: DAR PRIORIDADE NO PEDIDO AOS ITENS CLASSE A DA
      *>           CURVA ABC DO PROGCBL58 (ABCPROD58), GERADOS
      *>           PRIMEIRO, COM A OPCAO DE PEDIR SO OS ITENS A
      *> OBJETIVO: PRESERVAR A CATEGORIA DO PRODUTO (PRODMST-CATEGORIA)
      *>           NA REGRAVACAO DO CADASTRO DE PRODUTOS
      *> OBJETIVO: RECEBER A MERCADORIA POR LOTE (NUMERO DO LOTE E
      *>           VALIDADE), DANDO ENTRADA NO CADASTRO DE LOTES
      *>           LOTEMST (ROTINAS DO COPY LOTEFEFO) PARA A SAIDA
      *>           PELO LOTE QUE VENCE PRIMEIRO; LOTE JA VENCIDO NAO
      *>           E RECEBIDO
      *> OBJETIVO: GRAVAR NO RAZAO DE ESTOQUE (MOVESTQ, COPY KARDEX)
      *>           A ENTRADA DE CADA RECEBIMENTO, COM O PEDIDO, O
      *>           CUSTO DA COMPRA E O SALDO RESULTANTE
      *> OBJETIVO: LIBERAR NO RECEBIMENTO OS ITENS DE PEDIDO DE VENDA
      *>           PENDENTES DO PRODUTO (BACKORD10 DO PROGCBL10, COPY
      *>           BACKORDER), DO MAIS ANTIGO PARA O MAIS NOVO ATE A
      *>           QUANTIDADE RECEBIDA, GRAVANDO-OS COMO NOVO DECK DE
      *>           PEDIDOS NO FORMATO DO PEDIDO10 (PEDIDOBO57), COM O
      *>           CABECALHO MARCANDO O FRETE JA COBRADO
      *> OBJETIVO: DEVOLVER AO CABECALHO DO PEDIDO LIBERADO O PRAZO DE
      *>           ENTREGA EXIGIDO (BKO-PRAZO-MAX), PARA O PROGCBL10
      *>           ESCOLHER A TRANSPORTADORA NO REPROCESSAMENTO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL CONTASPAG-FILE ASSIGN TO 'CONTASPAG57'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASPAG-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL ABCPROD-FILE ASSIGN TO 'ABCPROD58'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABCPROD-STATUS.
           SELECT OPTIONAL LOTEMST-FILE ASSIGN TO 'LOTEMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOTEMST-STATUS.
           SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVESTQ-STATUS.
           SELECT OPTIONAL BACKORD-FILE ASSIGN TO 'BACKORD10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BACKORD-STATUS.
           SELECT OPTIONAL PEDLIB-FILE ASSIGN TO 'PEDIDOBO57'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDLIB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODMST-FILE.
           COPY 'PEDCOMPRA.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  CONTASPAG-FILE.
       01  CONTASPAG-REC.
           COPY 'CONTASPAG.cbl'.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  ABCPROD-FILE.
       01  ABCPROD-REC.
           COPY 'ABCPROD.cbl'.
       FD  LOTEMST-FILE.
       01  LOTEMST-REC.
           COPY 'LOTE.cbl'.
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       FD  BACKORD-FILE.
       01  BACKORD-REC.
           COPY 'BACKORDER.cbl'.
       FD  PEDLIB-FILE.
       01  PEDLIB-REC.
           02 PEDLIB-TIPO PIC X(01).
           02 PEDLIB-DADOS PIC X(120).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'LOTEFEFO.cbl'.
       COPY 'KARDEX.cbl'.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FORNMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PEDCOMPRA-STATUS PIC X(02) VALUE ZEROS.
             03 WRK-PROD-ESTOQUE PIC 9(05).
             03 WRK-PROD-REPOSICAO PIC 9(05).
             03 WRK-PROD-CUSTO PIC 9(06)V99.
             03 WRK-PROD-CATEGORIA PIC X(03).
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ESTOURO PIC X(01) VALUE 'N'.
         88 PRODUTOS-ESTOURARAM VALUE 'S'.
      *>********* CLASSE ABC DE CADA PRODUTO DA TABELA (A QUANDO E A
      *>          NA RECEITA OU NA MARGEM; ESPACO SEM CLASSIFICACAO)
       01 WRK-ABC-TAB.
          02 WRK-PROD-CLASSE PIC X(01) OCCURS 50 TIMES.
       77 WRK-ABCPROD-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ABCPROD-EOF PIC X(01) VALUE 'N'.
         88 FIM-ABCPROD VALUE 'S'.
       77 WRK-ABC-GERACAO PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-CLASSE-A PIC 9(02) VALUE ZEROS.
       77 WRK-SO-CLASSE-A PIC X(01) VALUE 'N'.
       77 WRK-PASSE PIC X(01) VALUE SPACES.
         88 PASSE-CLASSE-A VALUE 'A'.
         88 PASSE-DEMAIS VALUE 'D'.
      *>********* FORNECEDORES EM MEMORIA
       01 WRK-FOR-TAB.
          02 WRK-FOR-LINHA OCCURS 100 TIMES.
       77 WRK-QTD-LINHAS-GERADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ABERTOS PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* TITULO DE CONTAS A PAGAR GERADO NO RECEBIMENTO
       77 WRK-CONTASPAG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASPAG-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTASPAG VALUE 'S'.
       77 WRK-CPAG-ULTIMO-SEQ PIC 9(05) VALUE ZEROS.
       77 WRK-NOTA PIC X(10) VALUE SPACES.
       77 WRK-VALOR-NOTA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PRAZO-PAGTO PIC 9(03) VALUE ZEROS.
       77 WRK-DIA-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-NOTA-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* LOTE DO RECEBIMENTO (EM BRANCO = SEM LOTE)
       77 WRK-RECEB-OK PIC X(01) VALUE 'S'.
         88 RECEBIMENTO-OK VALUE 'S'.
      *>********* PENDENCIAS DE PEDIDO DE VENDA (BACKORD10) LIBERADAS
      *>          PELO RECEBIMENTO PARA O DECK PEDIDOBO57
       77 WRK-BACKORD-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-BACKORD-EOF PIC X(01) VALUE 'N'.
         88 FIM-BACKORD VALUE 'S'.
       77 WRK-PEDLIB-STATUS PIC X(02) VALUE ZEROS.
       01 WRK-BKO-TAB.
          02 WRK-BKO-LINHA OCCURS 500 TIMES.
             03 WRK-BKO-PEDIDO PIC 9(05).
             03 WRK-BKO-ITEM PIC 9(03).
             03 WRK-BKO-PRODUTO PIC X(25).
             03 WRK-BKO-QUANTIDADE PIC 9(05).
             03 WRK-BKO-VALOR PIC 9(07)V99.
             03 WRK-BKO-PESO PIC 9(05)V99.
             03 WRK-BKO-DATA PIC 9(08).
             03 WRK-BKO-STATUS PIC X(01).
             03 WRK-BKO-DATA-LIB PIC 9(08).
             03 WRK-BKO-FRETE-PAGO PIC X(01).
             03 WRK-BKO-CABECALHO PIC X(110).
             03 WRK-BKO-PRAZO-MAX PIC 9(03).
       77 WRK-BKO-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-BKO-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-BKO-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-BKO-ESTOURO PIC X(01) VALUE 'N'.
         88 PENDENCIAS-ESTOURARAM VALUE 'S'.
       77 WRK-SALDO-LIBERAR PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIBERADAS PIC 9(05) VALUE ZEROS.
       77 WRK-PEDIDO-LIB-ANT PIC 9(05) VALUE ZEROS.
       77 WRK-LIB-UNIDADE PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-LIBERACAO PIC X(01) VALUE 'N'.
         88 FIM-LIBERACAO VALUE 'S'.
       01 WRK-LIB-CAB.
          02 WRK-LIB-CAB-DADOS PIC X(110).
          02 WRK-LIB-CAB-FRETE-PAGO PIC X(01).
          02 WRK-LIB-CAB-PRAZO-MAX PIC 9(03).
          02 FILLER PIC X(06) VALUE SPACES.
       01 WRK-LIB-ITEM.
          02 WRK-LIB-ITEM-PRODUTO PIC X(25).
          02 WRK-LIB-ITEM-VALOR PIC 9(07)V99.
          02 WRK-LIB-ITEM-PESO PIC 9(05)V99.
          02 FILLER PIC X(79) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0150-CARREGAR-CLASSES-ABC.
           PERFORM 0120-CARREGAR-FORNECEDORES.
           PERFORM 0130-CARREGAR-PEDIDOS.
           PERFORM 0140-NUMERAR-CONTAS-PAGAR.
           PERFORM 9680-CARREGAR-FERIADOS.
           MOVE WRK-DATA-HOJE TO WRK-LOT-DATA-REF.
           PERFORM 9780-CARREGAR-LOTES.
           DISPLAY 'PRODUTOS: ' WRK-PROD-QTD
                   ' FORNECEDORES: ' WRK-FOR-QTD
                   ' LINHAS DE PEDIDO: ' WRK-PED-QTD.
                           TO WRK-PED-LINHA(WRK-PED-QTD)
                   END-IF
           END-READ.
       0140-NUMERAR-CONTAS-PAGAR.
      *>********* GUARDANDO O MAIOR SEQ JA GRAVADO NO CONTAS A PAGAR
      *>          PARA NUMERAR OS TITULOS GERADOS NO RECEBIMENTO
           MOVE ZEROS TO WRK-CPAG-ULTIMO-SEQ.
           OPEN INPUT CONTASPAG-FILE.
           IF WRK-CONTASPAG-STATUS = '00'
               PERFORM 0145-LER-CONTA-PAGAR UNTIL FIM-CONTASPAG
           END-IF.
           CLOSE CONTASPAG-FILE.
       0145-LER-CONTA-PAGAR.
      *>********* LENDO UM TITULO DO CONTAS A PAGAR
           READ CONTASPAG-FILE
               AT END
                   MOVE 'S' TO WRK-CONTASPAG-EOF
               NOT AT END
                   IF CPAG-SEQ > WRK-CPAG-ULTIMO-SEQ
                       MOVE CPAG-SEQ TO WRK-CPAG-ULTIMO-SEQ
                   END-IF
           END-READ.
       0150-CARREGAR-CLASSES-ABC.
      *>********* CARREGANDO A ULTIMA CURVA ABC DO PROGCBL58; SEM O
      *>          ARQUIVO NENHUM ITEM TEM PRIORIDADE
           MOVE SPACES TO WRK-ABC-TAB.
           OPEN INPUT ABCPROD-FILE.
           IF WRK-ABCPROD-STATUS = '00'
               PERFORM 0155-LER-CLASSE-ABC UNTIL FIM-ABCPROD
           END-IF.
           CLOSE ABCPROD-FILE.
           IF WRK-QTD-CLASSE-A > ZEROS
               DISPLAY 'CURVA ABC DE ' WRK-ABC-GERACAO ': '
                       WRK-QTD-CLASSE-A ' ITEM(NS) CLASSE A.'
           END-IF.
       0155-LER-CLASSE-ABC.
      *>********* LENDO A CLASSE DE UM PRODUTO E GUARDANDO NA TABELA
           READ ABCPROD-FILE
               AT END
                   MOVE 'S' TO WRK-ABCPROD-EOF
               NOT AT END
                   MOVE ABC-DATA-GERACAO TO WRK-ABC-GERACAO
                   MOVE ABC-CODIGO TO WRK-PRODUTO-ALVO
                   MOVE ZEROS TO WRK-PROD-ACHADO
                   PERFORM 0265-TESTAR-PRODUTO
                       VARYING WRK-PROD-IDX FROM 1 BY 1
                       UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                          OR WRK-PROD-ACHADO > ZEROS
                   IF WRK-PROD-ACHADO > ZEROS
                       IF ABC-CLASSE-RECEITA = 'A'
                          OR ABC-CLASSE-MARGEM = 'A'
                           MOVE 'A' TO WRK-PROD-CLASSE(WRK-PROD-ACHADO)
                           ADD 1 TO WRK-QTD-CLASSE-A
                       ELSE
                           MOVE ABC-CLASSE-RECEITA
                               TO WRK-PROD-CLASSE(WRK-PROD-ACHADO)
                       END-IF
                   END-IF
           END-READ.
           MOVE SPACES TO WRK-PRODUTO-ALVO.
       0200-PROCESSAR.
      *>********* MENU DO SUBSISTEMA DE COMPRAS
           DISPLAY '-------------------------------------------'.
       0210-GERAR-PEDIDO.
      *>********* GERANDO UM PEDIDO DE COMPRA COM AS FALTAS DO
      *>          RELATORIO DE REPOSICAO (QUANTIDADE = DUAS VEZES O
      *>          PONTO DE REPOSICAO MENOS O ESTOQUE ATUAL); OS ITENS
      *>          CLASSE A DA CURVA ABC SAEM PRIMEIRO
           DISPLAY 'CODIGO DO FORNECEDOR: '.
           ACCEPT WRK-FORNECEDOR FROM CONSOLE.
           MOVE ZEROS TO WRK-FOR-ACHADO.
               DISPLAY 'FORNECEDOR NAO CADASTRADO: ' WRK-FORNECEDOR
                       ' - CADASTRE NO PROGCBL56.'
           ELSE
               MOVE 'N' TO WRK-SO-CLASSE-A
               IF WRK-QTD-CLASSE-A > ZEROS
                   DISPLAY 'PEDIR SOMENTE OS ITENS CLASSE A (S/N)? '
                   ACCEPT WRK-SO-CLASSE-A FROM CONSOLE
               END-IF
               PERFORM 0220-NUMERAR-PEDIDO
               MOVE ZEROS TO WRK-QTD-LINHAS-GERADAS
               MOVE 'A' TO WRK-PASSE
               PERFORM 0230-GERAR-LINHA
                   VARYING WRK-PROD-IDX FROM 1 BY 1
                   UNTIL WRK-PROD-IDX > WRK-PROD-QTD
               IF WRK-SO-CLASSE-A NOT = 'S'
                  AND WRK-SO-CLASSE-A NOT = 's'
                   MOVE 'D' TO WRK-PASSE
                   PERFORM 0230-GERAR-LINHA
                       VARYING WRK-PROD-IDX FROM 1 BY 1
                       UNTIL WRK-PROD-IDX > WRK-PROD-QTD
               END-IF
               IF WRK-QTD-LINHAS-GERADAS = ZEROS
                   DISPLAY 'NENHUM PRODUTO NO PONTO DE REPOSICAO.'
               ELSE
           END-IF.
       0230-GERAR-LINHA.
      *>********* GERANDO UMA LINHA DO PEDIDO PARA UM PRODUTO ABAIXO
      *>          DO PONTO DE REPOSICAO (NO PRIMEIRO PASSE SO OS ITENS
      *>          CLASSE A, NO SEGUNDO OS DEMAIS)
           IF WRK-PROD-ESTOQUE(WRK-PROD-IDX)
              <= WRK-PROD-REPOSICAO(WRK-PROD-IDX)
              AND WRK-PED-QTD < 500
              AND ((PASSE-CLASSE-A
                    AND WRK-PROD-CLASSE(WRK-PROD-IDX) = 'A')
                OR (PASSE-DEMAIS
                    AND WRK-PROD-CLASSE(WRK-PROD-IDX) NOT = 'A'))
               COMPUTE WRK-QTD-COMPRAR =
                   (WRK-PROD-REPOSICAO(WRK-PROD-IDX) * 2)
                   - WRK-PROD-ESTOQUE(WRK-PROD-IDX)
               DISPLAY '  ' WRK-PROD-CODIGO(WRK-PROD-IDX) ' '
                       WRK-PROD-DESCRICAO(WRK-PROD-IDX)
                       ' COMPRAR: ' WRK-QTD-COMPRAR
                       ' CLASSE: ' WRK-PROD-CLASSE(WRK-PROD-IDX)
           END-IF.
       0250-RECEBER-MERCADORIA.
      *>********* RECEBENDO A MERCADORIA DE UMA LINHA DO PEDIDO,
                               WRK-QTD-RECEBIDA ' X '
                               WRK-QTD-PENDENTE ').'
                   END-IF
                   PERFORM 0257-INFORMAR-LOTE
                   IF RECEBIMENTO-OK
                       PERFORM 0260-EFETIVAR-RECEBIMENTO
                   END-IF
               END-IF
           END-IF.
       0257-INFORMAR-LOTE.
      *>********* PEDINDO O LOTE E A VALIDADE DA MERCADORIA E DANDO
      *>          ENTRADA NO CADASTRO DE LOTES; PRODUTO SEM CADASTRO
      *>          NAO TEM ESTOQUE REPOSTO, ENTAO NAO ABRE LOTE
           MOVE 'S' TO WRK-RECEB-OK.
           MOVE SPACES TO WRK-LOT-NUM-ALVO.
           MOVE ZEROS TO WRK-PROD-ACHADO.
           PERFORM 0265-TESTAR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                  OR WRK-PROD-ACHADO > ZEROS.
           IF WRK-PROD-ACHADO > ZEROS
               DISPLAY 'NUMERO DO LOTE (BRANCO = SEM LOTE): '
               ACCEPT WRK-LOT-NUM-ALVO FROM CONSOLE
           END-IF.
           IF WRK-LOT-NUM-ALVO NOT = SPACES
               DISPLAY 'VALIDADE DO LOTE (AAAAMMDD): '
               ACCEPT WRK-LOT-VALIDADE-ALVO FROM CONSOLE
               EVALUATE TRUE
                   WHEN WRK-LOT-VALIDADE-ALVO = ZEROS
                       DISPLAY 'VALIDADE INVALIDA - RECEBIMENTO '
                               'CANCELADO.'
                       MOVE 'N' TO WRK-RECEB-OK
                   WHEN WRK-LOT-VALIDADE-ALVO < WRK-DATA-HOJE
                       DISPLAY 'LOTE JA VENCIDO - RECEBIMENTO '
                               'RECUSADO.'
                       MOVE 'N' TO WRK-RECEB-OK
                   WHEN OTHER
                       MOVE WRK-PRODUTO-ALVO TO WRK-LOT-PROD-ALVO
                       MOVE WRK-QTD-RECEBIDA TO WRK-LOT-PEDIDO
                       PERFORM 9790-INCLUIR-LOTE
                       IF LOTE-RECUSADO
                           DISPLAY 'LOTE JA CADASTRADO COM OUTRA '
                                   'VALIDADE OU CADASTRO DE LOTES '
                                   'CHEIO - RECEBIMENTO CANCELADO.'
                           MOVE 'N' TO WRK-RECEB-OK
                       ELSE
                           PERFORM 9795-GRAVAR-LOTES
                           DISPLAY 'LOTE ' WRK-LOT-NUM-ALVO
                                   ' VALIDADE ' WRK-LOT-VALIDADE-ALVO
                                   ' SALDO '
                                   WRK-LOT-QUANTIDADE(WRK-LOT-ACHADO)
                       END-IF
               END-EVALUATE
           END-IF.
       0255-TESTAR-LINHA-PEDIDO.
      *>********* COMPARANDO UMA LINHA DE PEDIDO COM O ALVO
           IF WRK-PED-NUMERO(WRK-PED-IDX) = WRK-NUMERO-ALVO
               ADD WRK-QTD-RECEBIDA
                   TO WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
               PERFORM 0800-GRAVAR-PRODUTOS
               PERFORM 0268-GRAVAR-MOVIMENTO
               PERFORM 0400-LIBERAR-PENDENCIAS
           END-IF.
           PERFORM 0900-GRAVAR-PEDIDOS.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'RECEBIMENTO' TO WRK-AUDIT-ACAO.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           STRING WRK-PRODUTO-ALVO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-LOT-NUM-ALVO DELIMITED BY SIZE
             INTO WRK-AUDIT-ANTES.
           MOVE WRK-QTD-RECEBIDA TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'RECEBIMENTO REGISTRADO: ' WRK-PRODUTO-ALVO
                   ' QTD ' WRK-QTD-RECEBIDA '.'.
           PERFORM 0290-GERAR-CONTA-PAGAR.
       0268-GRAVAR-MOVIMENTO.
      *>********* GRAVANDO A ENTRADA DO RECEBIMENTO NO RAZAO DE
      *>          ESTOQUE, PELO CUSTO DA COMPRA (SEM ELE, O MEDIO)
           MOVE WRK-PRODUTO-ALVO TO WRK-KDX-PRODUTO.
           MOVE 'RC' TO WRK-KDX-TIPO.
           MOVE SPACES TO WRK-KDX-DOCUMENTO.
           STRING 'PEDIDO ' WRK-NUMERO-ALVO
               DELIMITED BY SIZE
             INTO WRK-KDX-DOCUMENTO.
           MOVE WRK-QTD-RECEBIDA TO WRK-KDX-ENTRADA.
           IF WRK-CUSTO-COMPRA > ZEROS
               MOVE WRK-CUSTO-COMPRA TO WRK-KDX-CUSTO
           ELSE
               MOVE WRK-PROD-CUSTO(WRK-PROD-ACHADO) TO WRK-KDX-CUSTO
           END-IF.
           MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO) TO WRK-KDX-SALDO.
           MOVE WRK-OPERADOR TO WRK-KDX-OPERADOR.
           PERFORM 9810-GRAVAR-MOVIMENTO.
       0270-APURAR-CUSTO-MEDIO.
      *>********* APURANDO O CUSTO MEDIO MOVEL: O CUSTO DA COMPRA
      *>          PONDERADO COM O ESTOQUE E O CUSTO JA EXISTENTES
                       WRK-PED-QTD-RECEBIDA(WRK-PED-IDX)
                       ' STATUS ' WRK-PED-STATUS(WRK-PED-IDX)
           END-IF.
       0290-GERAR-CONTA-PAGAR.
      *>********* GERANDO O TITULO DE CONTAS A PAGAR DA NOTA DO
      *>          FORNECEDOR (VALOR = QUANTIDADE RECEBIDA X CUSTO DA
      *>          COMPRA), COM O VENCIMENTO NO PRAZO DE PAGAMENTO
      *>          ROLADO PARA O PROXIMO DIA UTIL
           COMPUTE WRK-VALOR-NOTA =
               WRK-QTD-RECEBIDA * WRK-CUSTO-COMPRA.
           IF WRK-VALOR-NOTA = ZEROS
               DISPLAY 'RECEBIMENTO SEM CUSTO - TITULO A PAGAR NAO '
                       'GERADO.'
           ELSE
               DISPLAY 'NUMERO DA NOTA FISCAL DO FORNECEDOR: '
               ACCEPT WRK-NOTA FROM CONSOLE
               IF WRK-NOTA = SPACES
                   MOVE 'S/N' TO WRK-NOTA
               END-IF
               DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (0 = 30): '
               ACCEPT WRK-PRAZO-PAGTO FROM CONSOLE
               IF WRK-PRAZO-PAGTO = ZEROS
                   MOVE 30 TO WRK-PRAZO-PAGTO
               END-IF
               MOVE WRK-DATA-HOJE TO WRK-DU-DATA
               PERFORM 9686-AVANCAR-UM-DIA
                   VARYING WRK-DIA-CONT FROM 1 BY 1
                   UNTIL WRK-DIA-CONT > WRK-PRAZO-PAGTO
               PERFORM 9684-PROXIMO-DIA-UTIL
               ADD 1 TO WRK-CPAG-ULTIMO-SEQ
               MOVE WRK-CPAG-ULTIMO-SEQ TO CPAG-SEQ
               MOVE WRK-PED-FORNECEDOR(WRK-PED-ACHADO)
                   TO CPAG-FORNECEDOR
               MOVE WRK-PED-NUMERO(WRK-PED-ACHADO) TO CPAG-PEDIDO
               MOVE WRK-NOTA TO CPAG-NOTA
               MOVE WRK-VALOR-NOTA TO CPAG-VALOR
               MOVE ZEROS TO CPAG-VALOR-PAGO
               MOVE WRK-DATA-HOJE TO CPAG-EMISSAO
               MOVE WRK-DU-DATA TO CPAG-VENCIMENTO
               MOVE 'A' TO CPAG-STATUS
               MOVE ZEROS TO CPAG-DATA-PGTO
               OPEN EXTEND CONTASPAG-FILE
               IF WRK-CONTASPAG-STATUS = '05'
                  OR WRK-CONTASPAG-STATUS = '35'
                   CLOSE CONTASPAG-FILE
                   OPEN OUTPUT CONTASPAG-FILE
               END-IF
               WRITE CONTASPAG-REC
               CLOSE CONTASPAG-FILE
               MOVE WRK-VALOR-NOTA TO WRK-VALOR-NOTA-ED
               MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
               MOVE 'CONTAPAGAR' TO WRK-AUDIT-ACAO
               MOVE WRK-NOTA TO WRK-AUDIT-ANTES
               MOVE WRK-VALOR-NOTA-ED TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'TITULO A PAGAR ' CPAG-SEQ ' NOTA ' WRK-NOTA
                       ' VALOR ' WRK-VALOR-NOTA-ED
                       ' VENCIMENTO ' CPAG-VENCIMENTO
           END-IF.
       0400-LIBERAR-PENDENCIAS.
      *>********* LIBERANDO AS PENDENCIAS EM ABERTO DO PRODUTO
      *>          RECEBIDO, DA MAIS ANTIGA PARA A MAIS NOVA, ATE A
      *>          QUANTIDADE RECEBIDA, NO DECK PEDIDOBO57 (A SER
      *>          PROCESSADO PELO PROGCBL10 COMO PEDIDO10)
           MOVE ZEROS TO WRK-BKO-QTD.
           MOVE 'N' TO WRK-BACKORD-EOF.
           MOVE 'N' TO WRK-BKO-ESTOURO.
           OPEN INPUT BACKORD-FILE.
           IF WRK-BACKORD-STATUS = '00'
               PERFORM 0410-LER-PENDENCIA UNTIL FIM-BACKORD
           END-IF.
           CLOSE BACKORD-FILE.
           IF PENDENCIAS-ESTOURARAM
      *>********* ARQUIVO MAIOR QUE A TABELA: A REGRAVACAO PERDERIA
      *>          AS PENDENCIAS EXCEDENTES
               DISPLAY 'ARQUIVO DE PENDENCIAS MAIOR QUE A TABELA '
                       '(500) - LIBERACAO BLOQUEADA; ARQUIVE AS '
                       'PENDENCIAS JA LIBERADAS.'
           ELSE
               MOVE WRK-QTD-RECEBIDA TO WRK-SALDO-LIBERAR
               MOVE ZEROS TO WRK-QTD-LIBERADAS
               MOVE ZEROS TO WRK-PEDIDO-LIB-ANT
               MOVE 'N' TO WRK-FIM-LIBERACAO
               PERFORM 0420-LIBERAR-MAIS-ANTIGA
                   UNTIL FIM-LIBERACAO
               IF WRK-QTD-LIBERADAS > ZEROS
                   CLOSE PEDLIB-FILE
                   PERFORM 0450-GRAVAR-PENDENCIAS
                   DISPLAY 'PENDENCIAS DE VENDA LIBERADAS: '
                           WRK-QTD-LIBERADAS
                           ' UNIDADE(S) NO DECK PEDIDOBO57.'
               END-IF
           END-IF.
       0410-LER-PENDENCIA.
      *>********* LENDO UMA PENDENCIA DO ARQUIVO
           READ BACKORD-FILE
               AT END
                   MOVE 'S' TO WRK-BACKORD-EOF
               NOT AT END
                   IF WRK-BKO-QTD >= 500
                       MOVE 'S' TO WRK-BKO-ESTOURO
                   ELSE
                       ADD 1 TO WRK-BKO-QTD
                       MOVE BACKORD-REC TO WRK-BKO-LINHA(WRK-BKO-QTD)
                       IF WRK-BKO-PRAZO-MAX(WRK-BKO-QTD) NOT NUMERIC
                           MOVE ZEROS
                               TO WRK-BKO-PRAZO-MAX(WRK-BKO-QTD)
                       END-IF
                   END-IF
           END-READ.
       0420-LIBERAR-MAIS-ANTIGA.
      *>********* LIBERANDO A PENDENCIA EM ABERTO MAIS ANTIGA DO
      *>          PRODUTO, SE A QUANTIDADE DELA COUBER NO SALDO
      *>          RECEBIDO (SENAO ELA ESPERA A PROXIMA ENTRADA)
           MOVE ZEROS TO WRK-BKO-ACHADO.
           PERFORM 0425-TESTAR-PENDENCIA
               VARYING WRK-BKO-IDX FROM 1 BY 1
               UNTIL WRK-BKO-IDX > WRK-BKO-QTD.
           IF WRK-BKO-ACHADO = ZEROS
              OR WRK-BKO-QUANTIDADE(WRK-BKO-ACHADO)
                 > WRK-SALDO-LIBERAR
               MOVE 'S' TO WRK-FIM-LIBERACAO
           ELSE
               IF WRK-QTD-LIBERADAS = ZEROS
                   PERFORM 0430-ABRIR-PEDLIB
               END-IF
               IF WRK-BKO-PEDIDO(WRK-BKO-ACHADO)
                  NOT = WRK-PEDIDO-LIB-ANT
                   PERFORM 0435-GRAVAR-CABECALHO-LIB
               END-IF
               PERFORM 0440-GRAVAR-ITEM-LIB
                   VARYING WRK-LIB-UNIDADE FROM 1 BY 1
                   UNTIL WRK-LIB-UNIDADE
                         > WRK-BKO-QUANTIDADE(WRK-BKO-ACHADO)
               MOVE 'L' TO WRK-BKO-STATUS(WRK-BKO-ACHADO)
               MOVE WRK-DATA-HOJE TO WRK-BKO-DATA-LIB(WRK-BKO-ACHADO)
               SUBTRACT WRK-BKO-QUANTIDADE(WRK-BKO-ACHADO)
                   FROM WRK-SALDO-LIBERAR
               ADD WRK-BKO-QUANTIDADE(WRK-BKO-ACHADO)
                   TO WRK-QTD-LIBERADAS
               IF WRK-SALDO-LIBERAR = ZEROS
                   MOVE 'S' TO WRK-FIM-LIBERACAO
               END-IF
           END-IF.
       0425-TESTAR-PENDENCIA.
      *>********* GUARDANDO A PENDENCIA EM ABERTO DO PRODUTO COM A
      *>          DATA MAIS ANTIGA (EMPATE: A PRIMEIRA DO ARQUIVO)
           IF WRK-BKO-STATUS(WRK-BKO-IDX) = 'A'
              AND WRK-BKO-PRODUTO(WRK-BKO-IDX)(1:5) = WRK-PRODUTO-ALVO
               IF WRK-BKO-ACHADO = ZEROS
                   MOVE WRK-BKO-IDX TO WRK-BKO-ACHADO
               ELSE
                   IF WRK-BKO-DATA(WRK-BKO-IDX)
                      < WRK-BKO-DATA(WRK-BKO-ACHADO)
                       MOVE WRK-BKO-IDX TO WRK-BKO-ACHADO
                   END-IF
               END-IF
           END-IF.
       0430-ABRIR-PEDLIB.
      *>********* ABRINDO O DECK DE PEDIDOS LIBERADOS PARA ACRESCENTAR
           OPEN EXTEND PEDLIB-FILE.
           IF WRK-PEDLIB-STATUS = '05' OR WRK-PEDLIB-STATUS = '35'
               CLOSE PEDLIB-FILE
               OPEN OUTPUT PEDLIB-FILE
           END-IF.
       0435-GRAVAR-CABECALHO-LIB.
      *>********* GRAVANDO O CABECALHO H DO PEDIDO LIBERADO. SE O
      *>          FRETE AINDA NAO FOI COBRADO (NADA EMBARCOU), ESTA
      *>          LIBERACAO O COBRA E AS DEMAIS PENDENCIAS DO PEDIDO
      *>          PASSAM A FRETE PAGO
           MOVE WRK-BKO-PEDIDO(WRK-BKO-ACHADO) TO WRK-PEDIDO-LIB-ANT.
           MOVE WRK-BKO-CABECALHO(WRK-BKO-ACHADO) TO WRK-LIB-CAB-DADOS.
           MOVE WRK-BKO-PRAZO-MAX(WRK-BKO-ACHADO)
               TO WRK-LIB-CAB-PRAZO-MAX.
           IF WRK-BKO-FRETE-PAGO(WRK-BKO-ACHADO) = 'S'
               MOVE 'S' TO WRK-LIB-CAB-FRETE-PAGO
           ELSE
               MOVE 'N' TO WRK-LIB-CAB-FRETE-PAGO
               PERFORM 0437-MARCAR-FRETE-PAGO
                   VARYING WRK-BKO-IDX FROM 1 BY 1
                   UNTIL WRK-BKO-IDX > WRK-BKO-QTD
           END-IF.
           MOVE 'H' TO PEDLIB-TIPO.
           MOVE WRK-LIB-CAB TO PEDLIB-DADOS.
           WRITE PEDLIB-REC.
       0437-MARCAR-FRETE-PAGO.
      *>********* MARCANDO O FRETE PAGO NAS PENDENCIAS DO PEDIDO
           IF WRK-BKO-PEDIDO(WRK-BKO-IDX) = WRK-PEDIDO-LIB-ANT
               MOVE 'S' TO WRK-BKO-FRETE-PAGO(WRK-BKO-IDX)
           END-IF.
       0440-GRAVAR-ITEM-LIB.
      *>********* GRAVANDO UMA UNIDADE DA PENDENCIA COMO ITEM I
           MOVE WRK-BKO-PRODUTO(WRK-BKO-ACHADO)
               TO WRK-LIB-ITEM-PRODUTO.
           MOVE WRK-BKO-VALOR(WRK-BKO-ACHADO) TO WRK-LIB-ITEM-VALOR.
           MOVE WRK-BKO-PESO(WRK-BKO-ACHADO) TO WRK-LIB-ITEM-PESO.
           MOVE 'I' TO PEDLIB-TIPO.
           MOVE WRK-LIB-ITEM TO PEDLIB-DADOS.
           WRITE PEDLIB-REC.
       0450-GRAVAR-PENDENCIAS.
      *>********* REGRAVANDO O ARQUIVO DE PENDENCIAS COM AS LIBERADAS
           OPEN OUTPUT BACKORD-FILE.
           PERFORM 0455-GRAVAR-UMA-PENDENCIA
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-BKO-QTD.
           CLOSE BACKORD-FILE.
       0455-GRAVAR-UMA-PENDENCIA.
      *>********* GRAVANDO UMA PENDENCIA NO ARQUIVO
           MOVE WRK-BKO-LINHA(WRK-CONT) TO BACKORD-REC.
           WRITE BACKORD-REC.
       0800-GRAVAR-PRODUTOS.
      *>********* REGRAVANDO O CADASTRO DE PRODUTOS COM AS ENTRADAS
           OPEN OUTPUT PRODMST-FILE.
       0300-FINALIZAR.
      *>********* ENCERRANDO O SUBSISTEMA DE COMPRAS
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'LOTEFEFO-PROC.cbl'.
           COPY 'KARDEX-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL57'==.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL57'==.
