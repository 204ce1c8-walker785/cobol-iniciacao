      *>           (LINHAS DE ITEM DO TICKET, VALOR BRUTO= SEM
      *>           EDICAO) CONTRA O CUSTO MEDIO DE CADA PRODUTO:
      *>           RECEITA, CUSTO, MARGEM E PERCENTUAL POR PRODUTO
      *> OBJETIVO: COMPARAR AS VENDAS E A MARGEM DE CADA EVENTO DE
      *>           PRECO DO PROGCBL90 (PRECOEVT90) NO PERIODO DO
      *>           EVENTO CONTRA O MESMO NUMERO DE DIAS IMEDIATAMENTE
      *>           ANTES DO INICIO, PARA O MESMO PRODUTO E A MESMA
      *>           FILIAL (OU TODAS), PELO CUSTO MEDIO DO PRODMST
      *> OBJETIVO: CLASSIFICAR OS PRODUTOS NA CURVA ABC (PARETO) DO
      *>           PERIODO, SEPARADAMENTE PELA RECEITA E PELA MARGEM
      *>           BRUTA, COM OS CORTES DE A E B INFORMADOS; ALERTAR
      *>           ITEM A NO PONTO DE REPOSICAO E ITEM C COM ESTOQUE
      *>           DE VALOR ALTO; GRAVAR A CLASSIFICACAO EM ABCPROD58
      *>           PARA A PRIORIDADE DOS PEDIDOS DO PROGCBL57
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL VENDALOG-FILE ASSIGN TO 'VENDALOG17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDALOG-STATUS.
           SELECT OPTIONAL PRECOEVT-FILE ASSIGN TO 'PRECOEVT90'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRECOEVT-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL ABCPROD-FILE ASSIGN TO 'ABCPROD58'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ABCPROD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODMST-FILE.
           COPY 'PRODMST.cbl'.
       FD  VENDALOG-FILE.
       01  VENDALOG-REC PIC X(120).
       FD  PRECOEVT-FILE.
       01  PRECOEVT-REC.
           COPY 'PRECOEVT.cbl'.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  ABCPROD-FILE.
       01  ABCPROD-REC.
           COPY 'ABCPROD.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='VALORIZACAO E MARGEM DE ESTOQUE'==.
       COPY 'MOEDA.cbl'.
       COPY 'DIAUTIL.cbl'.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDALOG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
       77 WRK-OPCAO PIC 9(01) VALUE 9.
         88 OPCAO-VALORIZACAO VALUE 1.
         88 OPCAO-MARGEM VALUE 2.
         88 OPCAO-PROMOCOES VALUE 3.
         88 OPCAO-CURVA-ABC VALUE 4.
         88 OPCAO-SAIR VALUE 0.
      *>********* CADASTRO DE PRODUTOS COM OS ACUMULADOS DE VENDA DO
      *>          PERIODO PARA A MARGEM
             03 WRK-PROD-CUSTO PIC 9(06)V99.
             03 WRK-PROD-QTD-VENDIDA PIC 9(06).
             03 WRK-PROD-RECEITA PIC 9(09)V99.
             03 WRK-PROD-REPOSICAO PIC 9(05).
             03 WRK-PROD-MARGEM PIC 9(09)V99.
             03 WRK-PROD-VALOR-ESTOQUE PIC 9(09)V99.
             03 WRK-PROD-CHAVE PIC 9(09)V99.
             03 WRK-PROD-CLASSE-REC PIC X(01).
             03 WRK-PROD-CLASSE-MRG PIC X(01).
             03 WRK-PROD-POS-REC PIC 9(03).
             03 WRK-PROD-POS-MRG PIC 9(03).
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MARGEM-ED PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED PIC -ZZ9,99 VALUE ZEROS.
      *>********* COMPARATIVO DOS EVENTOS DE PRECO: PERIODO DO
      *>          EVENTO (ATE HOJE) E O MESMO NUMERO DE DIAS ANTES
       77 WRK-PRECOEVT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRECOEVT-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRECOEVT VALUE 'S'.
       01 WRK-EVT-TAB.
          02 WRK-EVT-LINHA OCCURS 200 TIMES.
             03 WRK-EVT-NUMERO PIC 9(05).
             03 WRK-EVT-PRODUTO PIC X(05).
             03 WRK-EVT-FILIAL PIC 9(02).
             03 WRK-EVT-INICIO PIC 9(08).
             03 WRK-EVT-FIM PIC 9(08).
             03 WRK-EVT-ANT-INICIO PIC 9(08).
             03 WRK-EVT-ANT-FIM PIC 9(08).
             03 WRK-EVT-DIAS PIC 9(05).
             03 WRK-EVT-QTD-PROMO PIC 9(06).
             03 WRK-EVT-REC-PROMO PIC 9(09)V99.
             03 WRK-EVT-QTD-ANTES PIC 9(06).
             03 WRK-EVT-REC-ANTES PIC 9(09)V99.
       77 WRK-EVT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-EVT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-EVT-PEDIDO PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-RECUO PIC 9(05) VALUE ZEROS.
       77 WRK-FIL-LINHA PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-VAR PIC S9(07) VALUE ZEROS.
       77 WRK-MARGEM-PROMO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-MARGEM-ANTES PIC S9(09)V99 VALUE ZEROS.
       77 WRK-MARGEM-VAR PIC S9(10)V99 VALUE ZEROS.
       77 WRK-VAR-PCT PIC S9(05)V99 VALUE ZEROS.
       77 WRK-VAR-PCT-ED PIC -ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-VAR-ED PIC -Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-DIAS-ED PIC ZZ.ZZ9 VALUE ZEROS.
      *>********* CURVA ABC: CORTES DAS CLASSES, ORDEM DO RANKING E
      *>          ACUMULADOS DA PARTICIPACAO
       77 WRK-ABCPROD-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CORTE-A PIC 9(03) VALUE ZEROS.
       77 WRK-CORTE-B PIC 9(03) VALUE ZEROS.
       77 WRK-CORTES-OK PIC X(01) VALUE 'N'.
         88 CORTES-VALIDOS VALUE 'S'.
       77 WRK-LIMITE-ESTOQUE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RANKING PIC X(01) VALUE SPACES.
         88 RANKING-RECEITA VALUE 'R'.
         88 RANKING-MARGEM VALUE 'M'.
       01 WRK-ORD-TAB.
          02 WRK-ORD-PROD PIC 9(02) OCCURS 50 TIMES.
       77 WRK-ORD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ORD-IDX2 PIC 9(02) VALUE ZEROS.
       77 WRK-ORD-MAIOR PIC 9(02) VALUE ZEROS.
       77 WRK-ORD-TROCA PIC 9(02) VALUE ZEROS.
       77 WRK-ABC-TOTAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ABC-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ABC-PCT-ANTES PIC 9(03)V99 VALUE ZEROS.
       77 WRK-ABC-PCT-ACUM PIC 9(03)V99 VALUE ZEROS.
       77 WRK-ABC-CLASSE PIC X(01) VALUE SPACES.
       77 WRK-ABC-QTD-A PIC 9(02) VALUE ZEROS.
       77 WRK-ABC-QTD-B PIC 9(02) VALUE ZEROS.
       77 WRK-ABC-QTD-C PIC 9(02) VALUE ZEROS.
       77 WRK-ABC-ALERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-ABC-ALERTA PIC X(15) VALUE SPACES.
       77 WRK-ABC-PCT-ED PIC ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
                       TO WRK-PROD-CUSTO(WRK-PROD-QTD)
                   MOVE ZEROS TO WRK-PROD-QTD-VENDIDA(WRK-PROD-QTD)
                   MOVE ZEROS TO WRK-PROD-RECEITA(WRK-PROD-QTD)
                   MOVE PRODMST-REPOSICAO
                       TO WRK-PROD-REPOSICAO(WRK-PROD-QTD)
           END-READ.
       0200-PROCESSAR.
      *>********* MENU DOS RELATORIOS
           DISPLAY '-------------------------------------------'.
           DISPLAY '1-VALORIZACAO DO ESTOQUE  2-MARGEM DO PERIODO'.
           DISPLAY '3-PROMOCOES X PERIODO ANTERIOR'.
           DISPLAY '4-CURVA ABC POR RECEITA E POR MARGEM'.
           DISPLAY '0-ENCERRAR'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'ESCOLHA A OPCAO: '.
                   PERFORM 0210-VALORIZACAO
               WHEN OPCAO-MARGEM
                   PERFORM 0250-MARGEM
               WHEN OPCAO-PROMOCOES
                   PERFORM 0400-COMPARAR-PROMOCOES
               WHEN OPCAO-CURVA-ABC
                   PERFORM 0500-CURVA-ABC
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                       ' MARGEM: ' WRK-MOEDA-SIMBOLO WRK-MARGEM-ED
                       ' (' WRK-PCT-ED '%)'
           END-IF.
       0400-COMPARAR-PROMOCOES.
      *>********* COMPARATIVO DOS EVENTOS DE PRECO JA INICIADOS:
      *>          VENDAS E MARGEM NO PERIODO DO EVENTO CONTRA O MESMO
      *>          NUMERO DE DIAS IMEDIATAMENTE ANTES DO INICIO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'NUMERO DO EVENTO (0 = TODOS OS JA INICIADOS): '.
           MOVE ZEROS TO WRK-EVT-PEDIDO.
           ACCEPT WRK-EVT-PEDIDO FROM CONSOLE.
           MOVE ZEROS TO WRK-EVT-QTD.
           MOVE 'N' TO WRK-PRECOEVT-EOF.
           OPEN INPUT PRECOEVT-FILE.
           IF WRK-PRECOEVT-STATUS = '00'
               PERFORM 0410-LER-EVENTO
                   UNTIL FIM-PRECOEVT OR WRK-EVT-QTD >= 200
           END-IF.
           CLOSE PRECOEVT-FILE.
           IF WRK-EVT-QTD = ZEROS
               DISPLAY 'NENHUM EVENTO DE PRECO INICIADO ENCONTRADO.'
           ELSE
               MOVE ZEROS TO WRK-QTD-ITENS-LIDOS
               MOVE ZEROS TO WRK-FIL-LINHA
               MOVE 'N' TO WRK-VENDALOG-EOF
               OPEN INPUT VENDALOG-FILE
               IF WRK-VENDALOG-STATUS = '00'
                   PERFORM 0430-LER-LINHA-PROMO UNTIL FIM-VENDALOG
               END-IF
               CLOSE VENDALOG-FILE
               PERFORM 9700-IMPRIMIR-CABECALHO
               DISPLAY 'COMPARATIVO DE PROMOCOES - ITENS LIDOS: '
                       WRK-QTD-ITENS-LIDOS
               PERFORM 0450-EXIBIR-EVENTO
                   VARYING WRK-EVT-IDX FROM 1 BY 1
                   UNTIL WRK-EVT-IDX > WRK-EVT-QTD
           END-IF.
       0410-LER-EVENTO.
      *>********* LENDO UM EVENTO E GUARDANDO O PEDIDO QUE JA COMECOU
           READ PRECOEVT-FILE
               AT END
                   MOVE 'S' TO WRK-PRECOEVT-EOF
               NOT AT END
                   IF EVT-DATA-INICIO NOT > WRK-DATA-HOJE
                      AND (WRK-EVT-PEDIDO = ZEROS
                           OR EVT-NUMERO = WRK-EVT-PEDIDO)
                       PERFORM 0415-GUARDAR-EVENTO
                   END-IF
           END-READ.
       0415-GUARDAR-EVENTO.
      *>********* GUARDANDO O EVENTO COM O PERIODO LIMITADO A HOJE E
      *>          APURANDO O PERIODO ANTERIOR DE MESMA DURACAO
           ADD 1 TO WRK-EVT-QTD.
           MOVE WRK-EVT-QTD TO WRK-EVT-IDX.
           MOVE EVT-NUMERO TO WRK-EVT-NUMERO(WRK-EVT-IDX).
           MOVE EVT-PRODUTO TO WRK-EVT-PRODUTO(WRK-EVT-IDX).
           MOVE EVT-FILIAL TO WRK-EVT-FILIAL(WRK-EVT-IDX).
           MOVE EVT-DATA-INICIO TO WRK-EVT-INICIO(WRK-EVT-IDX).
           IF EVT-DATA-FIM > WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE TO WRK-EVT-FIM(WRK-EVT-IDX)
           ELSE
               MOVE EVT-DATA-FIM TO WRK-EVT-FIM(WRK-EVT-IDX)
           END-IF.
           MOVE ZEROS TO WRK-EVT-QTD-PROMO(WRK-EVT-IDX).
           MOVE ZEROS TO WRK-EVT-REC-PROMO(WRK-EVT-IDX).
           MOVE ZEROS TO WRK-EVT-QTD-ANTES(WRK-EVT-IDX).
           MOVE ZEROS TO WRK-EVT-REC-ANTES(WRK-EVT-IDX).
      *>********* DURACAO DO PERIODO DO EVENTO EM DIAS DE CALENDARIO
           MOVE EVT-DATA-INICIO TO WRK-DU-DATA.
           MOVE EVT-DATA-INICIO TO WRK-DU-DATA-NUM.
           MOVE 1 TO WRK-EVT-DIAS(WRK-EVT-IDX).
           PERFORM 0417-CONTAR-DIA
               UNTIL WRK-DU-DATA-NUM >= WRK-EVT-FIM(WRK-EVT-IDX).
      *>********* PERIODO ANTERIOR: TERMINA NA VESPERA DO INICIO E
      *>          TEM A MESMA DURACAO
           MOVE EVT-DATA-INICIO TO WRK-DU-DATA.
           PERFORM 9687-RECUAR-UM-DIA.
           MOVE WRK-DU-DATA TO WRK-EVT-ANT-FIM(WRK-EVT-IDX).
           SUBTRACT 1 FROM WRK-EVT-DIAS(WRK-EVT-IDX)
               GIVING WRK-DIAS-RECUO.
           PERFORM 9687-RECUAR-UM-DIA WRK-DIAS-RECUO TIMES.
           MOVE WRK-DU-DATA TO WRK-EVT-ANT-INICIO(WRK-EVT-IDX).
       0417-CONTAR-DIA.
      *>********* AVANCANDO UM DIA NA CONTAGEM DA DURACAO
           PERFORM 9686-AVANCAR-UM-DIA.
           MOVE WRK-DU-DATA TO WRK-DU-DATA-NUM.
           ADD 1 TO WRK-EVT-DIAS(WRK-EVT-IDX).
       0430-LER-LINHA-PROMO.
      *>********* LENDO UMA LINHA DO DIARIO: O CABECALHO DO TICKET
      *>          DA A FILIAL DOS ITENS QUE VEM EM SEGUIDA
           READ VENDALOG-FILE INTO WRK-LINHA
               AT END
                   MOVE 'S' TO WRK-VENDALOG-EOF
               NOT AT END
                   IF WRK-LINHA(1:4) = 'SEQ='
                      AND WRK-LINHA(1:13) NOT = 'SEQ= CORRECAO'
                       PERFORM 0432-PROCURAR-FILIAL
                   END-IF
                   IF WRK-LINHA(1:7) = 'TICKET='
                       PERFORM 0435-TRATAR-ITEM-PROMO
                   END-IF
           END-READ.
       0432-PROCURAR-FILIAL.
      *>********* PROCURANDO ' FIL=' NO CABECALHO DO TICKET (LINHA
      *>          ANTIGA SEM FILIAL FICA COM ZEROS E SO CONTA PARA OS
      *>          EVENTOS DE TODAS AS FILIAIS)
           MOVE ZEROS TO WRK-FIL-LINHA.
           MOVE ZEROS TO WRK-ACHOU-POS.
           PERFORM 0433-TESTAR-POS-FIL
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > 110 OR WRK-ACHOU-POS > ZEROS.
           IF WRK-ACHOU-POS > ZEROS
               ADD 5 TO WRK-ACHOU-POS
               IF WRK-LINHA(WRK-ACHOU-POS:2) NUMERIC
                   MOVE WRK-LINHA(WRK-ACHOU-POS:2) TO WRK-FIL-LINHA
               END-IF
           END-IF.
       0433-TESTAR-POS-FIL.
      *>********* COMPARANDO UMA POSICAO DA LINHA COM O MARCADOR
           IF WRK-LINHA(WRK-POS:5) = ' FIL='
               MOVE WRK-POS TO WRK-ACHOU-POS
           END-IF.
       0435-TRATAR-ITEM-PROMO.
      *>********* EXTRAINDO O ITEM E LEVANDO-O AOS EVENTOS DO PRODUTO
           PERFORM 0270-PROCURAR-ITEM.
           IF WRK-ACHOU-POS > ZEROS
               PERFORM 0272-PROCURAR-DATA
               PERFORM 0274-PROCURAR-QTD
               PERFORM 0276-PROCURAR-BRUTO
               ADD 1 TO WRK-QTD-ITENS-LIDOS
               PERFORM 0440-ACUMULAR-EVENTO
                   VARYING WRK-EVT-IDX FROM 1 BY 1
                   UNTIL WRK-EVT-IDX > WRK-EVT-QTD
           END-IF.
       0440-ACUMULAR-EVENTO.
      *>********* ACUMULANDO O ITEM NO PERIODO DO EVENTO OU NO
      *>          PERIODO ANTERIOR, SE FOR DO PRODUTO E DA FILIAL
           IF WRK-EVT-PRODUTO(WRK-EVT-IDX) = WRK-ITEM-COD
              AND (WRK-EVT-FILIAL(WRK-EVT-IDX) = ZEROS
                   OR WRK-EVT-FILIAL(WRK-EVT-IDX) = WRK-FIL-LINHA)
               IF WRK-DATA-LINHA >= WRK-EVT-INICIO(WRK-EVT-IDX)
                  AND WRK-DATA-LINHA <= WRK-EVT-FIM(WRK-EVT-IDX)
                   ADD WRK-ITEM-QTD
                       TO WRK-EVT-QTD-PROMO(WRK-EVT-IDX)
                   ADD WRK-ITEM-BRUTO
                       TO WRK-EVT-REC-PROMO(WRK-EVT-IDX)
               END-IF
               IF WRK-DATA-LINHA >= WRK-EVT-ANT-INICIO(WRK-EVT-IDX)
                  AND WRK-DATA-LINHA <= WRK-EVT-ANT-FIM(WRK-EVT-IDX)
                   ADD WRK-ITEM-QTD
                       TO WRK-EVT-QTD-ANTES(WRK-EVT-IDX)
                   ADD WRK-ITEM-BRUTO
                       TO WRK-EVT-REC-ANTES(WRK-EVT-IDX)
               END-IF
           END-IF.
       0450-EXIBIR-EVENTO.
      *>********* EXIBINDO UM EVENTO: OS DOIS PERIODOS, RECEITA,
      *>          CUSTO E MARGEM DE CADA UM E A VARIACAO
           MOVE WRK-EVT-PRODUTO(WRK-EVT-IDX) TO WRK-ITEM-COD.
           MOVE ZEROS TO WRK-PROD-ACHADO.
           PERFORM 0285-TESTAR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                  OR WRK-PROD-ACHADO > ZEROS.
           MOVE WRK-EVT-DIAS(WRK-EVT-IDX) TO WRK-DIAS-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '---------------------------------------'.
           IF WRK-PROD-ACHADO > ZEROS
               DISPLAY 'EVENTO ' WRK-EVT-NUMERO(WRK-EVT-IDX) ' '
                       WRK-EVT-PRODUTO(WRK-EVT-IDX) ' '
                       WRK-PROD-DESCRICAO(WRK-PROD-ACHADO)
                       ' FILIAL ' WRK-EVT-FILIAL(WRK-EVT-IDX)
                       ' (' WRK-DIAS-ED ' DIAS)'
           ELSE
               DISPLAY 'EVENTO ' WRK-EVT-NUMERO(WRK-EVT-IDX) ' '
                       WRK-EVT-PRODUTO(WRK-EVT-IDX)
                       ' (FORA DO CADASTRO - CUSTO ZERO)'
                       ' FILIAL ' WRK-EVT-FILIAL(WRK-EVT-IDX)
                       ' (' WRK-DIAS-ED ' DIAS)'
               MOVE ZEROS TO WRK-CUSTO-VENDIDO
           END-IF.
      *>********* PERIODO DO EVENTO
           IF WRK-PROD-ACHADO > ZEROS
               COMPUTE WRK-CUSTO-VENDIDO =
                   WRK-EVT-QTD-PROMO(WRK-EVT-IDX)
                   * WRK-PROD-CUSTO(WRK-PROD-ACHADO)
           END-IF.
           COMPUTE WRK-MARGEM-PROMO =
               WRK-EVT-REC-PROMO(WRK-EVT-IDX) - WRK-CUSTO-VENDIDO.
           MOVE WRK-EVT-REC-PROMO(WRK-EVT-IDX) TO WRK-VALOR-ED.
           MOVE WRK-CUSTO-VENDIDO TO WRK-VALOR-ED2.
           MOVE WRK-MARGEM-PROMO TO WRK-MARGEM-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '  PROMOCAO ' WRK-EVT-INICIO(WRK-EVT-IDX) ' A '
                   WRK-EVT-FIM(WRK-EVT-IDX)
                   ' QTD: ' WRK-EVT-QTD-PROMO(WRK-EVT-IDX).
           DISPLAY '    RECEITA: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED
                   ' CUSTO: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED2
                   ' MARGEM: ' WRK-MOEDA-SIMBOLO WRK-MARGEM-ED.
      *>********* PERIODO ANTERIOR DE MESMA DURACAO
           IF WRK-PROD-ACHADO > ZEROS
               COMPUTE WRK-CUSTO-VENDIDO =
                   WRK-EVT-QTD-ANTES(WRK-EVT-IDX)
                   * WRK-PROD-CUSTO(WRK-PROD-ACHADO)
           END-IF.
           COMPUTE WRK-MARGEM-ANTES =
               WRK-EVT-REC-ANTES(WRK-EVT-IDX) - WRK-CUSTO-VENDIDO.
           MOVE WRK-EVT-REC-ANTES(WRK-EVT-IDX) TO WRK-VALOR-ED.
           MOVE WRK-CUSTO-VENDIDO TO WRK-VALOR-ED2.
           MOVE WRK-MARGEM-ANTES TO WRK-MARGEM-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '  ANTES    ' WRK-EVT-ANT-INICIO(WRK-EVT-IDX) ' A '
                   WRK-EVT-ANT-FIM(WRK-EVT-IDX)
                   ' QTD: ' WRK-EVT-QTD-ANTES(WRK-EVT-IDX).
           DISPLAY '    RECEITA: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED
                   ' CUSTO: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED2
                   ' MARGEM: ' WRK-MOEDA-SIMBOLO WRK-MARGEM-ED.
      *>********* VARIACAO DO PERIODO DO EVENTO SOBRE O ANTERIOR
           COMPUTE WRK-QTD-VAR =
               WRK-EVT-QTD-PROMO(WRK-EVT-IDX)
               - WRK-EVT-QTD-ANTES(WRK-EVT-IDX).
           COMPUTE WRK-MARGEM-VAR = WRK-MARGEM-PROMO - WRK-MARGEM-ANTES.
           MOVE WRK-QTD-VAR TO WRK-QTD-VAR-ED.
           MOVE WRK-MARGEM-VAR TO WRK-MARGEM-ED.
           PERFORM 9710-CONTAR-LINHA.
           IF WRK-EVT-QTD-ANTES(WRK-EVT-IDX) > ZEROS
               COMPUTE WRK-VAR-PCT ROUNDED =
                   (WRK-QTD-VAR * 100)
                   / WRK-EVT-QTD-ANTES(WRK-EVT-IDX)
               MOVE WRK-VAR-PCT TO WRK-VAR-PCT-ED
               DISPLAY '  VARIACAO QTD: ' WRK-QTD-VAR-ED
                       ' (' WRK-VAR-PCT-ED '%) MARGEM: '
                       WRK-MOEDA-SIMBOLO WRK-MARGEM-ED
           ELSE
               DISPLAY '  VARIACAO QTD: ' WRK-QTD-VAR-ED
                       ' (SEM VENDA ANTES) MARGEM: '
                       WRK-MOEDA-SIMBOLO WRK-MARGEM-ED
           END-IF.
       0500-CURVA-ABC.
      *>********* CURVA ABC DO PERIODO: OS PRODUTOS ORDENADOS PELA
      *>          RECEITA E, SEPARADAMENTE, PELA MARGEM BRUTA, COM A
      *>          CLASSE PELA PARTICIPACAO ACUMULADA; A CLASSIFICACAO
      *>          E GRAVADA PARA O PEDIDO DE COMPRA DO PROGCBL57
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0=TODAS): '.
           ACCEPT WRK-DATA-INICIAL FROM CONSOLE.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0=TODAS): '.
           ACCEPT WRK-DATA-FINAL FROM CONSOLE.
           IF WRK-DATA-FINAL = ZEROS
               MOVE 99999999 TO WRK-DATA-FINAL
           END-IF.
           PERFORM 0505-LER-CORTES WITH TEST AFTER
               UNTIL CORTES-VALIDOS.
           DISPLAY 'VALOR DE ESTOQUE PARA ALERTA NOS ITENS C '
                   '(0 = MEDIA DO ESTOQUE POR PRODUTO): '.
           ACCEPT WRK-LIMITE-ESTOQUE FROM CONSOLE.
           PERFORM 0255-ZERAR-ACUMULADOS
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD.
           MOVE ZEROS TO WRK-QTD-ITENS-LIDOS.
           MOVE 'N' TO WRK-VENDALOG-EOF.
           OPEN INPUT VENDALOG-FILE.
           IF WRK-VENDALOG-STATUS = '00'
               PERFORM 0260-LER-LINHA-DIARIO UNTIL FIM-VENDALOG
           END-IF.
           CLOSE VENDALOG-FILE.
           MOVE ZEROS TO WRK-TOTAL-ESTOQUE.
           PERFORM 0510-APURAR-PRODUTO-ABC
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD.
           IF WRK-LIMITE-ESTOQUE = ZEROS AND WRK-PROD-QTD > ZEROS
               COMPUTE WRK-LIMITE-ESTOQUE ROUNDED =
                   WRK-TOTAL-ESTOQUE / WRK-PROD-QTD
           END-IF.
           MOVE 'R' TO WRK-RANKING.
           PERFORM 0520-CLASSIFICAR-RANKING.
           MOVE 'M' TO WRK-RANKING.
           PERFORM 0520-CLASSIFICAR-RANKING.
           PERFORM 0560-GRAVAR-CLASSIFICACAO.
       0505-LER-CORTES.
      *>********* LENDO OS CORTES DA PARTICIPACAO ACUMULADA: ATE O
      *>          CORTE A E CLASSE A, ATE O CORTE B E CLASSE B
           DISPLAY 'CORTE DA CLASSE A EM % ACUMULADO (0 = 80): '.
           ACCEPT WRK-CORTE-A FROM CONSOLE.
           IF WRK-CORTE-A = ZEROS
               MOVE 80 TO WRK-CORTE-A
           END-IF.
           DISPLAY 'CORTE DA CLASSE B EM % ACUMULADO (0 = 95): '.
           ACCEPT WRK-CORTE-B FROM CONSOLE.
           IF WRK-CORTE-B = ZEROS
               MOVE 95 TO WRK-CORTE-B
           END-IF.
           IF WRK-CORTE-A < WRK-CORTE-B AND WRK-CORTE-B <= 100
               MOVE 'S' TO WRK-CORTES-OK
           ELSE
               MOVE 'N' TO WRK-CORTES-OK
               DISPLAY 'CORTES INVALIDOS: O CORTE A DEVE SER MENOR '
                       'QUE O B E O B NO MAXIMO 100.'
           END-IF.
       0510-APURAR-PRODUTO-ABC.
      *>********* APURANDO A MARGEM BRUTA DO PERIODO (NEGATIVA CONTA
      *>          COMO ZERO NO RANKING) E O VALOR DO ESTOQUE DE UM
      *>          PRODUTO PELO CUSTO MEDIO
           COMPUTE WRK-MARGEM =
               WRK-PROD-RECEITA(WRK-PROD-IDX)
               - (WRK-PROD-QTD-VENDIDA(WRK-PROD-IDX)
                  * WRK-PROD-CUSTO(WRK-PROD-IDX)).
           IF WRK-MARGEM > ZEROS
               MOVE WRK-MARGEM TO WRK-PROD-MARGEM(WRK-PROD-IDX)
           ELSE
               MOVE ZEROS TO WRK-PROD-MARGEM(WRK-PROD-IDX)
           END-IF.
           COMPUTE WRK-PROD-VALOR-ESTOQUE(WRK-PROD-IDX) =
               WRK-PROD-ESTOQUE(WRK-PROD-IDX)
               * WRK-PROD-CUSTO(WRK-PROD-IDX).
           ADD WRK-PROD-VALOR-ESTOQUE(WRK-PROD-IDX)
               TO WRK-TOTAL-ESTOQUE.
       0520-CLASSIFICAR-RANKING.
      *>********* ORDENANDO OS PRODUTOS PELA CHAVE DO RANKING (RECEITA
      *>          OU MARGEM), DO MAIOR PARA O MENOR, E CLASSIFICANDO
      *>          CADA POSICAO PELA PARTICIPACAO ACUMULADA
           MOVE ZEROS TO WRK-ABC-TOTAL.
           PERFORM 0521-CARREGAR-CHAVE
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD.
           PERFORM 0522-ORDENAR-POSICAO
               VARYING WRK-ORD-IDX FROM 1 BY 1
               UNTIL WRK-ORD-IDX >= WRK-PROD-QTD.
           MOVE ZEROS TO WRK-ABC-ACUM.
           MOVE ZEROS TO WRK-ABC-QTD-A.
           MOVE ZEROS TO WRK-ABC-QTD-B.
           MOVE ZEROS TO WRK-ABC-QTD-C.
           MOVE ZEROS TO WRK-ABC-ALERTAS.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           IF RANKING-RECEITA
               DISPLAY 'CURVA ABC POR RECEITA - PERIODO: '
                       WRK-DATA-INICIAL ' A ' WRK-DATA-FINAL
           ELSE
               DISPLAY 'CURVA ABC POR MARGEM BRUTA - PERIODO: '
                       WRK-DATA-INICIAL ' A ' WRK-DATA-FINAL
           END-IF.
           DISPLAY 'CORTES: A ATE ' WRK-CORTE-A '%  B ATE '
                   WRK-CORTE-B '%  ITENS LIDOS: '
                   WRK-QTD-ITENS-LIDOS.
           PERFORM 0526-CLASSIFICAR-POSICAO
               VARYING WRK-ORD-IDX FROM 1 BY 1
               UNTIL WRK-ORD-IDX > WRK-PROD-QTD.
           MOVE WRK-ABC-TOTAL TO WRK-VALOR-ED.
           DISPLAY '---------------------------------------'.
           DISPLAY 'TOTAL: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED
                   '  CLASSE A: ' WRK-ABC-QTD-A
                   '  B: ' WRK-ABC-QTD-B
                   '  C: ' WRK-ABC-QTD-C
                   '  ALERTAS: ' WRK-ABC-ALERTAS.
       0521-CARREGAR-CHAVE.
      *>********* PREPARANDO A CHAVE DO RANKING DE UM PRODUTO
           MOVE WRK-PROD-IDX TO WRK-ORD-PROD(WRK-PROD-IDX).
           IF RANKING-RECEITA
               MOVE WRK-PROD-RECEITA(WRK-PROD-IDX)
                   TO WRK-PROD-CHAVE(WRK-PROD-IDX)
           ELSE
               MOVE WRK-PROD-MARGEM(WRK-PROD-IDX)
                   TO WRK-PROD-CHAVE(WRK-PROD-IDX)
           END-IF.
           ADD WRK-PROD-CHAVE(WRK-PROD-IDX) TO WRK-ABC-TOTAL.
       0522-ORDENAR-POSICAO.
      *>********* TRAZENDO PARA A POSICAO O MAIOR PRODUTO RESTANTE
      *>          (NO EMPATE FICA A ORDEM DO CADASTRO)
           MOVE WRK-ORD-IDX TO WRK-ORD-MAIOR.
           PERFORM 0523-TESTAR-MAIOR
               VARYING WRK-ORD-IDX2 FROM WRK-ORD-IDX BY 1
               UNTIL WRK-ORD-IDX2 > WRK-PROD-QTD.
           IF WRK-ORD-MAIOR NOT = WRK-ORD-IDX
               MOVE WRK-ORD-PROD(WRK-ORD-IDX) TO WRK-ORD-TROCA
               MOVE WRK-ORD-PROD(WRK-ORD-MAIOR)
                   TO WRK-ORD-PROD(WRK-ORD-IDX)
               MOVE WRK-ORD-TROCA TO WRK-ORD-PROD(WRK-ORD-MAIOR)
           END-IF.
       0523-TESTAR-MAIOR.
      *>********* COMPARANDO UMA POSICAO COM O MAIOR JA ACHADO
           IF WRK-PROD-CHAVE(WRK-ORD-PROD(WRK-ORD-IDX2))
              > WRK-PROD-CHAVE(WRK-ORD-PROD(WRK-ORD-MAIOR))
               MOVE WRK-ORD-IDX2 TO WRK-ORD-MAIOR
           END-IF.
       0526-CLASSIFICAR-POSICAO.
      *>********* CLASSIFICANDO E EXIBINDO UMA POSICAO DO RANKING: E
      *>          A ENQUANTO O ACUMULADO ANTES DELA NAO CHEGOU AO CORTE
      *>          A, B ATE O CORTE B, C DAI EM DIANTE; PRODUTO SEM
      *>          VALOR NO RANKING E SEMPRE C
           MOVE WRK-ORD-PROD(WRK-ORD-IDX) TO WRK-PROD-IDX.
           IF WRK-PROD-CHAVE(WRK-PROD-IDX) = ZEROS
              OR WRK-ABC-TOTAL = ZEROS
               MOVE 'C' TO WRK-ABC-CLASSE
           ELSE
               COMPUTE WRK-ABC-PCT-ANTES =
                   (WRK-ABC-ACUM * 100) / WRK-ABC-TOTAL
               ADD WRK-PROD-CHAVE(WRK-PROD-IDX) TO WRK-ABC-ACUM
               EVALUATE TRUE
                   WHEN WRK-ABC-PCT-ANTES < WRK-CORTE-A
                       MOVE 'A' TO WRK-ABC-CLASSE
                   WHEN WRK-ABC-PCT-ANTES < WRK-CORTE-B
                       MOVE 'B' TO WRK-ABC-CLASSE
                   WHEN OTHER
                       MOVE 'C' TO WRK-ABC-CLASSE
               END-EVALUATE
           END-IF.
           IF WRK-ABC-TOTAL > ZEROS
               COMPUTE WRK-ABC-PCT-ACUM ROUNDED =
                   (WRK-ABC-ACUM * 100) / WRK-ABC-TOTAL
           ELSE
               MOVE ZEROS TO WRK-ABC-PCT-ACUM
           END-IF.
           EVALUATE WRK-ABC-CLASSE
               WHEN 'A'
                   ADD 1 TO WRK-ABC-QTD-A
               WHEN 'B'
                   ADD 1 TO WRK-ABC-QTD-B
               WHEN OTHER
                   ADD 1 TO WRK-ABC-QTD-C
           END-EVALUATE.
           IF RANKING-RECEITA
               MOVE WRK-ABC-CLASSE TO WRK-PROD-CLASSE-REC(WRK-PROD-IDX)
               MOVE WRK-ORD-IDX TO WRK-PROD-POS-REC(WRK-PROD-IDX)
           ELSE
               MOVE WRK-ABC-CLASSE TO WRK-PROD-CLASSE-MRG(WRK-PROD-IDX)
               MOVE WRK-ORD-IDX TO WRK-PROD-POS-MRG(WRK-PROD-IDX)
           END-IF.
      *>********* ALERTAS: ITEM A JA NO PONTO DE REPOSICAO E ITEM C
      *>          COM ESTOQUE VALENDO O LIMITE OU MAIS
           MOVE SPACES TO WRK-ABC-ALERTA.
           IF WRK-ABC-CLASSE = 'A'
              AND WRK-PROD-ESTOQUE(WRK-PROD-IDX)
                  <= WRK-PROD-REPOSICAO(WRK-PROD-IDX)
               MOVE '*REPOR ESTOQUE' TO WRK-ABC-ALERTA
               ADD 1 TO WRK-ABC-ALERTAS
           END-IF.
           IF WRK-ABC-CLASSE = 'C'
              AND WRK-PROD-VALOR-ESTOQUE(WRK-PROD-IDX) > ZEROS
              AND WRK-PROD-VALOR-ESTOQUE(WRK-PROD-IDX)
                  >= WRK-LIMITE-ESTOQUE
               MOVE '*ESTOQUE ALTO' TO WRK-ABC-ALERTA
               ADD 1 TO WRK-ABC-ALERTAS
           END-IF.
           MOVE WRK-PROD-CHAVE(WRK-PROD-IDX) TO WRK-VALOR-ED.
           MOVE WRK-PROD-VALOR-ESTOQUE(WRK-PROD-IDX) TO WRK-VALOR-ED2.
           MOVE WRK-ABC-PCT-ACUM TO WRK-ABC-PCT-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY WRK-ORD-IDX ' ' WRK-PROD-CODIGO(WRK-PROD-IDX) ' '
                   WRK-PROD-DESCRICAO(WRK-PROD-IDX) ' '
                   WRK-MOEDA-SIMBOLO WRK-VALOR-ED ' '
                   WRK-ABC-PCT-ED '% ' WRK-ABC-CLASSE
                   ' EST: ' WRK-PROD-ESTOQUE(WRK-PROD-IDX)
                   ' (' WRK-MOEDA-SIMBOLO WRK-VALOR-ED2 ') '
                   WRK-ABC-ALERTA.
       0560-GRAVAR-CLASSIFICACAO.
      *>********* REGRAVANDO O ARQUIVO DA CLASSIFICACAO COM UM
      *>          REGISTRO POR PRODUTO DO CADASTRO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT ABCPROD-FILE.
           PERFORM 0565-GRAVAR-PRODUTO-ABC
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD.
           CLOSE ABCPROD-FILE.
           DISPLAY 'CLASSIFICACAO GRAVADA EM ABCPROD58: '
                   WRK-PROD-QTD ' PRODUTO(S).'.
       0565-GRAVAR-PRODUTO-ABC.
      *>********* GRAVANDO A CLASSIFICACAO DE UM PRODUTO
           MOVE WRK-PROD-CODIGO(WRK-PROD-IDX) TO ABC-CODIGO.
           MOVE WRK-PROD-CLASSE-REC(WRK-PROD-IDX)
               TO ABC-CLASSE-RECEITA.
           MOVE WRK-PROD-CLASSE-MRG(WRK-PROD-IDX)
               TO ABC-CLASSE-MARGEM.
           MOVE WRK-PROD-POS-REC(WRK-PROD-IDX) TO ABC-POS-RECEITA.
           MOVE WRK-PROD-POS-MRG(WRK-PROD-IDX) TO ABC-POS-MARGEM.
           MOVE WRK-PROD-RECEITA(WRK-PROD-IDX) TO ABC-RECEITA.
           MOVE WRK-PROD-MARGEM(WRK-PROD-IDX) TO ABC-MARGEM.
           MOVE WRK-DATA-INICIAL TO ABC-DATA-INICIAL.
           MOVE WRK-DATA-FINAL TO ABC-DATA-FINAL.
           MOVE WRK-DATA-HOJE TO ABC-DATA-GERACAO.
           WRITE ABCPROD-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO OS RELATORIOS
           DISPLAY 'FIM DO PROGRAMA...'.
               REPLACING ==:TITULO:==
                      BY =='VALORIZACAO E MARGEM DE ESTOQUE'==.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'DIAUTIL-PROC.cbl'.
