      *>           CABECALHO DO PEDIDO E IMPRIMIR O ARQUIVO DE
      *>           ETIQUETAS DE EXPEDICAO (UM BLOCO POR PEDIDO ACEITO,
      *>           COM O SEQ DO MANIFESTO), JUNTO COM O MANIFESTO
      *> OBJETIVO: BAIXAR DO ESTOQUE DO PRODMST UMA UNIDADE POR ITEM
      *>           EMBARCADO (CASADO PELOS 5 PRIMEIROS CARACTERES DO
      *>           PRODUTO, COMO A DEVOLUCAO DO PROGCBL63 REPOE),
      *>           CONSUMINDO O LOTE QUE VENCE PRIMEIRO (LOTEMST,
      *>           COPY LOTEFEFO), E REJEITAR O ITEM QUE SO SAIRIA DE
      *>           LOTE VENCIDO
      *> OBJETIVO: GRAVAR NO RAZAO DE ESTOQUE (MOVESTQ, COPY KARDEX)
      *>           A SAIDA DE CADA UNIDADE EMBARCADA, COM O PEDIDO E O
      *>           SALDO RESULTANTE
      *> OBJETIVO: CONFERIR CADA ITEM CONTRA O ESTOQUE DO PRODMST:
      *>           EMBARCAR A PARTE DISPONIVEL E GRAVAR O ITEM SEM
      *>           ESTOQUE NO ARQUIVO DE PENDENCIAS (BACKORD10, COPY
      *>           BACKORDER), LIBERADO PELO RECEBIMENTO DO PROGCBL57;
      *>           O FRETE DO PEDIDO INTEIRO E COBRADO UMA VEZ SO, NO
      *>           EMBARQUE DA PARTE DISPONIVEL, E O PEDIDO LIBERADO
      *>           (CABECALHO COM FRETE-PAGO = S) SAI SEM FRETE
      *> OBJETIVO: ESCOLHER A TRANSPORTADORA DE CADA PEDIDO PELA
      *>           TABELA DE PRECOS TRANSPTAR (COPY TRANSPTAR): A MAIS
      *>           BARATA QUE ATENDE A UF NA FAIXA DE PESO DO PEDIDO E
      *>           CUJO PRAZO PROMETIDO (TRANSPMST) CABE NO PRAZO
      *>           EXIGIDO PELO CABECALHO, OPCIONALMENTE SEM AS DE
      *>           PONTUALIDADE ABAIXO DO MINIMO (TRANSPDES61 DO
      *>           PROGCBL61); O MANIFESTO MOSTRA A ESCOLHIDA, A
      *>           SEGUNDA OPCAO E A ECONOMIA, E A EXPEDICAO PODE
      *>           TROCAR A TRANSPORTADORA COM MOTIVO NA AUDITORIA
      *> OBJETIVO: NUMERAR CADA EMBARQUE COMO DOCUMENTO FISCAL (SERIE
      *>           002, SEQUENCIAL POR FILIAL, REGISTRO DOCFISC COM OS
      *>           CAMPOS DO COPY DOCNUM) NA POSTAGEM DA RECEITA,
      *>           GRAVADO NO EMBARQUE10 E NO VENDATRX
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
           SELECT ETIQUETA-FILE ASSIGN TO 'ETIQUETA10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ETIQUETA-STATUS.
           SELECT OPTIONAL CARGA-FILE ASSIGN TO 'CARGA10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARGA-STATUS.
           SELECT OPTIONAL PRODMST-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMST-STATUS.
           SELECT OPTIONAL LOTEMST-FILE ASSIGN TO 'LOTEMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOTEMST-STATUS.
           SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVESTQ-STATUS.
           SELECT OPTIONAL BACKORD-FILE ASSIGN TO 'BACKORD10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BACKORD-STATUS.
           SELECT OPTIONAL TRANSPTAR-FILE ASSIGN TO 'TRANSPTAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSPTAR-STATUS.
           SELECT OPTIONAL TRANSPDES-FILE ASSIGN TO 'TRANSPDES61'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSPDES-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL DOCFISC-FILE ASSIGN TO 'DOCFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DOCFISC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  VENDADIR-FILE.
       01  VENDADIR-REC.
           COPY 'VENDADIR.cbl'.
       FD  ETIQUETA-FILE.
       01  ETIQUETA-REC PIC X(80).
       FD  RUNCTL-FILE.
           02 CARGACFG-PESO-MAX PIC 9(06)V99.
       FD  CARGA-FILE.
       01  CARGA-REC PIC X(80).
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  LOTEMST-FILE.
       01  LOTEMST-REC.
           COPY 'LOTE.cbl'.
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       FD  BACKORD-FILE.
       01  BACKORD-REC.
           COPY 'BACKORDER.cbl'.
       FD  TRANSPTAR-FILE.
       01  TRANSPTAR-REC.
           COPY 'TRANSPTAR.cbl'.
       FD  TRANSPDES-FILE.
       01  TRANSPDES-REC.
           COPY 'TRANSPDES.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  DOCFISC-FILE.
       01  DOCFISC-REC.
           COPY 'DOCFISC.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'VENDAGRV.cbl'.
       COPY 'ERROARQ.cbl'.
       COPY 'CTLREG.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'FAIXACFG.cbl' REPLACING ==:TABELA:== BY ==WRK-PESOFAIXA==.
       COPY 'MOEDA.cbl'.
       COPY 'CAMBIO.cbl'.
       COPY 'LOTEFEFO.cbl'.
       COPY 'KARDEX.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'DOCNUM.cbl'.
       77 WRK-PEDIDO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-PEDIDO VALUE 'S'.
      *>          REPROCESSAMENTO RELE SO OS REJEITADOS DA EXECUCAO
      *>          ANTERIOR (MOTIVOS: VI=VALOR INVALIDO, UF=ENTREGA
      *>          INDISPONIVEL, SC=ITEM SEM CABECALHO, TI=TIPO
      *>          INVALIDO, SI=PEDIDO SEM ITENS VALIDOS, LV=ITEM SO
      *>          COM LOTE VENCIDO, PE=ITEM SEM ESTOQUE ALEM DO
      *>          LIMITE DE PENDENCIAS DO PEDIDO). O ITEM VI, LV OU PE
      *>          SAI PRECEDIDO DO CABECALHO DO SEU PEDIDO, PARA O
      *>          REPROCESSAMENTO NAO SOMA-LO NO PEDIDO ERRADO; SC E
      *>          TI NAO TEM PEDIDO E O REPROCESSAMENTO OS PULA
          02 WRK-CAB-ENDERECO PIC X(30).
          02 WRK-CAB-CIDADE PIC X(20).
          02 WRK-CAB-CEP PIC 9(08).
      *>********* S = PEDIDO LIBERADO DE PENDENCIA CUJO FRETE JA FOI
      *>          COBRADO NO EMBARQUE ORIGINAL (DECK ANTIGO: ESPACO)
          02 WRK-CAB-FRETE-PAGO PIC X(01).
      *>********* PRAZO DE ENTREGA EXIGIDO, EM DIAS (ZERO OU ESPACOS
      *>          = SEM EXIGENCIA)
          02 WRK-CAB-PRAZO-MAX PIC 9(03).
       01 WRK-PED-ITEM.
          02 WRK-ITEM-PRODUTO PIC X(25).
          02 WRK-ITEM-VALOR PIC 9(7)V99.
         88 FIM-TRANSPMST VALUE 'S'.
       77 WRK-TRANSPORTADORA PIC X(05) VALUE SPACES.
       77 WRK-TRANSP-ACHADA PIC X(01) VALUE 'N'.
      *>********* ESCOLHA DA TRANSPORTADORA POR PEDIDO: CADASTRO
      *>          (PRAZO PROMETIDO), TABELA DE PRECOS E PONTUALIDADE.
      *>          SEM TARIFA QUE ATENDA, VALE A DO MANIFESTO
       01 WRK-TRA-TAB.
          02 WRK-TRA-LINHA OCCURS 50 TIMES.
             03 WRK-TRA-CODIGO PIC X(05).
             03 WRK-TRA-PRAZO PIC 9(03).
       77 WRK-TRA-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-TRA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TRANSPTAR-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRANSPTAR-EOF PIC X(01) VALUE 'N'.
         88 FIM-TRANSPTAR VALUE 'S'.
       01 WRK-TAR-TAB.
          02 WRK-TAR-LINHA OCCURS 300 TIMES.
             03 WRK-TAR-TRANSPORTADORA PIC X(05).
             03 WRK-TAR-UF PIC X(02).
             03 WRK-TAR-PESO-LIMITE PIC 9(05)V99.
             03 WRK-TAR-PRECO PIC 9(05)V99.
       77 WRK-TAR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-TAR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TAR-ACHADA PIC 9(03) VALUE ZEROS.
       77 WRK-TRANSPDES-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRANSPDES-EOF PIC X(01) VALUE 'N'.
         88 FIM-TRANSPDES VALUE 'S'.
       01 WRK-DES-TAB.
          02 WRK-DES-LINHA OCCURS 50 TIMES.
             03 WRK-DES-CODIGO PIC X(05).
             03 WRK-DES-ENTREGUES PIC 9(05).
             03 WRK-DES-PCT-PRAZO PIC 9(03)V9.
       77 WRK-DES-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-DES-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PONTUALIDADE-MIN PIC 9(03) VALUE ZEROS.
       77 WRK-CONFIRMA-TRANSP PIC X(01) VALUE 'N'.
         88 CONFIRMA-TRANSP VALUE 'S'.
       77 WRK-PRAZO-MAX PIC 9(03) VALUE ZEROS.
       77 WRK-TRA-APTA PIC X(01) VALUE 'N'.
         88 TRANSP-APTA VALUE 'S'.
       77 WRK-TRANSP-PEDIDO PIC X(05) VALUE SPACES.
       77 WRK-TRANSP-SEGUNDA PIC X(05) VALUE SPACES.
       77 WRK-TRANSP-TROCA PIC X(05) VALUE SPACES.
       77 WRK-PRECO-TRANSP PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRECO-ESCOLHA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRECO-SEGUNDA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-ECONOMIA PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PRECO-ESCOLHA-ED PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-SEGUNDA-ED PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ECONOMIA-ED PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MOTIVO-TROCA PIC X(20) VALUE SPACES.
       77 WRK-QTD-TROCAS PIC 9(05) VALUE ZEROS.
       77 WRK-EMBITEM-STATUS PIC X(02) VALUE ZEROS.
      *>********* PEDIDOS ACEITOS GUARDADOS PARA A CONSOLIDACAO EM
      *>          CARGAS POR UF, COM OS LIMITES DO CARGACFG
       77 WRK-TOTAL-FRETE-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ADICIONAL-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-IMPOSTO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* CADASTRO DE PRODUTOS PARA A BAIXA DO EMBARCADO (SEM
      *>          O CADASTRO, O MANIFESTO SEGUE SEM BAIXA)
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRODMST VALUE 'S'.
       01 WRK-PROD-TAB.
          02 WRK-PROD-LINHA OCCURS 50 TIMES.
             03 WRK-PROD-CODIGO PIC X(05).
             03 WRK-PROD-DESCRICAO PIC X(25).
             03 WRK-PROD-PRECO PIC 9(06)V99.
             03 WRK-PROD-ESTOQUE PIC 9(05).
             03 WRK-PROD-REPOSICAO PIC 9(05).
             03 WRK-PROD-CUSTO PIC 9(06)V99.
             03 WRK-PROD-CATEGORIA PIC X(03).
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ESTOURO PIC X(01) VALUE 'N'.
         88 PRODUTOS-ESTOURARAM VALUE 'S'.
       77 WRK-PRODUTO-BUSCA PIC X(05) VALUE SPACES.
       77 WRK-ESTOQUE-MEXIDO PIC X(01) VALUE 'N'.
       77 WRK-QTD-NO-PEDIDO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-VENDAVEL PIC S9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-ESTOQUE PIC 9(05) VALUE ZEROS.
      *>********* ITENS SEM ESTOQUE DO PEDIDO ABERTO, GUARDADOS ATE O
      *>          FECHAMENTO: PEDIDO ACEITO GRAVA-OS NO BACKORD10,
      *>          PEDIDO REJEITADO LEVA-OS JUNTO PARA OS REJEITADOS
       77 WRK-BACKORD-STATUS PIC X(02) VALUE ZEROS.
       01 WRK-PEN-BUF.
          02 WRK-PEN-LINHA OCCURS 60 TIMES.
             03 WRK-PEN-ITEM PIC 9(03).
             03 WRK-PEN-DADOS PIC X(120).
       77 WRK-PEN-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PEN-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-PENDENTE PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO-PENDENTE PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-FRETE-BASE PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FRETE-PAGO PIC X(01) VALUE 'N'.
         88 FRETE-JA-PAGO VALUE 'S'.
       77 WRK-PEN-FRETE-PAGO PIC X(01) VALUE 'N'.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-PENDENTE-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
               IF WRK-FILIAL < 1 OR WRK-FILIAL > WRK-MAX-FILIAL
                   MOVE 1 TO WRK-FILIAL
               END-IF
               MOVE WRK-FILIAL TO WRK-DOC-FILIAL
               MOVE 2 TO WRK-DOC-SERIE
               PERFORM 9840-SEMEAR-DOCUMENTO
               PERFORM 0045-LER-TRANSPORTADORA
               PERFORM 0047-CARREGAR-TARIFAS
               PERFORM 0050-ABRIR-EMBARQUE
               PERFORM 0052-ABRIR-EMBITEM
               PERFORM 0055-ABRIR-DIARIO
               PERFORM 0060-ABRIR-PEDIDOERR
               PERFORM 0062-ABRIR-BACKORD
               OPEN OUTPUT ETIQUETA-FILE
               PERFORM 9610-SELECIONAR-MOEDA
               MOVE WRK-DATA-ATUAL TO WRK-CAMBIO-DATA-BUSCA
               PERFORM 0105-CARREGAR-FRETECFG
               PERFORM 0110-CARREGAR-FRETEBANDA
               PERFORM 0115-CARREGAR-PESOBANDA
               PERFORM 0135-CARREGAR-PRODUTOS
               MOVE WRK-DATA-ATUAL TO WRK-LOT-DATA-REF
               PERFORM 9780-CARREGAR-LOTES
               PERFORM 0120-LER-PEDIDO
           END-IF.
       0052-ABRIR-EMBITEM.
               OPEN OUTPUT EMBITEM-FILE
           END-IF.
       0055-ABRIR-DIARIO.
      *>********* ABRINDO O DIARIO DE VENDAS PARA A POSTAGEM DA
      *>          RECEITA EMBARCADA (O REGISTRO FIXO DE TRANSACOES E
      *>          ABERTO A CADA GRAVACAO, NO ARQUIVO DO PERIODO)
           OPEN EXTEND VENDALOG-FILE.
           IF WRK-VENDALOG-STATUS = '05' OR WRK-VENDALOG-STATUS = '35'
               CLOSE VENDALOG-FILE
               OPEN OUTPUT VENDALOG-FILE
           END-IF.
       0060-ABRIR-PEDIDOERR.
      *>********* ABRINDO O ARQUIVO DE REJEITADOS: NO MODO NORMAL
      *>          ACRESCENTA; NO REPROCESSAMENTO O ARQUIVO E REABERTO
                   OPEN OUTPUT PEDIDOERR-FILE
               END-IF
           END-IF.
       0062-ABRIR-BACKORD.
      *>********* ABRINDO O ARQUIVO DE PENDENCIAS PARA ACRESCENTAR OS
      *>          ITENS SEM ESTOQUE DESTE LOTE
           OPEN EXTEND BACKORD-FILE.
           IF WRK-BACKORD-STATUS = '05' OR WRK-BACKORD-STATUS = '35'
               CLOSE BACKORD-FILE
               OPEN OUTPUT BACKORD-FILE
           END-IF.
       0070-CARREGAR-REJEITADOS.
      *>********* CARREGANDO EM MEMORIA OS REJEITADOS DA EXECUCAO
      *>          ANTERIOR, SEM O PREFIXO DE MOTIVO
                   IF TRANSP-CODIGO = WRK-TRANSPORTADORA
                       MOVE 'S' TO WRK-TRANSP-ACHADA
                   END-IF
                   IF WRK-TRA-QTD < 50
                       ADD 1 TO WRK-TRA-QTD
                       MOVE TRANSP-CODIGO TO WRK-TRA-CODIGO(WRK-TRA-QTD)
                       MOVE TRANSP-PRAZO-DIAS
                           TO WRK-TRA-PRAZO(WRK-TRA-QTD)
                   END-IF
           END-READ.
       0047-CARREGAR-TARIFAS.
      *>********* CARREGANDO A TABELA DE PRECOS DAS TRANSPORTADORAS E
      *>          A PONTUALIDADE DO PROGCBL61, E LENDO O MINIMO DE
      *>          PONTUALIDADE E SE A EXPEDICAO CONFIRMA PEDIDO A PEDIDO
           OPEN INPUT TRANSPTAR-FILE.
           IF WRK-TRANSPTAR-STATUS = '00'
               PERFORM 0048-LER-TARIFA UNTIL FIM-TRANSPTAR
           END-IF.
           CLOSE TRANSPTAR-FILE.
           OPEN INPUT TRANSPDES-FILE.
           IF WRK-TRANSPDES-STATUS = '00'
               PERFORM 0049-LER-DESEMPENHO UNTIL FIM-TRANSPDES
           END-IF.
           CLOSE TRANSPDES-FILE.
           IF WRK-TAR-QTD > ZEROS
               DISPLAY 'PONTUALIDADE MINIMA DA TRANSPORTADORA EM % '
                       '(0 = SEM FILTRO): '
               ACCEPT WRK-PONTUALIDADE-MIN FROM CONSOLE
               DISPLAY 'CONFIRMAR A TRANSPORTADORA PEDIDO A PEDIDO '
                       '(S/N): '
               ACCEPT WRK-CONFIRMA-TRANSP FROM CONSOLE
           ELSE
               DISPLAY 'AVISO: SEM TABELA DE PRECOS (TRANSPTAR) - '
                       'TODOS OS PEDIDOS COM A TRANSPORTADORA DO '
                       'MANIFESTO.'
           END-IF.
       0048-LER-TARIFA.
      *>********* LENDO UMA LINHA DA TABELA DE PRECOS
           READ TRANSPTAR-FILE
               AT END
                   MOVE 'S' TO WRK-TRANSPTAR-EOF
               NOT AT END
                   IF WRK-TAR-QTD < 300
                       ADD 1 TO WRK-TAR-QTD
                       MOVE TRANSPTAR-REC TO WRK-TAR-LINHA(WRK-TAR-QTD)
                   ELSE
                       DISPLAY 'AVISO: TABELA DE PRECOS MAIOR QUE 300 '
                               'LINHAS - EXCEDENTE IGNORADO.'
                       MOVE 'S' TO WRK-TRANSPTAR-EOF
                   END-IF
           END-READ.
       0049-LER-DESEMPENHO.
      *>********* LENDO A PONTUALIDADE DE UMA TRANSPORTADORA
           READ TRANSPDES-FILE
               AT END
                   MOVE 'S' TO WRK-TRANSPDES-EOF
               NOT AT END
                   IF WRK-DES-QTD < 50
                       ADD 1 TO WRK-DES-QTD
                       MOVE TDES-CODIGO TO WRK-DES-CODIGO(WRK-DES-QTD)
                       MOVE TDES-ENTREGUES
                           TO WRK-DES-ENTREGUES(WRK-DES-QTD)
                       MOVE TDES-PCT-PRAZO
                           TO WRK-DES-PCT-PRAZO(WRK-DES-QTD)
                   END-IF
           END-READ.
       0050-ABRIR-EMBARQUE.
      *>********* ABRINDO O ARQUIVO DE EMBARQUES PARA ACRESCENTAR OS
                   MOVE PESOBANDA-DESCRICAO
                       TO WRK-PESOFAIXA-DESCRICAO(WRK-PESOFAIXA-QTD)
           END-READ.
       0135-CARREGAR-PRODUTOS.
      *>********* CARREGANDO O CADASTRO DE PRODUTOS PARA A BAIXA DO
      *>          EMBARCADO
           OPEN INPUT PRODMST-FILE.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0136-LER-PRODUTO UNTIL FIM-PRODMST
           END-IF.
           CLOSE PRODMST-FILE.
           IF PRODUTOS-ESTOURARAM
      *>********* CADASTRO MAIOR QUE A TABELA: A REGRAVACAO PERDERIA
      *>          OS PRODUTOS EXCEDENTES, ENTAO O MANIFESTO SEGUE SEM
      *>          BAIXA DE ESTOQUE
               DISPLAY 'CADASTRO DE PRODUTOS MAIOR QUE A TABELA '
                       '(50) - MANIFESTO SEM BAIXA DE ESTOQUE.'
               MOVE ZEROS TO WRK-PROD-QTD
           END-IF.
       0136-LER-PRODUTO.
      *>********* LENDO UM PRODUTO DO CADASTRO
           READ PRODMST-FILE
               AT END
                   MOVE 'S' TO WRK-PRODMST-EOF
               NOT AT END
                   IF WRK-PROD-QTD >= 50
                       MOVE 'S' TO WRK-PROD-ESTOURO
                   ELSE
                       ADD 1 TO WRK-PROD-QTD
                       MOVE PRODMST-REC
                           TO WRK-PROD-LINHA(WRK-PROD-QTD)
                   END-IF
           END-READ.
       0137-TESTAR-PRODUTO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O ITEM
           IF WRK-PROD-CODIGO(WRK-PROD-IDX) = WRK-PRODUTO-BUSCA
               MOVE WRK-PROD-IDX TO WRK-PROD-ACHADO
           END-IF.
       0130-APURAR-ADICIONAL-PESO.
      *>********* BUSCANDO A FAIXA DE PESO DO PEDIDO E CONVERTENDO O
      *>          CODIGO DA FAIXA NO ADICIONAL EM REAIS
           MOVE ZEROS TO WRK-ADICIONAL.
           COMPUTE WRK-PESOFAIXA-VALOR-BUSCA =
               WRK-PESO-PEDIDO + WRK-PESO-PENDENTE.
           PERFORM 9640-BUSCAR-WRK-PESOFAIXA.
           IF WRK-PESOFAIXA-CODIGO-ACHADO NOT = SPACES
               MOVE WRK-PESOFAIXA-CODIGO-ACHADO TO WRK-ADICIONAL
           MOVE WRK-CAB-ENDERECO TO WRK-ENDERECO.
           MOVE WRK-CAB-CIDADE TO WRK-CIDADE.
           MOVE WRK-CAB-CEP TO WRK-CEP.
           MOVE WRK-CAB-FRETE-PAGO TO WRK-FRETE-PAGO.
           IF WRK-CAB-PRAZO-MAX NUMERIC
               MOVE WRK-CAB-PRAZO-MAX TO WRK-PRAZO-MAX
           ELSE
               MOVE ZEROS TO WRK-PRAZO-MAX
           END-IF.
           MOVE ZEROS TO WRK-VALOR-PEDIDO.
           MOVE ZEROS TO WRK-PESO-PEDIDO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE ZEROS TO WRK-PEN-QTD.
           MOVE ZEROS TO WRK-ITEM-SEQ.
           MOVE ZEROS TO WRK-VALOR-PENDENTE.
           MOVE ZEROS TO WRK-PESO-PENDENTE.
           MOVE 1 TO WRK-ORD-QTD.
           MOVE WRK-REG TO WRK-ORD-REG(1).
           MOVE 'N' TO WRK-CAB-REJ-GRAVADO.
           DISPLAY 'PEDIDO ' WRK-NUMERO ' CLIENTE: ' WRK-CLIENTE
                   ' UF: ' WRK-UF.
       0250-SOMAR-ITEM.
      *>********* VALIDANDO E SOMANDO UM ITEM NO PEDIDO ABERTO; ITEM
      *>          SEM ESTOQUE FICA PENDENTE PARA O BACKORD10
           MOVE WRK-REG-DADOS TO WRK-PED-ITEM.
           ADD 1 TO WRK-ITEM-SEQ.
           MOVE WRK-ITEM-VALOR TO WRK-VALOR.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 9800-VALIDAR-WRK-VALOR.
           IF VALIDO-WRK-VALOR
               PERFORM 0252-CONFERIR-ESTOQUE
           ELSE
               MOVE 'VI' TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO = 'BO'
               PERFORM 0255-GUARDAR-PENDENTE
           END-IF.
           EVALUATE WRK-MOTIVO
               WHEN SPACES
                   ADD 1 TO WRK-QTD-ITENS
                   ADD WRK-ITEM-VALOR TO WRK-VALOR-PEDIDO
                   ADD WRK-ITEM-PESO TO WRK-PESO-PEDIDO
                   IF WRK-ORD-QTD < 60
                       ADD 1 TO WRK-ORD-QTD
                       MOVE WRK-REG TO WRK-ORD-REG(WRK-ORD-QTD)
                   ELSE
                       MOVE 'S' TO WRK-ORD-ESTOURO
                   END-IF
                   COMPUTE WRK-VALOR-ED =
                       WRK-ITEM-VALOR / WRK-CAMBIO-TAXA
                   MOVE WRK-ITEM-PESO TO WRK-PESO-ED
                   DISPLAY '  ITEM: ' WRK-ITEM-PRODUTO
                           ' VALOR: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED
                           ' PESO: ' WRK-PESO-ED 'KG'
               WHEN 'BO'
                   CONTINUE
               WHEN OTHER
                   EVALUATE WRK-MOTIVO
                       WHEN 'VI'
                           DISPLAY '  ITEM: ' WRK-ITEM-PRODUTO
                                   ' VALOR INVALIDO - ITEM REJEITADO'
                       WHEN 'LV'
                           DISPLAY '  ITEM: ' WRK-ITEM-PRODUTO
                                   ' SO HA LOTE VENCIDO - ITEM '
                                   'REJEITADO'
                       WHEN OTHER
                           DISPLAY '  ITEM: ' WRK-ITEM-PRODUTO
                                   ' SEM ESTOQUE E SEM ESPACO PARA '
                                   'PENDENCIA - ITEM REJEITADO'
                   END-EVALUATE
                   IF WRK-CAB-REJ-GRAVADO NOT = 'S'
      *>********* O CABECALHO DO PEDIDO SAI ANTES DO ITEM, PARA O
      *>          REPROCESSAMENTO SOMAR O ITEM NO PEDIDO CERTO
                       MOVE WRK-ORD-REG(1) TO ERR-DADOS
                       PERFORM 0280-GRAVAR-REJEITO
                       MOVE 'S' TO WRK-CAB-REJ-GRAVADO
                   END-IF
                   MOVE WRK-REG TO ERR-DADOS
                   PERFORM 0280-GRAVAR-REJEITO
           END-EVALUATE.
       0252-CONFERIR-ESTOQUE.
      *>********* SEM UNIDADE NO PRODMST ALEM DAS DO MESMO PRODUTO JA
      *>          NO PEDIDO, O ITEM FICA PENDENTE (BO). COM LOTE
      *>          VENCIDO EM ESTOQUE, O ITEM SO EMBARCA SE SOBRAR
      *>          UNIDADE LIVRE DE LOTE VENCIDO (SENAO LV); O VENCIDO
      *>          SO SAI PELA BAIXA AUTORIZADA DO PROGCBL94. PRODUTO
      *>          FORA DO CADASTRO EMBARCA SEM CONFERENCIA
           MOVE WRK-ITEM-PRODUTO(1:5) TO WRK-PRODUTO-BUSCA.
           MOVE ZEROS TO WRK-PROD-ACHADO.
           PERFORM 0137-TESTAR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                  OR WRK-PROD-ACHADO > ZEROS.
           IF WRK-PROD-ACHADO > ZEROS
               MOVE ZEROS TO WRK-QTD-NO-PEDIDO
               PERFORM 0253-SOMAR-NO-PEDIDO
                   VARYING WRK-ORD-IDX FROM 2 BY 1
                   UNTIL WRK-ORD-IDX > WRK-ORD-QTD
               COMPUTE WRK-QTD-VENDAVEL =
                   WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                   - WRK-QTD-NO-PEDIDO
               IF WRK-QTD-VENDAVEL < 1
                   MOVE 'BO' TO WRK-MOTIVO
               ELSE
                   IF NOT LOTES-ESTOURARAM
                       MOVE WRK-PRODUTO-BUSCA TO WRK-LOT-PROD-ALVO
                       PERFORM 9782-APURAR-LOTES
                       IF WRK-LOT-VENCIDO > ZEROS
                           SUBTRACT WRK-LOT-VENCIDO
                               FROM WRK-QTD-VENDAVEL
                           IF WRK-QTD-VENDAVEL < 1
                               MOVE 'LV' TO WRK-MOTIVO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0253-SOMAR-NO-PEDIDO.
      *>********* CONTANDO OS ITENS DO MESMO PRODUTO JA NO PEDIDO
           MOVE WRK-ORD-REG(WRK-ORD-IDX) TO WRK-REG-ITEM-GRAVAR.
           IF WRK-RIG-TIPO = 'I'
              AND WRK-RIG-DADOS(1:5) = WRK-PRODUTO-BUSCA
               ADD 1 TO WRK-QTD-NO-PEDIDO
           END-IF.
       0255-GUARDAR-PENDENTE.
      *>********* GUARDANDO O ITEM SEM ESTOQUE ATE O FECHAMENTO DO
      *>          PEDIDO (PENDENCIA ALEM DO LIMITE VIRA REJEITO PE)
           IF WRK-PEN-QTD < 60
               ADD 1 TO WRK-PEN-QTD
               MOVE WRK-ITEM-SEQ TO WRK-PEN-ITEM(WRK-PEN-QTD)
               MOVE WRK-REG-DADOS TO WRK-PEN-DADOS(WRK-PEN-QTD)
               ADD WRK-ITEM-VALOR TO WRK-VALOR-PENDENTE
               ADD WRK-ITEM-PESO TO WRK-PESO-PENDENTE
               DISPLAY '  ITEM: ' WRK-ITEM-PRODUTO
                       ' SEM ESTOQUE - ITEM PENDENTE'
           ELSE
               MOVE 'PE' TO WRK-MOTIVO
           END-IF.
       0230-FECHAR-PEDIDO.
      *>********* FECHANDO O PEDIDO ABERTO: FRETE SOBRE O TOTAL DOS
      *>          ITENS, ADICIONAL PELA FAIXA DE PESO DO PEDIDO E
      *>          IMPOSTO DE DESTINO; OS ITENS SEM ESTOQUE VAO PARA O
      *>          ARQUIVO DE PENDENCIAS (PEDIDO TODO PENDENTE NAO
      *>          EMBARCA NEM E REJEITADO)
           MOVE 'N' TO WRK-PEDIDO-ABERTO.
           IF WRK-QTD-ITENS = ZEROS AND WRK-PEN-QTD = ZEROS
               DISPLAY 'PEDIDO ' WRK-NUMERO ' SEM ITENS VALIDOS - '
                       'PEDIDO REJEITADO'
               MOVE 'SI' TO WRK-MOTIVO
           ELSE
               PERFORM 0150-LOCALIZAR-UF
               IF UF-ACHADA
                   IF WRK-QTD-ITENS > ZEROS
                       PERFORM 0260-CALCULAR-E-IMPRIMIR
                   ELSE
                       DISPLAY 'PEDIDO ' WRK-NUMERO
                               ' TODO SEM ESTOQUE - NADA EMBARCADO'
                   END-IF
                   IF WRK-PEN-QTD > ZEROS
                       PERFORM 0290-GRAVAR-PENDENCIAS
                   END-IF
               ELSE
                   DISPLAY 'PEDIDO ' WRK-NUMERO
                           ' UF: ' WRK-UF
               PERFORM 0286-GRAVAR-REG-PEDIDO
                   VARYING WRK-ORD-IDX FROM 1 BY 1
                   UNTIL WRK-ORD-IDX > WRK-ORD-QTD
               PERFORM 0287-GRAVAR-PENDENTE-REJ
                   VARYING WRK-PEN-IDX FROM 1 BY 1
                   UNTIL WRK-PEN-IDX > WRK-PEN-QTD
           END-IF.
       0286-GRAVAR-REG-PEDIDO.
      *>********* GRAVANDO UM REGISTRO DO PEDIDO REJEITADO
           MOVE WRK-ORD-REG(WRK-ORD-IDX) TO ERR-DADOS.
           PERFORM 0280-GRAVAR-REJEITO.
       0287-GRAVAR-PENDENTE-REJ.
      *>********* GRAVANDO UM ITEM SEM ESTOQUE DO PEDIDO REJEITADO,
      *>          QUE VOLTA COMO ITEM COMUM NO REPROCESSAMENTO
           MOVE 'I' TO WRK-RIG-TIPO.
           MOVE WRK-PEN-DADOS(WRK-PEN-IDX) TO WRK-RIG-DADOS.
           MOVE WRK-REG-ITEM-GRAVAR TO ERR-DADOS.
           PERFORM 0280-GRAVAR-REJEITO.
       0260-CALCULAR-E-IMPRIMIR.
      *>********* CALCULANDO E IMPRIMINDO O RESUMO DO PEDIDO ACEITO; O
      *>          FRETE E SOBRE O PEDIDO INTEIRO (EMBARCADO MAIS
      *>          PENDENTE), PARA A LIBERACAO DA PENDENCIA NAO COBRAR
      *>          DE NOVO, E O PEDIDO LIBERADO COM FRETE JA PAGO SAI
      *>          SEM FRETE
           ADD 1 TO WRK-SEQ-MANIFESTO.
           ADD 1 TO WRK-QTD-PEDIDOS.
           IF FRETE-JA-PAGO
               MOVE ZEROS TO WRK-FRETE
               MOVE ZEROS TO WRK-ADICIONAL
           ELSE
               COMPUTE WRK-VALOR-FRETE-BASE =
                   WRK-VALOR-PEDIDO + WRK-VALOR-PENDENTE
               MOVE WRK-VALOR-FRETE-BASE
                   TO WRK-FRETEFAIXA-VALOR-BUSCA
               PERFORM 9640-BUSCAR-WRK-FRETEFAIXA
               IF WRK-FRETEFAIXA-CODIGO-ACHADO = 'IS'
                   MOVE ZEROS TO WRK-FRETE
               ELSE
                   COMPUTE WRK-FRETE =
                       WRK-VALOR-FRETE-BASE * WRK-TAXA
               END-IF
               PERFORM 0130-APURAR-ADICIONAL-PESO
               ADD WRK-ADICIONAL TO WRK-FRETE
           END-IF.
           COMPUTE WRK-VALOR-IMPOSTO = WRK-VALOR-PEDIDO * WRK-IMPOSTO.
           COMPUTE WRK-VALOR-PEDIDO-ED =
               WRK-VALOR-PEDIDO / WRK-CAMBIO-TAXA.
                   WRK-ADICIONAL-ED ')'
                   ' IMPOSTO: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-IMPOSTO-ED.
           IF FRETE-JA-PAGO
               DISPLAY '  LIBERACAO DE PENDENCIA - FRETE JA COBRADO '
                       'NO EMBARQUE ORIGINAL'
           END-IF.
           PERFORM 0262-ESCOLHER-TRANSPORTADORA.
           IF CONFIRMA-TRANSP
               PERFORM 0266-CONFIRMAR-TRANSPORTADORA
           END-IF.
           ADD WRK-VALOR-PEDIDO TO WRK-TOTAL-VALOR.
           ADD WRK-FRETE TO WRK-TOTAL-FRETE.
           ADD WRK-ADICIONAL TO WRK-TOTAL-ADICIONAL.
           ELSE
               MOVE 'S' TO WRK-ACE-ESTOURO
           END-IF.
           PERFORM 9842-PROXIMO-DOCUMENTO.
           DISPLAY '  DOCUMENTO FISCAL SERIE 002 NUMERO '
                   WRK-DOC-NUMERO.
           PERFORM 0270-GRAVAR-EMBARQUE.
           PERFORM 0275-POSTAR-VENDA.
           PERFORM 0278-GRAVAR-ETIQUETA.
       0262-ESCOLHER-TRANSPORTADORA.
      *>********* ESCOLHENDO A TRANSPORTADORA MAIS BARATA QUE ATENDE O
      *>          PEDIDO (UF, FAIXA DE PESO, PRAZO EXIGIDO E
      *>          PONTUALIDADE MINIMA) E GUARDANDO A SEGUNDA OPCAO
           MOVE SPACES TO WRK-TRANSP-PEDIDO.
           MOVE SPACES TO WRK-TRANSP-SEGUNDA.
           MOVE ZEROS TO WRK-PRECO-ESCOLHA.
           MOVE ZEROS TO WRK-PRECO-SEGUNDA.
           IF WRK-TAR-QTD > ZEROS
               PERFORM 0263-AVALIAR-TRANSPORTADORA
                   VARYING WRK-TRA-IDX FROM 1 BY 1
                   UNTIL WRK-TRA-IDX > WRK-TRA-QTD
           END-IF.
           IF WRK-TRANSP-PEDIDO = SPACES
               MOVE WRK-TRANSPORTADORA TO WRK-TRANSP-PEDIDO
               IF WRK-TAR-QTD > ZEROS
                   DISPLAY '  TRANSPORTADORA: ' WRK-TRANSP-PEDIDO
                           ' (NENHUMA TARIFA ATENDE - A DO MANIFESTO)'
               END-IF
           ELSE
               COMPUTE WRK-PRECO-ESCOLHA-ED =
                   WRK-PRECO-ESCOLHA / WRK-CAMBIO-TAXA
               DISPLAY '  TRANSPORTADORA: ' WRK-TRANSP-PEDIDO
                       ' CUSTO: ' WRK-MOEDA-SIMBOLO
                       WRK-PRECO-ESCOLHA-ED
               IF WRK-TRANSP-SEGUNDA = SPACES
                   DISPLAY '  SEGUNDA OPCAO: NENHUMA'
               ELSE
                   COMPUTE WRK-ECONOMIA =
                       WRK-PRECO-SEGUNDA - WRK-PRECO-ESCOLHA
                   COMPUTE WRK-PRECO-SEGUNDA-ED =
                       WRK-PRECO-SEGUNDA / WRK-CAMBIO-TAXA
                   COMPUTE WRK-ECONOMIA-ED =
                       WRK-ECONOMIA / WRK-CAMBIO-TAXA
                   DISPLAY '  SEGUNDA OPCAO: ' WRK-TRANSP-SEGUNDA
                           ' CUSTO: ' WRK-MOEDA-SIMBOLO
                           WRK-PRECO-SEGUNDA-ED
                           ' ECONOMIA: ' WRK-MOEDA-SIMBOLO
                           WRK-ECONOMIA-ED
               END-IF
           END-IF.
       0263-AVALIAR-TRANSPORTADORA.
      *>********* CONFERINDO PRAZO E PONTUALIDADE DE UMA
      *>          TRANSPORTADORA E, SE APTA, O PRECO DA SUA FAIXA
      *>          (SEM HISTORICO DE ENTREGAS, A PONTUALIDADE NAO BARRA)
           MOVE 'S' TO WRK-TRA-APTA.
           IF WRK-PRAZO-MAX > ZEROS
              AND WRK-TRA-PRAZO(WRK-TRA-IDX) > WRK-PRAZO-MAX
               MOVE 'N' TO WRK-TRA-APTA
           END-IF.
           IF TRANSP-APTA AND WRK-PONTUALIDADE-MIN > ZEROS
               PERFORM 0264-TESTAR-PONTUALIDADE
                   VARYING WRK-DES-IDX FROM 1 BY 1
                   UNTIL WRK-DES-IDX > WRK-DES-QTD
           END-IF.
           IF TRANSP-APTA
               MOVE ZEROS TO WRK-TAR-ACHADA
               PERFORM 0265-TESTAR-TARIFA
                   VARYING WRK-TAR-IDX FROM 1 BY 1
                   UNTIL WRK-TAR-IDX > WRK-TAR-QTD
               IF WRK-TAR-ACHADA > ZEROS
                   MOVE WRK-TAR-PRECO(WRK-TAR-ACHADA)
                       TO WRK-PRECO-TRANSP
                   EVALUATE TRUE
                       WHEN WRK-TRANSP-PEDIDO = SPACES
                           MOVE WRK-TRA-CODIGO(WRK-TRA-IDX)
                               TO WRK-TRANSP-PEDIDO
                           MOVE WRK-PRECO-TRANSP TO WRK-PRECO-ESCOLHA
                       WHEN WRK-PRECO-TRANSP < WRK-PRECO-ESCOLHA
                           MOVE WRK-TRANSP-PEDIDO TO WRK-TRANSP-SEGUNDA
                           MOVE WRK-PRECO-ESCOLHA TO WRK-PRECO-SEGUNDA
                           MOVE WRK-TRA-CODIGO(WRK-TRA-IDX)
                               TO WRK-TRANSP-PEDIDO
                           MOVE WRK-PRECO-TRANSP TO WRK-PRECO-ESCOLHA
                       WHEN WRK-TRANSP-SEGUNDA = SPACES
                          OR WRK-PRECO-TRANSP < WRK-PRECO-SEGUNDA
                           MOVE WRK-TRA-CODIGO(WRK-TRA-IDX)
                               TO WRK-TRANSP-SEGUNDA
                           MOVE WRK-PRECO-TRANSP TO WRK-PRECO-SEGUNDA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
       0264-TESTAR-PONTUALIDADE.
      *>********* BARRANDO A TRANSPORTADORA COM ENTREGAS NO ULTIMO
      *>          RELATORIO E PONTUALIDADE ABAIXO DO MINIMO
           IF WRK-DES-CODIGO(WRK-DES-IDX) = WRK-TRA-CODIGO(WRK-TRA-IDX)
              AND WRK-DES-ENTREGUES(WRK-DES-IDX) > ZEROS
              AND WRK-DES-PCT-PRAZO(WRK-DES-IDX)
                  < WRK-PONTUALIDADE-MIN
               MOVE 'N' TO WRK-TRA-APTA
           END-IF.
       0265-TESTAR-TARIFA.
      *>********* GUARDANDO A FAIXA DA TRANSPORTADORA NA UF DO PEDIDO
      *>          DE MENOR PESO-LIMITE QUE COMPORTA O PESO EMBARCADO
           IF WRK-TAR-TRANSPORTADORA(WRK-TAR-IDX)
              = WRK-TRA-CODIGO(WRK-TRA-IDX)
              AND WRK-TAR-UF(WRK-TAR-IDX) = WRK-UF
              AND WRK-TAR-PESO-LIMITE(WRK-TAR-IDX) >= WRK-PESO-PEDIDO
               IF WRK-TAR-ACHADA = ZEROS
                   MOVE WRK-TAR-IDX TO WRK-TAR-ACHADA
               ELSE
                   IF WRK-TAR-PESO-LIMITE(WRK-TAR-IDX)
                      < WRK-TAR-PESO-LIMITE(WRK-TAR-ACHADA)
                       MOVE WRK-TAR-IDX TO WRK-TAR-ACHADA
                   END-IF
               END-IF
           END-IF.
       0266-CONFIRMAR-TRANSPORTADORA.
      *>********* TROCA DA TRANSPORTADORA PELA EXPEDICAO: CODIGO DO
      *>          CADASTRO E MOTIVO OBRIGATORIO, GRAVADOS NA TRILHA DE
      *>          AUDITORIA
           DISPLAY '  TRANSPORTADORA DO PEDIDO (ENTER = MANTER '
                   WRK-TRANSP-PEDIDO '): '.
           MOVE SPACES TO WRK-TRANSP-TROCA.
           ACCEPT WRK-TRANSP-TROCA FROM CONSOLE.
           IF WRK-TRANSP-TROCA NOT = SPACES
              AND WRK-TRANSP-TROCA NOT = WRK-TRANSP-PEDIDO
               MOVE ZEROS TO WRK-TAR-ACHADA
               PERFORM 0267-TESTAR-TROCA
                   VARYING WRK-TRA-IDX FROM 1 BY 1
                   UNTIL WRK-TRA-IDX > WRK-TRA-QTD
               IF WRK-TAR-ACHADA = ZEROS
                   DISPLAY '  TRANSPORTADORA SEM CADASTRO: '
                           WRK-TRANSP-TROCA ' - ESCOLHA MANTIDA.'
               ELSE
                   MOVE SPACES TO WRK-MOTIVO-TROCA
                   PERFORM 0268-LER-MOTIVO-TROCA
                       UNTIL WRK-MOTIVO-TROCA NOT = SPACES
                   MOVE 'EXPEDICAO' TO WRK-AUDIT-OPERADOR
                   MOVE 'TROCA TRSP' TO WRK-AUDIT-ACAO
                   MOVE WRK-MOTIVO-TROCA TO WRK-AUDIT-ANTES
                   MOVE SPACES TO WRK-AUDIT-DEPOIS
                   STRING 'P' WRK-NUMERO ' ' WRK-TRANSP-PEDIDO '>'
                          WRK-TRANSP-TROCA
                       DELIMITED BY SIZE
                     INTO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   ADD 1 TO WRK-QTD-TROCAS
                   DISPLAY '  TRANSPORTADORA TROCADA: '
                           WRK-TRANSP-PEDIDO ' -> ' WRK-TRANSP-TROCA
                   MOVE WRK-TRANSP-TROCA TO WRK-TRANSP-PEDIDO
               END-IF
           END-IF.
       0267-TESTAR-TROCA.
      *>********* CONFERINDO A TRANSPORTADORA DA TROCA NO CADASTRO
           IF WRK-TRA-CODIGO(WRK-TRA-IDX) = WRK-TRANSP-TROCA
               MOVE WRK-TRA-IDX TO WRK-TAR-ACHADA
           END-IF.
       0268-LER-MOTIVO-TROCA.
      *>********* LENDO O MOTIVO DA TROCA (OBRIGATORIO)
           DISPLAY '  MOTIVO DA TROCA: '.
           ACCEPT WRK-MOTIVO-TROCA FROM CONSOLE.
       0290-GRAVAR-PENDENCIAS.
      *>********* GRAVANDO OS ITENS SEM ESTOQUE DO PEDIDO NO ARQUIVO
      *>          DE PENDENCIAS: COM PARTE EMBARCADA (OU PEDIDO JA
      *>          LIBERADO COM FRETE PAGO) O FRETE DO PEDIDO INTEIRO
      *>          JA FOI COBRADO
           IF WRK-QTD-ITENS > ZEROS OR FRETE-JA-PAGO
               MOVE 'S' TO WRK-PEN-FRETE-PAGO
           ELSE
               MOVE 'N' TO WRK-PEN-FRETE-PAGO
           END-IF.
           PERFORM 0292-GRAVAR-UMA-PENDENCIA
               VARYING WRK-PEN-IDX FROM 1 BY 1
               UNTIL WRK-PEN-IDX > WRK-PEN-QTD.
           ADD WRK-PEN-QTD TO WRK-QTD-PENDENTES.
           COMPUTE WRK-VALOR-PENDENTE-ED =
               WRK-VALOR-PENDENTE / WRK-CAMBIO-TAXA.
           DISPLAY '  ITENS PENDENTES: ' WRK-PEN-QTD
                   ' VALOR: ' WRK-MOEDA-SIMBOLO WRK-VALOR-PENDENTE-ED
                   ' - GRAVADOS NO ARQUIVO DE PENDENCIAS'.
       0292-GRAVAR-UMA-PENDENCIA.
      *>********* GRAVANDO UM ITEM PENDENTE COM O CABECALHO DO PEDIDO
           MOVE WRK-PEN-DADOS(WRK-PEN-IDX) TO WRK-PED-ITEM.
           MOVE WRK-NUMERO TO BKO-PEDIDO.
           MOVE WRK-PEN-ITEM(WRK-PEN-IDX) TO BKO-ITEM.
           MOVE WRK-ITEM-PRODUTO TO BKO-PRODUTO.
           MOVE 1 TO BKO-QUANTIDADE.
           MOVE WRK-ITEM-VALOR TO BKO-VALOR.
           MOVE WRK-ITEM-PESO TO BKO-PESO.
           MOVE WRK-DATA-ATUAL TO BKO-DATA.
           MOVE 'A' TO BKO-STATUS.
           MOVE ZEROS TO BKO-DATA-LIB.
           MOVE WRK-PEN-FRETE-PAGO TO BKO-FRETE-PAGO.
           MOVE WRK-PRAZO-MAX TO BKO-PRAZO-MAX.
           MOVE WRK-ORD-REG(1)(2:110) TO BKO-CABECALHO.
           WRITE BACKORD-REC.
       0278-GRAVAR-ETIQUETA.
      *>********* IMPRIMINDO O BLOCO DE ETIQUETA DO PEDIDO ACEITO,
      *>          COM O MESMO SEQ DO MANIFESTO
           MOVE WRK-DATA-ATUAL TO EMB-DATA.
           MOVE 'E' TO EMB-STATUS.
           MOVE WRK-DATA-ATUAL TO EMB-DATA-STATUS.
           MOVE WRK-TRANSP-PEDIDO TO EMB-TRANSPORTADORA.
           MOVE WRK-FRETE TO EMB-FRETE.
           MOVE 'N' TO EMB-DEV-PROC.
           MOVE WRK-FILIAL TO EMB-FILIAL.
           MOVE WRK-DOC-SERIE TO EMB-SERIE.
           MOVE WRK-DOC-NUMERO TO EMB-DOCFISC.
           WRITE EMBARQUE-REC.
           PERFORM 0272-GRAVAR-ITENS-EMBARQUE.
       0272-GRAVAR-ITENS-EMBARQUE.
               MOVE WRK-ITEM-PRODUTO TO EMBI-PRODUTO
               MOVE WRK-ITEM-VALOR TO EMBI-VALOR
               WRITE EMBITEM-REC
               PERFORM 0276-BAIXAR-ESTOQUE-ITEM
           END-IF.
       0276-BAIXAR-ESTOQUE-ITEM.
      *>********* BAIXANDO UMA UNIDADE DO ITEM EMBARCADO NO PRODMST E
      *>          NO LOTE VALIDO QUE VENCE PRIMEIRO (O QUE NENHUM LOTE
      *>          COBRE E ESTOQUE FORA DE LOTE)
           MOVE WRK-ITEM-PRODUTO(1:5) TO WRK-PRODUTO-BUSCA.
           MOVE ZEROS TO WRK-PROD-ACHADO.
           PERFORM 0137-TESTAR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                  OR WRK-PROD-ACHADO > ZEROS.
           IF WRK-PROD-ACHADO > ZEROS
               IF WRK-PROD-ESTOQUE(WRK-PROD-ACHADO) = ZEROS
                   ADD 1 TO WRK-QTD-SEM-ESTOQUE
                   DISPLAY '  AVISO: ' WRK-PRODUTO-BUSCA
                           ' EMBARCADO SEM ESTOQUE NO CADASTRO'
               ELSE
                   SUBTRACT 1 FROM WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                   MOVE 'S' TO WRK-ESTOQUE-MEXIDO
                   IF NOT LOTES-ESTOURARAM
                       MOVE WRK-PRODUTO-BUSCA TO WRK-LOT-PROD-ALVO
                       MOVE 1 TO WRK-LOT-PEDIDO
                       PERFORM 9784-CONSUMIR-FEFO
                   END-IF
                   MOVE WRK-PRODUTO-BUSCA TO WRK-KDX-PRODUTO
                   MOVE 'EM' TO WRK-KDX-TIPO
                   MOVE SPACES TO WRK-KDX-DOCUMENTO
                   STRING 'PEDIDO ' WRK-NUMERO
                       DELIMITED BY SIZE
                     INTO WRK-KDX-DOCUMENTO
                   MOVE 1 TO WRK-KDX-SAIDA
                   MOVE WRK-PROD-CUSTO(WRK-PROD-ACHADO)
                       TO WRK-KDX-CUSTO
                   MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                       TO WRK-KDX-SALDO
                   MOVE 'EXPEDICAO' TO WRK-KDX-OPERADOR
                   PERFORM 9810-GRAVAR-MOVIMENTO
               END-IF
           END-IF.
       0275-POSTAR-VENDA.
      *>********* POSTANDO O PEDIDO ACEITO (VALOR MAIS IMPOSTO DE
           MOVE ZEROS TO VENDATRX-VAL-DINHEIRO.
           MOVE ZEROS TO VENDATRX-VAL-CARTAO.
           MOVE WRK-VENDA-POSTADA TO VENDATRX-VAL-PRAZO.
           MOVE WRK-DOC-SERIE TO VENDATRX-SERIE.
           MOVE WRK-DOC-NUMERO TO VENDATRX-DOCFISC.
           PERFORM 9886-GRAVAR-VENDATRX.
           MOVE 'E' TO WRK-DOC-SITUACAO.
           MOVE WRK-DATA-ATUAL TO WRK-DOC-DATA.
           MOVE WRK-HORA-ATUAL TO WRK-DOC-HORA.
           MOVE WRK-VENDA-POSTADA TO WRK-DOC-VALOR.
           MOVE WRK-NUMERO TO WRK-DOC-REFERENCIA.
           MOVE 'EXPEDICAO' TO WRK-DOC-OPERADOR.
           PERFORM 9843-GRAVAR-DOCUMENTO.
       0300-FINALIZAR.
      *>********* CONFERINDO O CONTROLE DO DECK (MODO NORMAL) E
      *>          FECHANDO O ULTIMO PEDIDO ABERTO
           CLOSE PEDIDOERR-FILE.
           CLOSE EMBARQUE-FILE.
           CLOSE VENDALOG-FILE.
           CLOSE ETIQUETA-FILE.

           CLOSE EMBITEM-FILE.
           CLOSE BACKORD-FILE.
           IF WRK-QTD-TROCAS > ZEROS
               DISPLAY ' TRANSPORTADORAS TROCADAS PELA EXPEDICAO: '
                       WRK-QTD-TROCAS
           END-IF.
           IF WRK-QTD-PENDENTES > ZEROS
               DISPLAY ' ITENS PENDENTES POR FALTA DE ESTOQUE: '
                       WRK-QTD-PENDENTES
           END-IF.
           IF WRK-ESTOQUE-MEXIDO = 'S'
               PERFORM 0360-GRAVAR-PRODUTOS
           END-IF.
           IF LOTES-MEXIDOS AND NOT LOTES-ESTOURARAM
               PERFORM 9795-GRAVAR-LOTES
           END-IF.
           IF WRK-QTD-SEM-ESTOQUE > ZEROS
               DISPLAY ' ITENS EMBARCADOS SEM ESTOQUE NO CADASTRO: '
                       WRK-QTD-SEM-ESTOQUE
           END-IF.
       0340-CONSOLIDAR-CARGAS.
      *>********* CONSOLIDANDO OS PEDIDOS ACEITOS EM CARGAS POR UF,
      *>          LIMITADAS PELO VALOR E PESO DO CARGACFG, COM A
           DISPLAY 'CARGA ' WRK-CARGA-NUMERO ' (' WRK-CARGA-UF
                   '): ' WRK-CARGA-QTD-PED ' PEDIDO(S).'.
           MOVE 'N' TO WRK-CARGA-ABERTA.
       0360-GRAVAR-PRODUTOS.
      *>********* REGRAVANDO O CADASTRO DE PRODUTOS COM A BAIXA DO
      *>          EMBARCADO
           OPEN OUTPUT PRODMST-FILE.
           PERFORM 0365-GRAVAR-UM-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD.
           CLOSE PRODMST-FILE.
       0365-GRAVAR-UM-PRODUTO.
      *>********* GRAVANDO UM PRODUTO NO CADASTRO
           MOVE WRK-PROD-LINHA(WRK-PROD-IDX) TO PRODMST-REC.
           WRITE PRODMST-REC.
           COPY 'VALIDANUM-PROC.cbl'
               REPLACING ==:CAMPO:== BY ==WRK-VALOR==.
           COPY 'MOEDA-PROC.cbl'.
                                             ==WRK-FRETEFAIXA==.
           COPY 'FAIXACFG-PROC.cbl' REPLACING ==:TABELA:== BY
                                             ==WRK-PESOFAIXA==.
           COPY 'LOTEFEFO-PROC.cbl'.
           COPY 'KARDEX-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL10'==.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL10'==.
           COPY 'DOCNUM-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL10'==.
           COPY 'VENDAPER-PROC.cbl'.
           COPY 'VENDAGRV-PROC.cbl'.
