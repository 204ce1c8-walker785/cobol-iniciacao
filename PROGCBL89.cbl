       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL89.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: DEVOLUCAO E TROCA DE MERCADORIA CONTRA QUALQUER
      *>           TICKET JA GRAVADO PELO PROGCBL17 (NAO SO A ULTIMA
      *>           VENDA DA SESSAO): O TICKET E LOCALIZADO PELO
      *>           NUMERO, FILIAL E DATA DA VENDA NO REGISTRO FIXO
      *>           (VENDATRX) E OS ITENS NO DIARIO (VENDALOG17)
      *> OBJETIVO: DEVOLVER TODOS OU SO ALGUNS ITENS DO TICKET, NUNCA
      *>           MAIS DO QUE O VENDIDO MENOS O JA DEVOLVIDO ANTES
      *>           (HISTORICO DEVOL17), REPONDO O ESTOQUE NO PRODMST
      *> OBJETIVO: LANCAR O ESTORNO COMO TIPO C NO REGISTRO FIXO E
      *>           NO DIARIO (LINHA CORRECAO COM O VENDEDOR DA VENDA,
      *>           PARA O PROGCBL29 ABATER A COMISSAO)
      *> OBJETIVO: DEVOLVER O VALOR PELO MEIO DE PAGAMENTO DA VENDA:
      *>           A PARTE A PRAZO ABATE O TITULO EM ABERTO NO
      *>           CONTAS A RECEBER, DEPOIS O ESTORNO NO CARTAO E POR
      *>           ULTIMO O DINHEIRO DA GAVETA (DESCONTADO NO
      *>           FECHAMENTO DE CAIXA DO PROGCBL17); OU CONVERTER O
      *>           DINHEIRO E O CARTAO EM VALE-TROCA (VALETROCA17)
      *> OBJETIVO: REGISTRAR CADA DEVOLUCAO NA TRILHA DE AUDITORIA
      *>           COM O TICKET E O CODIGO DO MOTIVO
      *> OBJETIVO: DEVOLVER EM PONTOS DE FIDELIDADE A PARTE DA VENDA
      *>           PAGA COM PONTOS (LANCAMENTO C NO EXTRATO PONTOS17,
      *>           ABATIDA LOGO DEPOIS DO PRAZO, NUNCA EM DINHEIRO) E
      *>           ESTORNAR OS PONTOS GANHOS NA PROPORCAO DO VALOR
      *>           DEVOLVIDO (LANCAMENTO E)
      *> OBJETIVO: PRESERVAR A CATEGORIA DO PRODUTO (PRODMST-CATEGORIA)
      *>           NA REGRAVACAO DO CADASTRO DE PRODUTOS
      *> OBJETIVO: GRAVAR NO RAZAO DE ESTOQUE (MOVESTQ, COPY KARDEX)
      *>           A ENTRADA DE CADA ITEM DEVOLVIDO REPOSTO, COM O
      *>           TICKET ORIGINAL E O SALDO RESULTANTE
      *> OBJETIVO: ABATER A PARTE A PRAZO DA VENDA PARCELADA NAS
      *>           PARCELAS EM ABERTO, DA ULTIMA PARA A PRIMEIRA
      *> OBJETIVO: COPIAR O TITULO COM O NOSSO NUMERO DO BOLETO NA
      *>           REGRAVACAO DO CONTAS A RECEBER
      *> OBJETIVO: GRAVAR O ESTORNO DA DEVOLUCAO NO VENDATRX SEM
      *>           DOCUMENTO FISCAL (SERIE E NUMERO ZERADOS)
      *> OBJETIVO: GRAVAR O VENDATRX NO ARQUIVO DO ANO/MES DO
      *>           LANCAMENTO (VENDATRXAAAAMM), ATUALIZANDO O DIRETORIO
      *>           DE PERIODOS (VENDADIR), E LER SO OS PERIODOS
      *>           NECESSARIOS
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDALOG-FILE ASSIGN TO 'VENDALOG17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDALOG-STATUS.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDATRX-STATUS.
           SELECT OPTIONAL VENDADIR-FILE ASSIGN TO 'VENDADIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDADIR-STATUS.
           SELECT OPTIONAL CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT OPTIONAL CONTASRECWRK-FILE
               ASSIGN TO 'CONTASREC17WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRECWRK-STATUS.
           SELECT OPTIONAL PRODMST-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMST-STATUS.
           SELECT OPTIONAL DEVOL-FILE ASSIGN TO 'DEVOL17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVOL-STATUS.
           SELECT OPTIONAL VALETROCA-FILE ASSIGN TO 'VALETROCA17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VALE-STATUS.
           SELECT OPTIONAL PONTOS-FILE ASSIGN TO 'PONTOS17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTOS-STATUS.
           SELECT OPTIONAL FIDCFG-FILE ASSIGN TO 'FIDCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FIDCFG-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVESTQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDALOG-FILE.
       01  VENDALOG-REC PIC X(120).
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  VENDADIR-FILE.
       01  VENDADIR-REC.
           COPY 'VENDADIR.cbl'.
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  CONTASRECWRK-FILE.
       01  CONTASRECWRK-REC PIC X(57).
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  DEVOL-FILE.
       01  DEVOL-REC.
           COPY 'DEVOLUCAO.cbl'.
       FD  VALETROCA-FILE.
       01  VALETROCA-REC.
           COPY 'VALETROCA.cbl'.
       FD  PONTOS-FILE.
       01  PONTOS-REC.
           COPY 'PONTOS.cbl'.
       FD  FIDCFG-FILE.
       01  FIDCFG-REC.
           COPY 'FIDCFG.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'VENDAGRV.cbl'.
       COPY 'MOEDA.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'FIDPTS.cbl'.
       COPY 'KARDEX.cbl'.
       77 WRK-VENDALOG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDATRX-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CRECWRK-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DEVOL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VALE-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRX-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDATRX VALUE 'S'.
       77 WRK-LOG-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDALOG VALUE 'S'.
       77 WRK-CREC-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTASREC VALUE 'S'.
       77 WRK-CRECWRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-CRECWRK VALUE 'S'.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRODMST VALUE 'S'.
       77 WRK-DEVOL-EOF PIC X(01) VALUE 'N'.
         88 FIM-DEVOL VALUE 'S'.
       77 WRK-VALE-EOF PIC X(01) VALUE 'N'.
         88 FIM-VALE VALUE 'S'.
      *>********* SESSAO: OPERADOR E FILIAL/CAIXA ONDE A DEVOLUCAO
      *>          E FEITA (O DINHEIRO SAI DESTA GAVETA)
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-FILIAL PIC 9(02) VALUE 5.
       77 WRK-SEQ PIC 9(05) VALUE ZEROS.
       77 WRK-OPCAO PIC 9(01) VALUE ZEROS.
         88 OPCAO-DEVOLUCAO VALUE 1.
         88 OPCAO-SAIR VALUE 0.
      *>********* TICKET ORIGINAL PROCURADO
       77 WRK-TKT-NUMERO PIC 9(05) VALUE ZEROS.
       77 WRK-TKT-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-TKT-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-TICKET-TXT PIC X(05) VALUE SPACES.
       77 WRK-FILIAL-TXT PIC X(02) VALUE SPACES.
       77 WRK-DATA-TXT PIC X(08) VALUE SPACES.
      *>********* VENDA ORIGINAL NO REGISTRO FIXO
       77 WRK-VENDA-ACHADA PIC X(01) VALUE 'N'.
         88 VENDA-ACHADA VALUE 'S'.
       77 WRK-VENDA-CORRIGIDA PIC X(01) VALUE 'N'.
         88 VENDA-CORRIGIDA VALUE 'S'.
       77 WRK-VDA-SEQ PIC 9(05) VALUE ZEROS.
       77 WRK-VDA-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VDA-DINHEIRO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VDA-CARTAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VDA-PRAZO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VDA-PONTOS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VDA-VENDEDOR PIC X(05) VALUE SPACES.
      *>********* ITENS DO TICKET LIDOS DO DIARIO, COM O JA
      *>          DEVOLVIDO ANTES E O QUE SE DEVOLVE AGORA
       01 WRK-ITN-TAB.
          02 WRK-ITN-LINHA OCCURS 20 TIMES.
             03 WRK-ITN-CODIGO PIC X(05).
             03 WRK-ITN-QTD-VENDIDA PIC 9(03).
             03 WRK-ITN-VALOR PIC 9(08)V99.
             03 WRK-ITN-QTD-DEVOLVIDA PIC 9(03).
             03 WRK-ITN-VAL-DEVOLVIDO PIC 9(08)V99.
             03 WRK-ITN-QTD-AGORA PIC 9(03).
             03 WRK-ITN-VAL-AGORA PIC 9(08)V99.
             03 WRK-ITN-DINHEIRO PIC 9(08)V99.
             03 WRK-ITN-CARTAO PIC 9(08)V99.
             03 WRK-ITN-PRAZO PIC 9(08)V99.
             03 WRK-ITN-PONTOS PIC 9(08)V99.
       77 WRK-ITN-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-ITN-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ITN-DISPONIVEL PIC 9(03) VALUE ZEROS.
       77 WRK-ITN-DISPONIVEL-TOT PIC 9(05) VALUE ZEROS.
       77 WRK-ITN-DEVOLVER-TOT PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIDA PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-OK PIC X(01) VALUE 'N'.
         88 QTD-VALIDA VALUE 'S'.
      *>********* LEITURA DO DIARIO: PROCURANDO O CABECALHO DO
      *>          TICKET (P), LENDO AS LINHAS DE ITEM (I) OU ENCERRADA
      *>          (F)
       77 WRK-LOG-FASE PIC X(01) VALUE 'P'.
         88 FASE-PROCURA VALUE 'P'.
         88 FASE-ITENS VALUE 'I'.
         88 FASE-FIM VALUE 'F'.
       77 WRK-LOG-LIDO PIC X(120) VALUE SPACES.
       77 WRK-POS-VARRE PIC 9(03) VALUE ZEROS.
       77 WRK-POS-VALOR PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-TICKET PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-FILIAL PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-DATA PIC X(01) VALUE 'N'.
       77 WRK-LOG-VENDEDOR PIC X(05) VALUE SPACES.
       01 WRK-BRUTO-TXT.
          02 WRK-BRUTO-DIGITOS PIC 9(08)V99.
       01 WRK-QTD-TXT.
          02 WRK-QTD-DIGITOS PIC 9(03).
      *>********* HISTORICO DE DEVOLUCOES DO TICKET: O JA ABATIDO DE
      *>          CADA MEIO DE PAGAMENTO EM DEVOLUCOES ANTERIORES
       77 WRK-JA-DINHEIRO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-JA-CARTAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-JA-PRAZO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-JA-PONTOS PIC 9(08)V99 VALUE ZEROS.
      *>********* SALDO DE CADA MEIO AINDA DISPONIVEL PARA ABATER E
      *>          A REPARTICAO DA DEVOLUCAO CORRENTE
       77 WRK-REST-CARTAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-REST-PRAZO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-REST-PONTOS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SOBRA-ITEM PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DEV-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DEV-DINHEIRO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DEV-CARTAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DEV-PRAZO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DEV-VALE PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DEV-PONTOS PIC 9(08)V99 VALUE ZEROS.
      *>********* PONTOS DE FIDELIDADE DO TICKET NO EXTRATO: GANHOS
      *>          E RESGATADOS NA VENDA, O JA ESTORNADO/DEVOLVIDO EM
      *>          DEVOLUCOES ANTERIORES E O DESTA DEVOLUCAO
       77 WRK-TKT-CLIENTE PIC X(05) VALUE SPACES.
       77 WRK-TKT-PTS-GANHO PIC 9(07) VALUE ZEROS.
       77 WRK-TKT-VAL-GANHO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TKT-PTS-RESGATE PIC 9(07) VALUE ZEROS.
       77 WRK-TKT-VAL-RESGATE PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TKT-PTS-ESTORNADO PIC 9(07) VALUE ZEROS.
       77 WRK-TKT-PTS-CREDITADO PIC 9(07) VALUE ZEROS.
       77 WRK-JA-BASE PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DEV-BASE PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DEV-PTS-ESTORNO PIC 9(07) VALUE ZEROS.
       77 WRK-DEV-PTS-CREDITO PIC 9(07) VALUE ZEROS.
       77 WRK-PTS-LIMITE PIC 9(07) VALUE ZEROS.
       77 WRK-PTS-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-BRUTO-LOG PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* TITULOS A PRAZO DA VENDA NO CONTAS A RECEBER (UM
      *>          POR PARCELA; O EM ABERTO NAO PODE PASSAR DO PRAZO
      *>          DA VENDA MENOS O JA CREDITADO EM DEVOLUCOES
      *>          ANTERIORES) E O QUE ABATER EM CADA PARCELA
       77 WRK-TITULO-ACHADO PIC X(01) VALUE 'N'.
         88 TITULO-ABERTO VALUE 'S'.
       77 WRK-TITULO-ESPERADO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TITULO-LIMITE PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TITULO-CREDITADO PIC X(01) VALUE 'N'.
       01 WRK-PRC-TAB.
          02 WRK-PRC-LINHA OCCURS 12 TIMES.
             03 WRK-PRC-ABERTO PIC 9(08)V99.
             03 WRK-PRC-ABATER PIC 9(08)V99.
       77 WRK-PRC-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PRC-LIDA PIC 9(02) VALUE ZEROS.
       77 WRK-PRC-RESTO PIC 9(08)V99 VALUE ZEROS.
      *>********* MOTIVO, FORMA DE DEVOLUCAO E CONFIRMACAO
       77 WRK-MOTIVO PIC 9(01) VALUE ZEROS.
         88 MOTIVO-VALIDO VALUE 1 THRU 5.
       01 WRK-MOTIVO-TABELA.
          02 FILLER PIC X(15) VALUE 'DEFEITO'.
          02 FILLER PIC X(15) VALUE 'DESISTENCIA'.
          02 FILLER PIC X(15) VALUE 'TROCA DE MODELO'.
          02 FILLER PIC X(15) VALUE 'ERRO NA VENDA'.
          02 FILLER PIC X(15) VALUE 'OUTROS'.
       01 WRK-MOTIVO-TAB REDEFINES WRK-MOTIVO-TABELA.
          02 WRK-MOTIVO-DESCRICAO PIC X(15) OCCURS 5 TIMES.
       77 WRK-FORMA PIC X(01) VALUE 'M'.
         88 FORMA-MEIO-ORIGINAL VALUE 'M'.
         88 FORMA-VALE VALUE 'V'.
       77 WRK-FORMA-OPCAO PIC 9(01) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-DEV-SITUACAO PIC X(01) VALUE 'S'.
         88 DEVOLUCAO-VALIDA VALUE 'S'.
      *>********* VALE-TROCA
       77 WRK-VALE-NUMERO PIC 9(06) VALUE ZEROS.
      *>********* PRODUTOS EM MEMORIA PARA A REPOSICAO
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
       77 WRK-PRODUTO-COD PIC X(05) VALUE SPACES.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-ESTOQUE-MEXIDO PIC X(01) VALUE 'N'.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
      *>********* TOTAIS DA SESSAO
       77 WRK-QTD-DEVOLUCOES PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-DINHEIRO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CARTAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PRAZO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VALE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PONTOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-DATAHORA.
          02 WRK-DATA-ATUAL PIC 9(08) VALUE ZEROS.
          02 WRK-HORA-ATUAL PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0040-IDENTIFICAR-SESSAO.
           PERFORM 9610-SELECIONAR-MOEDA.
           PERFORM 9750-CARREGAR-FIDELIDADE.
           PERFORM 0060-CARREGAR-PRODUTOS.
           PERFORM 0095-SEMEAR-NUMERACAO.
           PERFORM 0100-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           GOBACK.
       0040-IDENTIFICAR-SESSAO.
      *>********* IDENTIFICANDO O OPERADOR E A FILIAL/CAIXA ONDE A
      *>          DEVOLUCAO E ATENDIDA
           DISPLAY '***************************************'.
           DISPLAY ' DEVOLUCAO E TROCA DE MERCADORIA'.
           DISPLAY '***************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           IF WRK-OPERADOR = SPACES
               MOVE 'CAIXA' TO WRK-OPERADOR
           END-IF.
           PERFORM 0110-LER-FILIAL WITH TEST AFTER
               UNTIL WRK-FILIAL >= 1
                 AND WRK-FILIAL <= WRK-MAX-FILIAL.
       0110-LER-FILIAL.
      *>********* LENDO E VALIDANDO A FILIAL/CAIXA DA SESSAO
           DISPLAY 'FILIAL/CAIXA DA DEVOLUCAO (01 A 05): '.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           IF WRK-FILIAL < 1 OR WRK-FILIAL > WRK-MAX-FILIAL
               DISPLAY 'FILIAL INVALIDA. INFORME DE 01 A 05.'
           END-IF.
       0060-CARREGAR-PRODUTOS.
      *>********* CARREGANDO O CADASTRO DE PRODUTOS PARA A REPOSICAO
      *>          (SEM O CADASTRO, A DEVOLUCAO SEGUE SEM REPOSICAO)
           OPEN INPUT PRODMST-FILE.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0065-LER-PRODUTO UNTIL FIM-PRODMST
           END-IF.
           CLOSE PRODMST-FILE.
           IF CARGA-ESTOUROU
      *>********* CADASTRO MAIOR QUE A TABELA: A REGRAVACAO PERDERIA
      *>          OS PRODUTOS EXCEDENTES, ENTAO A SESSAO RODA SEM
      *>          REPOSICAO DE ESTOQUE, COMO NO PROGCBL17
               DISPLAY 'CADASTRO DE PRODUTOS MAIOR QUE A TABELA '
                       '(50) - SESSAO SEM REPOSICAO DE ESTOQUE.'
               MOVE ZEROS TO WRK-PROD-QTD
           END-IF.
       0065-LER-PRODUTO.
      *>********* LENDO UM PRODUTO DO CADASTRO
           READ PRODMST-FILE
               AT END
                   MOVE 'S' TO WRK-PRODMST-EOF
               NOT AT END
                   IF WRK-PROD-QTD >= 50
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-PROD-QTD
                       MOVE PRODMST-REC
                           TO WRK-PROD-LINHA(WRK-PROD-QTD)
                   END-IF
           END-READ.
       0095-SEMEAR-NUMERACAO.
      *>********* SEMEANDO A SEQ DO REGISTRO FIXO COM A MAIOR JA
      *>          GRAVADA HOJE NESTA FILIAL, COMO O PROGCBL17, PARA
      *>          O ESTORNO NAO REPETIR O PAR (FILIAL, SEQ) QUE A
      *>          CONSOLIDACAO DO PROGCBL74 REJEITA
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE 'N' TO WRK-TRX-EOF.
           MOVE WRK-DATA-ATUAL(1:6) TO WRK-VTP-ANOMES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-VENDATRX-STATUS = '00'
               PERFORM 0097-LER-TRX-SEMENTE UNTIL FIM-VENDATRX
           END-IF.
           CLOSE VENDATRX-FILE.
       0097-LER-TRX-SEMENTE.
      *>********* GUARDANDO A MAIOR SEQ DE HOJE DESTA FILIAL
           READ VENDATRX-FILE
               AT END
                   MOVE 'S' TO WRK-TRX-EOF
               NOT AT END
                   IF VENDATRX-DATA = WRK-DATA-ATUAL
                      AND VENDATRX-FILIAL = WRK-FILIAL
                      AND VENDATRX-SEQ > WRK-SEQ
                       MOVE VENDATRX-SEQ TO WRK-SEQ
                   END-IF
           END-READ.
       0100-EXIBIR-MENU.
      *>********* MENU DA SESSAO DE DEVOLUCOES
           DISPLAY '-------------------------------------------'.
           DISPLAY '1-DEVOLUCAO/TROCA DE TICKET   0-ENCERRAR'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'ESCOLHA A OPCAO: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-DEVOLUCAO
                   PERFORM 0200-PROCESSAR-DEVOLUCAO
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       0200-PROCESSAR-DEVOLUCAO.
      *>********* ATENDENDO UMA DEVOLUCAO: LOCALIZAR O TICKET, LER AS
      *>          QUANTIDADES, REPARTIR O VALOR PELOS MEIOS DA VENDA E,
      *>          CONFIRMADA, EFETIVAR. CADA PASSO SO RODA SE O
      *>          ANTERIOR DEIXOU A DEVOLUCAO VALIDA
           MOVE 'S' TO WRK-DEV-SITUACAO.
           PERFORM 0205-LER-TICKET.
           PERFORM 0210-LOCALIZAR-VENDA.
           IF DEVOLUCAO-VALIDA
               PERFORM 0220-CARREGAR-ITENS
           END-IF.
           IF DEVOLUCAO-VALIDA
               PERFORM 0230-CARREGAR-DEVOLVIDOS
               PERFORM 0240-EXIBIR-ITENS
           END-IF.
           IF DEVOLUCAO-VALIDA
               PERFORM 0250-LER-QUANTIDADES
           END-IF.
           IF DEVOLUCAO-VALIDA
               PERFORM 0260-LER-MOTIVO WITH TEST AFTER
                   UNTIL MOTIVO-VALIDO
               PERFORM 0265-LOCALIZAR-TITULO
               PERFORM 0268-LOCALIZAR-PONTOS
               PERFORM 0270-REPARTIR-VALOR
               PERFORM 0278-APURAR-PONTOS
               PERFORM 0280-LER-FORMA
               PERFORM 0290-CONFIRMAR
           END-IF.
           IF DEVOLUCAO-VALIDA
               PERFORM 0400-EFETIVAR-DEVOLUCAO
           END-IF.
       0205-LER-TICKET.
      *>********* LENDO O TICKET ORIGINAL: NUMERO, FILIAL E DATA DA
      *>          VENDA (O TICKET RECOMECA A CADA DIA, ENTAO SO O
      *>          NUMERO NAO IDENTIFICA A VENDA)
           DISPLAY 'NUMERO DO TICKET: '.
           ACCEPT WRK-TKT-NUMERO FROM CONSOLE.
           DISPLAY 'FILIAL DA VENDA (00 = ESTA FILIAL): '.
           ACCEPT WRK-TKT-FILIAL FROM CONSOLE.
           IF WRK-TKT-FILIAL = ZEROS
               MOVE WRK-FILIAL TO WRK-TKT-FILIAL
           END-IF.
           DISPLAY 'DATA DA VENDA AAAAMMDD (0 = HOJE): '.
           ACCEPT WRK-TKT-DATA FROM CONSOLE.
           IF WRK-TKT-DATA = ZEROS
               ACCEPT WRK-TKT-DATA FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-TKT-NUMERO TO WRK-TICKET-TXT.
           MOVE WRK-TKT-FILIAL TO WRK-FILIAL-TXT.
           MOVE WRK-TKT-DATA TO WRK-DATA-TXT.
       0210-LOCALIZAR-VENDA.
      *>********* LOCALIZANDO A VENDA (TIPO V DO PROGCBL17) NO
      *>          REGISTRO FIXO, COM A QUEBRA POR MEIO DE PAGAMENTO;
      *>          TICKET JA ESTORNADO INTEIRO PELA CORRECAO DO
      *>          PROGCBL17 NAO ACEITA DEVOLUCAO. SO O ARQUIVO DO
      *>          PERIODO DA DATA DA VENDA E LIDO
           MOVE 'N' TO WRK-VENDA-ACHADA.
           MOVE 'N' TO WRK-VENDA-CORRIGIDA.
           MOVE 'N' TO WRK-TRX-EOF.
           MOVE WRK-TKT-DATA(1:6) TO WRK-VTP-ANOMES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-VENDATRX-STATUS = '00'
               PERFORM 0215-LER-VENDATRX UNTIL FIM-VENDATRX
           END-IF.
           CLOSE VENDATRX-FILE.
           IF NOT VENDA-ACHADA
               DISPLAY 'TICKET ' WRK-TKT-NUMERO ' DA FILIAL '
                       WRK-TKT-FILIAL ' NAO ENCONTRADO EM '
                       WRK-TKT-DATA '.'
               MOVE 'N' TO WRK-DEV-SITUACAO
           ELSE
               IF VENDA-CORRIGIDA
                   DISPLAY 'TICKET JA ESTORNADO PELA CORRECAO DO '
                           'CAIXA - NADA A DEVOLVER.'
                   MOVE 'N' TO WRK-DEV-SITUACAO
               END-IF
           END-IF.
       0215-LER-VENDATRX.
      *>********* LENDO UMA TRANSACAO E TESTANDO SE E A VENDA (OU A
      *>          CORRECAO) DO TICKET PROCURADO
           READ VENDATRX-FILE
               AT END
                   MOVE 'S' TO WRK-TRX-EOF
               NOT AT END
                   IF VENDATRX-TICKET = WRK-TKT-NUMERO
                      AND VENDATRX-FILIAL = WRK-TKT-FILIAL
                      AND VENDATRX-DATA = WRK-TKT-DATA
                      AND VENDATRX-ORIGEM = 'PROGCBL17'
                       EVALUATE VENDATRX-TIPO
                           WHEN 'V'
                               MOVE 'S' TO WRK-VENDA-ACHADA
                               MOVE VENDATRX-SEQ TO WRK-VDA-SEQ
                               MOVE VENDATRX-VALOR TO WRK-VDA-VALOR
                               MOVE VENDATRX-VAL-DINHEIRO
                                   TO WRK-VDA-DINHEIRO
                               MOVE VENDATRX-VAL-CARTAO
                                   TO WRK-VDA-CARTAO
                               MOVE VENDATRX-VAL-PRAZO
                                   TO WRK-VDA-PRAZO
                               PERFORM 0217-APURAR-PARTE-PONTOS
                           WHEN 'C'
                               MOVE 'S' TO WRK-VENDA-CORRIGIDA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       0217-APURAR-PARTE-PONTOS.
      *>********* A PARTE DA VENDA PAGA COM PONTOS E A DIFERENCA
      *>          ENTRE O VALOR E A SOMA DOS OUTROS MEIOS
           IF WRK-VDA-VALOR > WRK-VDA-DINHEIRO + WRK-VDA-CARTAO
                              + WRK-VDA-PRAZO
               COMPUTE WRK-VDA-PONTOS = WRK-VDA-VALOR
                   - WRK-VDA-DINHEIRO - WRK-VDA-CARTAO
                   - WRK-VDA-PRAZO
           ELSE
               MOVE ZEROS TO WRK-VDA-PONTOS
           END-IF.
       0220-CARREGAR-ITENS.
      *>********* LENDO NO DIARIO O CABECALHO DO TICKET (LINHA SEQ=
      *>          ... VALOR= COM TICKET=, FIL= E DATA= DA VENDA) E AS
      *>          LINHAS DE ITEM GRAVADAS LOGO ABAIXO DELE
           MOVE ZEROS TO WRK-ITN-QTD.
           MOVE SPACES TO WRK-VDA-VENDEDOR.
           MOVE 'P' TO WRK-LOG-FASE.
           MOVE 'N' TO WRK-LOG-EOF.
           OPEN INPUT VENDALOG-FILE.
           IF WRK-VENDALOG-STATUS = '00'
               PERFORM 0225-LER-DIARIO
                   UNTIL FIM-VENDALOG OR FASE-FIM
           END-IF.
           CLOSE VENDALOG-FILE.
           IF WRK-ITN-QTD = ZEROS
               DISPLAY 'ITENS DO TICKET NAO ENCONTRADOS NO DIARIO - '
                       'DEVOLUCAO NAO PODE SER FEITA POR ITEM.'
               MOVE 'N' TO WRK-DEV-SITUACAO
           END-IF.
       0225-LER-DIARIO.
      *>********* LENDO UMA LINHA DO DIARIO CONFORME A FASE
           READ VENDALOG-FILE INTO WRK-LOG-LIDO
               AT END
                   MOVE 'S' TO WRK-LOG-EOF
               NOT AT END
                   IF FASE-PROCURA
                       PERFORM 0226-TESTAR-CABECALHO
                   ELSE
                       PERFORM 0228-TESTAR-ITEM
                   END-IF
           END-READ.
       0226-TESTAR-CABECALHO.
      *>********* TESTANDO SE A LINHA E O CABECALHO DO TICKET (A
      *>          LINHA DE CORRECAO TEM CORRECAO NO LUGAR DE VALOR=)
           IF WRK-LOG-LIDO(1:4) = 'SEQ='
              AND WRK-LOG-LIDO(10:7) = ' VALOR='
               MOVE 'N' TO WRK-ACHOU-TICKET
               MOVE 'N' TO WRK-ACHOU-FILIAL
               MOVE 'N' TO WRK-ACHOU-DATA
               MOVE SPACES TO WRK-LOG-VENDEDOR
               PERFORM 0227-VARRER-MARCADOR
                   VARYING WRK-POS-VARRE FROM 1 BY 1
                   UNTIL WRK-POS-VARRE > 110
               IF WRK-ACHOU-TICKET = 'S'
                  AND WRK-ACHOU-FILIAL = 'S'
                  AND WRK-ACHOU-DATA = 'S'
                   MOVE 'I' TO WRK-LOG-FASE
                   MOVE WRK-LOG-VENDEDOR TO WRK-VDA-VENDEDOR
               END-IF
           END-IF.
       0227-VARRER-MARCADOR.
      *>********* COMPARANDO UMA POSICAO DA LINHA COM OS MARCADORES
      *>          TICKET=, FIL=, DATA= E VEND= DO CABECALHO
           EVALUATE TRUE
               WHEN WRK-LOG-LIDO(WRK-POS-VARRE:8) = ' TICKET='
                   ADD 8 TO WRK-POS-VARRE GIVING WRK-POS-VALOR
                   IF WRK-LOG-LIDO(WRK-POS-VALOR:5) = WRK-TICKET-TXT
                       MOVE 'S' TO WRK-ACHOU-TICKET
                   END-IF
               WHEN WRK-LOG-LIDO(WRK-POS-VARRE:5) = ' FIL='
                   ADD 5 TO WRK-POS-VARRE GIVING WRK-POS-VALOR
                   IF WRK-LOG-LIDO(WRK-POS-VALOR:2) = WRK-FILIAL-TXT
                       MOVE 'S' TO WRK-ACHOU-FILIAL
                   END-IF
               WHEN WRK-LOG-LIDO(WRK-POS-VARRE:6) = ' DATA='
                   ADD 6 TO WRK-POS-VARRE GIVING WRK-POS-VALOR
                   IF WRK-LOG-LIDO(WRK-POS-VALOR:8) = WRK-DATA-TXT
                       MOVE 'S' TO WRK-ACHOU-DATA
                   END-IF
               WHEN WRK-LOG-LIDO(WRK-POS-VARRE:6) = ' VEND='
                   ADD 6 TO WRK-POS-VARRE GIVING WRK-POS-VALOR
                   MOVE WRK-LOG-LIDO(WRK-POS-VALOR:5)
                       TO WRK-LOG-VENDEDOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0228-TESTAR-ITEM.
      *>********* GUARDANDO UMA LINHA DE ITEM DO TICKET (TICKET=
      *>          ITEM= QTD= VALOR= DATA= BRUTO=, EM POSICOES FIXAS);
      *>          A PRIMEIRA LINHA QUE NAO FOR ITEM DO TICKET ENCERRA
           IF WRK-LOG-LIDO(1:7) = 'TICKET='
              AND WRK-LOG-LIDO(8:5) = WRK-TICKET-TXT
              AND WRK-LOG-LIDO(13:6) = ' ITEM='
              AND WRK-LOG-LIDO(58:8) = WRK-DATA-TXT
              AND WRK-ITN-QTD < 20
               ADD 1 TO WRK-ITN-QTD
               MOVE WRK-LOG-LIDO(19:5) TO WRK-ITN-CODIGO(WRK-ITN-QTD)
               MOVE WRK-LOG-LIDO(29:3) TO WRK-QTD-TXT
               MOVE WRK-QTD-DIGITOS
                   TO WRK-ITN-QTD-VENDIDA(WRK-ITN-QTD)
               MOVE WRK-LOG-LIDO(73:10) TO WRK-BRUTO-TXT
               MOVE WRK-BRUTO-DIGITOS TO WRK-ITN-VALOR(WRK-ITN-QTD)
               MOVE ZEROS TO WRK-ITN-QTD-DEVOLVIDA(WRK-ITN-QTD)
               MOVE ZEROS TO WRK-ITN-VAL-DEVOLVIDO(WRK-ITN-QTD)
               MOVE ZEROS TO WRK-ITN-QTD-AGORA(WRK-ITN-QTD)
               MOVE ZEROS TO WRK-ITN-VAL-AGORA(WRK-ITN-QTD)
           ELSE
               MOVE 'F' TO WRK-LOG-FASE
           END-IF.
       0230-CARREGAR-DEVOLVIDOS.
      *>********* SOMANDO O QUE JA FOI DEVOLVIDO DE CADA LINHA DO
      *>          TICKET E O JA ABATIDO DE CADA MEIO DE PAGAMENTO
           MOVE ZEROS TO WRK-JA-DINHEIRO.
           MOVE ZEROS TO WRK-JA-CARTAO.
           MOVE ZEROS TO WRK-JA-PRAZO.
           MOVE ZEROS TO WRK-JA-PONTOS.
           MOVE 'N' TO WRK-DEVOL-EOF.
           OPEN INPUT DEVOL-FILE.
           IF WRK-DEVOL-STATUS = '00'
               PERFORM 0235-LER-DEVOLVIDO UNTIL FIM-DEVOL
           END-IF.
           CLOSE DEVOL-FILE.
       0235-LER-DEVOLVIDO.
      *>********* LENDO UMA DEVOLUCAO ANTERIOR E SOMANDO A DO TICKET
           READ DEVOL-FILE
               AT END
                   MOVE 'S' TO WRK-DEVOL-EOF
               NOT AT END
                   IF DEV-TICKET = WRK-TKT-NUMERO
                      AND DEV-FILIAL-VENDA = WRK-TKT-FILIAL
                      AND DEV-DATA-VENDA = WRK-TKT-DATA
                      AND DEV-LINHA >= 1
                      AND DEV-LINHA <= WRK-ITN-QTD
                       ADD DEV-QTD
                           TO WRK-ITN-QTD-DEVOLVIDA(DEV-LINHA)
                       ADD DEV-VALOR
                           TO WRK-ITN-VAL-DEVOLVIDO(DEV-LINHA)
                       ADD DEV-VAL-DINHEIRO TO WRK-JA-DINHEIRO
                       ADD DEV-VAL-CARTAO TO WRK-JA-CARTAO
                       ADD DEV-VAL-PRAZO TO WRK-JA-PRAZO
                       COMPUTE WRK-JA-PONTOS = WRK-JA-PONTOS
                           + DEV-VALOR - DEV-VAL-DINHEIRO
                           - DEV-VAL-CARTAO - DEV-VAL-PRAZO
                   END-IF
           END-READ.
       0240-EXIBIR-ITENS.
      *>********* EXIBINDO OS ITENS DO TICKET COM O VENDIDO E O JA
      *>          DEVOLVIDO; TICKET SEM SALDO A DEVOLVER E RECUSADO
           MOVE WRK-VDA-VALOR TO WRK-VALOR-ED.
           DISPLAY 'TICKET ' WRK-TKT-NUMERO ' FILIAL ' WRK-TKT-FILIAL
                   ' DE ' WRK-TKT-DATA ' - TOTAL '
                   WRK-MOEDA-SIMBOLO WRK-VALOR-ED.
           MOVE ZEROS TO WRK-ITN-DISPONIVEL-TOT.
           PERFORM 0245-EXIBIR-UM-ITEM
               VARYING WRK-ITN-IDX FROM 1 BY 1
               UNTIL WRK-ITN-IDX > WRK-ITN-QTD.
           IF WRK-ITN-DISPONIVEL-TOT = ZEROS
               DISPLAY 'TODOS OS ITENS DO TICKET JA FORAM '
                       'DEVOLVIDOS.'
               MOVE 'N' TO WRK-DEV-SITUACAO
           END-IF.
       0245-EXIBIR-UM-ITEM.
      *>********* EXIBINDO UMA LINHA DO TICKET
           MOVE WRK-ITN-VALOR(WRK-ITN-IDX) TO WRK-VALOR-ED.
           IF WRK-ITN-QTD-DEVOLVIDA(WRK-ITN-IDX) <
              WRK-ITN-QTD-VENDIDA(WRK-ITN-IDX)
               COMPUTE WRK-ITN-DISPONIVEL =
                   WRK-ITN-QTD-VENDIDA(WRK-ITN-IDX)
                   - WRK-ITN-QTD-DEVOLVIDA(WRK-ITN-IDX)
           ELSE
               MOVE ZEROS TO WRK-ITN-DISPONIVEL
           END-IF.
           ADD WRK-ITN-DISPONIVEL TO WRK-ITN-DISPONIVEL-TOT.
           DISPLAY '  ' WRK-ITN-IDX ' ' WRK-ITN-CODIGO(WRK-ITN-IDX)
                   ' VENDIDO: ' WRK-ITN-QTD-VENDIDA(WRK-ITN-IDX)
                   ' JA DEVOLVIDO: '
                   WRK-ITN-QTD-DEVOLVIDA(WRK-ITN-IDX)
                   ' VALOR: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED.
       0250-LER-QUANTIDADES.
      *>********* LENDO A QUANTIDADE A DEVOLVER DE CADA LINHA COM
      *>          SALDO; NENHUMA QUANTIDADE INFORMADA CANCELA
           MOVE ZEROS TO WRK-ITN-DEVOLVER-TOT.
           MOVE ZEROS TO WRK-DEV-VALOR.
           PERFORM 0255-LER-QTD-ITEM
               VARYING WRK-ITN-IDX FROM 1 BY 1
               UNTIL WRK-ITN-IDX > WRK-ITN-QTD.
           IF WRK-ITN-DEVOLVER-TOT = ZEROS
               DISPLAY 'NENHUM ITEM INFORMADO - DEVOLUCAO CANCELADA.'
               MOVE 'N' TO WRK-DEV-SITUACAO
           END-IF.
       0255-LER-QTD-ITEM.
      *>********* LENDO A QUANTIDADE DE UMA LINHA (ATE O SALDO) E
      *>          APURANDO O VALOR PROPORCIONAL; A DEVOLUCAO QUE
      *>          ZERA O SALDO DA LINHA LEVA O RESTO EXATO DO VALOR,
      *>          PARA O ARREDONDAMENTO NAO SOBRAR CENTAVO
           MOVE ZEROS TO WRK-ITN-QTD-AGORA(WRK-ITN-IDX).
           MOVE ZEROS TO WRK-ITN-VAL-AGORA(WRK-ITN-IDX).
           IF WRK-ITN-QTD-DEVOLVIDA(WRK-ITN-IDX) <
              WRK-ITN-QTD-VENDIDA(WRK-ITN-IDX)
               COMPUTE WRK-ITN-DISPONIVEL =
                   WRK-ITN-QTD-VENDIDA(WRK-ITN-IDX)
                   - WRK-ITN-QTD-DEVOLVIDA(WRK-ITN-IDX)
               PERFORM 0257-LER-QTD WITH TEST AFTER
                   UNTIL QTD-VALIDA
               MOVE WRK-QTD-LIDA TO WRK-ITN-QTD-AGORA(WRK-ITN-IDX)
               IF WRK-QTD-LIDA > ZEROS
                   ADD WRK-QTD-LIDA TO WRK-ITN-DEVOLVER-TOT
                   IF WRK-QTD-LIDA = WRK-ITN-DISPONIVEL
                       COMPUTE WRK-ITN-VAL-AGORA(WRK-ITN-IDX) =
                           WRK-ITN-VALOR(WRK-ITN-IDX)
                           - WRK-ITN-VAL-DEVOLVIDO(WRK-ITN-IDX)
                   ELSE
                       COMPUTE WRK-ITN-VAL-AGORA(WRK-ITN-IDX)
                           ROUNDED =
                           WRK-ITN-VALOR(WRK-ITN-IDX) * WRK-QTD-LIDA
                           / WRK-ITN-QTD-VENDIDA(WRK-ITN-IDX)
                   END-IF
                   ADD WRK-ITN-VAL-AGORA(WRK-ITN-IDX)
                       TO WRK-DEV-VALOR
               END-IF
           END-IF.
       0257-LER-QTD.
      *>********* LENDO E VALIDANDO A QUANTIDADE DE UMA LINHA
           MOVE 'N' TO WRK-QTD-OK.
           DISPLAY 'QTD A DEVOLVER DE '
                   WRK-ITN-CODIGO(WRK-ITN-IDX)
                   ' (0 A ' WRK-ITN-DISPONIVEL '): '.
           ACCEPT WRK-QTD-LIDA FROM CONSOLE.
           IF WRK-QTD-LIDA > WRK-ITN-DISPONIVEL
               DISPLAY 'QUANTIDADE MAIOR QUE O SALDO VENDIDO DA '
                       'LINHA. INFORME DE NOVO.'
           ELSE
               MOVE 'S' TO WRK-QTD-OK
           END-IF.
       0260-LER-MOTIVO.
      *>********* LENDO O CODIGO DO MOTIVO DA DEVOLUCAO
           DISPLAY 'MOTIVO: 1-DEFEITO 2-DESISTENCIA 3-TROCA DE '
                   'MODELO 4-ERRO NA VENDA 5-OUTROS'.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           IF NOT MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO. INFORME DE 1 A 5.'
           END-IF.
       0265-LOCALIZAR-TITULO.
      *>********* SOMANDO AS PARCELAS EM ABERTO DA PARTE A PRAZO DA
      *>          VENDA (MESMA SEQ E DATA DA VENDA); O CREDITO SO VAI
      *>          PARA OS TITULOS SE O EM ABERTO NAO PASSAR DO PRAZO
      *>          MENOS O JA CREDITADO. PARCELA PAGA OU BAIXADA NAO
      *>          RECEBE CREDITO E O QUE SOBRA SAI PELO CAIXA
           MOVE 'N' TO WRK-TITULO-ACHADO.
           MOVE ZEROS TO WRK-TITULO-ESPERADO.
           MOVE ZEROS TO WRK-PRC-TAB.
           IF WRK-VDA-PRAZO > WRK-JA-PRAZO
               COMPUTE WRK-TITULO-LIMITE =
                   WRK-VDA-PRAZO - WRK-JA-PRAZO
               MOVE 'N' TO WRK-CREC-EOF
               OPEN INPUT CONTASREC-FILE
               IF WRK-CONTASREC-STATUS = '00'
                   PERFORM 0267-LER-TITULO UNTIL FIM-CONTASREC
               END-IF
               CLOSE CONTASREC-FILE
               IF WRK-TITULO-ESPERADO > ZEROS
                  AND WRK-TITULO-ESPERADO <= WRK-TITULO-LIMITE
                   MOVE 'S' TO WRK-TITULO-ACHADO
               ELSE
                   MOVE ZEROS TO WRK-TITULO-ESPERADO
                   DISPLAY 'TITULO DA VENDA A PRAZO NAO ESTA EM '
                           'ABERTO - VALOR DEVOLVIDO PELO CAIXA.'
               END-IF
           END-IF.
       0267-LER-TITULO.
      *>********* LENDO UM TITULO E SOMANDO-O SE FOR PARCELA EM
      *>          ABERTO DA VENDA
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-CREC-EOF
               NOT AT END
                   IF CREC-SEQ = WRK-VDA-SEQ
                      AND CREC-DATA-VENDA = WRK-TKT-DATA
                      AND CREC-STATUS = 'A'
                       PERFORM 0269-NUMERO-PARCELA
                       ADD CREC-VALOR TO WRK-PRC-ABERTO(WRK-PRC-LIDA)
                       ADD CREC-VALOR TO WRK-TITULO-ESPERADO
                   END-IF
           END-READ.
       0269-NUMERO-PARCELA.
      *>********* NUMERO DA PARCELA DO TITULO LIDO; O TITULO ANTIGO
      *>          SEM O CAMPO E A PARCELA UNICA
           IF CREC-PARCELA NUMERIC AND CREC-PARCELA > ZEROS
              AND CREC-PARCELA <= 12
               MOVE CREC-PARCELA TO WRK-PRC-LIDA
           ELSE
               MOVE 1 TO WRK-PRC-LIDA
           END-IF.
       0268-LOCALIZAR-PONTOS.
      *>********* SOMANDO OS LANCAMENTOS DE PONTOS DO TICKET NO
      *>          EXTRATO (O CLIENTE SAI DO PROPRIO LANCAMENTO)
           MOVE SPACES TO WRK-TKT-CLIENTE.
           MOVE ZEROS TO WRK-TKT-PTS-GANHO.
           MOVE ZEROS TO WRK-TKT-VAL-GANHO.
           MOVE ZEROS TO WRK-TKT-PTS-RESGATE.
           MOVE ZEROS TO WRK-TKT-VAL-RESGATE.
           MOVE ZEROS TO WRK-TKT-PTS-ESTORNADO.
           MOVE ZEROS TO WRK-TKT-PTS-CREDITADO.
           MOVE 'N' TO WRK-PONTOS-EOF.
           OPEN INPUT PONTOS-FILE.
           IF WRK-PONTOS-STATUS = '00'
               PERFORM 0269-LER-PONTOS UNTIL FIM-PONTOS
           END-IF.
           CLOSE PONTOS-FILE.
           IF WRK-VDA-PONTOS > ZEROS AND WRK-TKT-CLIENTE = SPACES
               DISPLAY 'RESGATE DE PONTOS DO TICKET NAO ENCONTRADO '
                       'NO EXTRATO - A PARTE EM PONTOS NAO VOLTA AO '
                       'CLIENTE.'
           END-IF.
       0269-LER-PONTOS.
      *>********* LENDO UM LANCAMENTO E SOMANDO O DO TICKET
           READ PONTOS-FILE
               AT END
                   MOVE 'S' TO WRK-PONTOS-EOF
               NOT AT END
                   IF PTS-DATA-VENDA = WRK-TKT-DATA
                      AND PTS-FILIAL-VENDA = WRK-TKT-FILIAL
                      AND PTS-TICKET = WRK-TKT-NUMERO
                       MOVE PTS-CLIENTE TO WRK-TKT-CLIENTE
                       EVALUATE PTS-TIPO
                           WHEN 'G'
                               ADD PTS-PONTOS TO WRK-TKT-PTS-GANHO
                               ADD PTS-VALOR TO WRK-TKT-VAL-GANHO
                           WHEN 'R'
                               ADD PTS-PONTOS TO WRK-TKT-PTS-RESGATE
                               ADD PTS-VALOR TO WRK-TKT-VAL-RESGATE
                           WHEN 'E'
                               ADD PTS-PONTOS
                                   TO WRK-TKT-PTS-ESTORNADO
                           WHEN 'C'
                               ADD PTS-PONTOS
                                   TO WRK-TKT-PTS-CREDITADO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       0270-REPARTIR-VALOR.
      *>********* REPARTINDO O VALOR DE CADA ITEM PELOS MEIOS DA
      *>          VENDA: PRIMEIRO ABATE O TITULO A PRAZO EM ABERTO,
      *>          DEPOIS A PARTE PAGA COM PONTOS, O SALDO DO CARTAO,
      *>          E O RESTO E DINHEIRO
           IF TITULO-ABERTO
               MOVE WRK-TITULO-ESPERADO TO WRK-REST-PRAZO
           ELSE
               MOVE ZEROS TO WRK-REST-PRAZO
           END-IF.
           IF WRK-VDA-PONTOS > WRK-JA-PONTOS
               COMPUTE WRK-REST-PONTOS =
                   WRK-VDA-PONTOS - WRK-JA-PONTOS
           ELSE
               MOVE ZEROS TO WRK-REST-PONTOS
           END-IF.
           IF WRK-VDA-CARTAO > WRK-JA-CARTAO
               COMPUTE WRK-REST-CARTAO =
                   WRK-VDA-CARTAO - WRK-JA-CARTAO
           ELSE
               MOVE ZEROS TO WRK-REST-CARTAO
           END-IF.
           MOVE ZEROS TO WRK-DEV-DINHEIRO.
           MOVE ZEROS TO WRK-DEV-CARTAO.
           MOVE ZEROS TO WRK-DEV-PRAZO.
           MOVE ZEROS TO WRK-DEV-PONTOS.
           PERFORM 0275-REPARTIR-ITEM
               VARYING WRK-ITN-IDX FROM 1 BY 1
               UNTIL WRK-ITN-IDX > WRK-ITN-QTD.
       0275-REPARTIR-ITEM.
      *>********* REPARTINDO O VALOR DE UM ITEM DEVOLVIDO
           MOVE ZEROS TO WRK-ITN-PRAZO(WRK-ITN-IDX).
           MOVE ZEROS TO WRK-ITN-CARTAO(WRK-ITN-IDX).
           MOVE ZEROS TO WRK-ITN-DINHEIRO(WRK-ITN-IDX).
           MOVE ZEROS TO WRK-ITN-PONTOS(WRK-ITN-IDX).
           MOVE WRK-ITN-VAL-AGORA(WRK-ITN-IDX) TO WRK-SOBRA-ITEM.
           IF WRK-SOBRA-ITEM > ZEROS AND WRK-REST-PRAZO > ZEROS
               IF WRK-SOBRA-ITEM > WRK-REST-PRAZO
                   MOVE WRK-REST-PRAZO TO WRK-ITN-PRAZO(WRK-ITN-IDX)
               ELSE
                   MOVE WRK-SOBRA-ITEM TO WRK-ITN-PRAZO(WRK-ITN-IDX)
               END-IF
               SUBTRACT WRK-ITN-PRAZO(WRK-ITN-IDX) FROM WRK-REST-PRAZO
               SUBTRACT WRK-ITN-PRAZO(WRK-ITN-IDX) FROM WRK-SOBRA-ITEM
           END-IF.
           IF WRK-SOBRA-ITEM > ZEROS AND WRK-REST-PONTOS > ZEROS
               IF WRK-SOBRA-ITEM > WRK-REST-PONTOS
                   MOVE WRK-REST-PONTOS
                       TO WRK-ITN-PONTOS(WRK-ITN-IDX)
               ELSE
                   MOVE WRK-SOBRA-ITEM TO WRK-ITN-PONTOS(WRK-ITN-IDX)
               END-IF
               SUBTRACT WRK-ITN-PONTOS(WRK-ITN-IDX)
                   FROM WRK-REST-PONTOS
               SUBTRACT WRK-ITN-PONTOS(WRK-ITN-IDX)
                   FROM WRK-SOBRA-ITEM
           END-IF.
           IF WRK-SOBRA-ITEM > ZEROS AND WRK-REST-CARTAO > ZEROS
               IF WRK-SOBRA-ITEM > WRK-REST-CARTAO
                   MOVE WRK-REST-CARTAO
                       TO WRK-ITN-CARTAO(WRK-ITN-IDX)
               ELSE
                   MOVE WRK-SOBRA-ITEM TO WRK-ITN-CARTAO(WRK-ITN-IDX)
               END-IF
               SUBTRACT WRK-ITN-CARTAO(WRK-ITN-IDX)
                   FROM WRK-REST-CARTAO
               SUBTRACT WRK-ITN-CARTAO(WRK-ITN-IDX)
                   FROM WRK-SOBRA-ITEM
           END-IF.
           MOVE WRK-SOBRA-ITEM TO WRK-ITN-DINHEIRO(WRK-ITN-IDX).
           ADD WRK-ITN-PRAZO(WRK-ITN-IDX) TO WRK-DEV-PRAZO.
           ADD WRK-ITN-CARTAO(WRK-ITN-IDX) TO WRK-DEV-CARTAO.
           ADD WRK-ITN-DINHEIRO(WRK-ITN-IDX) TO WRK-DEV-DINHEIRO.
           ADD WRK-ITN-PONTOS(WRK-ITN-IDX) TO WRK-DEV-PONTOS.
       0278-APURAR-PONTOS.
      *>********* PONTOS DESTA DEVOLUCAO: OS RESGATADOS VOLTAM NA
      *>          PROPORCAO DA PARTE EM PONTOS DEVOLVIDA E OS GANHOS
      *>          SAO ESTORNADOS NA PROPORCAO DA PARTE PAGA NOS
      *>          OUTROS MEIOS; A DEVOLUCAO QUE ESGOTA A PARTE LEVA O
      *>          RESTO EXATO, E NUNCA PASSA DO LANCADO NA VENDA
           MOVE ZEROS TO WRK-DEV-PTS-CREDITO.
           MOVE ZEROS TO WRK-DEV-PTS-ESTORNO.
           COMPUTE WRK-DEV-BASE = WRK-DEV-VALOR - WRK-DEV-PONTOS.
           COMPUTE WRK-JA-BASE = WRK-JA-DINHEIRO + WRK-JA-CARTAO
               + WRK-JA-PRAZO.
           IF WRK-DEV-PONTOS > ZEROS
              AND WRK-TKT-PTS-RESGATE > WRK-TKT-PTS-CREDITADO
               COMPUTE WRK-PTS-LIMITE =
                   WRK-TKT-PTS-RESGATE - WRK-TKT-PTS-CREDITADO
               IF WRK-JA-PONTOS + WRK-DEV-PONTOS >= WRK-VDA-PONTOS
                  OR WRK-TKT-VAL-RESGATE = ZEROS
                   MOVE WRK-PTS-LIMITE TO WRK-DEV-PTS-CREDITO
               ELSE
                   COMPUTE WRK-DEV-PTS-CREDITO ROUNDED =
                       WRK-TKT-PTS-RESGATE * WRK-DEV-PONTOS
                       / WRK-TKT-VAL-RESGATE
                   IF WRK-DEV-PTS-CREDITO > WRK-PTS-LIMITE
                       MOVE WRK-PTS-LIMITE TO WRK-DEV-PTS-CREDITO
                   END-IF
               END-IF
           END-IF.
           IF WRK-DEV-BASE > ZEROS
              AND WRK-TKT-PTS-GANHO > WRK-TKT-PTS-ESTORNADO
               COMPUTE WRK-PTS-LIMITE =
                   WRK-TKT-PTS-GANHO - WRK-TKT-PTS-ESTORNADO
               IF WRK-JA-BASE + WRK-DEV-BASE >= WRK-TKT-VAL-GANHO
                   MOVE WRK-PTS-LIMITE TO WRK-DEV-PTS-ESTORNO
               ELSE
                   COMPUTE WRK-DEV-PTS-ESTORNO ROUNDED =
                       WRK-TKT-PTS-GANHO * WRK-DEV-BASE
                       / WRK-TKT-VAL-GANHO
                   IF WRK-DEV-PTS-ESTORNO > WRK-PTS-LIMITE
                       MOVE WRK-PTS-LIMITE TO WRK-DEV-PTS-ESTORNO
                   END-IF
               END-IF
           END-IF.
       0280-LER-FORMA.
      *>********* ESCOLHENDO ENTRE DEVOLVER PELO MEIO ORIGINAL OU
      *>          CONVERTER EM VALE-TROCA A PARTE EM DINHEIRO E
      *>          CARTAO (A PARTE A PRAZO SEMPRE ABATE O TITULO)
           MOVE 'M' TO WRK-FORMA.
           MOVE ZEROS TO WRK-DEV-VALE.
           IF WRK-DEV-DINHEIRO > ZEROS OR WRK-DEV-CARTAO > ZEROS
               MOVE ZEROS TO WRK-FORMA-OPCAO
               PERFORM 0285-LER-OPCAO-FORMA WITH TEST AFTER
                   UNTIL WRK-FORMA-OPCAO = 1 OR WRK-FORMA-OPCAO = 2
               IF WRK-FORMA-OPCAO = 2
                   MOVE 'V' TO WRK-FORMA
                   ADD WRK-DEV-DINHEIRO WRK-DEV-CARTAO
                       GIVING WRK-DEV-VALE
               END-IF
           END-IF.
       0285-LER-OPCAO-FORMA.
      *>********* LENDO A FORMA DE DEVOLUCAO
           DISPLAY '1-DEVOLVER PELO MEIO ORIGINAL  2-VALE-TROCA: '.
           ACCEPT WRK-FORMA-OPCAO FROM CONSOLE.
           IF WRK-FORMA-OPCAO NOT = 1 AND WRK-FORMA-OPCAO NOT = 2
               DISPLAY 'OPCAO INVALIDA.'
           END-IF.
       0290-CONFIRMAR.
      *>********* EXIBINDO O RESUMO E PEDINDO A CONFIRMACAO
           MOVE WRK-DEV-VALOR TO WRK-VALOR-ED.
           DISPLAY '---------- RESUMO DA DEVOLUCAO ----------'.
           DISPLAY 'ITENS DEVOLVIDOS: ' WRK-ITN-DEVOLVER-TOT
                   '  VALOR: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED.
           DISPLAY 'MOTIVO: ' WRK-MOTIVO ' - '
                   WRK-MOTIVO-DESCRICAO(WRK-MOTIVO).
           IF WRK-DEV-PRAZO > ZEROS
               MOVE WRK-DEV-PRAZO TO WRK-VALOR-ED
               DISPLAY 'CREDITO NO TITULO A PRAZO: '
                       WRK-MOEDA-SIMBOLO WRK-VALOR-ED
           END-IF.
           IF WRK-DEV-PONTOS > ZEROS
               MOVE WRK-DEV-PONTOS TO WRK-VALOR-ED
               MOVE WRK-DEV-PTS-CREDITO TO WRK-PTS-ED
               DISPLAY 'DEVOLVIDO EM PONTOS......: '
                       WRK-MOEDA-SIMBOLO WRK-VALOR-ED
                       ' (' WRK-PTS-ED ' PONTOS)'
           END-IF.
           IF WRK-DEV-PTS-ESTORNO > ZEROS
               MOVE WRK-DEV-PTS-ESTORNO TO WRK-PTS-ED
               DISPLAY 'PONTOS GANHOS ESTORNADOS.: ' WRK-PTS-ED
           END-IF.
           IF FORMA-VALE
               MOVE WRK-DEV-VALE TO WRK-VALOR-ED
               DISPLAY 'VALE-TROCA A EMITIR......: '
                       WRK-MOEDA-SIMBOLO WRK-VALOR-ED
           ELSE
               IF WRK-DEV-CARTAO > ZEROS
                   MOVE WRK-DEV-CARTAO TO WRK-VALOR-ED
                   DISPLAY 'ESTORNO NO CARTAO........: '
                           WRK-MOEDA-SIMBOLO WRK-VALOR-ED
               END-IF
               IF WRK-DEV-DINHEIRO > ZEROS
                   MOVE WRK-DEV-DINHEIRO TO WRK-VALOR-ED
                   DISPLAY 'DINHEIRO DA GAVETA.......: '
                           WRK-MOEDA-SIMBOLO WRK-VALOR-ED
               END-IF
           END-IF.
           DISPLAY 'CONFIRMA A DEVOLUCAO (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'DEVOLUCAO CANCELADA PELO OPERADOR.'
               MOVE 'N' TO WRK-DEV-SITUACAO
           END-IF.
       0400-EFETIVAR-DEVOLUCAO.
      *>********* GRAVANDO A DEVOLUCAO: REPOSICAO, CREDITO NO
      *>          TITULO, VALE-TROCA, ESTORNO NO DIARIO E NO REGISTRO
      *>          FIXO, HISTORICO DE ITENS DEVOLVIDOS E AUDITORIA
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           ADD 1 TO WRK-SEQ.
           PERFORM 0410-REPOR-ITEM
               VARYING WRK-ITN-IDX FROM 1 BY 1
               UNTIL WRK-ITN-IDX > WRK-ITN-QTD.
           IF WRK-DEV-PRAZO > ZEROS
               PERFORM 0420-CREDITAR-TITULO
           END-IF.
           IF FORMA-VALE
               PERFORM 0430-EMITIR-VALE
           END-IF.
           PERFORM 0440-GRAVAR-ESTORNO.
           PERFORM 0450-GRAVAR-DEVOLVIDOS.
           IF WRK-TKT-CLIENTE NOT = SPACES
              AND (WRK-DEV-PTS-CREDITO > ZEROS
                   OR WRK-DEV-PTS-ESTORNO > ZEROS)
               PERFORM 0460-LANCAR-PONTOS
           END-IF.
           ADD 1 TO WRK-QTD-DEVOLUCOES.
           ADD WRK-DEV-PRAZO TO WRK-TOT-PRAZO.
           ADD WRK-DEV-PONTOS TO WRK-TOT-PONTOS.
           IF FORMA-VALE
               ADD WRK-DEV-VALE TO WRK-TOT-VALE
           ELSE
               ADD WRK-DEV-CARTAO TO WRK-TOT-CARTAO
               ADD WRK-DEV-DINHEIRO TO WRK-TOT-DINHEIRO
           END-IF.
           MOVE WRK-DEV-VALOR TO WRK-VALOR-ED.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'DEVOLUCAO' TO WRK-AUDIT-ACAO.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           STRING 'TKT=' DELIMITED BY SIZE
                  WRK-TKT-NUMERO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-TKT-FILIAL DELIMITED BY SIZE
                  ' MOT=' DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY SIZE
             INTO WRK-AUDIT-ANTES.
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           IF FORMA-VALE
               STRING 'VALE ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                 INTO WRK-AUDIT-DEPOIS
           ELSE
               STRING 'MEIO ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                 INTO WRK-AUDIT-DEPOIS
           END-IF.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'DEVOLUCAO REGISTRADA: SEQ ' WRK-SEQ
                   ' VALOR ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED.
       0410-REPOR-ITEM.
      *>********* REPONDO NO ESTOQUE A QUANTIDADE DEVOLVIDA DE UM
      *>          ITEM
           IF WRK-ITN-QTD-AGORA(WRK-ITN-IDX) > ZEROS
               MOVE WRK-ITN-CODIGO(WRK-ITN-IDX) TO WRK-PRODUTO-COD
               MOVE ZEROS TO WRK-PROD-ACHADO
               PERFORM 0415-TESTAR-PRODUTO
                   VARYING WRK-PROD-IDX FROM 1 BY 1
                   UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                      OR WRK-PROD-ACHADO > ZEROS
               IF WRK-PROD-ACHADO > ZEROS
                   ADD WRK-ITN-QTD-AGORA(WRK-ITN-IDX)
                       TO WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                   MOVE 'S' TO WRK-ESTOQUE-MEXIDO
                   DISPLAY 'ESTOQUE DE ' WRK-PRODUTO-COD
                           ' REPOSTO: '
                           WRK-ITN-QTD-AGORA(WRK-ITN-IDX)
                   MOVE WRK-PRODUTO-COD TO WRK-KDX-PRODUTO
                   MOVE 'DV' TO WRK-KDX-TIPO
                   MOVE SPACES TO WRK-KDX-DOCUMENTO
                   STRING 'TICKET ' WRK-TICKET-TXT
                       DELIMITED BY SIZE
                     INTO WRK-KDX-DOCUMENTO
                   MOVE WRK-ITN-QTD-AGORA(WRK-ITN-IDX)
                       TO WRK-KDX-ENTRADA
                   MOVE WRK-PROD-CUSTO(WRK-PROD-ACHADO)
                       TO WRK-KDX-CUSTO
                   MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                       TO WRK-KDX-SALDO
                   MOVE WRK-OPERADOR TO WRK-KDX-OPERADOR
                   PERFORM 9810-GRAVAR-MOVIMENTO
               ELSE
                   IF WRK-PROD-QTD > ZEROS
                       DISPLAY 'PRODUTO NAO CADASTRADO (SEM '
                               'REPOSICAO): ' WRK-PRODUTO-COD
                   END-IF
               END-IF
           END-IF.
       0415-TESTAR-PRODUTO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O PRODUTO
           IF WRK-PROD-CODIGO(WRK-PROD-IDX) = WRK-PRODUTO-COD
               MOVE WRK-PROD-IDX TO WRK-PROD-ACHADO
           END-IF.
       0420-CREDITAR-TITULO.
      *>********* ABATENDO O CREDITO NO TITULO EM ABERTO DA VENDA,
      *>          VIA ARQUIVO DE TRABALHO (O ARQUIVO VIVO SO E
      *>          REGRAVADO DA COPIA COMPLETA); TITULO ZERADO FICA
      *>          ESTORNADO (E)
           MOVE 'N' TO WRK-CREC-EOF.
           MOVE 'N' TO WRK-TITULO-CREDITADO.
           MOVE WRK-DEV-PRAZO TO WRK-PRC-RESTO.
           PERFORM 0422-REPARTIR-PARCELA
               VARYING WRK-PRC-IDX FROM 12 BY -1
               UNTIL WRK-PRC-IDX = ZEROS.
           OPEN INPUT CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS NOT = '00'
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - ABATA O '
                       'TITULO DA VENDA NO PROGCBL34.'
           ELSE
               OPEN OUTPUT CONTASRECWRK-FILE
               PERFORM 0425-MARCAR-TITULO UNTIL FIM-CONTASREC
               CLOSE CONTASREC-FILE
               CLOSE CONTASRECWRK-FILE
               IF WRK-TITULO-CREDITADO = 'S'
                   PERFORM 0426-EFETIVAR-CONTASREC
                   MOVE WRK-DEV-PRAZO TO WRK-VALOR-ED
                   DISPLAY 'TITULO DA VENDA CREDITADO EM '
                           WRK-MOEDA-SIMBOLO WRK-VALOR-ED
               ELSE
                   DISPLAY 'TITULO DA VENDA NAO LOCALIZADO - '
                           'ABATA MANUALMENTE NO PROGCBL34.'
               END-IF
           END-IF.
       0422-REPARTIR-PARCELA.
      *>********* REPARTINDO O CREDITO PELAS PARCELAS EM ABERTO, DA
      *>          ULTIMA PARA A PRIMEIRA
           IF WRK-PRC-RESTO > WRK-PRC-ABERTO(WRK-PRC-IDX)
               MOVE WRK-PRC-ABERTO(WRK-PRC-IDX)
                   TO WRK-PRC-ABATER(WRK-PRC-IDX)
           ELSE
               MOVE WRK-PRC-RESTO TO WRK-PRC-ABATER(WRK-PRC-IDX)
           END-IF.
           SUBTRACT WRK-PRC-ABATER(WRK-PRC-IDX) FROM WRK-PRC-RESTO.
       0425-MARCAR-TITULO.
      *>********* COPIANDO UM TITULO PARA O TRABALHO, ABATENDO AS
      *>          PARCELAS DA VENDA DEVOLVIDA (CADA PARCELA UMA VEZ SO)
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-CREC-EOF
               NOT AT END
                   IF CREC-SEQ = WRK-VDA-SEQ
                      AND CREC-DATA-VENDA = WRK-TKT-DATA
                      AND CREC-STATUS = 'A'
                       PERFORM 0269-NUMERO-PARCELA
                       IF WRK-PRC-ABATER(WRK-PRC-LIDA) > ZEROS
                          AND CREC-VALOR
                              >= WRK-PRC-ABATER(WRK-PRC-LIDA)
                           SUBTRACT WRK-PRC-ABATER(WRK-PRC-LIDA)
                               FROM CREC-VALOR
                           IF CREC-VALOR = ZEROS
                               MOVE 'E' TO CREC-STATUS
                           END-IF
                           MOVE ZEROS TO WRK-PRC-ABATER(WRK-PRC-LIDA)
                           MOVE 'S' TO WRK-TITULO-CREDITADO
                       END-IF
                   END-IF
                   MOVE CONTASREC-REC TO CONTASRECWRK-REC
                   WRITE CONTASRECWRK-REC
           END-READ.
       0426-EFETIVAR-CONTASREC.
      *>********* REGRAVANDO O CONTAS A RECEBER DA COPIA DE TRABALHO
           MOVE 'N' TO WRK-CRECWRK-EOF.
           OPEN INPUT CONTASRECWRK-FILE.
           OPEN OUTPUT CONTASREC-FILE.
           PERFORM 0427-COPIAR-TITULO UNTIL FIM-CRECWRK.
           CLOSE CONTASRECWRK-FILE.
           CLOSE CONTASREC-FILE.
       0427-COPIAR-TITULO.
      *>********* COPIANDO UM TITULO DO TRABALHO PARA O VIVO
           READ CONTASRECWRK-FILE
               AT END
                   MOVE 'S' TO WRK-CRECWRK-EOF
               NOT AT END
                   MOVE CONTASRECWRK-REC TO CONTASREC-REC
                   WRITE CONTASREC-REC
           END-READ.
       0430-EMITIR-VALE.
      *>********* EMITINDO O VALE-TROCA COM O NUMERO SEGUINTE AO
      *>          MAIOR JA EMITIDO
           MOVE ZEROS TO WRK-VALE-NUMERO.
           MOVE 'N' TO WRK-VALE-EOF.
           OPEN INPUT VALETROCA-FILE.
           IF WRK-VALE-STATUS = '00'
               PERFORM 0435-LER-VALE UNTIL FIM-VALE
           END-IF.
           CLOSE VALETROCA-FILE.
           ADD 1 TO WRK-VALE-NUMERO.
           OPEN EXTEND VALETROCA-FILE.
           IF WRK-VALE-STATUS = '05' OR WRK-VALE-STATUS = '35'
               CLOSE VALETROCA-FILE
               OPEN OUTPUT VALETROCA-FILE
           END-IF.
           MOVE WRK-VALE-NUMERO TO VALE-NUMERO.
           MOVE WRK-DATA-ATUAL TO VALE-DATA-EMISSAO.
           MOVE WRK-FILIAL TO VALE-FILIAL.
           MOVE WRK-DEV-VALE TO VALE-VALOR.
           MOVE 'A' TO VALE-STATUS.
           MOVE WRK-TKT-NUMERO TO VALE-TICKET.
           MOVE WRK-TKT-DATA TO VALE-DATA-VENDA.
           MOVE WRK-TKT-FILIAL TO VALE-FILIAL-VENDA.
           MOVE ZEROS TO VALE-DATA-USO.
           WRITE VALETROCA-REC.
           CLOSE VALETROCA-FILE.
           MOVE WRK-DEV-VALE TO WRK-VALOR-ED.
           DISPLAY '***************************************'.
           DISPLAY ' VALE-TROCA NUMERO ' WRK-VALE-NUMERO.
           DISPLAY ' VALOR: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED.
           DISPLAY ' EMITIDO EM ' WRK-DATA-ATUAL ' FILIAL '
                   WRK-FILIAL.
           DISPLAY '***************************************'.
       0435-LER-VALE.
      *>********* LENDO UM VALE E GUARDANDO O MAIOR NUMERO
           READ VALETROCA-FILE
               AT END
                   MOVE 'S' TO WRK-VALE-EOF
               NOT AT END
                   IF VALE-NUMERO > WRK-VALE-NUMERO
                       MOVE VALE-NUMERO TO WRK-VALE-NUMERO
                   END-IF
           END-READ.
       0440-GRAVAR-ESTORNO.
      *>********* GRAVANDO O ESTORNO NO DIARIO (LINHA CORRECAO COM O
      *>          VENDEDOR DA VENDA E ORIGEM=, NOS MOLDES DO PROGCBL63)
      *>          E NO REGISTRO FIXO (TIPO C NA FILIAL DA DEVOLUCAO,
      *>          COM O TICKET ORIGINAL); NO VALE-TROCA O DINHEIRO E
      *>          O CARTAO FICAM ZERADOS E A DIFERENCA PARA O VALOR E
      *>          O VALE EMITIDO, SOMADO A PARTE DEVOLVIDA EM PONTOS
           MOVE WRK-DEV-VALOR TO WRK-VALOR-ED.
           MOVE WRK-DEV-VALOR TO WRK-BRUTO-LOG.
           OPEN EXTEND VENDALOG-FILE.
           IF WRK-VENDALOG-STATUS = '05' OR WRK-VENDALOG-STATUS = '35'
               CLOSE VENDALOG-FILE
               OPEN OUTPUT VENDALOG-FILE
           END-IF.
           MOVE SPACES TO VENDALOG-REC.
           STRING 'SEQ=' DELIMITED BY SIZE
                  WRK-SEQ DELIMITED BY SIZE
                  ' CORRECAO VALOR=-' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  ' DATA=' DELIMITED BY SIZE
                  WRK-DATA-ATUAL DELIMITED BY SIZE
                  ' HORA=' DELIMITED BY SIZE
                  WRK-HORA-ATUAL DELIMITED BY SIZE
                  ' BRUTO=' DELIMITED BY SIZE
                  WRK-BRUTO-LOG DELIMITED BY SIZE
                  ' VEND=' DELIMITED BY SIZE
                  WRK-VDA-VENDEDOR DELIMITED BY SIZE
                  ' ORIGEM=PROGCBL89' DELIMITED BY SIZE
             INTO VENDALOG-REC.
           WRITE VENDALOG-REC.
           CLOSE VENDALOG-FILE.
           MOVE WRK-SEQ TO VENDATRX-SEQ.
           MOVE 'C' TO VENDATRX-TIPO.
           MOVE WRK-DATA-ATUAL TO VENDATRX-DATA.
           MOVE WRK-HORA-ATUAL TO VENDATRX-HORA.
           MOVE WRK-DEV-VALOR TO VENDATRX-VALOR.
           MOVE WRK-OPERADOR TO VENDATRX-OPERADOR.
           MOVE 'PROGCBL89' TO VENDATRX-ORIGEM.
           MOVE WRK-FILIAL TO VENDATRX-FILIAL.
           MOVE WRK-TKT-NUMERO TO VENDATRX-TICKET.
           IF FORMA-VALE
               MOVE ZEROS TO VENDATRX-VAL-DINHEIRO
               MOVE ZEROS TO VENDATRX-VAL-CARTAO
           ELSE
               MOVE WRK-DEV-DINHEIRO TO VENDATRX-VAL-DINHEIRO
               MOVE WRK-DEV-CARTAO TO VENDATRX-VAL-CARTAO
           END-IF.
           MOVE WRK-DEV-PRAZO TO VENDATRX-VAL-PRAZO.
           MOVE ZEROS TO VENDATRX-SERIE.
           MOVE ZEROS TO VENDATRX-DOCFISC.
           PERFORM 9886-GRAVAR-VENDATRX.

       0450-GRAVAR-DEVOLVIDOS.
      *>********* GRAVANDO NO HISTORICO UMA LINHA POR ITEM DEVOLVIDO
           OPEN EXTEND DEVOL-FILE.
           IF WRK-DEVOL-STATUS = '05' OR WRK-DEVOL-STATUS = '35'
               CLOSE DEVOL-FILE
               OPEN OUTPUT DEVOL-FILE
           END-IF.
           PERFORM 0455-GRAVAR-UM-DEVOLVIDO
               VARYING WRK-ITN-IDX FROM 1 BY 1
               UNTIL WRK-ITN-IDX > WRK-ITN-QTD.
           CLOSE DEVOL-FILE.
       0455-GRAVAR-UM-DEVOLVIDO.
      *>********* GRAVANDO UM ITEM DEVOLVIDO NO HISTORICO
           IF WRK-ITN-QTD-AGORA(WRK-ITN-IDX) > ZEROS
               MOVE WRK-DATA-ATUAL TO DEV-DATA
               MOVE WRK-HORA-ATUAL TO DEV-HORA
               MOVE WRK-FILIAL TO DEV-FILIAL
               MOVE WRK-SEQ TO DEV-SEQ
               MOVE WRK-TKT-DATA TO DEV-DATA-VENDA
               MOVE WRK-TKT-FILIAL TO DEV-FILIAL-VENDA
               MOVE WRK-TKT-NUMERO TO DEV-TICKET
               MOVE WRK-ITN-IDX TO DEV-LINHA
               MOVE WRK-ITN-CODIGO(WRK-ITN-IDX) TO DEV-PRODUTO
               MOVE WRK-ITN-QTD-AGORA(WRK-ITN-IDX) TO DEV-QTD
               MOVE WRK-ITN-VAL-AGORA(WRK-ITN-IDX) TO DEV-VALOR
               MOVE WRK-ITN-DINHEIRO(WRK-ITN-IDX) TO DEV-VAL-DINHEIRO
               MOVE WRK-ITN-CARTAO(WRK-ITN-IDX) TO DEV-VAL-CARTAO
               MOVE WRK-ITN-PRAZO(WRK-ITN-IDX) TO DEV-VAL-PRAZO
               MOVE WRK-FORMA TO DEV-FORMA
               MOVE WRK-MOTIVO TO DEV-MOTIVO
               MOVE WRK-OPERADOR TO DEV-OPERADOR
               WRITE DEVOL-REC
           END-IF.
       0460-LANCAR-PONTOS.
      *>********* LANCANDO NO EXTRATO DO CLIENTE O ESTORNO DOS PONTOS
      *>          GANHOS (E) E A DEVOLUCAO DOS RESGATADOS (C, COM
      *>          VALIDADE NOVA A PARTIR DE HOJE)
           MOVE WRK-DATA-ATUAL TO PTS-DATA.
           MOVE WRK-HORA-ATUAL TO PTS-HORA.
           MOVE WRK-TKT-CLIENTE TO PTS-CLIENTE.
           MOVE WRK-TKT-DATA TO PTS-DATA-VENDA.
           MOVE WRK-TKT-FILIAL TO PTS-FILIAL-VENDA.
           MOVE WRK-TKT-NUMERO TO PTS-TICKET.
           MOVE 'PROGCBL89' TO PTS-ORIGEM.
           MOVE WRK-OPERADOR TO PTS-OPERADOR.
           IF WRK-DEV-PTS-ESTORNO > ZEROS
               MOVE 'E' TO PTS-TIPO
               MOVE WRK-DEV-PTS-ESTORNO TO PTS-PONTOS
               MOVE WRK-DEV-BASE TO PTS-VALOR
               MOVE ZEROS TO PTS-VALIDADE
               PERFORM 9770-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-DEV-PTS-CREDITO > ZEROS
               MOVE 'C' TO PTS-TIPO
               MOVE WRK-DEV-PTS-CREDITO TO PTS-PONTOS
               MOVE WRK-DEV-PONTOS TO PTS-VALOR
               MOVE WRK-DATA-ATUAL TO WRK-FID-DATA-BASE
               PERFORM 9772-CALCULAR-VALIDADE
               MOVE WRK-FID-DATA-VALIDADE TO PTS-VALIDADE
               PERFORM 9770-GRAVAR-LANCAMENTO
               MOVE WRK-DEV-PTS-CREDITO TO WRK-PTS-ED
               DISPLAY 'PONTOS DEVOLVIDOS AO CLIENTE ' WRK-TKT-CLIENTE
                       ': ' WRK-PTS-ED
           END-IF.
       0300-FINALIZAR.
      *>********* REGRAVANDO O CADASTRO DE PRODUTOS E IMPRIMINDO O
      *>          RESUMO DA SESSAO
           IF WRK-ESTOQUE-MEXIDO = 'S'
               PERFORM 0350-GRAVAR-PRODUTOS
           END-IF.
           DISPLAY '***************************************'.
           DISPLAY ' DEVOLUCOES DA SESSAO....: ' WRK-QTD-DEVOLUCOES.
           MOVE WRK-TOT-DINHEIRO TO WRK-TOT-ED.
           DISPLAY ' DINHEIRO DA GAVETA......: ' WRK-MOEDA-SIMBOLO
                   WRK-TOT-ED.
           MOVE WRK-TOT-CARTAO TO WRK-TOT-ED.
           DISPLAY ' ESTORNO NO CARTAO.......: ' WRK-MOEDA-SIMBOLO
                   WRK-TOT-ED.
           MOVE WRK-TOT-PRAZO TO WRK-TOT-ED.
           DISPLAY ' CREDITO EM TITULOS......: ' WRK-MOEDA-SIMBOLO
                   WRK-TOT-ED.
           MOVE WRK-TOT-VALE TO WRK-TOT-ED.
           DISPLAY ' VALES-TROCA EMITIDOS....: ' WRK-MOEDA-SIMBOLO
                   WRK-TOT-ED.
           MOVE WRK-TOT-PONTOS TO WRK-TOT-ED.
           DISPLAY ' DEVOLVIDO EM PONTOS.....: ' WRK-MOEDA-SIMBOLO
                   WRK-TOT-ED.
           DISPLAY '***************************************'.
           DISPLAY 'FIM DO PROGRAMA...'.
       0350-GRAVAR-PRODUTOS.
      *>********* REGRAVANDO O CADASTRO DE PRODUTOS COM A REPOSICAO
           OPEN OUTPUT PRODMST-FILE.
           PERFORM 0360-GRAVAR-UM-PRODUTO
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-PROD-QTD.
           CLOSE PRODMST-FILE.
       0360-GRAVAR-UM-PRODUTO.
      *>********* GRAVANDO UM PRODUTO NO CADASTRO
           MOVE WRK-PROD-LINHA(WRK-CONT) TO PRODMST-REC.
           WRITE PRODMST-REC.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'FIDPTS-PROC.cbl'.
           COPY 'KARDEX-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL89'==.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL89'==.
           COPY 'VENDAPER-PROC.cbl'.
           COPY 'VENDAGRV-PROC.cbl'.
