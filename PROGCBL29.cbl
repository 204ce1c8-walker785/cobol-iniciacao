      *> OBJETIVO: ABATER DO VENDEDOR OS ESTORNOS (LINHAS CORRECAO
      *>           COM VEND=), PARA UMA VENDA CORRIGIDA NAO PAGAR
      *>           COMISSAO CHEIA
      *> OBJETIVO: APURAR A COMISSAO DO MES (COMPETENCIA) PELO PLANO
      *>           DO VENDEDOR NO CADASTRO VENDMST (PROGCBL92): O
      *>           PERCENTUAL SAI DA FAIXA DO VOLUME LIQUIDO DE VENDAS
      *>           DO VENDEDOR NO MES, POR CATEGORIA DO PRODUTO DE
      *>           CADA ITEM DO TICKET (FAIXAS DO COMPLANO; CATEGORIA
      *>           SEM FAIXA PROPRIA E TICKET SEM LINHAS DE ITEM VAO
      *>           PELA FAIXA GERAL), NO LUGAR DO PERCENTUAL UNICO;
      *>           O ESTORNO ABATE OS ITENS DO TICKET ESTORNADO
      *> OBJETIVO: GRAVAR O RESULTADO NO ARQUIVO DE PROVENTOS
      *>           COMISSAO29, QUE A FOLHA (PROGCBL05) LANCA NO BRUTO
      *>           DO FUNCIONARIO COM INSS E IRRF (SEM A DIGITACAO NO
      *>           DESCREC05), E IMPRIMIR O EXTRATO DE COMISSAO DE
      *>           CADA VENDEDOR PARA CONFERENCIA (COMIS29REL); A
      *>           REAPURACAO SUBSTITUI O MES AINDA NAO LANCADO E E
      *>           RECUSADA DEPOIS DO LANCAMENTO NA FOLHA
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL VENDALOG-FILE ASSIGN TO 'VENDALOG17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDALOG-STATUS.
           SELECT OPTIONAL VENDMST-FILE ASSIGN TO 'VENDMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDMST-STATUS.
           SELECT OPTIONAL COMPLANO-FILE ASSIGN TO 'COMPLANO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMPLANO-STATUS.
           SELECT OPTIONAL PRODMST-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMST-STATUS.
           SELECT OPTIONAL COMISSAO-FILE ASSIGN TO 'COMISSAO29'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMISSAO-STATUS.
           SELECT OPTIONAL EXTRATO-FILE ASSIGN TO 'COMIS29REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXTRATO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDALOG-FILE.
       01  VENDALOG-REC PIC X(120).
       FD  VENDMST-FILE.
       01  VENDMST-REC.
           COPY 'VENDEDOR.cbl'.
       FD  COMPLANO-FILE.
       01  COMPLANO-REC.
           COPY 'COMPLANO.cbl'.
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  COMISSAO-FILE.
       01  COMISSAO-REC.
           COPY 'COMISSAO.cbl'.
       FD  EXTRATO-FILE.
       01  EXTRATO-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
       77 WRK-VENDALOG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDALOG VALUE 'S'.
       77 WRK-VENDMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDMST VALUE 'S'.
       77 WRK-COMPLANO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-COMPLANO-EOF PIC X(01) VALUE 'N'.
         88 FIM-COMPLANO VALUE 'S'.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRODMST VALUE 'S'.
       77 WRK-COMISSAO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-COMISSAO-EOF PIC X(01) VALUE 'N'.
         88 FIM-COMISSAO VALUE 'S'.
       77 WRK-EXTRATO-STATUS PIC X(02) VALUE ZEROS.
      *>********* COMPETENCIA APURADA (AAAAMM; ZERO = MES ANTERIOR)
       01 WRK-COMPETENCIA.
          02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       01 WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       77 WRK-COMP-OK PIC X(01) VALUE 'N'.
         88 COMPETENCIA-VALIDA VALUE 'S'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
      *>********* LINHA DO DIARIO E MARCADORES PROCURADOS NELA
       01 WRK-LINHA PIC X(120) VALUE SPACES.
       77 WRK-MARCADOR PIC X(09) VALUE SPACES.
       77 WRK-TAM-MARCADOR PIC 9(02) VALUE ZEROS.
       77 WRK-POS PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-POS PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-CORR PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-LINHA PIC 9(08) VALUE ZEROS.
       77 WRK-TICKET-LINHA PIC 9(05) VALUE ZEROS.
       77 WRK-LOG-VEND PIC X(05) VALUE SPACES.
       77 WRK-TIPO-NOVO PIC X(01) VALUE SPACES.
       77 WRK-ITEM-COD PIC X(05) VALUE SPACES.
       77 WRK-CATEGORIA-ITEM PIC X(03) VALUE SPACES.
       77 WRK-BRUTO-LINHA PIC 9(08)V99 VALUE ZEROS.
      *>********* O BRUTO VEM COM 8 DIGITOS NO CABECALHO DO TICKET E
      *>          NO ESTORNO, E COM 10 NA LINHA DE ITEM E NO
      *>          CABECALHO RECUPERADO
       01 WRK-BRUTO-10.
          02 WRK-BRUTO-10-NUM PIC 9(08)V99.
       01 WRK-BRUTO-8.
          02 WRK-BRUTO-8-NUM PIC 9(06)V99.
      *>********* VENDEDORES DO CADASTRO (MESMO LAYOUT DO VENDEDOR.cbl)
       01 WRK-MST-TAB.
          02 WRK-MST-LINHA OCCURS 100 TIMES.
             03 WRK-MST-CODIGO PIC X(05).
             03 WRK-MST-NOME PIC X(25).
             03 WRK-MST-MATRICULA PIC 9(06).
             03 WRK-MST-PLANO PIC X(03).
             03 WRK-MST-SITUACAO PIC X(01).
       77 WRK-MST-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-MST-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-MST-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* FAIXAS DOS PLANOS (MESMO LAYOUT DO COMPLANO.cbl)
       01 WRK-CPL-TAB.
          02 WRK-CPL-LINHA OCCURS 200 TIMES.
             03 WRK-CPL-PLANO PIC X(03).
             03 WRK-CPL-CATEGORIA PIC X(03).
             03 WRK-CPL-ATE-VALOR PIC 9(09)V99.
             03 WRK-CPL-PCT PIC 9(02)V99.
       77 WRK-CPL-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CPL-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CPL-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CPL-MAIOR PIC 9(03) VALUE ZEROS.
      *>********* CATEGORIA DE CADA PRODUTO DO CADASTRO
       01 WRK-PROD-TAB.
          02 WRK-PROD-LINHA OCCURS 50 TIMES.
             03 WRK-PROD-CODIGO PIC X(05).
             03 WRK-PROD-CATEGORIA PIC X(03).
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(02) VALUE ZEROS.
      *>********* LANCAMENTOS DO MES: O CABECALHO DO TICKET (H) FICA
      *>          COM O QUE SOBRA DO TOTAL DEPOIS DOS ITENS (I); O
      *>          ESTORNO MARCA OS LANCAMENTOS DO TICKET (E) OU, SE O
      *>          TICKET NAO E DO MES, ENTRA NEGATIVO (C)
       01 WRK-LAN-TAB.
          02 WRK-LAN-LINHA OCCURS 5000 TIMES.
             03 WRK-LAN-TICKET PIC 9(05).
             03 WRK-LAN-VENDEDOR PIC X(05).
             03 WRK-LAN-TIPO PIC X(01).
             03 WRK-LAN-CATEGORIA PIC X(03).
             03 WRK-LAN-VALOR PIC S9(09)V99.
             03 WRK-LAN-SITUACAO PIC X(01).
       77 WRK-LAN-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-LAN-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-LAN-CAB PIC 9(04) VALUE ZEROS.
       77 WRK-LAN-ESTORNADOS PIC 9(04) VALUE ZEROS.
       77 WRK-LAN-ESTOURO PIC X(01) VALUE 'N'.
         88 LANCAMENTOS-ESTOURO VALUE 'S'.
      *>********* VENDEDORES COM VENDA NO MES
       01 WRK-VEND-TAB.
          02 WRK-VEND-LINHA OCCURS 100 TIMES.
             03 WRK-VEND-CODIGO PIC X(05).
             03 WRK-VEND-QTD PIC S9(05).
             03 WRK-VEND-TOTAL PIC S9(09)V99.
             03 WRK-VEND-COMISSAO PIC S9(07)V99.
             03 WRK-VEND-MST PIC 9(03).
       77 WRK-VEND-QTD-TAB PIC 9(03) VALUE ZEROS.
       77 WRK-VEND-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-VEND-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* VENDAS DO MES POR VENDEDOR E CATEGORIA
       01 WRK-ACM-TAB.
          02 WRK-ACM-LINHA OCCURS 500 TIMES.
             03 WRK-ACM-VENDEDOR PIC X(05).
             03 WRK-ACM-CATEGORIA PIC X(03).
             03 WRK-ACM-VALOR PIC S9(09)V99.
             03 WRK-ACM-PCT PIC 9(02)V99.
             03 WRK-ACM-COMISSAO PIC S9(07)V99.
       77 WRK-ACM-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ACM-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ACM-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-ACM-ESTOURO PIC X(01) VALUE 'N'.
         88 ACUMULADOS-ESTOURO VALUE 'S'.
      *>********* PROVENTOS DE COMISSAO JA GRAVADOS (MESMO LAYOUT DO
      *>          COMISSAO.cbl)
       01 WRK-COM-TAB.
          02 WRK-COM-LINHA OCCURS 2000 TIMES.
             03 WRK-COM-COMPETENCIA PIC 9(06).
             03 WRK-COM-VENDEDOR PIC X(05).
             03 WRK-COM-MATRICULA PIC 9(06).
             03 WRK-COM-NOME PIC X(25).
             03 WRK-COM-VENDAS PIC 9(09)V99.
             03 WRK-COM-VALOR PIC 9(07)V99.
             03 WRK-COM-SITUACAO PIC X(01).
             03 WRK-COM-DATA-GERACAO PIC 9(08).
             03 WRK-COM-DATA-FOLHA PIC 9(08).
       77 WRK-COM-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-COM-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-COM-ESTOURO PIC X(01) VALUE 'N'.
         88 COMISSOES-ESTOURO VALUE 'S'.
       77 WRK-COM-LANCADA PIC X(01) VALUE 'N'.
         88 COMPETENCIA-LANCADA VALUE 'S'.
       77 WRK-COM-GRAVADAS PIC 9(03) VALUE ZEROS.
      *>********* APURACAO DO PERCENTUAL DA FAIXA
       77 WRK-PLANO-BUSCA PIC X(03) VALUE SPACES.
       77 WRK-CAT-BUSCA PIC X(03) VALUE SPACES.
       77 WRK-VOLUME PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PCT-APLICADO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-COMISSAO-CAT PIC S9(07)V99 VALUE ZEROS.
      *>********* CAMPOS DE IMPRESSAO
       77 WRK-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ---.---.--9,99 VALUE ZEROS.
       77 WRK-COMISSAO-ED PIC ---.--9,99 VALUE ZEROS.
       77 WRK-PCT-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-QTD-ED PIC ----9 VALUE ZEROS.
       77 WRK-CATEGORIA-ED PIC X(07) VALUE SPACES.
       77 WRK-NOME-ED PIC X(25) VALUE SPACES.
       77 WRK-COMISSAO-PAGA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-COMISSAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL-ED PIC ---.---.--9,99 VALUE ZEROS.
       77 WRK-TOTAL-COMISSAO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO A COMPETENCIA, CARREGANDO OS CADASTROS E
      *>          ABRINDO O DIARIO DE VENDAS
           DISPLAY '*************************************'.
           DISPLAY ' RELATORIO DE COMISSOES POR VENDEDOR'.
           DISPLAY '*************************************'.
           PERFORM 9610-SELECIONAR-MOEDA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0105-LER-COMPETENCIA WITH TEST AFTER
               UNTIL COMPETENCIA-VALIDA.
           PERFORM 0110-CARREGAR-VENDEDORES.
           PERFORM 0120-CARREGAR-FAIXAS.
           PERFORM 0130-CARREGAR-PRODUTOS.
           PERFORM 0140-CARREGAR-COMISSOES.
           IF WRK-MST-QTD = ZEROS
               DISPLAY 'AVISO: CADASTRO DE VENDEDORES VAZIO - '
                       'NENHUMA COMISSAO SERA APURADA.'
           END-IF.
           OPEN INPUT VENDALOG-FILE.
           IF WRK-VENDALOG-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O DIARIO DE VENDAS: '
           ELSE
               PERFORM 0150-LER-VENDALOG
           END-IF.
       0105-LER-COMPETENCIA.
      *>********* LENDO A COMPETENCIA (ZERO = MES ANTERIOR AO ATUAL)
           MOVE 'N' TO WRK-COMP-OK.
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES ANTERIOR): '.
           MOVE ZEROS TO WRK-COMPETENCIA-NUM.
           ACCEPT WRK-COMPETENCIA-NUM FROM CONSOLE.
           IF WRK-COMPETENCIA-NUM = ZEROS
               IF WRK-HOJE-MES = 1
                   COMPUTE WRK-COMP-ANO = WRK-HOJE-ANO - 1
                   MOVE 12 TO WRK-COMP-MES
               ELSE
                   MOVE WRK-HOJE-ANO TO WRK-COMP-ANO
                   COMPUTE WRK-COMP-MES = WRK-HOJE-MES - 1
               END-IF
           END-IF.
           IF WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
              AND WRK-COMP-ANO > 1900
               MOVE 'S' TO WRK-COMP-OK
           ELSE
               DISPLAY 'COMPETENCIA INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0110-CARREGAR-VENDEDORES.
      *>********* CARREGANDO O CADASTRO DE VENDEDORES
           OPEN INPUT VENDMST-FILE.
           IF WRK-VENDMST-STATUS = '00'
               PERFORM 0115-LER-VENDEDOR
                   UNTIL FIM-VENDMST OR WRK-MST-QTD >= 100
           END-IF.
           CLOSE VENDMST-FILE.
       0115-LER-VENDEDOR.
      *>********* LENDO UM VENDEDOR DO CADASTRO
           READ VENDMST-FILE
               AT END
                   MOVE 'S' TO WRK-VENDMST-EOF
               NOT AT END
                   ADD 1 TO WRK-MST-QTD
                   MOVE VENDMST-REC TO WRK-MST-LINHA(WRK-MST-QTD)
           END-READ.
       0120-CARREGAR-FAIXAS.
      *>********* CARREGANDO AS FAIXAS DOS PLANOS DE COMISSAO
           OPEN INPUT COMPLANO-FILE.
           IF WRK-COMPLANO-STATUS = '00'
               PERFORM 0125-LER-FAIXA
                   UNTIL FIM-COMPLANO OR WRK-CPL-QTD >= 200
           END-IF.
           CLOSE COMPLANO-FILE.
       0125-LER-FAIXA.
      *>********* LENDO UMA FAIXA DE PLANO
           READ COMPLANO-FILE
               AT END
                   MOVE 'S' TO WRK-COMPLANO-EOF
               NOT AT END
                   ADD 1 TO WRK-CPL-QTD
                   MOVE COMPLANO-REC TO WRK-CPL-LINHA(WRK-CPL-QTD)
           END-READ.
       0130-CARREGAR-PRODUTOS.
      *>********* CARREGANDO A CATEGORIA DOS PRODUTOS (PRODUTO FORA
      *>          DA TABELA VAI PELA FAIXA GERAL DO PLANO)
           OPEN INPUT PRODMST-FILE.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0135-LER-PRODUTO
                   UNTIL FIM-PRODMST OR WRK-PROD-QTD >= 50
           END-IF.
           CLOSE PRODMST-FILE.
       0135-LER-PRODUTO.
      *>********* LENDO UM PRODUTO DO CADASTRO
           READ PRODMST-FILE
               AT END
                   MOVE 'S' TO WRK-PRODMST-EOF
               NOT AT END
                   ADD 1 TO WRK-PROD-QTD
                   MOVE PRODMST-CODIGO
                       TO WRK-PROD-CODIGO(WRK-PROD-QTD)
                   MOVE PRODMST-CATEGORIA
                       TO WRK-PROD-CATEGORIA(WRK-PROD-QTD)
           END-READ.
       0140-CARREGAR-COMISSOES.
      *>********* CARREGANDO OS PROVENTOS JA GRAVADOS, PARA A
      *>          REGRAVACAO NAO PERDER OS OUTROS MESES E PARA SABER SE
      *>          A COMPETENCIA JA FOI LANCADA NA FOLHA
           OPEN INPUT COMISSAO-FILE.
           IF WRK-COMISSAO-STATUS = '00'
               PERFORM 0145-LER-COMISSAO UNTIL FIM-COMISSAO
           END-IF.
           CLOSE COMISSAO-FILE.
       0145-LER-COMISSAO.
      *>********* LENDO UM PROVENTO DE COMISSAO
           READ COMISSAO-FILE
               AT END
                   MOVE 'S' TO WRK-COMISSAO-EOF
               NOT AT END
                   IF WRK-COM-QTD >= 2000
                       MOVE 'S' TO WRK-COM-ESTOURO
                   ELSE
                       ADD 1 TO WRK-COM-QTD
                       MOVE COMISSAO-REC TO WRK-COM-LINHA(WRK-COM-QTD)
                       IF COM-COMPETENCIA = WRK-COMPETENCIA-NUM
                          AND COM-SITUACAO = 'L'
                           MOVE 'S' TO WRK-COM-LANCADA
                       END-IF
                   END-IF
           END-READ.
       0150-LER-VENDALOG.
      *>********* LENDO UMA LINHA DO DIARIO DE VENDAS
           READ VENDALOG-FILE INTO WRK-LINHA
               AT END
                   MOVE 'S' TO WRK-EOF
           END-READ.
       0200-PROCESSAR.
      *>********* SEPARANDO AS LINHAS DO DIARIO: CABECALHO DE TICKET
      *>          E ESTORNO (SEQ= COM VEND=) E LINHA DE ITEM (TICKET=)
           IF WRK-LINHA(1:7) = 'TICKET='
               PERFORM 0230-TRATAR-ITEM
           ELSE
               IF WRK-LINHA(1:4) = 'SEQ='
                   MOVE ' VEND=' TO WRK-MARCADOR
                   MOVE 6 TO WRK-TAM-MARCADOR
                   PERFORM 0270-PROCURAR-MARCADOR
                   IF WRK-ACHOU-POS > ZEROS
                       MOVE WRK-LINHA(WRK-ACHOU-POS:5)
                           TO WRK-LOG-VEND
                       MOVE ZEROS TO WRK-ACHOU-CORR
                       INSPECT WRK-LINHA TALLYING WRK-ACHOU-CORR
                           FOR ALL ' CORRECAO'
                       PERFORM 0280-EXTRAIR-DATA
                       IF WRK-DATA-LINHA(1:6) = WRK-COMPETENCIA
                           PERFORM 0285-EXTRAIR-BRUTO
                           PERFORM 0290-EXTRAIR-TICKET
                           IF WRK-ACHOU-CORR > ZEROS
                               PERFORM 0220-TRATAR-ESTORNO
                           ELSE
                               PERFORM 0210-TRATAR-CABECALHO
                           END-IF
                       ELSE
                           IF WRK-ACHOU-CORR = ZEROS
                               MOVE ZEROS TO WRK-LAN-CAB
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 0150-LER-VENDALOG.
       0210-TRATAR-CABECALHO.
      *>********* ABRINDO O LANCAMENTO DO TICKET COM O TOTAL; AS
      *>          LINHAS DE ITEM QUE VEM EM SEGUIDA TIRAM DELE O VALOR
      *>          DE CADA ITEM, COM A CATEGORIA DO PRODUTO
           MOVE ZEROS TO WRK-LAN-CAB.
           PERFORM 0240-LOCALIZAR-VENDEDOR.
           IF WRK-VEND-ACHADO > ZEROS
               ADD 1 TO WRK-VEND-QTD(WRK-VEND-ACHADO)
               MOVE 'H' TO WRK-TIPO-NOVO
               PERFORM 0250-NOVO-LANCAMENTO
               IF WRK-LAN-IDX > ZEROS
                   MOVE WRK-LAN-IDX TO WRK-LAN-CAB
               END-IF
           END-IF.
       0220-TRATAR-ESTORNO.
      *>********* ESTORNO DO TICKET: MARCANDO OS LANCAMENTOS DELE NO
      *>          MES; TICKET DE MES ANTERIOR (OU LINHA ANTIGA, SEM
      *>          TICKET=) ABATE O VALOR PELA FAIXA GERAL
           MOVE ZEROS TO WRK-LAN-ESTORNADOS.
           IF WRK-TICKET-LINHA > ZEROS
               PERFORM 0225-ESTORNAR-LANCAMENTO
                   VARYING WRK-LAN-IDX FROM 1 BY 1
                   UNTIL WRK-LAN-IDX > WRK-LAN-QTD
           END-IF.
           PERFORM 0240-LOCALIZAR-VENDEDOR.
           IF WRK-VEND-ACHADO > ZEROS
               SUBTRACT 1 FROM WRK-VEND-QTD(WRK-VEND-ACHADO)
               IF WRK-LAN-ESTORNADOS = ZEROS
                   MOVE SPACES TO WRK-CATEGORIA-ITEM
                   MOVE 'C' TO WRK-TIPO-NOVO
                   PERFORM 0250-NOVO-LANCAMENTO
               END-IF
           END-IF.
       0225-ESTORNAR-LANCAMENTO.
      *>********* MARCANDO UM LANCAMENTO DO TICKET ESTORNADO
           IF WRK-LAN-TICKET(WRK-LAN-IDX) = WRK-TICKET-LINHA
              AND WRK-LAN-VENDEDOR(WRK-LAN-IDX) = WRK-LOG-VEND
              AND WRK-LAN-SITUACAO(WRK-LAN-IDX) = SPACES
              AND WRK-LAN-TIPO(WRK-LAN-IDX) NOT = 'C'
               MOVE 'E' TO WRK-LAN-SITUACAO(WRK-LAN-IDX)
               ADD 1 TO WRK-LAN-ESTORNADOS
           END-IF.
       0230-TRATAR-ITEM.
      *>********* LINHA DE ITEM DO TICKET ABERTO: LANCANDO O ITEM NA
      *>          CATEGORIA DO PRODUTO E TIRANDO-O DO CABECALHO
           IF WRK-LAN-CAB > ZEROS
               IF WRK-LINHA(8:5) NUMERIC
                   MOVE WRK-LINHA(8:5) TO WRK-TICKET-LINHA
               ELSE
                   MOVE ZEROS TO WRK-TICKET-LINHA
               END-IF
               IF WRK-TICKET-LINHA = WRK-LAN-TICKET(WRK-LAN-CAB)
                   MOVE ' ITEM=' TO WRK-MARCADOR
                   MOVE 6 TO WRK-TAM-MARCADOR
                   PERFORM 0270-PROCURAR-MARCADOR
                   MOVE SPACES TO WRK-ITEM-COD
                   IF WRK-ACHOU-POS > ZEROS
                       MOVE WRK-LINHA(WRK-ACHOU-POS:5) TO WRK-ITEM-COD
                   END-IF
                   PERFORM 0285-EXTRAIR-BRUTO
                   PERFORM 0260-CATEGORIA-PRODUTO
                   MOVE WRK-LAN-VENDEDOR(WRK-LAN-CAB)
                       TO WRK-LOG-VEND
                   PERFORM 0255-LANCAR-ITEM
               END-IF
           END-IF.
       0240-LOCALIZAR-VENDEDOR.
      *>********* LOCALIZANDO (OU INCLUINDO) O VENDEDOR NA TABELA DO
      *>          MES
           MOVE ZEROS TO WRK-VEND-ACHADO.
           PERFORM 0245-TESTAR-VENDEDOR
               VARYING WRK-VEND-IDX FROM 1 BY 1
               UNTIL WRK-VEND-IDX > WRK-VEND-QTD-TAB
                  OR WRK-VEND-ACHADO > ZEROS.
           IF WRK-VEND-ACHADO = ZEROS AND WRK-VEND-QTD-TAB < 100
               ADD 1 TO WRK-VEND-QTD-TAB
               MOVE WRK-VEND-QTD-TAB TO WRK-VEND-ACHADO
               MOVE WRK-LOG-VEND
                   TO WRK-VEND-CODIGO(WRK-VEND-ACHADO)
               MOVE ZEROS TO WRK-VEND-QTD(WRK-VEND-ACHADO)
               MOVE ZEROS TO WRK-VEND-TOTAL(WRK-VEND-ACHADO)
               MOVE ZEROS TO WRK-VEND-COMISSAO(WRK-VEND-ACHADO)
               MOVE ZEROS TO WRK-VEND-MST(WRK-VEND-ACHADO)
           END-IF.
       0245-TESTAR-VENDEDOR.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O VENDEDOR
           IF WRK-VEND-CODIGO(WRK-VEND-IDX) = WRK-LOG-VEND
               MOVE WRK-VEND-IDX TO WRK-VEND-ACHADO
           END-IF.
       0250-NOVO-LANCAMENTO.
      *>********* INCLUINDO UM LANCAMENTO DE CABECALHO (H) OU DE
      *>          ESTORNO AVULSO (C, NEGATIVO) NA TABELA DO MES
           MOVE ZEROS TO WRK-LAN-IDX.
           IF WRK-LAN-QTD >= 5000
               MOVE 'S' TO WRK-LAN-ESTOURO
           ELSE
               ADD 1 TO WRK-LAN-QTD
               MOVE WRK-LAN-QTD TO WRK-LAN-IDX
               MOVE WRK-TIPO-NOVO TO WRK-LAN-TIPO(WRK-LAN-IDX)
               MOVE WRK-TICKET-LINHA TO WRK-LAN-TICKET(WRK-LAN-IDX)
               MOVE WRK-LOG-VEND TO WRK-LAN-VENDEDOR(WRK-LAN-IDX)
               MOVE SPACES TO WRK-LAN-CATEGORIA(WRK-LAN-IDX)
               MOVE SPACES TO WRK-LAN-SITUACAO(WRK-LAN-IDX)
               IF WRK-LAN-TIPO(WRK-LAN-IDX) = 'C'
                   COMPUTE WRK-LAN-VALOR(WRK-LAN-IDX) =
                       0 - WRK-BRUTO-LINHA
               ELSE
                   MOVE WRK-BRUTO-LINHA TO WRK-LAN-VALOR(WRK-LAN-IDX)
               END-IF
           END-IF.
       0255-LANCAR-ITEM.
      *>********* INCLUINDO O LANCAMENTO DO ITEM (I) E ABATENDO O
      *>          VALOR DELE DO CABECALHO DO TICKET
           IF WRK-LAN-QTD >= 5000
               MOVE 'S' TO WRK-LAN-ESTOURO
           ELSE
               ADD 1 TO WRK-LAN-QTD
               MOVE 'I' TO WRK-LAN-TIPO(WRK-LAN-QTD)
               MOVE WRK-LAN-TICKET(WRK-LAN-CAB)
                   TO WRK-LAN-TICKET(WRK-LAN-QTD)
               MOVE WRK-LOG-VEND TO WRK-LAN-VENDEDOR(WRK-LAN-QTD)
               MOVE WRK-CATEGORIA-ITEM
                   TO WRK-LAN-CATEGORIA(WRK-LAN-QTD)
               MOVE WRK-BRUTO-LINHA TO WRK-LAN-VALOR(WRK-LAN-QTD)
               MOVE SPACES TO WRK-LAN-SITUACAO(WRK-LAN-QTD)
               SUBTRACT WRK-BRUTO-LINHA FROM WRK-LAN-VALOR(WRK-LAN-CAB)
           END-IF.
       0260-CATEGORIA-PRODUTO.
      *>********* BUSCANDO A CATEGORIA DO PRODUTO DO ITEM NO CADASTRO
           MOVE SPACES TO WRK-CATEGORIA-ITEM.
           MOVE ZEROS TO WRK-PROD-ACHADO.
           PERFORM 0265-TESTAR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                  OR WRK-PROD-ACHADO > ZEROS.
           IF WRK-PROD-ACHADO > ZEROS
               MOVE WRK-PROD-CATEGORIA(WRK-PROD-ACHADO)
                   TO WRK-CATEGORIA-ITEM
           END-IF.
       0265-TESTAR-PRODUTO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O PRODUTO
           IF WRK-PROD-CODIGO(WRK-PROD-IDX) = WRK-ITEM-COD
               MOVE WRK-PROD-IDX TO WRK-PROD-ACHADO
           END-IF.
       0270-PROCURAR-MARCADOR.
      *>********* PROCURANDO O MARCADOR NA LINHA; WRK-ACHOU-POS FICA
      *>          NA PRIMEIRA POSICAO DEPOIS DELE (ZERO = NAO ACHOU)
           MOVE ZEROS TO WRK-ACHOU-POS.
           PERFORM 0275-TESTAR-MARCADOR
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > 110 OR WRK-ACHOU-POS > ZEROS.
           IF WRK-ACHOU-POS > ZEROS
               ADD WRK-TAM-MARCADOR TO WRK-ACHOU-POS
           END-IF.
       0275-TESTAR-MARCADOR.
      *>********* COMPARANDO UMA POSICAO DA LINHA COM O MARCADOR
           IF WRK-LINHA(WRK-POS:WRK-TAM-MARCADOR)
              = WRK-MARCADOR(1:WRK-TAM-MARCADOR)
               MOVE WRK-POS TO WRK-ACHOU-POS
           END-IF.
       0280-EXTRAIR-DATA.
      *>********* EXTRAINDO A DATA= DA LINHA
           MOVE ZEROS TO WRK-DATA-LINHA.
           MOVE ' DATA=' TO WRK-MARCADOR.
           MOVE 6 TO WRK-TAM-MARCADOR.
           PERFORM 0270-PROCURAR-MARCADOR.
           IF WRK-ACHOU-POS > ZEROS
               IF WRK-LINHA(WRK-ACHOU-POS:8) NUMERIC
                   MOVE WRK-LINHA(WRK-ACHOU-POS:8) TO WRK-DATA-LINHA
               END-IF
           END-IF.
       0285-EXTRAIR-BRUTO.
      *>********* EXTRAINDO O BRUTO= DA LINHA (10 OU 8 DIGITOS)
           MOVE ZEROS TO WRK-BRUTO-LINHA.
           MOVE ' BRUTO=' TO WRK-MARCADOR.
           MOVE 7 TO WRK-TAM-MARCADOR.
           PERFORM 0270-PROCURAR-MARCADOR.
           IF WRK-ACHOU-POS > ZEROS
               IF WRK-LINHA(WRK-ACHOU-POS:10) NUMERIC
                   MOVE WRK-LINHA(WRK-ACHOU-POS:10) TO WRK-BRUTO-10
                   MOVE WRK-BRUTO-10-NUM TO WRK-BRUTO-LINHA
               ELSE
                   IF WRK-LINHA(WRK-ACHOU-POS:8) NUMERIC
                       MOVE WRK-LINHA(WRK-ACHOU-POS:8) TO WRK-BRUTO-8
                       MOVE WRK-BRUTO-8-NUM TO WRK-BRUTO-LINHA
                   END-IF
               END-IF
           END-IF.
       0290-EXTRAIR-TICKET.
      *>********* EXTRAINDO O TICKET= DO CABECALHO OU DO ESTORNO
      *>          (LINHA ANTIGA SEM TICKET FICA COM ZERO)
           MOVE ZEROS TO WRK-TICKET-LINHA.
           MOVE ' TICKET=' TO WRK-MARCADOR.
           MOVE 8 TO WRK-TAM-MARCADOR.
           PERFORM 0270-PROCURAR-MARCADOR.
           IF WRK-ACHOU-POS > ZEROS
               IF WRK-LINHA(WRK-ACHOU-POS:5) NUMERIC
                   MOVE WRK-LINHA(WRK-ACHOU-POS:5) TO WRK-TICKET-LINHA
               END-IF
           END-IF.
       0300-FINALIZAR.
      *>********* APURANDO AS COMISSOES, IMPRIMINDO OS EXTRATOS E
      *>          GRAVANDO OS PROVENTOS DO MES
           CLOSE VENDALOG-FILE.
           PERFORM 0310-ACUMULAR-LANCAMENTO
               VARYING WRK-LAN-IDX FROM 1 BY 1
               UNTIL WRK-LAN-IDX > WRK-LAN-QTD.
           PERFORM 0320-APURAR-VENDEDOR
               VARYING WRK-VEND-IDX FROM 1 BY 1
               UNTIL WRK-VEND-IDX > WRK-VEND-QTD-TAB.
           OPEN OUTPUT EXTRATO-FILE.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'COMPETENCIA: ' WRK-COMP-MES '/' WRK-COMP-ANO.
           DISPLAY '===================================='.
           PERFORM 0340-EXIBIR-VENDEDOR
               VARYING WRK-VEND-IDX FROM 1 BY 1
               UNTIL WRK-VEND-IDX > WRK-VEND-QTD-TAB.
           CLOSE EXTRATO-FILE.
           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-GERAL-ED.
           MOVE WRK-TOTAL-COMISSAO TO WRK-TOTAL-COMISSAO-ED.
           DISPLAY '===================================='.
           DISPLAY 'TOTAL DE VENDAS DO MES: '
                   WRK-MOEDA-SIMBOLO WRK-TOTAL-GERAL-ED.
           DISPLAY 'TOTAL DE COMISSOES DO MES: '
                   WRK-MOEDA-SIMBOLO WRK-TOTAL-COMISSAO-ED.
           DISPLAY '===================================='.
           DISPLAY 'EXTRATOS DOS VENDEDORES EM COMIS29REL.'.
           EVALUATE TRUE
               WHEN LANCAMENTOS-ESTOURO OR ACUMULADOS-ESTOURO
                   DISPLAY '*** DIARIO DO MES MAIOR QUE A TABELA - '
                           'PROVENTOS NAO GRAVADOS ***'
               WHEN COMISSOES-ESTOURO
                   DISPLAY '*** ARQUIVO COMISSAO29 MAIOR QUE A TABELA '
                           '(2000) - PROVENTOS NAO GRAVADOS ***'
               WHEN COMPETENCIA-LANCADA
                   DISPLAY '*** COMPETENCIA JA LANCADA NA FOLHA - '
                           'PROVENTOS NAO REGRAVADOS ***'
               WHEN OTHER
                   PERFORM 0350-GRAVAR-COMISSOES
           END-EVALUATE.
       0310-ACUMULAR-LANCAMENTO.
      *>********* SOMANDO UM LANCAMENTO NAO ESTORNADO NO VENDEDOR E
      *>          NA CATEGORIA (SOBRA NEGATIVA DE CABECALHO NAO CONTA)
           IF WRK-LAN-SITUACAO(WRK-LAN-IDX) = SPACES
              AND NOT (WRK-LAN-TIPO(WRK-LAN-IDX) = 'H'
                       AND WRK-LAN-VALOR(WRK-LAN-IDX) <= ZEROS)
               MOVE WRK-LAN-VENDEDOR(WRK-LAN-IDX) TO WRK-LOG-VEND
               PERFORM 0240-LOCALIZAR-VENDEDOR
               IF WRK-VEND-ACHADO > ZEROS
                   ADD WRK-LAN-VALOR(WRK-LAN-IDX)
                       TO WRK-VEND-TOTAL(WRK-VEND-ACHADO)
               END-IF
               PERFORM 0315-LOCALIZAR-ACUMULADO
               IF WRK-ACM-ACHADO > ZEROS
                   ADD WRK-LAN-VALOR(WRK-LAN-IDX)
                       TO WRK-ACM-VALOR(WRK-ACM-ACHADO)
               END-IF
           END-IF.
       0315-LOCALIZAR-ACUMULADO.
      *>********* LOCALIZANDO (OU INCLUINDO) O VENDEDOR/CATEGORIA
           MOVE ZEROS TO WRK-ACM-ACHADO.
           PERFORM 0317-TESTAR-ACUMULADO
               VARYING WRK-ACM-IDX FROM 1 BY 1
               UNTIL WRK-ACM-IDX > WRK-ACM-QTD
                  OR WRK-ACM-ACHADO > ZEROS.
           IF WRK-ACM-ACHADO = ZEROS
               IF WRK-ACM-QTD >= 500
                   MOVE 'S' TO WRK-ACM-ESTOURO
               ELSE
                   ADD 1 TO WRK-ACM-QTD
                   MOVE WRK-ACM-QTD TO WRK-ACM-ACHADO
                   MOVE WRK-LAN-VENDEDOR(WRK-LAN-IDX)
                       TO WRK-ACM-VENDEDOR(WRK-ACM-ACHADO)
                   MOVE WRK-LAN-CATEGORIA(WRK-LAN-IDX)
                       TO WRK-ACM-CATEGORIA(WRK-ACM-ACHADO)
                   MOVE ZEROS TO WRK-ACM-VALOR(WRK-ACM-ACHADO)
                   MOVE ZEROS TO WRK-ACM-PCT(WRK-ACM-ACHADO)
                   MOVE ZEROS TO WRK-ACM-COMISSAO(WRK-ACM-ACHADO)
               END-IF
           END-IF.
       0317-TESTAR-ACUMULADO.
      *>********* COMPARANDO UMA POSICAO COM O VENDEDOR/CATEGORIA
           IF WRK-ACM-VENDEDOR(WRK-ACM-IDX)
              = WRK-LAN-VENDEDOR(WRK-LAN-IDX)
              AND WRK-ACM-CATEGORIA(WRK-ACM-IDX)
                  = WRK-LAN-CATEGORIA(WRK-LAN-IDX)
               MOVE WRK-ACM-IDX TO WRK-ACM-ACHADO
           END-IF.
       0320-APURAR-VENDEDOR.
      *>********* APURANDO A COMISSAO DE UM VENDEDOR DO CADASTRO: A
      *>          FAIXA SAI DO VOLUME LIQUIDO DO MES E O PERCENTUAL
      *>          DELA INCIDE SOBRE A VENDA DE CADA CATEGORIA
           MOVE ZEROS TO WRK-MST-ACHADO.
           PERFORM 0322-TESTAR-CADASTRO
               VARYING WRK-MST-IDX FROM 1 BY 1
               UNTIL WRK-MST-IDX > WRK-MST-QTD
                  OR WRK-MST-ACHADO > ZEROS.
           MOVE WRK-MST-ACHADO TO WRK-VEND-MST(WRK-VEND-IDX).
           IF WRK-MST-ACHADO > ZEROS
               IF WRK-VEND-TOTAL(WRK-VEND-IDX) > ZEROS
                   MOVE WRK-VEND-TOTAL(WRK-VEND-IDX) TO WRK-VOLUME
               ELSE
                   MOVE ZEROS TO WRK-VOLUME
               END-IF
               MOVE WRK-MST-PLANO(WRK-MST-ACHADO) TO WRK-PLANO-BUSCA
               PERFORM 0325-APURAR-CATEGORIA
                   VARYING WRK-ACM-IDX FROM 1 BY 1
                   UNTIL WRK-ACM-IDX > WRK-ACM-QTD
               IF WRK-VEND-COMISSAO(WRK-VEND-IDX) < ZEROS
                   MOVE ZEROS TO WRK-VEND-COMISSAO(WRK-VEND-IDX)
               END-IF
           END-IF.
       0322-TESTAR-CADASTRO.
      *>********* COMPARANDO UM VENDEDOR DO CADASTRO COM O DO MES
           IF WRK-MST-CODIGO(WRK-MST-IDX)
              = WRK-VEND-CODIGO(WRK-VEND-IDX)
               MOVE WRK-MST-IDX TO WRK-MST-ACHADO
           END-IF.
       0325-APURAR-CATEGORIA.
      *>********* APURANDO A COMISSAO DE UMA CATEGORIA DO VENDEDOR
           IF WRK-ACM-VENDEDOR(WRK-ACM-IDX)
              = WRK-VEND-CODIGO(WRK-VEND-IDX)
               MOVE WRK-ACM-CATEGORIA(WRK-ACM-IDX) TO WRK-CAT-BUSCA
               PERFORM 0330-APURAR-PERCENTUAL
               MOVE WRK-PCT-APLICADO TO WRK-ACM-PCT(WRK-ACM-IDX)
               COMPUTE WRK-COMISSAO-CAT ROUNDED =
                   WRK-ACM-VALOR(WRK-ACM-IDX) * WRK-PCT-APLICADO / 100
               MOVE WRK-COMISSAO-CAT TO WRK-ACM-COMISSAO(WRK-ACM-IDX)
               ADD WRK-COMISSAO-CAT TO WRK-VEND-COMISSAO(WRK-VEND-IDX)
           END-IF.
       0330-APURAR-PERCENTUAL.
      *>********* PERCENTUAL DA FAIXA DO PLANO PARA A CATEGORIA E O
      *>          VOLUME; CATEGORIA SEM FAIXA PROPRIA USA A GERAL
           MOVE ZEROS TO WRK-PCT-APLICADO.
           PERFORM 0332-BUSCAR-FAIXA.
           IF WRK-CPL-ACHADO = ZEROS AND WRK-CAT-BUSCA NOT = SPACES
               MOVE SPACES TO WRK-CAT-BUSCA
               PERFORM 0332-BUSCAR-FAIXA
           END-IF.
           IF WRK-CPL-ACHADO > ZEROS
               MOVE WRK-CPL-PCT(WRK-CPL-ACHADO) TO WRK-PCT-APLICADO
           END-IF.
       0332-BUSCAR-FAIXA.
      *>********* MENOR FAIXA QUE COBRE O VOLUME (ACIMA DA ULTIMA,
      *>          VALE A ULTIMA)
           MOVE ZEROS TO WRK-CPL-ACHADO.
           MOVE ZEROS TO WRK-CPL-MAIOR.
           PERFORM 0335-TESTAR-FAIXA
               VARYING WRK-CPL-IDX FROM 1 BY 1
               UNTIL WRK-CPL-IDX > WRK-CPL-QTD.
           IF WRK-CPL-ACHADO = ZEROS
               MOVE WRK-CPL-MAIOR TO WRK-CPL-ACHADO
           END-IF.
       0335-TESTAR-FAIXA.
      *>********* COMPARANDO UMA FAIXA COM O PLANO, A CATEGORIA E O
      *>          VOLUME
           IF WRK-CPL-PLANO(WRK-CPL-IDX) = WRK-PLANO-BUSCA
              AND WRK-CPL-CATEGORIA(WRK-CPL-IDX) = WRK-CAT-BUSCA
               IF WRK-CPL-ATE-VALOR(WRK-CPL-IDX) >= WRK-VOLUME
                   IF WRK-CPL-ACHADO = ZEROS
                       MOVE WRK-CPL-IDX TO WRK-CPL-ACHADO
                   ELSE
                       IF WRK-CPL-ATE-VALOR(WRK-CPL-IDX)
                          < WRK-CPL-ATE-VALOR(WRK-CPL-ACHADO)
                           MOVE WRK-CPL-IDX TO WRK-CPL-ACHADO
                       END-IF
                   END-IF
               END-IF
               IF WRK-CPL-MAIOR = ZEROS
                   MOVE WRK-CPL-IDX TO WRK-CPL-MAIOR
               ELSE
                   IF WRK-CPL-ATE-VALOR(WRK-CPL-IDX)
                      > WRK-CPL-ATE-VALOR(WRK-CPL-MAIOR)
                       MOVE WRK-CPL-IDX TO WRK-CPL-MAIOR
                   END-IF
               END-IF
           END-IF.
       0340-EXIBIR-VENDEDOR.
      *>********* EXIBINDO AS VENDAS E A COMISSAO DE UM VENDEDOR E
      *>          IMPRIMINDO O EXTRATO DELE
           MOVE WRK-VEND-MST(WRK-VEND-IDX) TO WRK-MST-ACHADO.
           IF WRK-MST-ACHADO > ZEROS
               MOVE WRK-MST-NOME(WRK-MST-ACHADO) TO WRK-NOME-ED
               MOVE WRK-VEND-COMISSAO(WRK-VEND-IDX)
                   TO WRK-COMISSAO-PAGA
           ELSE
               MOVE '(FORA DO CADASTRO)' TO WRK-NOME-ED
               MOVE ZEROS TO WRK-COMISSAO-PAGA
           END-IF.
           MOVE WRK-VEND-TOTAL(WRK-VEND-IDX) TO WRK-VALOR-ED.
           MOVE WRK-COMISSAO-PAGA TO WRK-COMISSAO-ED.
           MOVE WRK-VEND-QTD(WRK-VEND-IDX) TO WRK-QTD-ED.
           ADD WRK-VEND-TOTAL(WRK-VEND-IDX) TO WRK-TOTAL-GERAL.
           ADD WRK-COMISSAO-PAGA TO WRK-TOTAL-COMISSAO.
           DISPLAY 'VENDEDOR: ' WRK-VEND-CODIGO(WRK-VEND-IDX) ' '
                   WRK-NOME-ED
                   ' VENDAS: ' WRK-QTD-ED
                   ' TOTAL: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED
                   ' COMISSAO: ' WRK-MOEDA-SIMBOLO WRK-COMISSAO-ED.
           PERFORM 9710-CONTAR-LINHA.
           MOVE ALL '=' TO EXTRATO-REC.
           WRITE EXTRATO-REC.
           MOVE SPACES TO EXTRATO-REC.
           STRING 'EXTRATO DE COMISSAO - COMPETENCIA ' DELIMITED BY SIZE
                  WRK-COMP-MES '/' WRK-COMP-ANO DELIMITED BY SIZE
             INTO EXTRATO-REC.
           WRITE EXTRATO-REC.
           MOVE SPACES TO EXTRATO-REC.
           STRING 'VENDEDOR: ' DELIMITED BY SIZE
                  WRK-VEND-CODIGO(WRK-VEND-IDX) DELIMITED BY SIZE
                  ' ' WRK-NOME-ED DELIMITED BY SIZE
             INTO EXTRATO-REC.
           IF WRK-MST-ACHADO > ZEROS
               MOVE 'MAT:' TO EXTRATO-REC(44:4)
               MOVE WRK-MST-MATRICULA(WRK-MST-ACHADO)
                   TO EXTRATO-REC(49:6)
               MOVE 'PLANO:' TO EXTRATO-REC(57:6)
               MOVE WRK-MST-PLANO(WRK-MST-ACHADO) TO EXTRATO-REC(64:3)
           END-IF.
           WRITE EXTRATO-REC.
           MOVE SPACES TO EXTRATO-REC.
           STRING 'CATEGORIA            VENDAS      %     COMISSAO'
                  DELIMITED BY SIZE INTO EXTRATO-REC.
           WRITE EXTRATO-REC.
           PERFORM 0345-IMPRIMIR-CATEGORIA
               VARYING WRK-ACM-IDX FROM 1 BY 1
               UNTIL WRK-ACM-IDX > WRK-ACM-QTD.
           MOVE WRK-VEND-TOTAL(WRK-VEND-IDX) TO WRK-VALOR-ED.
           MOVE WRK-COMISSAO-PAGA TO WRK-COMISSAO-ED.
           MOVE SPACES TO EXTRATO-REC.
           STRING 'TICKETS: ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  '  TOTAL: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  '  COMISSAO: ' DELIMITED BY SIZE
                  WRK-COMISSAO-ED DELIMITED BY SIZE
             INTO EXTRATO-REC.
           WRITE EXTRATO-REC.
           IF WRK-MST-ACHADO = ZEROS
               MOVE SPACES TO EXTRATO-REC
               MOVE 'VENDEDOR SEM CADASTRO - SEM COMISSAO NO MES.'
                   TO EXTRATO-REC
               WRITE EXTRATO-REC
           END-IF.
       0345-IMPRIMIR-CATEGORIA.
      *>********* IMPRIMINDO UMA CATEGORIA DO EXTRATO DO VENDEDOR
           IF WRK-ACM-VENDEDOR(WRK-ACM-IDX)
              = WRK-VEND-CODIGO(WRK-VEND-IDX)
               IF WRK-ACM-CATEGORIA(WRK-ACM-IDX) = SPACES
                   MOVE 'GERAL' TO WRK-CATEGORIA-ED
               ELSE
                   MOVE WRK-ACM-CATEGORIA(WRK-ACM-IDX)
                       TO WRK-CATEGORIA-ED
               END-IF
               MOVE WRK-ACM-VALOR(WRK-ACM-IDX) TO WRK-VALOR-ED
               MOVE WRK-ACM-PCT(WRK-ACM-IDX) TO WRK-PCT-ED
               MOVE WRK-ACM-COMISSAO(WRK-ACM-IDX) TO WRK-COMISSAO-ED
               MOVE SPACES TO EXTRATO-REC
               STRING WRK-CATEGORIA-ED DELIMITED BY SIZE
                      '  ' WRK-VALOR-ED DELIMITED BY SIZE
                      '  ' WRK-PCT-ED DELIMITED BY SIZE
                      '  ' WRK-COMISSAO-ED DELIMITED BY SIZE
                 INTO EXTRATO-REC
               WRITE EXTRATO-REC
           END-IF.
       0350-GRAVAR-COMISSOES.
      *>********* REGRAVANDO O COMISSAO29: OS OUTROS MESES E OS JA
      *>          LANCADOS FICAM COMO ESTAVAM, O MES APURADO ENTRA NO
      *>          LUGAR DAS APURACOES ANTERIORES DELE
           MOVE ZEROS TO WRK-COM-GRAVADAS.
           OPEN OUTPUT COMISSAO-FILE.
           PERFORM 0355-REGRAVAR-ANTERIOR
               VARYING WRK-COM-IDX FROM 1 BY 1
               UNTIL WRK-COM-IDX > WRK-COM-QTD.
           PERFORM 0360-GRAVAR-VENDEDOR
               VARYING WRK-VEND-IDX FROM 1 BY 1
               UNTIL WRK-VEND-IDX > WRK-VEND-QTD-TAB.
           CLOSE COMISSAO-FILE.
           DISPLAY 'PROVENTOS DE COMISSAO GRAVADOS PARA A FOLHA: '
                   WRK-COM-GRAVADAS.
       0355-REGRAVAR-ANTERIOR.
      *>********* REGRAVANDO UM PROVENTO QUE NAO E APURACAO DO MES
           IF NOT (WRK-COM-COMPETENCIA(WRK-COM-IDX)
                   = WRK-COMPETENCIA-NUM
                   AND WRK-COM-SITUACAO(WRK-COM-IDX) = 'A')
               MOVE WRK-COM-LINHA(WRK-COM-IDX) TO COMISSAO-REC
               WRITE COMISSAO-REC
           END-IF.
       0360-GRAVAR-VENDEDOR.
      *>********* GRAVANDO O PROVENTO DE UM VENDEDOR DO CADASTRO COM
      *>          COMISSAO NO MES
           MOVE WRK-VEND-MST(WRK-VEND-IDX) TO WRK-MST-ACHADO.
           IF WRK-MST-ACHADO > ZEROS
              AND WRK-VEND-COMISSAO(WRK-VEND-IDX) > ZEROS
               MOVE SPACES TO COMISSAO-REC
               MOVE WRK-COMPETENCIA-NUM TO COM-COMPETENCIA
               MOVE WRK-VEND-CODIGO(WRK-VEND-IDX) TO COM-VENDEDOR
               MOVE WRK-MST-MATRICULA(WRK-MST-ACHADO) TO COM-MATRICULA
               MOVE WRK-MST-NOME(WRK-MST-ACHADO) TO COM-NOME
               MOVE WRK-VEND-TOTAL(WRK-VEND-IDX) TO COM-VENDAS
               MOVE WRK-VEND-COMISSAO(WRK-VEND-IDX) TO COM-VALOR
               MOVE 'A' TO COM-SITUACAO
               MOVE WRK-DATA-HOJE-NUM TO COM-DATA-GERACAO
               MOVE ZEROS TO COM-DATA-FOLHA
               WRITE COMISSAO-REC
               ADD 1 TO WRK-COM-GRAVADAS
           END-IF.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='RELATORIO DE COMISSOES'==.
