       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL80.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: BAIXAR PAGAMENTOS, TOTAIS OU PARCIAIS, DOS TITULOS
      *>           DE CONTAS A PAGAR (CONTASPAG57) GERADOS PELO
      *>           PROGCBL57 NO RECEBIMENTO DA MERCADORIA, GRAVANDO
      *>           CADA PAGAMENTO NO LOG PAGTOFORN80 E NA TRILHA DE
      *>           AUDITORIA CENTRAL
      *> OBJETIVO: IMPRIMIR O AGING DO CONTAS A PAGAR POR FORNECEDOR
      *>           NAS MESMAS FAIXAS DO AGING DE CONTAS A RECEBER DO
      *>           PROGCBL34 (A VENCER / 30 / 60 / 90 / MAIS 90 DIAS,
      *>           BASE 30/360 SOBRE O VENCIMENTO EM DIA UTIL)
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTASPAG-FILE ASSIGN TO 'CONTASPAG57'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASPAG-STATUS.
           SELECT OPTIONAL PAGTOFORN-FILE ASSIGN TO 'PAGTOFORN80'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGTOFORN-STATUS.
           SELECT OPTIONAL FORNMST-FILE ASSIGN TO 'FORNMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORNMST-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTASPAG-FILE.
       01  CONTASPAG-REC.
           COPY 'CONTASPAG.cbl'.
       FD  PAGTOFORN-FILE.
       01  PAGTOFORN-REC.
           COPY 'PAGTOFORN.cbl'.
       FD  FORNMST-FILE.
       01  FORNMST-REC.
           COPY 'FORNECEDOR.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       WORKING-STORAGE SECTION.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='CONTAS A PAGAR - AGING POR FORNECEDOR'==.
       COPY 'AUDITLOG.cbl'.
       COPY 'DIAUTIL.cbl'.
       77 WRK-CONTASPAG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASPAG-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTASPAG VALUE 'S'.
       77 WRK-PAGTOFORN-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FORNMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FORNMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FORNMST VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(01) VALUE 9.
         88 OPCAO-PAGAR VALUE 1.
         88 OPCAO-AGING VALUE 2.
         88 OPCAO-LISTAR VALUE 3.
         88 OPCAO-SAIR VALUE 0.
      *>********* TITULOS A PAGAR EM MEMORIA
       01 WRK-TITULOS.
          02 WRK-TIT-LINHA OCCURS 500 TIMES.
             03 WRK-TIT-SEQ PIC 9(05).
             03 WRK-TIT-FORNECEDOR PIC X(05).
             03 WRK-TIT-PEDIDO PIC 9(05).
             03 WRK-TIT-NOTA PIC X(10).
             03 WRK-TIT-VALOR PIC 9(08)V99.
             03 WRK-TIT-VALOR-PAGO PIC 9(08)V99.
             03 WRK-TIT-EMISSAO PIC 9(08).
             03 WRK-TIT-VENCIMENTO PIC 9(08).
             03 WRK-TIT-STATUS PIC X(01).
             03 WRK-TIT-DATA-PGTO PIC 9(08).
       77 WRK-TIT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-TIT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TIT-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* FORNECEDORES EM MEMORIA (NOME NO RELATORIO)
       01 WRK-FOR-TAB.
          02 WRK-FOR-LINHA OCCURS 100 TIMES.
             03 WRK-FOR-CODIGO PIC X(05).
             03 WRK-FOR-NOME PIC X(25).
       77 WRK-FOR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FOR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FOR-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* BAIXA DE PAGAMENTO
       77 WRK-SEQ-BAIXA PIC 9(05) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-SALDO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-DEPOIS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-PAGAR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PAGAR-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04).
          02 WRK-HOJE-MES PIC 9(02).
          02 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-VENC.
          02 WRK-VENC-ANO PIC 9(04).
          02 WRK-VENC-MES PIC 9(02).
          02 WRK-VENC-DIA PIC 9(02).
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
      *>********* AGING POR FORNECEDOR (SALDO DEVEDOR POR FAIXA)
       01 WRK-FORNECEDORES.
          02 WRK-AGF-LINHA OCCURS 100 TIMES.
             03 WRK-AGF-CODIGO PIC X(05).
             03 WRK-AGF-AVENCER PIC 9(08)V99.
             03 WRK-AGF-ATE30 PIC 9(08)V99.
             03 WRK-AGF-ATE60 PIC 9(08)V99.
             03 WRK-AGF-ATE90 PIC 9(08)V99.
             03 WRK-AGF-MAIS90 PIC 9(08)V99.
       77 WRK-AGF-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-AGF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-AGF-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-AVENCER PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE30 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE60 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE90 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MAIS90 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-GERAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED3 PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED4 PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED5 PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ABERTOS PIC 9(03) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO O OPERADOR E CARREGANDO OS TITULOS EM MEMORIA
           DISPLAY '***********************************'.
           DISPLAY ' CONTAS A PAGAR (FORNECEDORES)'.
           DISPLAY '***********************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           IF WRK-OPERADOR = SPACES
               MOVE 'OPERADOR' TO WRK-OPERADOR
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9680-CARREGAR-FERIADOS.
           PERFORM 0105-CARREGAR-FORNECEDORES.
           PERFORM 0110-CARREGAR-TITULOS.
       0105-CARREGAR-FORNECEDORES.
      *>********* CARREGANDO O CADASTRO DE FORNECEDORES
           OPEN INPUT FORNMST-FILE.
           IF WRK-FORNMST-STATUS = '00'
               PERFORM 0107-LER-FORNECEDOR
                   UNTIL FIM-FORNMST OR WRK-FOR-QTD >= 100
           END-IF.
           CLOSE FORNMST-FILE.
       0107-LER-FORNECEDOR.
      *>********* LENDO UM FORNECEDOR DO CADASTRO
           READ FORNMST-FILE
               AT END
                   MOVE 'S' TO WRK-FORNMST-EOF
               NOT AT END
                   ADD 1 TO WRK-FOR-QTD
                   MOVE FORN-CODIGO TO WRK-FOR-CODIGO(WRK-FOR-QTD)
                   MOVE FORN-NOME TO WRK-FOR-NOME(WRK-FOR-QTD)
           END-READ.
       0110-CARREGAR-TITULOS.
      *>********* CARREGANDO O ARQUIVO DE CONTAS A PAGAR EM MEMORIA
           MOVE ZEROS TO WRK-TIT-QTD.
           MOVE 'N' TO WRK-CONTASPAG-EOF.
           OPEN INPUT CONTASPAG-FILE.
           IF WRK-CONTASPAG-STATUS = '00'
               PERFORM 0120-LER-TITULO UNTIL FIM-CONTASPAG
           END-IF.
           CLOSE CONTASPAG-FILE.
           IF CARGA-ESTOUROU
      *>********* ARQUIVO MAIOR QUE A TABELA: UMA BAIXA REGRAVARIA O
      *>          ARQUIVO SEM OS TITULOS EXCEDENTES
               DISPLAY 'CONTAS A PAGAR MAIOR QUE A TABELA (500) - '
                       'BAIXA BLOQUEADA E AGING INCOMPLETO; ARQUIVE '
                       'OS TITULOS QUITADOS ANTIGOS.'
           END-IF.
       0120-LER-TITULO.
      *>********* LENDO UM TITULO DO ARQUIVO
           READ CONTASPAG-FILE
               AT END
                   MOVE 'S' TO WRK-CONTASPAG-EOF
               NOT AT END
                   IF WRK-TIT-QTD >= 500
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-TIT-QTD
                       MOVE CONTASPAG-REC
                           TO WRK-TIT-LINHA(WRK-TIT-QTD)
                   END-IF
           END-READ.
       0200-PROCESSAR.
      *>********* MENU DE PAGAMENTO E RELATORIOS
           DISPLAY '-------------------------------------------'.
           DISPLAY '1-BAIXAR PAGAMENTO  2-AGING POR FORNECEDOR'.
           DISPLAY '3-LISTAR TITULOS EM ABERTO'.
           DISPLAY '0-ENCERRAR'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'ESCOLHA A OPCAO: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-PAGAR
                   IF CARGA-ESTOUROU
                       DISPLAY 'BAIXA BLOQUEADA - ARQUIVO MAIOR QUE '
                               'A TABELA DE TRABALHO.'
                   ELSE
                       PERFORM 0210-BAIXAR-PAGAMENTO
                   END-IF
               WHEN OPCAO-AGING
                   PERFORM 0250-RELATORIO-AGING
               WHEN OPCAO-LISTAR
                   PERFORM 0290-LISTAR-ABERTOS
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       0210-BAIXAR-PAGAMENTO.
      *>********* BAIXANDO UM PAGAMENTO TOTAL OU PARCIAL DE UM TITULO
      *>          EM ABERTO OU PAGO PARCIAL
           DISPLAY 'SEQ DO TITULO A PAGAR: '.
           ACCEPT WRK-SEQ-BAIXA FROM CONSOLE.
           MOVE ZEROS TO WRK-TIT-ACHADO.
           PERFORM 0220-TESTAR-TITULO
               VARYING WRK-TIT-IDX FROM 1 BY 1
               UNTIL WRK-TIT-IDX > WRK-TIT-QTD
                  OR WRK-TIT-ACHADO > ZEROS.
           IF WRK-TIT-ACHADO = ZEROS
               DISPLAY 'TITULO EM ABERTO NAO ENCONTRADO: '
                       WRK-SEQ-BAIXA
           ELSE
               COMPUTE WRK-SALDO =
                   WRK-TIT-VALOR(WRK-TIT-ACHADO)
                   - WRK-TIT-VALOR-PAGO(WRK-TIT-ACHADO)
               MOVE WRK-SALDO TO WRK-SALDO-ED
               DISPLAY 'TITULO ' WRK-SEQ-BAIXA ' FORNECEDOR '
                       WRK-TIT-FORNECEDOR(WRK-TIT-ACHADO)
                       ' NOTA ' WRK-TIT-NOTA(WRK-TIT-ACHADO)
                       ' VENC ' WRK-TIT-VENCIMENTO(WRK-TIT-ACHADO)
               DISPLAY 'SALDO DEVEDOR: ' WRK-SALDO-ED
               DISPLAY 'VALOR A PAGAR (0 = SALDO TOTAL): '
               ACCEPT WRK-VALOR-PAGAR FROM CONSOLE
               IF WRK-VALOR-PAGAR = ZEROS
                   MOVE WRK-SALDO TO WRK-VALOR-PAGAR
               END-IF
               IF WRK-VALOR-PAGAR > WRK-SALDO
                   DISPLAY 'VALOR MAIOR QUE O SALDO DEVEDOR - '
                           'PAGAMENTO RECUSADO.'
               ELSE
                   MOVE WRK-VALOR-PAGAR TO WRK-PAGAR-ED
                   DISPLAY 'CONFIRMA O PAGAMENTO DE ' WRK-PAGAR-ED
                           ' (S/N)? '
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF WRK-CONFIRMA = 'S'
                       PERFORM 0230-EFETIVAR-PAGAMENTO
                   ELSE
                       DISPLAY 'PAGAMENTO CANCELADO.'
                   END-IF
               END-IF
           END-IF.
       0220-TESTAR-TITULO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O SEQ PEDIDO
           IF WRK-TIT-SEQ(WRK-TIT-IDX) = WRK-SEQ-BAIXA
              AND (WRK-TIT-STATUS(WRK-TIT-IDX) = 'A'
                   OR WRK-TIT-STATUS(WRK-TIT-IDX) = 'P')
               MOVE WRK-TIT-IDX TO WRK-TIT-ACHADO
           END-IF.
       0230-EFETIVAR-PAGAMENTO.
      *>********* SOMANDO O PAGAMENTO NO TITULO (QUITADO QUANDO NAO
      *>          SOBRA SALDO), REGRAVANDO O ARQUIVO E REGISTRANDO O
      *>          PAGAMENTO NO LOG E NA TRILHA DE AUDITORIA
           ADD WRK-VALOR-PAGAR TO WRK-TIT-VALOR-PAGO(WRK-TIT-ACHADO).
           COMPUTE WRK-SALDO-DEPOIS = WRK-SALDO - WRK-VALOR-PAGAR.
           IF WRK-SALDO-DEPOIS = ZEROS
               MOVE 'Q' TO WRK-TIT-STATUS(WRK-TIT-ACHADO)
               MOVE 'PAGAMENTO' TO WRK-AUDIT-ACAO
           ELSE
               MOVE 'P' TO WRK-TIT-STATUS(WRK-TIT-ACHADO)
               MOVE 'PAGTO PARC' TO WRK-AUDIT-ACAO
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-TIT-DATA-PGTO(WRK-TIT-ACHADO).
           PERFORM 0900-GRAVAR-TITULOS.
           PERFORM 0240-GRAVAR-PAGTOFORN.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE WRK-SALDO-ED TO WRK-AUDIT-ANTES.
           MOVE WRK-SALDO-DEPOIS TO WRK-SALDO-ED.
           MOVE WRK-SALDO-ED TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'PAGAMENTO REGISTRADO NO TITULO ' WRK-SEQ-BAIXA
                   ' - SALDO RESTANTE: ' WRK-SALDO-ED.
       0240-GRAVAR-PAGTOFORN.
      *>********* GRAVANDO O PAGAMENTO NO LOG DE PAGAMENTOS A
      *>          FORNECEDOR (SAIDAS DE CAIXA)
           OPEN EXTEND PAGTOFORN-FILE.
           IF WRK-PAGTOFORN-STATUS = '05'
              OR WRK-PAGTOFORN-STATUS = '35'
               CLOSE PAGTOFORN-FILE
               OPEN OUTPUT PAGTOFORN-FILE
           END-IF.
           MOVE WRK-DATA-HOJE TO PGTO-DATA.
           MOVE WRK-TIT-SEQ(WRK-TIT-ACHADO) TO PGTO-SEQ.
           MOVE WRK-TIT-FORNECEDOR(WRK-TIT-ACHADO) TO PGTO-FORNECEDOR.
           MOVE WRK-TIT-NOTA(WRK-TIT-ACHADO) TO PGTO-NOTA.
           MOVE WRK-VALOR-PAGAR TO PGTO-VALOR.
           MOVE WRK-OPERADOR TO PGTO-OPERADOR.
           WRITE PAGTOFORN-REC.
           CLOSE PAGTOFORN-FILE.
       0250-RELATORIO-AGING.
      *>********* CLASSIFICANDO O SALDO DOS TITULOS EM ABERTO POR
      *>          FORNECEDOR E POR FAIXA DE ATRASO E IMPRIMINDO O
      *>          RELATORIO
           MOVE ZEROS TO WRK-AGF-QTD.
           MOVE ZEROS TO WRK-TOT-AVENCER.
           MOVE ZEROS TO WRK-TOT-ATE30.
           MOVE ZEROS TO WRK-TOT-ATE60.
           MOVE ZEROS TO WRK-TOT-ATE90.
           MOVE ZEROS TO WRK-TOT-MAIS90.
           PERFORM 0260-CLASSIFICAR-TITULO
               VARYING WRK-TIT-IDX FROM 1 BY 1
               UNTIL WRK-TIT-IDX > WRK-TIT-QTD.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'FORNECEDOR A VENCER / ATE 30 / ATE 60 / ATE 90 /'
                   ' MAIS 90'.
           PERFORM 0280-EXIBIR-FORNECEDOR
               VARYING WRK-AGF-IDX FROM 1 BY 1
               UNTIL WRK-AGF-IDX > WRK-AGF-QTD.
           MOVE WRK-TOT-AVENCER TO WRK-VALOR-ED.
           MOVE WRK-TOT-ATE30 TO WRK-VALOR-ED2.
           MOVE WRK-TOT-ATE60 TO WRK-VALOR-ED3.
           MOVE WRK-TOT-ATE90 TO WRK-VALOR-ED4.
           MOVE WRK-TOT-MAIS90 TO WRK-VALOR-ED5.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'TOTAL      ' WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' '
                   WRK-VALOR-ED3 ' ' WRK-VALOR-ED4 ' ' WRK-VALOR-ED5.
           COMPUTE WRK-TOT-GERAL = WRK-TOT-AVENCER + WRK-TOT-ATE30
                                 + WRK-TOT-ATE60 + WRK-TOT-ATE90
                                 + WRK-TOT-MAIS90.
           MOVE WRK-TOT-GERAL TO WRK-SALDO-ED.
           DISPLAY 'TOTAL DEVIDO A FORNECEDORES: ' WRK-SALDO-ED.
       0260-CLASSIFICAR-TITULO.
      *>********* CLASSIFICANDO O SALDO DE UM TITULO NA FAIXA DE
      *>          ATRASO DO SEU FORNECEDOR (DIAS NA BASE 30/360)
           IF WRK-TIT-STATUS(WRK-TIT-IDX) = 'A'
              OR WRK-TIT-STATUS(WRK-TIT-IDX) = 'P'
               COMPUTE WRK-SALDO =
                   WRK-TIT-VALOR(WRK-TIT-IDX)
                   - WRK-TIT-VALOR-PAGO(WRK-TIT-IDX)
               MOVE WRK-TIT-VENCIMENTO(WRK-TIT-IDX) TO WRK-DATA-VENC
               PERFORM 0500-AJUSTAR-VENC-UTIL
               COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-HOJE-ANO - WRK-VENC-ANO) * 360)
                   + ((WRK-HOJE-MES - WRK-VENC-MES) * 30)
                   + (WRK-HOJE-DIA - WRK-VENC-DIA)
               PERFORM 0265-LOCALIZAR-FORNECEDOR
               IF WRK-AGF-ACHADO > ZEROS
                   PERFORM 0275-SOMAR-FAIXA
               END-IF
           END-IF.
       0265-LOCALIZAR-FORNECEDOR.
      *>********* LOCALIZANDO (OU INCLUINDO) O FORNECEDOR DO TITULO
      *>          NA TABELA DO RELATORIO
           MOVE ZEROS TO WRK-AGF-ACHADO.
           PERFORM 0270-TESTAR-FORNECEDOR
               VARYING WRK-AGF-IDX FROM 1 BY 1
               UNTIL WRK-AGF-IDX > WRK-AGF-QTD
                  OR WRK-AGF-ACHADO > ZEROS.
           IF WRK-AGF-ACHADO = ZEROS AND WRK-AGF-QTD < 100
               ADD 1 TO WRK-AGF-QTD
               MOVE WRK-AGF-QTD TO WRK-AGF-ACHADO
               MOVE WRK-TIT-FORNECEDOR(WRK-TIT-IDX)
                 TO WRK-AGF-CODIGO(WRK-AGF-ACHADO)
               MOVE ZEROS TO WRK-AGF-AVENCER(WRK-AGF-ACHADO)
               MOVE ZEROS TO WRK-AGF-ATE30(WRK-AGF-ACHADO)
               MOVE ZEROS TO WRK-AGF-ATE60(WRK-AGF-ACHADO)
               MOVE ZEROS TO WRK-AGF-ATE90(WRK-AGF-ACHADO)
               MOVE ZEROS TO WRK-AGF-MAIS90(WRK-AGF-ACHADO)
           END-IF.
       0270-TESTAR-FORNECEDOR.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O FORNECEDOR
           IF WRK-AGF-CODIGO(WRK-AGF-IDX)
              = WRK-TIT-FORNECEDOR(WRK-TIT-IDX)
               MOVE WRK-AGF-IDX TO WRK-AGF-ACHADO
           END-IF.
       0275-SOMAR-FAIXA.
      *>********* SOMANDO O SALDO NA FAIXA DE ATRASO DO FORNECEDOR
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO <= ZEROS
                   ADD WRK-SALDO TO WRK-AGF-AVENCER(WRK-AGF-ACHADO)
                   ADD WRK-SALDO TO WRK-TOT-AVENCER
               WHEN WRK-DIAS-ATRASO <= 30
                   ADD WRK-SALDO TO WRK-AGF-ATE30(WRK-AGF-ACHADO)
                   ADD WRK-SALDO TO WRK-TOT-ATE30
               WHEN WRK-DIAS-ATRASO <= 60
                   ADD WRK-SALDO TO WRK-AGF-ATE60(WRK-AGF-ACHADO)
                   ADD WRK-SALDO TO WRK-TOT-ATE60
               WHEN WRK-DIAS-ATRASO <= 90
                   ADD WRK-SALDO TO WRK-AGF-ATE90(WRK-AGF-ACHADO)
                   ADD WRK-SALDO TO WRK-TOT-ATE90
               WHEN OTHER
                   ADD WRK-SALDO TO WRK-AGF-MAIS90(WRK-AGF-ACHADO)
                   ADD WRK-SALDO TO WRK-TOT-MAIS90
           END-EVALUATE.
       0280-EXIBIR-FORNECEDOR.
      *>********* EXIBINDO A LINHA DE AGING DE UM FORNECEDOR, COM O
      *>          NOME DO CADASTRO FORNMST
           PERFORM 9710-CONTAR-LINHA.
           MOVE ZEROS TO WRK-FOR-ACHADO.
           PERFORM 0285-TESTAR-NOME-FORNECEDOR
               VARYING WRK-FOR-IDX FROM 1 BY 1
               UNTIL WRK-FOR-IDX > WRK-FOR-QTD
                  OR WRK-FOR-ACHADO > ZEROS.
           IF WRK-FOR-ACHADO > ZEROS
               DISPLAY WRK-AGF-CODIGO(WRK-AGF-IDX) ' '
                       WRK-FOR-NOME(WRK-FOR-ACHADO)
           ELSE
               DISPLAY WRK-AGF-CODIGO(WRK-AGF-IDX)
                       ' (FORNECEDOR SEM CADASTRO)'
           END-IF.
           MOVE WRK-AGF-AVENCER(WRK-AGF-IDX) TO WRK-VALOR-ED.
           MOVE WRK-AGF-ATE30(WRK-AGF-IDX) TO WRK-VALOR-ED2.
           MOVE WRK-AGF-ATE60(WRK-AGF-IDX) TO WRK-VALOR-ED3.
           MOVE WRK-AGF-ATE90(WRK-AGF-IDX) TO WRK-VALOR-ED4.
           MOVE WRK-AGF-MAIS90(WRK-AGF-IDX) TO WRK-VALOR-ED5.
           DISPLAY '           '
                   WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' '
                   WRK-VALOR-ED3 ' ' WRK-VALOR-ED4 ' '
                   WRK-VALOR-ED5.
       0285-TESTAR-NOME-FORNECEDOR.
      *>********* COMPARANDO UMA POSICAO DO CADASTRO COM O FORNECEDOR
           IF WRK-FOR-CODIGO(WRK-FOR-IDX) = WRK-AGF-CODIGO(WRK-AGF-IDX)
               MOVE WRK-FOR-IDX TO WRK-FOR-ACHADO
           END-IF.
       0290-LISTAR-ABERTOS.
      *>********* LISTANDO OS TITULOS AINDA NAO QUITADOS
           MOVE ZEROS TO WRK-QTD-ABERTOS.
           DISPLAY '===== TITULOS A PAGAR EM ABERTO ====='.
           PERFORM 0295-LISTAR-UM-TITULO
               VARYING WRK-TIT-IDX FROM 1 BY 1
               UNTIL WRK-TIT-IDX > WRK-TIT-QTD.
           IF WRK-QTD-ABERTOS = ZEROS
               DISPLAY 'NENHUM TITULO EM ABERTO.'
           END-IF.
           DISPLAY '====================================='.
       0295-LISTAR-UM-TITULO.
      *>********* LISTANDO UM TITULO EM ABERTO OU PAGO PARCIAL
           IF WRK-TIT-STATUS(WRK-TIT-IDX) = 'A'
              OR WRK-TIT-STATUS(WRK-TIT-IDX) = 'P'
               ADD 1 TO WRK-QTD-ABERTOS
               COMPUTE WRK-SALDO =
                   WRK-TIT-VALOR(WRK-TIT-IDX)
                   - WRK-TIT-VALOR-PAGO(WRK-TIT-IDX)
               MOVE WRK-SALDO TO WRK-SALDO-ED
               DISPLAY 'SEQ ' WRK-TIT-SEQ(WRK-TIT-IDX)
                       ' FORN ' WRK-TIT-FORNECEDOR(WRK-TIT-IDX)
                       ' PED ' WRK-TIT-PEDIDO(WRK-TIT-IDX)
                       ' NOTA ' WRK-TIT-NOTA(WRK-TIT-IDX)
                       ' VENC ' WRK-TIT-VENCIMENTO(WRK-TIT-IDX)
                       ' SALDO ' WRK-SALDO-ED
                       ' ' WRK-TIT-STATUS(WRK-TIT-IDX)
           END-IF.
       0500-AJUSTAR-VENC-UTIL.
      *>********* AJUSTANDO O VENCIMENTO EM WRK-DATA-VENC PARA O
      *>          PROXIMO DIA UTIL ANTES DE CONTAR O ATRASO (TITULO
      *>          GRAVADO ANTES DE UM FERIADO NOVO NO CALENDARIO)
           MOVE WRK-DATA-VENC TO WRK-DU-DATA.
           PERFORM 9684-PROXIMO-DIA-UTIL.
           MOVE WRK-DU-DATA TO WRK-DATA-VENC.
       0300-FINALIZAR.
      *>********* ENCERRANDO O CONTAS A PAGAR
           DISPLAY 'FIM DO PROGRAMA...'.
       0900-GRAVAR-TITULOS.
      *>********* REGRAVANDO O ARQUIVO DE CONTAS A PAGAR COM OS
      *>          PAGAMENTOS APLICADOS
           OPEN OUTPUT CONTASPAG-FILE.
           PERFORM 0910-GRAVAR-UM-TITULO
               VARYING WRK-TIT-IDX FROM 1 BY 1
               UNTIL WRK-TIT-IDX > WRK-TIT-QTD.
           CLOSE CONTASPAG-FILE.
       0910-GRAVAR-UM-TITULO.
      *>********* GRAVANDO UM TITULO NO ARQUIVO
           MOVE WRK-TIT-LINHA(WRK-TIT-IDX) TO CONTASPAG-REC.
           WRITE CONTASPAG-REC.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='CONTAS A PAGAR - AGING POR FORNECEDOR'==.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL80'==.
