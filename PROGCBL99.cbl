       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL99.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: EMITIR ORCAMENTOS DE VENDA (ORCAMENTO99 E
      *>           ORCITEM99, COPY ORCAMENTO E ORCITEM): CLIENTE,
      *>           VENDEDOR, ITENS PRECIFICADOS PELO PRODMST, FRETE
      *>           ESTIMADO PELAS TABELAS DE FRETE DO PROGCBL10
      *>           (FRETECFG, FRETEBANDA E PESOBANDA) E DATA DE
      *>           VALIDADE, COM O ORCAMENTO IMPRESSO PARA O CLIENTE
      *> OBJETIVO: CONVERTER O ORCAMENTO ACEITO, DENTRO DA VALIDADE,
      *>           EM PEDIDO NO LAYOUT DO PEDIDO10 (DECK ORCPED99,
      *>           PROCESSADO PELO PROGCBL10 COMO O PEDIDO10) AOS
      *>           PRECOS ORCADOS; A RECUPERACAO NO CAIXA COMO TICKET
      *>           E FEITA PELO PROGCBL17
      *> OBJETIVO: RELATORIO MENSAL DOS ORCAMENTOS EMITIDOS NO MES,
      *>           CONVERTIDOS (PEDIDO OU TICKET), EXPIRADOS E EM
      *>           ABERTO, COM A TAXA DE CONVERSAO POR VENDEDOR
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORCAMENTO-FILE ASSIGN TO 'ORCAMENTO99'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCAMENTO-STATUS.
           SELECT OPTIONAL ORCITEM-FILE ASSIGN TO 'ORCITEM99'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCITEM-STATUS.
           SELECT OPTIONAL ORCPED-FILE ASSIGN TO 'ORCPED99'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCPED-STATUS.
           SELECT FRETECFG-FILE ASSIGN TO 'FRETECFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FRETECFG-STATUS.
           SELECT OPTIONAL FRETEBANDA-FILE ASSIGN TO 'FRETEBANDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FRETEBANDA-STATUS.
           SELECT OPTIONAL PESOBANDA-FILE ASSIGN TO 'PESOBANDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PESOBANDA-STATUS.
           SELECT OPTIONAL PRODMST-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMST-STATUS.
           SELECT OPTIONAL VENDMST-FILE ASSIGN TO 'VENDMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDMST-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-FILE.
       01  ORCAMENTO-REC.
           COPY 'ORCAMENTO.cbl'.
       FD  ORCITEM-FILE.
       01  ORCITEM-REC.
           COPY 'ORCITEM.cbl'.
       FD  ORCPED-FILE.
       01  ORCPED-REC.
           02 ORCPED-TIPO PIC X(01).
           02 ORCPED-DADOS PIC X(120).
       FD  FRETECFG-FILE.
       01  FRETECFG-REC.
           02 FRETECFG-UF PIC X(02).
           02 FRETECFG-TAXA PIC 9(01)V99.
           02 FRETECFG-IMPOSTO PIC 9(01)V99.
       FD  FRETEBANDA-FILE.
       01  FRETEBANDA-REC.
           02 FRETEBANDA-LIMITE PIC 9(07)V99.
           02 FRETEBANDA-CODIGO PIC X(02).
           02 FRETEBANDA-DESCRICAO PIC X(20).
       FD  PESOBANDA-FILE.
       01  PESOBANDA-REC.
           02 PESOBANDA-LIMITE PIC 9(07)V99.
           02 PESOBANDA-CODIGO PIC X(02).
           02 PESOBANDA-DESCRICAO PIC X(20).
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  VENDMST-FILE.
       01  VENDMST-REC.
           COPY 'VENDEDOR.cbl'.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'ORCTAB.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:== BY =='ORCAMENTOS DE VENDA'==.
       COPY 'FAIXACFG.cbl' REPLACING ==:TABELA:== BY ==WRK-FRETEFAIXA==.
       COPY 'FAIXACFG.cbl' REPLACING ==:TABELA:== BY ==WRK-PESOFAIXA==.
       77 WRK-ORCITEM-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCITEM-EOF PIC X(01) VALUE 'N'.
         88 FIM-ORCITEM VALUE 'S'.
       77 WRK-ORCPED-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FRETECFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FRETECFG-EOF PIC X(01) VALUE 'N'.
         88 FIM-FRETECFG VALUE 'S'.
       77 WRK-FRETEBANDA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FRETEBANDA-EOF PIC X(01) VALUE 'N'.
       77 WRK-PESOBANDA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PESOBANDA-EOF PIC X(01) VALUE 'N'.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRODMST VALUE 'S'.
       77 WRK-VENDMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDMST VALUE 'S'.
       77 WRK-OPCAO PIC 9(01) VALUE 9.
         88 OPCAO-EMITIR VALUE 1.
         88 OPCAO-IMPRIMIR VALUE 2.
         88 OPCAO-CONVERTER VALUE 3.
         88 OPCAO-RELATORIO VALUE 4.
         88 OPCAO-SAIR VALUE 0.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* TABELAS DE FRETE (AS MESMAS DO PROGCBL10), PRODUTOS
      *>          E VENDEDORES
       01 WRK-UF-TAB.
          02 WRK-UF-LINHA OCCURS 27 TIMES.
             03 WRK-UF-SIGLA PIC X(02).
             03 WRK-UF-TAXA PIC 9(01)V99.
       77 WRK-UF-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-UF-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-UF-ACHADA PIC 9(02) VALUE ZEROS.
       01 WRK-PROD-TAB.
          02 WRK-PROD-LINHA OCCURS 50 TIMES.
             03 WRK-PROD-CODIGO PIC X(05).
             03 WRK-PROD-DESCRICAO PIC X(25).
             03 WRK-PROD-PRECO PIC 9(06)V99.
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(02) VALUE ZEROS.
       01 WRK-VDR-TAB.
          02 WRK-VDR-LINHA OCCURS 100 TIMES.
             03 WRK-VDR-CODIGO PIC X(05).
             03 WRK-VDR-SITUACAO PIC X(01).
       77 WRK-VDR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-VDR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-VDR-OK PIC X(01) VALUE 'N'.
         88 VENDEDOR-VALIDO VALUE 'S'.
      *>********* ORCAMENTO EM TRABALHO (EMISSAO, IMPRESSAO E
      *>          CONVERSAO)
       77 WRK-NUMERO PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-EMISSAO PIC 9(08) VALUE ZEROS.
       77 WRK-VALIDADE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-VALIDADE PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-VENDEDOR PIC X(05) VALUE SPACES.
       77 WRK-CLIENTE-COD PIC X(05) VALUE SPACES.
       77 WRK-CLIENTE PIC X(20) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-VALOR-TOTAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO-TOTAL PIC 9(05)V99 VALUE ZEROS.
       77 WRK-FRETE PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ADICIONAL PIC 9(03) VALUE ZEROS.
       01 WRK-OIT-TAB.
          02 WRK-OIT-LINHA OCCURS 20 TIMES.
             03 WRK-OIT-PRODUTO PIC X(05).
             03 WRK-OIT-DESCRICAO PIC X(25).
             03 WRK-OIT-QUANTIDADE PIC 9(03).
             03 WRK-OIT-PRECO-UNIT PIC 9(06)V99.
             03 WRK-OIT-VALOR PIC 9(08)V99.
             03 WRK-OIT-PESO-UNIT PIC 9(05)V99.
       77 WRK-OIT-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-OIT-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
         88 ITENS-ENCERRADOS VALUE 'S'.
       77 WRK-PRODUTO-COD PIC X(05) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-UNIT PIC 9(05)V99 VALUE ZEROS.
      *>********* CONVERSAO EM PEDIDO: LAYOUTS DO DECK PEDIDO10
       77 WRK-PEDIDO PIC 9(05) VALUE ZEROS.
       77 WRK-UNIDADE PIC 9(03) VALUE ZEROS.
       01 WRK-PED-CAB.
          02 WRK-CAB-NUMERO PIC 9(05).
          02 WRK-CAB-CLIENTE PIC X(20).
          02 WRK-CAB-UF PIC X(02).
          02 WRK-CAB-DESTINATARIO PIC X(25).
          02 WRK-CAB-ENDERECO PIC X(30).
          02 WRK-CAB-CIDADE PIC X(20).
          02 WRK-CAB-CEP PIC 9(08).
          02 WRK-CAB-FRETE-PAGO PIC X(01).
          02 WRK-CAB-PRAZO-MAX PIC 9(03).
          02 FILLER PIC X(06).
       01 WRK-PED-ITEM.
          02 WRK-ITEM-PRODUTO PIC X(25).
          02 WRK-ITEM-VALOR PIC 9(7)V99.
          02 WRK-ITEM-PESO PIC 9(05)V99.
          02 FILLER PIC X(79).
      *>********* RELATORIO MENSAL: TOTAIS E QUEBRA POR VENDEDOR
       77 WRK-ANOMES PIC 9(06) VALUE ZEROS.
       01 WRK-REL-TAB.
          02 WRK-REL-LINHA OCCURS 100 TIMES.
             03 WRK-REL-VENDEDOR PIC X(05).
             03 WRK-REL-EMITIDOS PIC 9(05).
             03 WRK-REL-CONVERTIDOS PIC 9(05).
             03 WRK-REL-EXPIRADOS PIC 9(05).
             03 WRK-REL-VALOR-CONV PIC 9(09)V99.
       77 WRK-REL-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-REL-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-REL-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-EMITIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PEDIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-TICKETS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-EXPIRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ABERTOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VALOR-EMIT PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR-CONV PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TAXA-CONV PIC 9(03)V9 VALUE ZEROS.
      *>********* CAMPOS EDITADOS
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PESO-ED PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FRETE-ED PIC ZZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TAXA-ED PIC ZZ9,9 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           GOBACK.
       0100-INICIALIZAR.
      *>********* CARREGANDO AS TABELAS DE FRETE, PRODUTOS E
      *>          VENDEDORES
           DISPLAY '***************************************'.
           DISPLAY ' ORCAMENTOS DE VENDA'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-FRETECFG.
           PERFORM 0112-CARREGAR-FRETEBANDA.
           PERFORM 0114-CARREGAR-PESOBANDA.
           PERFORM 0120-CARREGAR-PRODUTOS.
           PERFORM 0130-CARREGAR-VENDEDORES.
           PERFORM 9680-CARREGAR-FERIADOS.
       0110-CARREGAR-FRETECFG.
      *>********* CARREGANDO A TAXA DE FRETE POR UF (SEM A TABELA NAO
      *>          HA COMO ESTIMAR O FRETE NEM VALIDAR A UF)
           OPEN INPUT FRETECFG-FILE.
           IF WRK-FRETECFG-STATUS NOT = '00'
               MOVE 'FRETECFG' TO WRK-ERR-ARQUIVO
               MOVE WRK-FRETECFG-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0111-LER-FRETECFG
               UNTIL FIM-FRETECFG OR WRK-UF-QTD >= 27.
           CLOSE FRETECFG-FILE.
       0111-LER-FRETECFG.
      *>********* LENDO UMA UF DA TABELA DE FRETE
           READ FRETECFG-FILE
               AT END
                   MOVE 'S' TO WRK-FRETECFG-EOF
               NOT AT END
                   ADD 1 TO WRK-UF-QTD
                   MOVE FRETECFG-UF TO WRK-UF-SIGLA(WRK-UF-QTD)
                   MOVE FRETECFG-TAXA TO WRK-UF-TAXA(WRK-UF-QTD)
           END-READ.
       0112-CARREGAR-FRETEBANDA.
      *>********* CARREGANDO A FAIXA DE FRETE GRATIS, COM A MESMA
      *>          FAIXA PADRAO DO PROGCBL10 NA FALTA DO ARQUIVO
           OPEN INPUT FRETEBANDA-FILE.
           IF WRK-FRETEBANDA-STATUS = '00'
               PERFORM 0113-LER-FRETEBANDA
                   UNTIL WRK-FRETEBANDA-EOF = 'S'
                      OR WRK-FRETEFAIXA-QTD >= 10
           END-IF.
           CLOSE FRETEBANDA-FILE.
           IF WRK-FRETEFAIXA-QTD = ZEROS
               MOVE 1 TO WRK-FRETEFAIXA-QTD
               MOVE 5000,00 TO WRK-FRETEFAIXA-LIMITE(1)
               MOVE 'IS' TO WRK-FRETEFAIXA-CODIGO(1)
               MOVE 'FRETE GRATIS' TO WRK-FRETEFAIXA-DESCRICAO(1)
           END-IF.
       0113-LER-FRETEBANDA.
      *>********* LENDO UMA LINHA DA FAIXA DE FRETE
           READ FRETEBANDA-FILE
               AT END
                   MOVE 'S' TO WRK-FRETEBANDA-EOF
               NOT AT END
                   ADD 1 TO WRK-FRETEFAIXA-QTD
                   MOVE FRETEBANDA-LIMITE
                       TO WRK-FRETEFAIXA-LIMITE(WRK-FRETEFAIXA-QTD)
                   MOVE FRETEBANDA-CODIGO
                       TO WRK-FRETEFAIXA-CODIGO(WRK-FRETEFAIXA-QTD)
                   MOVE FRETEBANDA-DESCRICAO
                       TO WRK-FRETEFAIXA-DESCRICAO(WRK-FRETEFAIXA-QTD)
           END-READ.
       0114-CARREGAR-PESOBANDA.
      *>********* CARREGANDO AS FAIXAS DE PESO, COM AS MESMAS FAIXAS
      *>          PADRAO DO PROGCBL10 NA FALTA DO ARQUIVO
           OPEN INPUT PESOBANDA-FILE.
           IF WRK-PESOBANDA-STATUS = '00'
               PERFORM 0115-LER-PESOBANDA
                   UNTIL WRK-PESOBANDA-EOF = 'S'
                      OR WRK-PESOFAIXA-QTD >= 10
           END-IF.
           CLOSE PESOBANDA-FILE.
           IF WRK-PESOFAIXA-QTD = ZEROS
               MOVE 3 TO WRK-PESOFAIXA-QTD
               MOVE 100,00 TO WRK-PESOFAIXA-LIMITE(1)
               MOVE '50' TO WRK-PESOFAIXA-CODIGO(1)
               MOVE 'ACIMA DE 100KG' TO WRK-PESOFAIXA-DESCRICAO(1)
               MOVE 30,00 TO WRK-PESOFAIXA-LIMITE(2)
               MOVE '20' TO WRK-PESOFAIXA-CODIGO(2)
               MOVE 'DE 30 A 100KG' TO WRK-PESOFAIXA-DESCRICAO(2)
               MOVE 10,00 TO WRK-PESOFAIXA-LIMITE(3)
               MOVE '10' TO WRK-PESOFAIXA-CODIGO(3)
               MOVE 'DE 10 A 30KG' TO WRK-PESOFAIXA-DESCRICAO(3)
           END-IF.
       0115-LER-PESOBANDA.
      *>********* LENDO UMA LINHA DAS FAIXAS DE PESO
           READ PESOBANDA-FILE
               AT END
                   MOVE 'S' TO WRK-PESOBANDA-EOF
               NOT AT END
                   ADD 1 TO WRK-PESOFAIXA-QTD
                   MOVE PESOBANDA-LIMITE
                       TO WRK-PESOFAIXA-LIMITE(WRK-PESOFAIXA-QTD)
                   MOVE PESOBANDA-CODIGO
                       TO WRK-PESOFAIXA-CODIGO(WRK-PESOFAIXA-QTD)
                   MOVE PESOBANDA-DESCRICAO
                       TO WRK-PESOFAIXA-DESCRICAO(WRK-PESOFAIXA-QTD)
           END-READ.
       0120-CARREGAR-PRODUTOS.
      *>********* CARREGANDO O CADASTRO DE PRODUTOS PARA A
      *>          PRECIFICACAO DOS ITENS
           OPEN INPUT PRODMST-FILE.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0125-LER-PRODUTO
                   UNTIL FIM-PRODMST OR WRK-PROD-QTD >= 50
           END-IF.
           CLOSE PRODMST-FILE.
       0125-LER-PRODUTO.
      *>********* LENDO UM PRODUTO DO CADASTRO
           READ PRODMST-FILE
               AT END
                   MOVE 'S' TO WRK-PRODMST-EOF
               NOT AT END
                   ADD 1 TO WRK-PROD-QTD
                   MOVE PRODMST-CODIGO
                       TO WRK-PROD-CODIGO(WRK-PROD-QTD)
                   MOVE PRODMST-DESCRICAO
                       TO WRK-PROD-DESCRICAO(WRK-PROD-QTD)
                   MOVE PRODMST-PRECO
                       TO WRK-PROD-PRECO(WRK-PROD-QTD)
           END-READ.
       0130-CARREGAR-VENDEDORES.
      *>********* CARREGANDO O CADASTRO DE VENDEDORES (SEM O
      *>          CADASTRO, O CODIGO DO VENDEDOR NAO E CONFERIDO)
           OPEN INPUT VENDMST-FILE.
           IF WRK-VENDMST-STATUS = '00'
               PERFORM 0135-LER-VENDEDOR
                   UNTIL FIM-VENDMST OR WRK-VDR-QTD >= 100
           END-IF.
           CLOSE VENDMST-FILE.
       0135-LER-VENDEDOR.
      *>********* LENDO UM VENDEDOR DO CADASTRO
           READ VENDMST-FILE
               AT END
                   MOVE 'S' TO WRK-VENDMST-EOF
               NOT AT END
                   ADD 1 TO WRK-VDR-QTD
                   MOVE VDR-CODIGO TO WRK-VDR-CODIGO(WRK-VDR-QTD)
                   MOVE VDR-SITUACAO TO WRK-VDR-SITUACAO(WRK-VDR-QTD)
           END-READ.
       0200-PROCESSAR.
      *>********* MENU DOS ORCAMENTOS
           DISPLAY '-------------------------------------------'.
           DISPLAY '1-EMITIR ORCAMENTO      2-IMPRIMIR ORCAMENTO'.
           DISPLAY '3-CONVERTER EM PEDIDO   4-RELATORIO DO MES'.
           DISPLAY '0-ENCERRAR'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'ESCOLHA A OPCAO: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-EMITIR
                   PERFORM 0210-EMITIR-ORCAMENTO
               WHEN OPCAO-IMPRIMIR
                   PERFORM 0250-REIMPRIMIR-ORCAMENTO
               WHEN OPCAO-CONVERTER
                   PERFORM 0400-CONVERTER-PEDIDO
               WHEN OPCAO-RELATORIO
                   PERFORM 0500-RELATORIO-MENSAL
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       0210-EMITIR-ORCAMENTO.
      *>********* EMITINDO UM ORCAMENTO: VENDEDOR, CLIENTE, UF,
      *>          VALIDADE E ITENS; O NUMERO E O SEGUINTE AO MAIOR JA
      *>          EMITIDO
           PERFORM 9830-CARREGAR-ORCAMENTOS.
           COMPUTE WRK-NUMERO = WRK-ORC-ULTIMO + 1.
           MOVE WRK-DATA-HOJE TO WRK-DATA-EMISSAO.
           DISPLAY 'ORCAMENTO NUMERO: ' WRK-NUMERO.
           PERFORM 0212-LER-VENDEDOR WITH TEST AFTER
               UNTIL VENDEDOR-VALIDO.
           DISPLAY 'CODIGO DO CLIENTE (BRANCO = NAO CADASTRADO): '.
           MOVE SPACES TO WRK-CLIENTE-COD.
           ACCEPT WRK-CLIENTE-COD FROM CONSOLE.
           DISPLAY 'NOME DO CLIENTE: '.
           MOVE SPACES TO WRK-CLIENTE.
           ACCEPT WRK-CLIENTE FROM CONSOLE.
           PERFORM 0214-LER-UF WITH TEST AFTER
               UNTIL WRK-UF-ACHADA > ZEROS.
           DISPLAY 'VALIDADE EM DIAS (0 = 10 DIAS): '.
           ACCEPT WRK-DIAS-VALIDADE FROM CONSOLE.
           IF WRK-DIAS-VALIDADE = ZEROS
               MOVE 10 TO WRK-DIAS-VALIDADE
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DU-DATA.
           PERFORM 9686-AVANCAR-UM-DIA
               VARYING WRK-DIAS-CONT FROM 1 BY 1
               UNTIL WRK-DIAS-CONT > WRK-DIAS-VALIDADE.
           MOVE WRK-DU-DATA TO WRK-VALIDADE.
           MOVE ZEROS TO WRK-OIT-QTD.
           MOVE ZEROS TO WRK-VALOR-TOTAL.
           MOVE ZEROS TO WRK-PESO-TOTAL.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM 0220-LER-ITEM
               UNTIL ITENS-ENCERRADOS OR WRK-OIT-QTD >= 20.
           IF WRK-OIT-QTD = ZEROS
               DISPLAY 'ORCAMENTO SEM ITENS - NADA GRAVADO.'
           ELSE
               PERFORM 0230-ESTIMAR-FRETE
               PERFORM 0240-GRAVAR-ORCAMENTO
               PERFORM 0260-IMPRIMIR-ORCAMENTO
           END-IF.
       0212-LER-VENDEDOR.
      *>********* LENDO O CODIGO DO VENDEDOR E CONFERINDO-O NO
      *>          CADASTRO (SO VENDEDOR ATIVO ORCA)
           DISPLAY 'CODIGO DO VENDEDOR: '.
           MOVE SPACES TO WRK-VENDEDOR.
           ACCEPT WRK-VENDEDOR FROM CONSOLE.
           IF WRK-VDR-QTD = ZEROS
               MOVE 'S' TO WRK-VDR-OK
           ELSE
               MOVE 'N' TO WRK-VDR-OK
               PERFORM 0213-TESTAR-VENDEDOR
                   VARYING WRK-VDR-IDX FROM 1 BY 1
                   UNTIL WRK-VDR-IDX > WRK-VDR-QTD
                      OR VENDEDOR-VALIDO
               IF NOT VENDEDOR-VALIDO
                   DISPLAY 'VENDEDOR NAO CADASTRADO OU INATIVO: '
                           WRK-VENDEDOR
               END-IF
           END-IF.
       0213-TESTAR-VENDEDOR.
      *>********* COMPARANDO UM VENDEDOR ATIVO COM O CODIGO LIDO
           IF WRK-VDR-CODIGO(WRK-VDR-IDX) = WRK-VENDEDOR
              AND WRK-VDR-SITUACAO(WRK-VDR-IDX) = 'A'
               MOVE 'S' TO WRK-VDR-OK
           END-IF.
       0214-LER-UF.
      *>********* LENDO E VALIDANDO A UF CONTRA A TABELA DE FRETE
           DISPLAY 'UF DE ENTREGA: '.
           ACCEPT WRK-UF FROM CONSOLE.
           MOVE ZEROS TO WRK-UF-ACHADA.
           PERFORM 0215-TESTAR-UF
               VARYING WRK-UF-IDX FROM 1 BY 1
               UNTIL WRK-UF-IDX > WRK-UF-QTD
                  OR WRK-UF-ACHADA > ZEROS.
           IF WRK-UF-ACHADA = ZEROS
               DISPLAY 'UF SEM ENTREGA NA TABELA DE FRETE. '
                       'INFORME OUTRA.'
           END-IF.
       0215-TESTAR-UF.
      *>********* COMPARANDO UMA UF DA TABELA COM A DIGITADA
           IF WRK-UF-SIGLA(WRK-UF-IDX) = WRK-UF
               MOVE WRK-UF-IDX TO WRK-UF-ACHADA
           END-IF.
       0220-LER-ITEM.
      *>********* LENDO UM ITEM DO ORCAMENTO (PRODUTO EM BRANCO
      *>          FECHA), PRECIFICADO PELO CADASTRO DE PRODUTOS
           DISPLAY 'CODIGO DO PRODUTO (BRANCO=FECHAR ORCAMENTO): '.
           MOVE SPACES TO WRK-PRODUTO-COD.
           ACCEPT WRK-PRODUTO-COD FROM CONSOLE.
           IF WRK-PRODUTO-COD = SPACES
               MOVE 'S' TO WRK-FIM-ITENS
           ELSE
               MOVE ZEROS TO WRK-PROD-ACHADO
               PERFORM 0225-TESTAR-PRODUTO
                   VARYING WRK-PROD-IDX FROM 1 BY 1
                   UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                      OR WRK-PROD-ACHADO > ZEROS
               IF WRK-PROD-ACHADO = ZEROS
                   DISPLAY 'PRODUTO SEM CADASTRO NO PRODMST: '
                           WRK-PRODUTO-COD ' - ITEM RECUSADO.'
               ELSE
                   DISPLAY 'QUANTIDADE: '
                   ACCEPT WRK-QUANTIDADE FROM CONSOLE
                   DISPLAY 'PESO DE UMA UNIDADE (KG): '
                   ACCEPT WRK-PESO-UNIT FROM CONSOLE
                   IF WRK-QUANTIDADE = ZEROS
                       DISPLAY 'QUANTIDADE ZERADA - ITEM RECUSADO.'
                   ELSE
                       PERFORM 0227-GUARDAR-ITEM
                   END-IF
               END-IF
           END-IF.
       0225-TESTAR-PRODUTO.
      *>********* COMPARANDO UMA POSICAO DO CADASTRO COM O PRODUTO
           IF WRK-PROD-CODIGO(WRK-PROD-IDX) = WRK-PRODUTO-COD
               MOVE WRK-PROD-IDX TO WRK-PROD-ACHADO
           END-IF.
       0227-GUARDAR-ITEM.
      *>********* GUARDANDO O ITEM PRECIFICADO E SOMANDO VALOR E PESO
           ADD 1 TO WRK-OIT-QTD.
           MOVE WRK-PRODUTO-COD TO WRK-OIT-PRODUTO(WRK-OIT-QTD).
           MOVE WRK-PROD-DESCRICAO(WRK-PROD-ACHADO)
               TO WRK-OIT-DESCRICAO(WRK-OIT-QTD).
           MOVE WRK-QUANTIDADE TO WRK-OIT-QUANTIDADE(WRK-OIT-QTD).
           MOVE WRK-PROD-PRECO(WRK-PROD-ACHADO)
               TO WRK-OIT-PRECO-UNIT(WRK-OIT-QTD).
           COMPUTE WRK-OIT-VALOR(WRK-OIT-QTD) =
               WRK-PROD-PRECO(WRK-PROD-ACHADO) * WRK-QUANTIDADE.
           MOVE WRK-PESO-UNIT TO WRK-OIT-PESO-UNIT(WRK-OIT-QTD).
           ADD WRK-OIT-VALOR(WRK-OIT-QTD) TO WRK-VALOR-TOTAL.
           COMPUTE WRK-PESO-TOTAL =
               WRK-PESO-TOTAL + (WRK-PESO-UNIT * WRK-QUANTIDADE).
           MOVE WRK-OIT-VALOR(WRK-OIT-QTD) TO WRK-VALOR-ED.
           DISPLAY '  ' WRK-OIT-DESCRICAO(WRK-OIT-QTD)
                   ' VALOR: ' WRK-VALOR-ED.
       0230-ESTIMAR-FRETE.
      *>********* ESTIMANDO O FRETE COMO O PROGCBL10 O COBRA: TAXA DA
      *>          UF SOBRE O VALOR (ZERO NA FAIXA DE FRETE GRATIS)
      *>          MAIS O ADICIONAL DA FAIXA DE PESO
           MOVE WRK-VALOR-TOTAL TO WRK-FRETEFAIXA-VALOR-BUSCA.
           PERFORM 9640-BUSCAR-WRK-FRETEFAIXA.
           IF WRK-FRETEFAIXA-CODIGO-ACHADO = 'IS'
               MOVE ZEROS TO WRK-FRETE
           ELSE
               COMPUTE WRK-FRETE =
                   WRK-VALOR-TOTAL * WRK-UF-TAXA(WRK-UF-ACHADA)
           END-IF.
           MOVE ZEROS TO WRK-ADICIONAL.
           MOVE WRK-PESO-TOTAL TO WRK-PESOFAIXA-VALOR-BUSCA.
           PERFORM 9640-BUSCAR-WRK-PESOFAIXA.
           IF WRK-PESOFAIXA-CODIGO-ACHADO NOT = SPACES
               MOVE WRK-PESOFAIXA-CODIGO-ACHADO TO WRK-ADICIONAL
           END-IF.
           ADD WRK-ADICIONAL TO WRK-FRETE.
       0240-GRAVAR-ORCAMENTO.
      *>********* ACRESCENTANDO O CABECALHO E OS ITENS NOS ARQUIVOS
      *>          DE ORCAMENTOS
           OPEN EXTEND ORCAMENTO-FILE.
           IF WRK-ORCAMENTO-STATUS = '05' OR WRK-ORCAMENTO-STATUS = '35'
               CLOSE ORCAMENTO-FILE
               OPEN OUTPUT ORCAMENTO-FILE
           END-IF.
           MOVE WRK-NUMERO TO ORC-NUMERO.
           MOVE WRK-DATA-EMISSAO TO ORC-DATA.
           MOVE WRK-VALIDADE TO ORC-VALIDADE.
           MOVE WRK-VENDEDOR TO ORC-VENDEDOR.
           MOVE WRK-CLIENTE-COD TO ORC-CLIENTE-COD.
           MOVE WRK-CLIENTE TO ORC-CLIENTE.
           MOVE WRK-UF TO ORC-UF.
           MOVE WRK-OIT-QTD TO ORC-QTD-ITENS.
           MOVE WRK-VALOR-TOTAL TO ORC-VALOR.
           MOVE WRK-PESO-TOTAL TO ORC-PESO.
           MOVE WRK-FRETE TO ORC-FRETE.
           MOVE 'A' TO ORC-STATUS.
           MOVE ZEROS TO ORC-DATA-CONV.
           MOVE ZEROS TO ORC-DOC-CONV.
           WRITE ORCAMENTO-REC.
           CLOSE ORCAMENTO-FILE.
           OPEN EXTEND ORCITEM-FILE.
           IF WRK-ORCITEM-STATUS = '05' OR WRK-ORCITEM-STATUS = '35'
               CLOSE ORCITEM-FILE
               OPEN OUTPUT ORCITEM-FILE
           END-IF.
           PERFORM 0245-GRAVAR-ITEM
               VARYING WRK-OIT-IDX FROM 1 BY 1
               UNTIL WRK-OIT-IDX > WRK-OIT-QTD.
           CLOSE ORCITEM-FILE.
           DISPLAY 'ORCAMENTO ' WRK-NUMERO ' GRAVADO.'.
       0245-GRAVAR-ITEM.
      *>********* GRAVANDO UM ITEM DO ORCAMENTO
           MOVE WRK-NUMERO TO ORI-NUMERO.
           MOVE WRK-OIT-IDX TO ORI-ITEM.
           MOVE WRK-OIT-PRODUTO(WRK-OIT-IDX) TO ORI-PRODUTO.
           MOVE WRK-OIT-DESCRICAO(WRK-OIT-IDX) TO ORI-DESCRICAO.
           MOVE WRK-OIT-QUANTIDADE(WRK-OIT-IDX) TO ORI-QUANTIDADE.
           MOVE WRK-OIT-PRECO-UNIT(WRK-OIT-IDX) TO ORI-PRECO-UNIT.
           MOVE WRK-OIT-VALOR(WRK-OIT-IDX) TO ORI-VALOR.
           MOVE WRK-OIT-PESO-UNIT(WRK-OIT-IDX) TO ORI-PESO-UNIT.
           WRITE ORCITEM-REC.
       0250-REIMPRIMIR-ORCAMENTO.
      *>********* REIMPRIMINDO UM ORCAMENTO JA EMITIDO
           PERFORM 0410-LOCALIZAR-ORCAMENTO.
           IF WRK-ORC-ACHADO > ZEROS
               PERFORM 0260-IMPRIMIR-ORCAMENTO
           END-IF.
       0260-IMPRIMIR-ORCAMENTO.
      *>********* IMPRIMINDO O ORCAMENTO PARA O CLIENTE: CABECALHO,
      *>          ITENS, TOTAL, FRETE ESTIMADO E VALIDADE
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'ORCAMENTO: ' WRK-NUMERO
                   '   EMISSAO: ' WRK-DATA-EMISSAO
                   '   VENDEDOR: ' WRK-VENDEDOR.
           DISPLAY 'CLIENTE: ' WRK-CLIENTE-COD ' ' WRK-CLIENTE
                   '   UF: ' WRK-UF.
           DISPLAY 'PRODUTO DESCRICAO                  QTD'
                   '   PRECO UNIT          VALOR'.
           PERFORM 0265-IMPRIMIR-ITEM
               VARYING WRK-OIT-IDX FROM 1 BY 1
               UNTIL WRK-OIT-IDX > WRK-OIT-QTD.
           DISPLAY '-----------------------------------------------'.
           MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED.
           DISPLAY 'TOTAL DOS ITENS .......: ' WRK-VALOR-ED.
           MOVE WRK-PESO-TOTAL TO WRK-PESO-ED.
           DISPLAY 'PESO ..................: ' WRK-PESO-ED 'KG'.
           MOVE WRK-FRETE TO WRK-FRETE-ED.
           DISPLAY 'FRETE ESTIMADO ........: ' WRK-FRETE-ED.
           MOVE WRK-VALOR-TOTAL TO WRK-TOT-VALOR-EMIT.
           ADD WRK-FRETE TO WRK-TOT-VALOR-EMIT.
           MOVE WRK-TOT-VALOR-EMIT TO WRK-VALOR-ED.
           DISPLAY 'TOTAL COM FRETE .......: ' WRK-VALOR-ED.
           DISPLAY 'VALIDO ATE ............: ' WRK-VALIDADE.
           DISPLAY 'PRECOS GARANTIDOS ATE A VALIDADE; O FRETE E '
                   'ESTIMADO E SERA APURADO NO EMBARQUE.'.
       0265-IMPRIMIR-ITEM.
      *>********* IMPRIMINDO UM ITEM DO ORCAMENTO
           MOVE WRK-OIT-PRECO-UNIT(WRK-OIT-IDX) TO WRK-PRECO-ED.
           MOVE WRK-OIT-VALOR(WRK-OIT-IDX) TO WRK-VALOR-ED.
           DISPLAY WRK-OIT-PRODUTO(WRK-OIT-IDX) '   '
                   WRK-OIT-DESCRICAO(WRK-OIT-IDX) ' '
                   WRK-OIT-QUANTIDADE(WRK-OIT-IDX) ' '
                   WRK-PRECO-ED ' ' WRK-VALOR-ED.
           PERFORM 9710-CONTAR-LINHA.
       0400-CONVERTER-PEDIDO.
      *>********* CONVERTENDO O ORCAMENTO ACEITO E DENTRO DA VALIDADE
      *>          EM PEDIDO: CABECALHO H E UM ITEM I POR UNIDADE NO
      *>          DECK ORCPED99, AOS PRECOS ORCADOS
           PERFORM 0410-LOCALIZAR-ORCAMENTO.
           EVALUATE TRUE
               WHEN WRK-ORC-ACHADO = ZEROS
                   CONTINUE
               WHEN ORCAMENTOS-ESTOURARAM
                   DISPLAY 'CONVERSAO NAO PERMITIDA.'
               WHEN WRK-ORC-STATUS(WRK-ORC-ACHADO) NOT = 'A'
                   DISPLAY 'ORCAMENTO JA CONVERTIDO (STATUS '
                           WRK-ORC-STATUS(WRK-ORC-ACHADO) ' DOC '
                           WRK-ORC-DOC-CONV(WRK-ORC-ACHADO) ').'
               WHEN WRK-VALIDADE < WRK-DATA-HOJE
                   DISPLAY 'ORCAMENTO EXPIRADO EM ' WRK-VALIDADE
                           ' - EMITA UM NOVO ORCAMENTO.'
               WHEN OTHER
                   PERFORM 0420-GRAVAR-PEDIDO
           END-EVALUATE.
       0410-LOCALIZAR-ORCAMENTO.
      *>********* LENDO O NUMERO, LOCALIZANDO O CABECALHO E CARREGANDO
      *>          OS ITENS DO ORCAMENTO PARA O TRABALHO
           PERFORM 9830-CARREGAR-ORCAMENTOS.
           DISPLAY 'NUMERO DO ORCAMENTO: '.
           ACCEPT WRK-ORC-NUM-ALVO FROM CONSOLE.
           PERFORM 9832-LOCALIZAR-ORCAMENTO.
           IF WRK-ORC-ACHADO = ZEROS
               DISPLAY 'ORCAMENTO NAO ENCONTRADO: ' WRK-ORC-NUM-ALVO
           ELSE
               MOVE WRK-ORC-NUMERO(WRK-ORC-ACHADO) TO WRK-NUMERO
               MOVE WRK-ORC-DATA(WRK-ORC-ACHADO) TO WRK-DATA-EMISSAO
               MOVE WRK-ORC-VALIDADE(WRK-ORC-ACHADO) TO WRK-VALIDADE
               MOVE WRK-ORC-VENDEDOR(WRK-ORC-ACHADO) TO WRK-VENDEDOR
               MOVE WRK-ORC-CLIENTE-COD(WRK-ORC-ACHADO)
                   TO WRK-CLIENTE-COD
               MOVE WRK-ORC-CLIENTE(WRK-ORC-ACHADO) TO WRK-CLIENTE
               MOVE WRK-ORC-UF(WRK-ORC-ACHADO) TO WRK-UF
               MOVE WRK-ORC-VALOR(WRK-ORC-ACHADO) TO WRK-VALOR-TOTAL
               MOVE WRK-ORC-PESO(WRK-ORC-ACHADO) TO WRK-PESO-TOTAL
               MOVE WRK-ORC-FRETE(WRK-ORC-ACHADO) TO WRK-FRETE
               MOVE ZEROS TO WRK-OIT-QTD
               MOVE 'N' TO WRK-ORCITEM-EOF
               OPEN INPUT ORCITEM-FILE
               IF WRK-ORCITEM-STATUS = '00'
                   PERFORM 0415-LER-ITEM-ORCAMENTO UNTIL FIM-ORCITEM
               END-IF
               CLOSE ORCITEM-FILE
           END-IF.
       0415-LER-ITEM-ORCAMENTO.
      *>********* LENDO UM ITEM E GUARDANDO OS DO ORCAMENTO PEDIDO
           READ ORCITEM-FILE
               AT END
                   MOVE 'S' TO WRK-ORCITEM-EOF
               NOT AT END
                   IF ORI-NUMERO = WRK-NUMERO AND WRK-OIT-QTD < 20
                       ADD 1 TO WRK-OIT-QTD
                       MOVE ORI-PRODUTO TO WRK-OIT-PRODUTO(WRK-OIT-QTD)
                       MOVE ORI-DESCRICAO
                           TO WRK-OIT-DESCRICAO(WRK-OIT-QTD)
                       MOVE ORI-QUANTIDADE
                           TO WRK-OIT-QUANTIDADE(WRK-OIT-QTD)
                       MOVE ORI-PRECO-UNIT
                           TO WRK-OIT-PRECO-UNIT(WRK-OIT-QTD)
                       MOVE ORI-VALOR TO WRK-OIT-VALOR(WRK-OIT-QTD)
                       MOVE ORI-PESO-UNIT
                           TO WRK-OIT-PESO-UNIT(WRK-OIT-QTD)
                   END-IF
           END-READ.
       0420-GRAVAR-PEDIDO.
      *>********* LENDO O NUMERO DO PEDIDO E O ENDERECO DE ENTREGA E
      *>          GRAVANDO O PEDIDO; O ORCAMENTO PASSA A CONVERTIDO
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WRK-PEDIDO FROM CONSOLE.
           MOVE SPACES TO WRK-PED-CAB.
           MOVE WRK-PEDIDO TO WRK-CAB-NUMERO.
           MOVE WRK-CLIENTE TO WRK-CAB-CLIENTE.
           MOVE WRK-UF TO WRK-CAB-UF.
           DISPLAY 'DESTINATARIO: '.
           ACCEPT WRK-CAB-DESTINATARIO FROM CONSOLE.
           DISPLAY 'ENDERECO: '.
           ACCEPT WRK-CAB-ENDERECO FROM CONSOLE.
           DISPLAY 'CIDADE: '.
           ACCEPT WRK-CAB-CIDADE FROM CONSOLE.
           DISPLAY 'CEP (8 DIGITOS): '.
           ACCEPT WRK-CAB-CEP FROM CONSOLE.
           MOVE 'N' TO WRK-CAB-FRETE-PAGO.
           MOVE ZEROS TO WRK-CAB-PRAZO-MAX.
           OPEN EXTEND ORCPED-FILE.
           IF WRK-ORCPED-STATUS = '05' OR WRK-ORCPED-STATUS = '35'
               CLOSE ORCPED-FILE
               OPEN OUTPUT ORCPED-FILE
           END-IF.
           MOVE 'H' TO ORCPED-TIPO.
           MOVE WRK-PED-CAB TO ORCPED-DADOS.
           WRITE ORCPED-REC.
           PERFORM 0425-GRAVAR-ITENS-PEDIDO
               VARYING WRK-OIT-IDX FROM 1 BY 1
               UNTIL WRK-OIT-IDX > WRK-OIT-QTD.
           CLOSE ORCPED-FILE.
           MOVE 'P' TO WRK-ORC-STATUS(WRK-ORC-ACHADO).
           MOVE WRK-DATA-HOJE TO WRK-ORC-DATA-CONV(WRK-ORC-ACHADO).
           MOVE WRK-PEDIDO TO WRK-ORC-DOC-CONV(WRK-ORC-ACHADO).
           PERFORM 9834-GRAVAR-ORCAMENTOS.
           DISPLAY 'ORCAMENTO ' WRK-NUMERO ' CONVERTIDO NO PEDIDO '
                   WRK-PEDIDO ' (DECK ORCPED99).'.
       0425-GRAVAR-ITENS-PEDIDO.
      *>********* GRAVANDO AS UNIDADES DE UM ITEM DO ORCAMENTO (NO
      *>          PEDIDO10 CADA REGISTRO I E UMA UNIDADE)
           MOVE SPACES TO WRK-PED-ITEM.
           STRING WRK-OIT-PRODUTO(WRK-OIT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-OIT-DESCRICAO(WRK-OIT-IDX) DELIMITED BY SIZE
             INTO WRK-ITEM-PRODUTO.
           MOVE WRK-OIT-PRECO-UNIT(WRK-OIT-IDX) TO WRK-ITEM-VALOR.
           MOVE WRK-OIT-PESO-UNIT(WRK-OIT-IDX) TO WRK-ITEM-PESO.
           PERFORM 0427-GRAVAR-UNIDADE
               VARYING WRK-UNIDADE FROM 1 BY 1
               UNTIL WRK-UNIDADE > WRK-OIT-QUANTIDADE(WRK-OIT-IDX).
       0427-GRAVAR-UNIDADE.
      *>********* GRAVANDO UM REGISTRO I DO PEDIDO
           MOVE 'I' TO ORCPED-TIPO.
           MOVE WRK-PED-ITEM TO ORCPED-DADOS.
           WRITE ORCPED-REC.
       0500-RELATORIO-MENSAL.
      *>********* RELATORIO DOS ORCAMENTOS EMITIDOS NO MES: SITUACAO
      *>          DE CADA UM HOJE E TAXA DE CONVERSAO POR VENDEDOR
           DISPLAY 'ANO/MES DO RELATORIO (AAAAMM): '.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           PERFORM 9830-CARREGAR-ORCAMENTOS.
           MOVE ZEROS TO WRK-REL-QTD.
           MOVE ZEROS TO WRK-TOT-EMITIDOS.
           MOVE ZEROS TO WRK-TOT-PEDIDOS.
           MOVE ZEROS TO WRK-TOT-TICKETS.
           MOVE ZEROS TO WRK-TOT-EXPIRADOS.
           MOVE ZEROS TO WRK-TOT-ABERTOS.
           MOVE ZEROS TO WRK-TOT-VALOR-EMIT.
           MOVE ZEROS TO WRK-TOT-VALOR-CONV.
           PERFORM 0510-APURAR-ORCAMENTO
               VARYING WRK-ORC-IDX FROM 1 BY 1
               UNTIL WRK-ORC-IDX > WRK-ORC-QTD.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'MES DO RELATORIO: ' WRK-ANOMES.
           DISPLAY 'VENDEDOR EMITIDOS CONVERTIDOS EXPIRADOS'
                   '  CONVERSAO   VALOR CONVERTIDO'.
           PERFORM 0530-IMPRIMIR-VENDEDOR
               VARYING WRK-REL-IDX FROM 1 BY 1
               UNTIL WRK-REL-IDX > WRK-REL-QTD.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'ORCAMENTOS EMITIDOS ...: ' WRK-TOT-EMITIDOS.
           DISPLAY 'CONVERTIDOS EM PEDIDO .: ' WRK-TOT-PEDIDOS.
           DISPLAY 'CONVERTIDOS EM TICKET .: ' WRK-TOT-TICKETS.
           DISPLAY 'EXPIRADOS .............: ' WRK-TOT-EXPIRADOS.
           DISPLAY 'AINDA EM ABERTO .......: ' WRK-TOT-ABERTOS.
           IF WRK-TOT-EMITIDOS > ZEROS
               COMPUTE WRK-TAXA-CONV ROUNDED =
                   ((WRK-TOT-PEDIDOS + WRK-TOT-TICKETS) * 100)
                   / WRK-TOT-EMITIDOS
           ELSE
               MOVE ZEROS TO WRK-TAXA-CONV
           END-IF.
           MOVE WRK-TAXA-CONV TO WRK-TAXA-ED.
           DISPLAY 'TAXA DE CONVERSAO .....: ' WRK-TAXA-ED '%'.
           MOVE WRK-TOT-VALOR-EMIT TO WRK-VALOR-ED.
           DISPLAY 'VALOR ORCADO ..........: ' WRK-VALOR-ED.
           MOVE WRK-TOT-VALOR-CONV TO WRK-VALOR-ED.
           DISPLAY 'VALOR CONVERTIDO ......: ' WRK-VALOR-ED.
       0510-APURAR-ORCAMENTO.
      *>********* CLASSIFICANDO UM ORCAMENTO DO MES E SOMANDO NO SEU
      *>          VENDEDOR
           IF WRK-ORC-DATA(WRK-ORC-IDX)(1:6) = WRK-ANOMES
               PERFORM 0520-LOCALIZAR-VENDEDOR-REL
               ADD 1 TO WRK-TOT-EMITIDOS
               ADD WRK-ORC-VALOR(WRK-ORC-IDX) TO WRK-TOT-VALOR-EMIT
               IF WRK-REL-ACHADO > ZEROS
                   ADD 1 TO WRK-REL-EMITIDOS(WRK-REL-ACHADO)
               END-IF
               EVALUATE TRUE
                   WHEN WRK-ORC-STATUS(WRK-ORC-IDX) = 'P'
                     OR WRK-ORC-STATUS(WRK-ORC-IDX) = 'T'
                       IF WRK-ORC-STATUS(WRK-ORC-IDX) = 'P'
                           ADD 1 TO WRK-TOT-PEDIDOS
                       ELSE
                           ADD 1 TO WRK-TOT-TICKETS
                       END-IF
                       ADD WRK-ORC-VALOR(WRK-ORC-IDX)
                           TO WRK-TOT-VALOR-CONV
                       IF WRK-REL-ACHADO > ZEROS
                           ADD 1 TO WRK-REL-CONVERTIDOS(WRK-REL-ACHADO)
                           ADD WRK-ORC-VALOR(WRK-ORC-IDX)
                               TO WRK-REL-VALOR-CONV(WRK-REL-ACHADO)
                       END-IF
                   WHEN WRK-ORC-VALIDADE(WRK-ORC-IDX) < WRK-DATA-HOJE
                       ADD 1 TO WRK-TOT-EXPIRADOS
                       IF WRK-REL-ACHADO > ZEROS
                           ADD 1 TO WRK-REL-EXPIRADOS(WRK-REL-ACHADO)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WRK-TOT-ABERTOS
               END-EVALUATE
           END-IF.
       0520-LOCALIZAR-VENDEDOR-REL.
      *>********* LOCALIZANDO O VENDEDOR DO ORCAMENTO NA QUEBRA DO
      *>          RELATORIO, ABRINDO A LINHA DELE SE PRECISO
           MOVE ZEROS TO WRK-REL-ACHADO.
           PERFORM 0525-TESTAR-VENDEDOR-REL
               VARYING WRK-REL-IDX FROM 1 BY 1
               UNTIL WRK-REL-IDX > WRK-REL-QTD
                  OR WRK-REL-ACHADO > ZEROS.
           IF WRK-REL-ACHADO = ZEROS AND WRK-REL-QTD < 100
               ADD 1 TO WRK-REL-QTD
               MOVE WRK-REL-QTD TO WRK-REL-ACHADO
               MOVE WRK-ORC-VENDEDOR(WRK-ORC-IDX)
                   TO WRK-REL-VENDEDOR(WRK-REL-ACHADO)
               MOVE ZEROS TO WRK-REL-EMITIDOS(WRK-REL-ACHADO)
               MOVE ZEROS TO WRK-REL-CONVERTIDOS(WRK-REL-ACHADO)
               MOVE ZEROS TO WRK-REL-EXPIRADOS(WRK-REL-ACHADO)
               MOVE ZEROS TO WRK-REL-VALOR-CONV(WRK-REL-ACHADO)
           END-IF.
       0525-TESTAR-VENDEDOR-REL.
      *>********* COMPARANDO UMA LINHA DA QUEBRA COM O VENDEDOR
           IF WRK-REL-VENDEDOR(WRK-REL-IDX)
              = WRK-ORC-VENDEDOR(WRK-ORC-IDX)
               MOVE WRK-REL-IDX TO WRK-REL-ACHADO
           END-IF.
       0530-IMPRIMIR-VENDEDOR.
      *>********* IMPRIMINDO A LINHA DE UM VENDEDOR
           COMPUTE WRK-TAXA-CONV ROUNDED =
               (WRK-REL-CONVERTIDOS(WRK-REL-IDX) * 100)
               / WRK-REL-EMITIDOS(WRK-REL-IDX).
           MOVE WRK-TAXA-CONV TO WRK-TAXA-ED.
           MOVE WRK-REL-VALOR-CONV(WRK-REL-IDX) TO WRK-VALOR-ED.
           DISPLAY WRK-REL-VENDEDOR(WRK-REL-IDX) '       '
                   WRK-REL-EMITIDOS(WRK-REL-IDX) '       '
                   WRK-REL-CONVERTIDOS(WRK-REL-IDX) '     '
                   WRK-REL-EXPIRADOS(WRK-REL-IDX) '      '
                   WRK-TAXA-ED '%  ' WRK-VALOR-ED.
           PERFORM 9710-CONTAR-LINHA.
       0300-FINALIZAR.
      *>********* ENCERRANDO OS ORCAMENTOS
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'ORCTAB-PROC.cbl'.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL99'==.
           COPY 'FAIXACFG-PROC.cbl' REPLACING ==:TABELA:== BY
                                             ==WRK-FRETEFAIXA==.
           COPY 'FAIXACFG-PROC.cbl' REPLACING ==:TABELA:== BY
                                             ==WRK-PESOFAIXA==.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:== BY =='ORCAMENTOS DE VENDA'==.
