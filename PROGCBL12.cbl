      *>           AREA, DA AREA EM PES2 E DO PERIMETRO, COM TOTAIS E
      *>           A CONTAGEM DE FORMAS INVALIDAS NO FIM, PARA A
      *>           ENGENHARIA ARQUIVAR E CONFERIR SEM COPIAR DA TELA
      *> OBJETIVO: ORCAMENTO DE MATERIAL DO BALCAO DE PISOS E TINTAS
      *>           (OPCAO 4): COMODOS DE UM CLIENTE E, EM CADA UM, OS
      *>           PRODUTOS A APLICAR (PISO PELA AREA DO CHAO, TINTA
      *>           PELA AREA DAS PAREDES E RODAPE PELO PERIMETRO) COM
      *>           O RENDIMENTO POR UNIDADE E A PERDA EM %; AS
      *>           QUANTIDADES SAO PRECIFICADAS PELO PRODMST, COM O
      *>           ESTOQUE DISPONIVEL, E O ORCAMENTO IMPRESSO (ORCMAT12)
      *>           E GRAVADO NOS ORCAMENTOS DE VENDA (ORCAMENTO99 E
      *>           ORCITEM99), PARA SER CONVERTIDO EM PEDIDO NO
      *>           PROGCBL99 OU RECUPERADO COMO TICKET NO PROGCBL17
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL CALC12RES-FILE ASSIGN TO 'CALC12RES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CALC12RES-STATUS.
           SELECT OPTIONAL PRODMST-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMST-STATUS.
           SELECT OPTIONAL VENDMST-FILE ASSIGN TO 'VENDMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDMST-STATUS.
           SELECT OPTIONAL ORCAMENTO-FILE ASSIGN TO 'ORCAMENTO99'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCAMENTO-STATUS.
           SELECT OPTIONAL ORCITEM-FILE ASSIGN TO 'ORCITEM99'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCITEM-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL ORCMAT-FILE ASSIGN TO 'ORCMAT12'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCMAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC12-FILE.
           02 CALC12-CAMPO5 PIC 9(03)V99.
       FD  CALC12RES-FILE.
       01  CALC12RES-REC PIC X(120).
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  VENDMST-FILE.
       01  VENDMST-REC.
           COPY 'VENDEDOR.cbl'.
       FD  ORCAMENTO-FILE.
       01  ORCAMENTO-REC.
           COPY 'ORCAMENTO.cbl'.
       FD  ORCITEM-FILE.
       01  ORCITEM-REC.
           COPY 'ORCITEM.cbl'.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  ORCMAT-FILE.
       01  ORCMAT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'MODOLOTE.cbl'.
       COPY 'CTLREG.cbl'.
       COPY 'ORCTAB.cbl'.
       COPY 'DIAUTIL.cbl'.
       77 WRK-CALC12-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CALC12-EOF PIC X(01) VALUE 'N'.
       77 WRK-CALC12RES-STATUS PIC X(02) VALUE ZEROS.
         88 FORMA-RETANGULO VALUE 1.
         88 FORMA-TRIANGULO VALUE 2.
         88 FORMA-CIRCULO VALUE 3.
         88 ORCAMENTO-MATERIAL VALUE 4.
       77 WRK-LARGURA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-COMPRIMENTO PIC 9(03)V99 VALUE ZEROS.
       COPY 'VALIDANUM.cbl' REPLACING ==:CAMPO:== BY ==WRK-LARGURA==.
       77 WRK-AREA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PERIMETRO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-AREA-PES PIC 9(07)V99 VALUE ZEROS.
      *>********* ORCAMENTO DE MATERIAL: CADASTROS DE PRODUTOS E
      *>          VENDEDORES
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRODMST VALUE 'S'.
       77 WRK-VENDMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDMST VALUE 'S'.
       77 WRK-ORCITEM-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCMAT-STATUS PIC X(02) VALUE ZEROS.
       01 WRK-PROD-TAB.
          02 WRK-PROD-LINHA OCCURS 100 TIMES.
             03 WRK-PROD-CODIGO PIC X(05).
             03 WRK-PROD-DESCRICAO PIC X(25).
             03 WRK-PROD-PRECO PIC 9(06)V99.
             03 WRK-PROD-ESTOQUE PIC 9(05).
       77 WRK-PROD-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(03) VALUE ZEROS.
       01 WRK-VDR-TAB.
          02 WRK-VDR-LINHA OCCURS 100 TIMES.
             03 WRK-VDR-CODIGO PIC X(05).
             03 WRK-VDR-SITUACAO PIC X(01).
       77 WRK-VDR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-VDR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-VDR-OK PIC X(01) VALUE 'N'.
         88 VENDEDOR-VALIDO VALUE 'S'.
      *>********* CABECALHO DO ORCAMENTO
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(05) VALUE ZEROS.
       77 WRK-VALIDADE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-VALIDADE PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-VENDEDOR PIC X(05) VALUE SPACES.
       77 WRK-CLIENTE-COD PIC X(05) VALUE SPACES.
       77 WRK-CLIENTE PIC X(20) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-VALOR-TOTAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO-TOTAL PIC 9(05)V99 VALUE ZEROS.
       77 WRK-GRAVAR PIC X(01) VALUE 'N'.
         88 GRAVAR-ORCAMENTO VALUE 'S' 's'.
      *>********* COMODOS: AREA DO CHAO, PERIMETRO E AREA DAS PAREDES
       01 WRK-CMD-TAB.
          02 WRK-CMD-LINHA OCCURS 10 TIMES.
             03 WRK-CMD-NOME PIC X(15).
             03 WRK-CMD-AREA PIC 9(06)V99.
             03 WRK-CMD-PERIMETRO PIC 9(05)V99.
             03 WRK-CMD-PAREDES PIC 9(06)V99.
       77 WRK-CMD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-CMD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CMD-NOME-LIDO PIC X(15) VALUE SPACES.
       77 WRK-PE-DIREITO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VAOS PIC 9(04)V99 VALUE ZEROS.
       77 WRK-FIM-COMODOS PIC X(01) VALUE 'N'.
         88 COMODOS-ENCERRADOS VALUE 'S'.
      *>********* APLICACOES: UM PRODUTO EM UM COMODO
       01 WRK-APL-TAB.
          02 WRK-APL-LINHA OCCURS 40 TIMES.
             03 WRK-APL-COMODO PIC 9(02).
             03 WRK-APL-TIPO PIC 9(01).
             03 WRK-APL-ITEM PIC 9(02).
             03 WRK-APL-MEDIDA PIC 9(06)V99.
             03 WRK-APL-RENDIMENTO PIC 9(03)V99.
             03 WRK-APL-PERDA PIC 9(02).
             03 WRK-APL-DEMAOS PIC 9(01).
             03 WRK-APL-NECESSARIO PIC 9(05)V9(04).
       77 WRK-APL-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-APL-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TIPO-APLICACAO PIC 9(01) VALUE ZEROS.
         88 APLICA-PISO VALUE 1.
         88 APLICA-TINTA VALUE 2.
         88 APLICA-RODAPE VALUE 3.
         88 APLICACOES-ENCERRADAS VALUE 0.
       77 WRK-RENDIMENTO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERDA PIC 9(02) VALUE ZEROS.
       77 WRK-DEMAOS PIC 9(01) VALUE ZEROS.
       77 WRK-MEDIDA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-NECESSARIO PIC 9(05)V9(04) VALUE ZEROS.
       77 WRK-PRODUTO-COD PIC X(05) VALUE SPACES.
       77 WRK-PESO-UNIT PIC 9(05)V99 VALUE ZEROS.
      *>********* ITENS DO ORCAMENTO: UM POR PRODUTO, SOMANDO A
      *>          NECESSIDADE DE TODOS OS COMODOS ANTES DE ARREDONDAR
      *>          PARA A UNIDADE INTEIRA
       01 WRK-OIT-TAB.
          02 WRK-OIT-LINHA OCCURS 20 TIMES.
             03 WRK-OIT-PROD-IDX PIC 9(03).
             03 WRK-OIT-PRODUTO PIC X(05).
             03 WRK-OIT-DESCRICAO PIC X(25).
             03 WRK-OIT-NECESSARIO PIC 9(05)V9(04).
             03 WRK-OIT-QUANTIDADE PIC 9(03).
             03 WRK-OIT-PRECO-UNIT PIC 9(06)V99.
             03 WRK-OIT-VALOR PIC 9(08)V99.
             03 WRK-OIT-PESO-UNIT PIC 9(05)V99.
       77 WRK-OIT-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-OIT-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-OIT-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-INTEIRA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXCEDIDA PIC X(01) VALUE 'N'.
         88 QUANTIDADE-EXCEDIDA VALUE 'S'.
       77 WRK-QTD-SEM-ESTOQUE PIC 9(02) VALUE ZEROS.
      *>********* LINHAS DO ORCAMENTO IMPRESSO
       01 WRK-LIN-APLICACAO.
          02 WRK-LA-COMODO PIC X(15).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LA-TIPO PIC X(06).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LA-PRODUTO PIC X(05).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LA-MEDIDA PIC ZZZ.ZZ9,99.
          02 WRK-LA-UNIDADE PIC X(03).
          02 WRK-LA-DEMAOS PIC X(04).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LA-PERDA PIC Z9.
          02 FILLER PIC X(02) VALUE '% '.
          02 WRK-LA-NECESSARIO PIC ZZ.ZZ9,99.
          02 FILLER PIC X(04) VALUE ' UN.'.
       01 WRK-LIN-ITEM.
          02 WRK-LI-PRODUTO PIC X(05).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LI-DESCRICAO PIC X(25).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LI-QUANTIDADE PIC ZZ9.
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LI-PRECO PIC ZZZ.ZZ9,99.
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LI-VALOR PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LI-ESTOQUE PIC X(17).
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PESO-ED PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FALTA-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-DATA-ED-ENTRA PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ED.
          02 WRK-DATA-ED-DIA PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED-MES PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED-ANO PIC 9(04).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 9620-SELECIONAR-MODO.
               PERFORM 0400-PROCESSAR-LOTE
           ELSE
               PERFORM 0100-INICIALIZAR
               IF ORCAMENTO-MATERIAL
                   PERFORM 0500-ORCAR-MATERIAL
               ELSE
                   IF WRK-TIPO-FORMA NOT = ZEROS
                       PERFORM 0200-PROCESSAR
                   END-IF
               END-IF
           END-IF.
           PERFORM 0300-FINALIZAR.
           DISPLAY ' CALCULADORA DE AREA'.
           DISPLAY '*********************'.
           DISPLAY '1-RETANGULO 2-TRIANGULO 3-CIRCULO'.
           DISPLAY '4-ORCAMENTO DE MATERIAL (PISO, TINTA, RODAPE)'.
           DISPLAY 'ESCOLHA A FORMA: '.
           ACCEPT WRK-TIPO-FORMA FROM CONSOLE.
           EVALUATE TRUE
               WHEN FORMA-CIRCULO
                   DISPLAY 'INSIRA O RAIO: '
                   ACCEPT WRK-RAIO FROM CONSOLE
               WHEN ORCAMENTO-MATERIAL
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FORMA INVALIDA'
                   MOVE ZEROS TO WRK-TIPO-FORMA
           WRITE CALC12RES-REC.
           DISPLAY 'LINHAS LIDAS: ' WRK-QTD-LIDAS
                   ' INVALIDAS: ' WRK-QTD-INVALIDAS.
       0500-ORCAR-MATERIAL.
      *>********* ORCAMENTO DE MATERIAL: VENDEDOR, CLIENTE, COMODOS E
      *>          PRODUTOS DE CADA COMODO; NO FIM AS QUANTIDADES SAO
      *>          FECHADAS EM UNIDADES INTEIRAS, PRECIFICADAS E O
      *>          ORCAMENTO E GRAVADO E IMPRESSO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0510-CARREGAR-PRODUTOS.
           PERFORM 0515-CARREGAR-VENDEDORES.
           IF WRK-PROD-QTD = ZEROS
               DISPLAY 'CADASTRO DE PRODUTOS (PRODMST) VAZIO - '
                       'ORCAMENTO NAO E POSSIVEL.'
           ELSE
               PERFORM 0520-LER-VENDEDOR WITH TEST AFTER
                   UNTIL VENDEDOR-VALIDO
               DISPLAY 'CODIGO DO CLIENTE (BRANCO = NAO CADASTRADO): '
               MOVE SPACES TO WRK-CLIENTE-COD
               ACCEPT WRK-CLIENTE-COD FROM CONSOLE
               DISPLAY 'NOME DO CLIENTE: '
               MOVE SPACES TO WRK-CLIENTE
               ACCEPT WRK-CLIENTE FROM CONSOLE
               DISPLAY 'UF DE ENTREGA (SE VIRAR PEDIDO): '
               MOVE SPACES TO WRK-UF
               ACCEPT WRK-UF FROM CONSOLE
               MOVE ZEROS TO WRK-CMD-QTD
               MOVE ZEROS TO WRK-APL-QTD
               MOVE ZEROS TO WRK-OIT-QTD
               MOVE 'N' TO WRK-FIM-COMODOS
               PERFORM 0530-LER-COMODO
                   UNTIL COMODOS-ENCERRADOS OR WRK-CMD-QTD >= 10
               IF WRK-OIT-QTD = ZEROS
                   DISPLAY 'ORCAMENTO SEM MATERIAL - NADA GRAVADO.'
               ELSE
                   PERFORM 0560-FECHAR-ITENS
                   DISPLAY 'VALIDADE EM DIAS (0 = 10 DIAS): '
                   ACCEPT WRK-DIAS-VALIDADE FROM CONSOLE
                   IF WRK-DIAS-VALIDADE = ZEROS
                       MOVE 10 TO WRK-DIAS-VALIDADE
                   END-IF
                   MOVE WRK-DATA-HOJE TO WRK-DU-DATA
                   PERFORM 9686-AVANCAR-UM-DIA
                       VARYING WRK-DIAS-CONT FROM 1 BY 1
                       UNTIL WRK-DIAS-CONT > WRK-DIAS-VALIDADE
                   MOVE WRK-DU-DATA TO WRK-VALIDADE
                   DISPLAY 'GRAVAR O ORCAMENTO PARA VIRAR PEDIDO OU '
                           'TICKET (S/N): '
                   ACCEPT WRK-GRAVAR FROM CONSOLE
                   MOVE ZEROS TO WRK-NUMERO
                   IF GRAVAR-ORCAMENTO
                       PERFORM 0570-GRAVAR-ORCAMENTO
                   END-IF
                   PERFORM 0580-IMPRIMIR-ORCAMENTO
               END-IF
           END-IF.
       0510-CARREGAR-PRODUTOS.
      *>********* CARREGANDO O CADASTRO DE PRODUTOS PARA A
      *>          PRECIFICACAO E O ESTOQUE DISPONIVEL
           MOVE ZEROS TO WRK-PROD-QTD.
           MOVE 'N' TO WRK-PRODMST-EOF.
           OPEN INPUT PRODMST-FILE.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0512-LER-PRODUTO
                   UNTIL FIM-PRODMST OR WRK-PROD-QTD >= 100
           END-IF.
           CLOSE PRODMST-FILE.
       0512-LER-PRODUTO.
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
                   MOVE PRODMST-ESTOQUE
                       TO WRK-PROD-ESTOQUE(WRK-PROD-QTD)
           END-READ.
       0515-CARREGAR-VENDEDORES.
      *>********* CARREGANDO O CADASTRO DE VENDEDORES (SEM O
      *>          CADASTRO, O CODIGO DO VENDEDOR NAO E CONFERIDO)
           MOVE ZEROS TO WRK-VDR-QTD.
           MOVE 'N' TO WRK-VENDMST-EOF.
           OPEN INPUT VENDMST-FILE.
           IF WRK-VENDMST-STATUS = '00'
               PERFORM 0517-LER-VENDEDOR
                   UNTIL FIM-VENDMST OR WRK-VDR-QTD >= 100
           END-IF.
           CLOSE VENDMST-FILE.
       0517-LER-VENDEDOR.
      *>********* LENDO UM VENDEDOR DO CADASTRO
           READ VENDMST-FILE
               AT END
                   MOVE 'S' TO WRK-VENDMST-EOF
               NOT AT END
                   ADD 1 TO WRK-VDR-QTD
                   MOVE VDR-CODIGO TO WRK-VDR-CODIGO(WRK-VDR-QTD)
                   MOVE VDR-SITUACAO TO WRK-VDR-SITUACAO(WRK-VDR-QTD)
           END-READ.
       0520-LER-VENDEDOR.
      *>********* LENDO O CODIGO DO VENDEDOR E CONFERINDO-O NO
      *>          CADASTRO (SO VENDEDOR ATIVO ORCA)
           DISPLAY 'CODIGO DO VENDEDOR: '.
           MOVE SPACES TO WRK-VENDEDOR.
           ACCEPT WRK-VENDEDOR FROM CONSOLE.
           IF WRK-VDR-QTD = ZEROS
               MOVE 'S' TO WRK-VDR-OK
           ELSE
               MOVE 'N' TO WRK-VDR-OK
               PERFORM 0522-TESTAR-VENDEDOR
                   VARYING WRK-VDR-IDX FROM 1 BY 1
                   UNTIL WRK-VDR-IDX > WRK-VDR-QTD
                      OR VENDEDOR-VALIDO
               IF NOT VENDEDOR-VALIDO
                   DISPLAY 'VENDEDOR NAO CADASTRADO OU INATIVO: '
                           WRK-VENDEDOR
               END-IF
           END-IF.
       0522-TESTAR-VENDEDOR.
      *>********* COMPARANDO UM VENDEDOR ATIVO COM O CODIGO LIDO
           IF WRK-VDR-CODIGO(WRK-VDR-IDX) = WRK-VENDEDOR
              AND WRK-VDR-SITUACAO(WRK-VDR-IDX) = 'A'
               MOVE 'S' TO WRK-VDR-OK
           END-IF.
       0530-LER-COMODO.
      *>********* LENDO UM COMODO (NOME EM BRANCO FECHA): LARGURA E
      *>          COMPRIMENTO DO CHAO, PE-DIREITO E VAOS DAS PAREDES, E
      *>          OS PRODUTOS A APLICAR NELE
           DISPLAY 'NOME DO COMODO (BRANCO=FECHAR ORCAMENTO): '.
           MOVE SPACES TO WRK-CMD-NOME-LIDO.
           ACCEPT WRK-CMD-NOME-LIDO FROM CONSOLE.
           IF WRK-CMD-NOME-LIDO = SPACES
               MOVE 'S' TO WRK-FIM-COMODOS
           ELSE
               ADD 1 TO WRK-CMD-QTD
               MOVE WRK-CMD-NOME-LIDO TO WRK-CMD-NOME(WRK-CMD-QTD)
               MOVE ZEROS TO WRK-AREA WRK-PERIMETRO
               PERFORM 0120-LER-RETANGULO WITH TEST AFTER
                   UNTIL VALIDO-WRK-LARGURA
                     AND VALIDO-WRK-COMPRIMENTO
               PERFORM 0210-CALCULAR-RETANGULO
               MOVE WRK-AREA TO WRK-CMD-AREA(WRK-CMD-QTD)
               MOVE WRK-PERIMETRO TO WRK-CMD-PERIMETRO(WRK-CMD-QTD)
               MOVE ZEROS TO WRK-CMD-PAREDES(WRK-CMD-QTD)
               DISPLAY 'PE-DIREITO EM M (0 = SEM PINTURA DE PAREDES): '
               ACCEPT WRK-PE-DIREITO FROM CONSOLE
               IF WRK-PE-DIREITO > ZEROS
                   DISPLAY 'AREA DE PORTAS E JANELAS A DESCONTAR '
                           '(M2): '
                   ACCEPT WRK-VAOS FROM CONSOLE
                   COMPUTE WRK-MEDIDA = WRK-PERIMETRO * WRK-PE-DIREITO
                   IF WRK-VAOS < WRK-MEDIDA
                       COMPUTE WRK-CMD-PAREDES(WRK-CMD-QTD) =
                           WRK-MEDIDA - WRK-VAOS
                   END-IF
               END-IF
               DISPLAY '  CHAO: ' WRK-CMD-AREA(WRK-CMD-QTD)
                       ' M2  PERIMETRO: '
                       WRK-CMD-PERIMETRO(WRK-CMD-QTD)
                       ' M  PAREDES: ' WRK-CMD-PAREDES(WRK-CMD-QTD)
                       ' M2'
               PERFORM 0540-LER-APLICACAO WITH TEST AFTER
                   UNTIL APLICACOES-ENCERRADAS
           END-IF.
       0540-LER-APLICACAO.
      *>********* LENDO UM PRODUTO A APLICAR NO COMODO; A MEDIDA VEM
      *>          DO TIPO DE APLICACAO
           DISPLAY '1-PISO 2-TINTA 3-RODAPE 0-PROXIMO COMODO: '.
           ACCEPT WRK-TIPO-APLICACAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN APLICACOES-ENCERRADAS
                   CONTINUE
               WHEN APLICA-PISO
                   MOVE WRK-CMD-AREA(WRK-CMD-QTD) TO WRK-MEDIDA
                   PERFORM 0545-LER-PRODUTO-APLICACAO
               WHEN APLICA-TINTA
                   IF WRK-CMD-PAREDES(WRK-CMD-QTD) = ZEROS
                       DISPLAY 'COMODO SEM AREA DE PAREDES A PINTAR.'
                   ELSE
                       MOVE WRK-CMD-PAREDES(WRK-CMD-QTD) TO WRK-MEDIDA
                       PERFORM 0545-LER-PRODUTO-APLICACAO
                   END-IF
               WHEN APLICA-RODAPE
                   MOVE WRK-CMD-PERIMETRO(WRK-CMD-QTD) TO WRK-MEDIDA
                   PERFORM 0545-LER-PRODUTO-APLICACAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       0545-LER-PRODUTO-APLICACAO.
      *>********* LENDO O PRODUTO, O RENDIMENTO POR UNIDADE, A PERDA
      *>          E (NA TINTA) AS DEMAOS
           DISPLAY 'CODIGO DO PRODUTO: '.
           MOVE SPACES TO WRK-PRODUTO-COD.
           ACCEPT WRK-PRODUTO-COD FROM CONSOLE.
           MOVE ZEROS TO WRK-PROD-ACHADO.
           PERFORM 0547-TESTAR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                  OR WRK-PROD-ACHADO > ZEROS.
           MOVE ZEROS TO WRK-OIT-ACHADO.
           PERFORM 0548-TESTAR-ITEM
               VARYING WRK-OIT-IDX FROM 1 BY 1
               UNTIL WRK-OIT-IDX > WRK-OIT-QTD
                  OR WRK-OIT-ACHADO > ZEROS.
           EVALUATE TRUE
               WHEN WRK-PROD-ACHADO = ZEROS
                   DISPLAY 'PRODUTO SEM CADASTRO NO PRODMST: '
                           WRK-PRODUTO-COD ' - APLICACAO RECUSADA.'
               WHEN WRK-APL-QTD >= 40
                   DISPLAY 'LIMITE DE 40 APLICACOES NO ORCAMENTO - '
                           'APLICACAO RECUSADA.'
               WHEN WRK-OIT-ACHADO = ZEROS AND WRK-OIT-QTD >= 20
                   DISPLAY 'LIMITE DE 20 PRODUTOS NO ORCAMENTO - '
                           'APLICACAO RECUSADA.'
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN APLICA-PISO
                           DISPLAY 'RENDIMENTO (M2 POR CAIXA): '
                       WHEN APLICA-TINTA
                           DISPLAY 'RENDIMENTO (M2 POR UNIDADE, '
                                   'POR DEMAO): '
                       WHEN OTHER
                           DISPLAY 'RENDIMENTO (M POR PECA): '
                   END-EVALUATE
                   ACCEPT WRK-RENDIMENTO FROM CONSOLE
                   DISPLAY 'PERDA EM %: '
                   ACCEPT WRK-PERDA FROM CONSOLE
                   MOVE 1 TO WRK-DEMAOS
                   IF APLICA-TINTA
                       DISPLAY 'NUMERO DE DEMAOS (0 = 2 DEMAOS): '
                       ACCEPT WRK-DEMAOS FROM CONSOLE
                       IF WRK-DEMAOS = ZEROS
                           MOVE 2 TO WRK-DEMAOS
                       END-IF
                   END-IF
                   IF WRK-RENDIMENTO = ZEROS
                       DISPLAY 'RENDIMENTO ZERADO - APLICACAO RECUSADA.'
                   ELSE
                       PERFORM 0550-GUARDAR-APLICACAO
                   END-IF
           END-EVALUATE.
       0547-TESTAR-PRODUTO.
      *>********* COMPARANDO UMA POSICAO DO CADASTRO COM O PRODUTO
           IF WRK-PROD-CODIGO(WRK-PROD-IDX) = WRK-PRODUTO-COD
               MOVE WRK-PROD-IDX TO WRK-PROD-ACHADO
           END-IF.
       0548-TESTAR-ITEM.
      *>********* COMPARANDO UM ITEM JA ORCADO COM O PRODUTO
           IF WRK-OIT-PRODUTO(WRK-OIT-IDX) = WRK-PRODUTO-COD
               MOVE WRK-OIT-IDX TO WRK-OIT-ACHADO
           END-IF.
       0550-GUARDAR-APLICACAO.
      *>********* NECESSIDADE = MEDIDA X DEMAOS X (1 + PERDA) /
      *>          RENDIMENTO, SOMADA NO ITEM DO PRODUTO (O PRODUTO
      *>          NOVO NO ORCAMENTO PEDE O PESO DA UNIDADE, PARA O
      *>          FRETE SE VIRAR PEDIDO)
           COMPUTE WRK-NECESSARIO ROUNDED =
               (WRK-MEDIDA * WRK-DEMAOS * (100 + WRK-PERDA))
               / (100 * WRK-RENDIMENTO).
           IF WRK-OIT-ACHADO = ZEROS
               DISPLAY 'PESO DE UMA UNIDADE (KG): '
               ACCEPT WRK-PESO-UNIT FROM CONSOLE
               ADD 1 TO WRK-OIT-QTD
               MOVE WRK-OIT-QTD TO WRK-OIT-ACHADO
               MOVE WRK-PROD-ACHADO TO WRK-OIT-PROD-IDX(WRK-OIT-QTD)
               MOVE WRK-PRODUTO-COD TO WRK-OIT-PRODUTO(WRK-OIT-QTD)
               MOVE WRK-PROD-DESCRICAO(WRK-PROD-ACHADO)
                   TO WRK-OIT-DESCRICAO(WRK-OIT-QTD)
               MOVE ZEROS TO WRK-OIT-NECESSARIO(WRK-OIT-QTD)
               MOVE WRK-PROD-PRECO(WRK-PROD-ACHADO)
                   TO WRK-OIT-PRECO-UNIT(WRK-OIT-QTD)
               MOVE WRK-PESO-UNIT TO WRK-OIT-PESO-UNIT(WRK-OIT-QTD)
           END-IF.
           ADD WRK-NECESSARIO TO WRK-OIT-NECESSARIO(WRK-OIT-ACHADO).
           ADD 1 TO WRK-APL-QTD.
           MOVE WRK-CMD-QTD TO WRK-APL-COMODO(WRK-APL-QTD).
           MOVE WRK-TIPO-APLICACAO TO WRK-APL-TIPO(WRK-APL-QTD).
           MOVE WRK-OIT-ACHADO TO WRK-APL-ITEM(WRK-APL-QTD).
           MOVE WRK-MEDIDA TO WRK-APL-MEDIDA(WRK-APL-QTD).
           MOVE WRK-RENDIMENTO TO WRK-APL-RENDIMENTO(WRK-APL-QTD).
           MOVE WRK-PERDA TO WRK-APL-PERDA(WRK-APL-QTD).
           MOVE WRK-DEMAOS TO WRK-APL-DEMAOS(WRK-APL-QTD).
           MOVE WRK-NECESSARIO TO WRK-APL-NECESSARIO(WRK-APL-QTD).
           DISPLAY '  NECESSARIO: ' WRK-NECESSARIO ' UNIDADE(S) DE '
                   WRK-OIT-DESCRICAO(WRK-OIT-ACHADO).
       0560-FECHAR-ITENS.
      *>********* FECHANDO CADA ITEM EM UNIDADES INTEIRAS E SOMANDO
      *>          VALOR E PESO DO ORCAMENTO
           MOVE ZEROS TO WRK-VALOR-TOTAL.
           MOVE ZEROS TO WRK-PESO-TOTAL.
           MOVE ZEROS TO WRK-QTD-SEM-ESTOQUE.
           MOVE 'N' TO WRK-QTD-EXCEDIDA.
           PERFORM 0565-FECHAR-ITEM
               VARYING WRK-OIT-IDX FROM 1 BY 1
               UNTIL WRK-OIT-IDX > WRK-OIT-QTD.
       0565-FECHAR-ITEM.
      *>********* ARREDONDANDO A NECESSIDADE PARA CIMA (NAO SE VENDE
      *>          FRACAO DE CAIXA, LATA OU PECA) E PRECIFICANDO O ITEM
           MOVE WRK-OIT-NECESSARIO(WRK-OIT-IDX) TO WRK-QTD-INTEIRA.
           IF WRK-QTD-INTEIRA < WRK-OIT-NECESSARIO(WRK-OIT-IDX)
               ADD 1 TO WRK-QTD-INTEIRA
           END-IF.
           IF WRK-QTD-INTEIRA > 999
               MOVE 999 TO WRK-QTD-INTEIRA
               MOVE 'S' TO WRK-QTD-EXCEDIDA
           END-IF.
           MOVE WRK-QTD-INTEIRA TO WRK-OIT-QUANTIDADE(WRK-OIT-IDX).
           COMPUTE WRK-OIT-VALOR(WRK-OIT-IDX) =
               WRK-OIT-PRECO-UNIT(WRK-OIT-IDX)
               * WRK-OIT-QUANTIDADE(WRK-OIT-IDX).
           ADD WRK-OIT-VALOR(WRK-OIT-IDX) TO WRK-VALOR-TOTAL.
           COMPUTE WRK-PESO-TOTAL = WRK-PESO-TOTAL
               + (WRK-OIT-PESO-UNIT(WRK-OIT-IDX)
                  * WRK-OIT-QUANTIDADE(WRK-OIT-IDX)).
           IF WRK-OIT-QUANTIDADE(WRK-OIT-IDX) >
              WRK-PROD-ESTOQUE(WRK-OIT-PROD-IDX(WRK-OIT-IDX))
               ADD 1 TO WRK-QTD-SEM-ESTOQUE
           END-IF.
       0570-GRAVAR-ORCAMENTO.
      *>********* ACRESCENTANDO O CABECALHO E OS ITENS NOS ARQUIVOS
      *>          DE ORCAMENTOS DE VENDA, COM O NUMERO SEGUINTE AO
      *>          MAIOR JA EMITIDO; O FRETE FICA PARA O EMBARQUE
           PERFORM 9830-CARREGAR-ORCAMENTOS.
           COMPUTE WRK-NUMERO = WRK-ORC-ULTIMO + 1.
           OPEN EXTEND ORCAMENTO-FILE.
           IF WRK-ORCAMENTO-STATUS = '05' OR WRK-ORCAMENTO-STATUS = '35'
               CLOSE ORCAMENTO-FILE
               OPEN OUTPUT ORCAMENTO-FILE
           END-IF.
           MOVE WRK-NUMERO TO ORC-NUMERO.
           MOVE WRK-DATA-HOJE TO ORC-DATA.
           MOVE WRK-VALIDADE TO ORC-VALIDADE.
           MOVE WRK-VENDEDOR TO ORC-VENDEDOR.
           MOVE WRK-CLIENTE-COD TO ORC-CLIENTE-COD.
           MOVE WRK-CLIENTE TO ORC-CLIENTE.
           MOVE WRK-UF TO ORC-UF.
           MOVE WRK-OIT-QTD TO ORC-QTD-ITENS.
           MOVE WRK-VALOR-TOTAL TO ORC-VALOR.
           MOVE WRK-PESO-TOTAL TO ORC-PESO.
           MOVE ZEROS TO ORC-FRETE.
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
           PERFORM 0575-GRAVAR-ITEM
               VARYING WRK-OIT-IDX FROM 1 BY 1
               UNTIL WRK-OIT-IDX > WRK-OIT-QTD.
           CLOSE ORCITEM-FILE.
           DISPLAY 'ORCAMENTO ' WRK-NUMERO ' GRAVADO.'.
       0575-GRAVAR-ITEM.
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
       0580-IMPRIMIR-ORCAMENTO.
      *>********* IMPRIMINDO O ORCAMENTO DE MATERIAL (ORCMAT12):
      *>          COMODOS E APLICACOES, ITENS COM O ESTOQUE, TOTAIS E
      *>          VALIDADE
           OPEN OUTPUT ORCMAT-FILE.
           MOVE ALL '=' TO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE 'ORCAMENTO DE MATERIAL - PISOS E TINTAS' TO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE WRK-DATA-HOJE TO WRK-DATA-ED-ENTRA.
           PERFORM 0595-EDITAR-DATA.
           MOVE SPACES TO ORCMAT-REC.
           IF WRK-NUMERO > ZEROS
               STRING 'ORCAMENTO: ' WRK-NUMERO
                      '   EMISSAO: ' WRK-DATA-ED
                      '   VENDEDOR: ' WRK-VENDEDOR
                   DELIMITED BY SIZE
                 INTO ORCMAT-REC
           ELSE
               STRING 'ORCAMENTO: NAO GRAVADO'
                      '   EMISSAO: ' WRK-DATA-ED
                      '   VENDEDOR: ' WRK-VENDEDOR
                   DELIMITED BY SIZE
                 INTO ORCMAT-REC
           END-IF.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE SPACES TO ORCMAT-REC.
           STRING 'CLIENTE: ' WRK-CLIENTE-COD ' ' WRK-CLIENTE
                  '   UF: ' WRK-UF
               DELIMITED BY SIZE
             INTO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE ALL '=' TO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE 'COMODO          APLIC. PROD.     MEDIDA   DEM. PERDA'
             TO ORCMAT-REC.
           MOVE 'NECESSARIO' TO ORCMAT-REC(55:10).
           PERFORM 0590-ESCREVER-LINHA.
           PERFORM 0585-IMPRIMIR-APLICACAO
               VARYING WRK-APL-IDX FROM 1 BY 1
               UNTIL WRK-APL-IDX > WRK-APL-QTD.
           MOVE ALL '-' TO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE 'PROD. DESCRICAO                 QTD PRECO UNIT.'
             TO ORCMAT-REC.
           MOVE 'VALOR' TO ORCMAT-REC(56:5).
           MOVE 'ESTOQUE' TO ORCMAT-REC(62:7).
           PERFORM 0590-ESCREVER-LINHA.
           PERFORM 0587-IMPRIMIR-ITEM
               VARYING WRK-OIT-IDX FROM 1 BY 1
               UNTIL WRK-OIT-IDX > WRK-OIT-QTD.
           MOVE ALL '-' TO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE WRK-VALOR-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO ORCMAT-REC.
           STRING 'TOTAL DO MATERIAL .....: ' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE WRK-PESO-TOTAL TO WRK-PESO-ED.
           MOVE SPACES TO ORCMAT-REC.
           STRING 'PESO ..................: ' WRK-PESO-ED 'KG'
               DELIMITED BY SIZE
             INTO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE WRK-VALIDADE TO WRK-DATA-ED-ENTRA.
           PERFORM 0595-EDITAR-DATA.
           MOVE SPACES TO ORCMAT-REC.
           STRING 'VALIDO ATE ............: ' WRK-DATA-ED
               DELIMITED BY SIZE
             INTO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           IF WRK-QTD-SEM-ESTOQUE > ZEROS
               MOVE SPACES TO ORCMAT-REC
               STRING 'ATENCAO: ' WRK-QTD-SEM-ESTOQUE
                      ' PRODUTO(S) SEM ESTOQUE SUFICIENTE HOJE.'
                   DELIMITED BY SIZE
                 INTO ORCMAT-REC
               PERFORM 0590-ESCREVER-LINHA
           END-IF.
           IF QUANTIDADE-EXCEDIDA
               MOVE 'ATENCAO: ITEM LIMITADO A 999 UNIDADES - DIVIDIR '
                 TO ORCMAT-REC
               MOVE 'EM DOIS ORCAMENTOS.' TO ORCMAT-REC(50:19)
               PERFORM 0590-ESCREVER-LINHA
           END-IF.
           MOVE 'PRECOS GARANTIDOS ATE A VALIDADE.' TO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE 'FRETE DA ENTREGA (SE HOUVER) APURADO NO EMBARQUE.'
             TO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           IF WRK-NUMERO > ZEROS
               MOVE SPACES TO ORCMAT-REC
               STRING 'PEDIDO: CONVERTER O ORCAMENTO ' WRK-NUMERO
                      ' NO PROGCBL99; TICKET: INFORMAR O'
                   DELIMITED BY SIZE
                 INTO ORCMAT-REC
               PERFORM 0590-ESCREVER-LINHA
               MOVE 'NUMERO NO CAIXA (PROGCBL17).' TO ORCMAT-REC
               PERFORM 0590-ESCREVER-LINHA
           END-IF.
           MOVE ALL '=' TO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
           CLOSE ORCMAT-FILE.
       0585-IMPRIMIR-APLICACAO.
      *>********* IMPRIMINDO UM PRODUTO APLICADO EM UM COMODO
           MOVE SPACES TO WRK-LA-DEMAOS.
           MOVE WRK-CMD-NOME(WRK-APL-COMODO(WRK-APL-IDX))
             TO WRK-LA-COMODO.
           EVALUATE WRK-APL-TIPO(WRK-APL-IDX)
               WHEN 1
                   MOVE 'PISO' TO WRK-LA-TIPO
                   MOVE 'M2' TO WRK-LA-UNIDADE
               WHEN 2
                   MOVE 'TINTA' TO WRK-LA-TIPO
                   MOVE 'M2' TO WRK-LA-UNIDADE
                   STRING ' X' WRK-APL-DEMAOS(WRK-APL-IDX)
                       DELIMITED BY SIZE
                     INTO WRK-LA-DEMAOS
               WHEN OTHER
                   MOVE 'RODAPE' TO WRK-LA-TIPO
                   MOVE 'M' TO WRK-LA-UNIDADE
           END-EVALUATE.
           MOVE WRK-OIT-PRODUTO(WRK-APL-ITEM(WRK-APL-IDX))
             TO WRK-LA-PRODUTO.
           MOVE WRK-APL-MEDIDA(WRK-APL-IDX) TO WRK-LA-MEDIDA.
           MOVE WRK-APL-PERDA(WRK-APL-IDX) TO WRK-LA-PERDA.
           MOVE WRK-APL-NECESSARIO(WRK-APL-IDX) TO WRK-LA-NECESSARIO.
           MOVE WRK-LIN-APLICACAO TO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
       0587-IMPRIMIR-ITEM.
      *>********* IMPRIMINDO UM ITEM COM A DISPONIBILIDADE NO ESTOQUE
           MOVE SPACES TO WRK-LI-ESTOQUE.
           MOVE WRK-OIT-PRODUTO(WRK-OIT-IDX) TO WRK-LI-PRODUTO.
           MOVE WRK-OIT-DESCRICAO(WRK-OIT-IDX) TO WRK-LI-DESCRICAO.
           MOVE WRK-OIT-QUANTIDADE(WRK-OIT-IDX) TO WRK-LI-QUANTIDADE.
           MOVE WRK-OIT-PRECO-UNIT(WRK-OIT-IDX) TO WRK-LI-PRECO.
           MOVE WRK-OIT-VALOR(WRK-OIT-IDX) TO WRK-LI-VALOR.
           IF WRK-OIT-QUANTIDADE(WRK-OIT-IDX) >
              WRK-PROD-ESTOQUE(WRK-OIT-PROD-IDX(WRK-OIT-IDX))
               COMPUTE WRK-FALTA-ED =
                   WRK-OIT-QUANTIDADE(WRK-OIT-IDX)
                   - WRK-PROD-ESTOQUE(WRK-OIT-PROD-IDX(WRK-OIT-IDX))
               STRING 'FALTAM ' WRK-FALTA-ED
                   DELIMITED BY SIZE
                 INTO WRK-LI-ESTOQUE
           ELSE
               MOVE 'DISPONIVEL' TO WRK-LI-ESTOQUE
           END-IF.
           MOVE WRK-LIN-ITEM TO ORCMAT-REC.
           PERFORM 0590-ESCREVER-LINHA.
       0590-ESCREVER-LINHA.
      *>********* GRAVANDO UMA LINHA DO ORCAMENTO IMPRESSO E NA TELA
           WRITE ORCMAT-REC.
           DISPLAY ORCMAT-REC.
       0595-EDITAR-DATA.
      *>********* EDITANDO WRK-DATA-ED-ENTRA (AAAAMMDD) EM DD/MM/AAAA
           MOVE WRK-DATA-ED-ENTRA(7:2) TO WRK-DATA-ED-DIA.
           MOVE WRK-DATA-ED-ENTRA(5:2) TO WRK-DATA-ED-MES.
           MOVE WRK-DATA-ED-ENTRA(1:4) TO WRK-DATA-ED-ANO.
       0300-FINALIZAR.
           DISPLAY 'FIM DO PROCESSAMENTO.'.
           COPY 'VALIDANUM-PROC.cbl'
               REPLACING ==:CAMPO:== BY ==WRK-COMPRIMENTO==.
           COPY 'MODOLOTE-PROC.cbl'.
           COPY 'CTLREG-PROC.cbl'.
           COPY 'ORCTAB-PROC.cbl'.
           COPY 'DIAUTIL-PROC.cbl'.
