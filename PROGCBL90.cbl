       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL90.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: MANUTENCAO DOS EVENTOS DE PRECO (PRECOEVT90):
      *>           MUDANCA DE PRECO COM DATA MARCADA E PROMOCAO COM
      *>           INICIO E FIM, POR PRECO NOVO OU PERCENTUAL DE
      *>           DESCONTO, PARA TODAS AS FILIAIS OU UMA SO, NOS
      *>           MOLDES DO CADASTRO DE PRODUTOS DO PROGCBL30; O
      *>           PROGCBL17 PRECIFICA O ITEM PELO EVENTO EM VIGOR NA
      *>           DATA DA VENDA NO LUGAR DO PRODMST-PRECO
      *> OBJETIVO: PRESERVAR O HISTORICO DAS PROMOCOES: EVENTO JA
      *>           INICIADO NAO E EXCLUIDO NEM TEM O PRECO MUDADO, SO
      *>           O TERMINO PODE SER ANTECIPADO OU ESTENDIDO (O
      *>           COMPARATIVO DO PROGCBL58 USA O PERIODO GRAVADO)
      *> OBJETIVO: REGISTRAR TODA ALTERACAO NA TRILHA DE AUDITORIA
      *>           CENTRAL
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRECOEVT-FILE ASSIGN TO 'PRECOEVT90'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRECOEVT-STATUS.
           SELECT OPTIONAL PRODMST-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMST-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRECOEVT-FILE.
       01  PRECOEVT-REC.
           COPY 'PRECOEVT.cbl'.
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       77 WRK-PRECOEVT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRECOEVT-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRECOEVT VALUE 'S'.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRODMST VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-MAX-FILIAL PIC 9(02) VALUE 5.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-INCLUIR VALUE 01.
          88 OPCAO-ALTERAR VALUE 02.
          88 OPCAO-EXCLUIR VALUE 03.
          88 OPCAO-LISTAR VALUE 04.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 99.
      *>********* EVENTOS DE PRECO (MESMO LAYOUT DO PRECOEVT.cbl)
       01 WRK-EVT-TAB.
          02 WRK-EVT-LINHA OCCURS 200 TIMES.
             03 WRK-EVT-NUMERO PIC 9(05).
             03 WRK-EVT-PRODUTO PIC X(05).
             03 WRK-EVT-TIPO PIC X(01).
             03 WRK-EVT-PRECO PIC 9(06)V99.
             03 WRK-EVT-DESCONTO PIC 9(02)V99.
             03 WRK-EVT-INICIO PIC 9(08).
             03 WRK-EVT-FIM PIC 9(08).
             03 WRK-EVT-FILIAL PIC 9(02).
       77 WRK-EVT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-EVT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-EVT-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-EVT-ULTIMO PIC 9(05) VALUE ZEROS.
       77 WRK-EVT-ESTOURO PIC X(01) VALUE 'N'.
         88 EVENTOS-ESTOURO VALUE 'S'.
      *>********* PRODUTOS DO CADASTRO (SO PARA CONFERIR O CODIGO E
      *>          MOSTRAR O PRECO DE TABELA AO LADO DO PROMOCIONAL)
       01 WRK-PROD-TAB.
          02 WRK-PROD-LINHA OCCURS 50 TIMES.
             03 WRK-PROD-CODIGO PIC X(05).
             03 WRK-PROD-DESCRICAO PIC X(25).
             03 WRK-PROD-PRECO PIC 9(06)V99.
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ESTOURO PIC X(01) VALUE 'N'.
         88 PRODUTOS-ESTOURO VALUE 'S'.
       77 WRK-PRODUTO-OK PIC X(01) VALUE 'N'.
         88 PRODUTO-VALIDO VALUE 'S'.
      *>********* DADOS DO EVENTO EM DIGITACAO
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(05) VALUE ZEROS.
       77 WRK-PRODUTO PIC X(05) VALUE SPACES.
       77 WRK-TIPO PIC X(01) VALUE SPACES.
         88 TIPO-PRECO-NOVO VALUE 'P'.
         88 TIPO-DESCONTO VALUE 'D'.
         88 TIPO-VALIDO VALUES 'P' 'D'.
       77 WRK-PRECO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VALOR-OK PIC X(01) VALUE 'N'.
         88 VALOR-VALIDO VALUE 'S'.
       77 WRK-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-FILIAL-OK PIC X(01) VALUE 'N'.
         88 FILIAL-VALIDA VALUE 'S'.
       77 WRK-DATA-DIGITADA PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-LIDA.
          02 WRK-LIDA-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-LIDA-MES PIC 9(02) VALUE ZEROS.
          02 WRK-LIDA-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-OK PIC X(01) VALUE 'N'.
         88 DATA-VALIDA VALUE 'S'.
       77 WRK-DIAS-DO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-4 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-100 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-400 PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-SO-TERMINO PIC X(01) VALUE 'N'.
         88 ALTERA-SO-TERMINO VALUE 'S'.
      *>********* PRECO RESULTANTE E EDICAO PARA A TELA
       77 WRK-PRECO-TABELA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRECO-EVENTO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRECO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ED2 PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DESCONTO-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-SITUACAO PIC X(09) VALUE SPACES.
       77 WRK-FIM-ED PIC X(10) VALUE SPACES.
       01 WRK-DATA-ED.
          02 WRK-ED-DIA PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-ED-MES PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-ED-ANO PIC 9(04).
       77 WRK-INICIO-ED PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO OS ARQUIVOS
           DISPLAY '*************************************'.
           DISPLAY ' PRECOS PROGRAMADOS E PROMOCOES'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0105-CARREGAR-PRODUTOS.
           PERFORM 0110-CARREGAR-EVENTOS.
           IF EVENTOS-ESTOURO
      *>********* ARQUIVO MAIOR QUE A TABELA DE TRABALHO: QUALQUER
      *>          REGRAVACAO PERDERIA OS EVENTOS EXCEDENTES
               DISPLAY 'ARQUIVO DE EVENTOS MAIOR QUE A TABELA DE '
                       'TRABALHO (200) - MANUTENCAO BLOQUEADA.'
           END-IF.
           DISPLAY 'PRODUTOS CARREGADOS: ' WRK-PROD-QTD.
           DISPLAY 'EVENTOS CARREGADOS: ' WRK-EVT-QTD.
       0105-CARREGAR-PRODUTOS.
      *>********* CARREGANDO CODIGO, DESCRICAO E PRECO DOS PRODUTOS
           OPEN INPUT PRODMST-FILE.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0106-LER-PRODUTO UNTIL FIM-PRODMST
           END-IF.
           CLOSE PRODMST-FILE.
       0106-LER-PRODUTO.
      *>********* LENDO UM PRODUTO DO CADASTRO
           READ PRODMST-FILE
               AT END
                   MOVE 'S' TO WRK-PRODMST-EOF
               NOT AT END
                   IF WRK-PROD-QTD >= 50
                       MOVE 'S' TO WRK-PROD-ESTOURO
                   ELSE
                       ADD 1 TO WRK-PROD-QTD
                       MOVE PRODMST-CODIGO
                           TO WRK-PROD-CODIGO(WRK-PROD-QTD)
                       MOVE PRODMST-DESCRICAO
                           TO WRK-PROD-DESCRICAO(WRK-PROD-QTD)
                       MOVE PRODMST-PRECO
                           TO WRK-PROD-PRECO(WRK-PROD-QTD)
                   END-IF
           END-READ.
       0110-CARREGAR-EVENTOS.
      *>********* CARREGANDO OS EVENTOS DE PRECO E GUARDANDO O MAIOR
      *>          NUMERO JA USADO
           OPEN INPUT PRECOEVT-FILE.
           IF WRK-PRECOEVT-STATUS = '00'
               PERFORM 0115-LER-EVENTO UNTIL FIM-PRECOEVT
           END-IF.
           CLOSE PRECOEVT-FILE.
       0115-LER-EVENTO.
      *>********* LENDO UM EVENTO DO ARQUIVO
           READ PRECOEVT-FILE
               AT END
                   MOVE 'S' TO WRK-PRECOEVT-EOF
               NOT AT END
                   IF EVT-NUMERO > WRK-EVT-ULTIMO
                       MOVE EVT-NUMERO TO WRK-EVT-ULTIMO
                   END-IF
                   IF WRK-EVT-QTD >= 200
                       MOVE 'S' TO WRK-EVT-ESTOURO
                   ELSE
                       ADD 1 TO WRK-EVT-QTD
                       MOVE PRECOEVT-REC TO WRK-EVT-LINHA(WRK-EVT-QTD)
                   END-IF
           END-READ.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           IF EVENTOS-ESTOURO
              AND (OPCAO-INCLUIR OR OPCAO-ALTERAR OR OPCAO-EXCLUIR)
               DISPLAY 'ARQUIVO MAIOR QUE A TABELA - REGRAVACAO '
                       'BLOQUEADA.'
           ELSE
               IF OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               END-IF
               IF OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR
               END-IF
               IF OPCAO-EXCLUIR
                   PERFORM 0230-EXCLUIR
               END-IF
           END-IF.
           IF OPCAO-LISTAR
               PERFORM 0240-LISTAR
           END-IF.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' EVENTOS DE PRECO'.
           DISPLAY '================================'.
           DISPLAY ' 01 - INCLUIR PRECO PROGRAMADO/PROMOCAO'.
           DISPLAY ' 02 - ALTERAR EVENTO'.
           DISPLAY ' 03 - EXCLUIR EVENTO (AINDA NAO INICIADO)'.
           DISPLAY ' 04 - LISTAR EVENTOS'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-INCLUIR.
      *>********* INCLUINDO UM EVENTO DE PRECO NOVO
           IF WRK-EVT-QTD >= 200
               DISPLAY 'ARQUIVO CHEIO. INCLUSAO NAO PERMITIDA.'
           ELSE
               PERFORM 0600-LER-PRODUTO
               IF PRODUTO-VALIDO
                   MOVE 'N' TO WRK-SO-TERMINO
                   PERFORM 0605-LER-DADOS-EVENTO
                   PERFORM 0660-APURAR-PRECO-EVENTO
                   PERFORM 0665-EXIBIR-PRECO-EVENTO
                   DISPLAY 'CONFIRMA A INCLUSAO (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       ADD 1 TO WRK-EVT-ULTIMO
                       ADD 1 TO WRK-EVT-QTD
                       MOVE WRK-EVT-ULTIMO
                           TO WRK-EVT-NUMERO(WRK-EVT-QTD)
                       MOVE WRK-PRODUTO
                           TO WRK-EVT-PRODUTO(WRK-EVT-QTD)
                       MOVE WRK-EVT-QTD TO WRK-EVT-ACHADO
                       PERFORM 0625-MOVER-DADOS-POSICAO
                       PERFORM 0800-GRAVAR-EVENTOS
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO
                       MOVE SPACES TO WRK-AUDIT-ANTES
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       STRING WRK-EVT-ULTIMO ' ' WRK-PRODUTO ' '
                              WRK-TIPO ' ' WRK-FILIAL
                           DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'EVENTO INCLUIDO: ' WRK-EVT-ULTIMO
                   ELSE
                       DISPLAY 'INCLUSAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.
       0220-ALTERAR.
      *>********* ALTERANDO UM EVENTO: O AINDA NAO INICIADO PODE TER
      *>          TUDO ALTERADO MENOS O PRODUTO; O JA INICIADO SO TEM
      *>          O TERMINO ALTERADO E O ENCERRADO NAO E ALTERADO
           PERFORM 0640-LER-NUMERO.
           IF WRK-EVT-ACHADO = ZEROS
               DISPLAY 'EVENTO NAO ENCONTRADO: ' WRK-NUMERO
           ELSE
               IF WRK-EVT-FIM(WRK-EVT-ACHADO) < WRK-DATA-HOJE
                   DISPLAY 'EVENTO ENCERRADO - ALTERACAO NAO '
                           'PERMITIDA.'
               ELSE
                   MOVE WRK-EVT-PRODUTO(WRK-EVT-ACHADO) TO WRK-PRODUTO
                   PERFORM 0602-LOCALIZAR-PRODUTO
                   MOVE SPACES TO WRK-AUDIT-ANTES
                   STRING WRK-EVT-TIPO(WRK-EVT-ACHADO) ' '
                          WRK-EVT-INICIO(WRK-EVT-ACHADO) ' '
                          WRK-EVT-FIM(WRK-EVT-ACHADO)
                       DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   IF WRK-EVT-INICIO(WRK-EVT-ACHADO) > WRK-DATA-HOJE
                       MOVE 'N' TO WRK-SO-TERMINO
                       PERFORM 0605-LER-DADOS-EVENTO
                   ELSE
                       DISPLAY 'EVENTO JA INICIADO - SO O TERMINO '
                               'PODE SER ALTERADO.'
                       MOVE 'S' TO WRK-SO-TERMINO
                       MOVE WRK-EVT-LINHA(WRK-EVT-ACHADO)
                           TO PRECOEVT-REC
                       MOVE EVT-TIPO TO WRK-TIPO
                       MOVE EVT-PRECO TO WRK-PRECO
                       MOVE EVT-DESCONTO TO WRK-DESCONTO
                       MOVE EVT-DATA-INICIO TO WRK-INICIO
                       MOVE EVT-FILIAL TO WRK-FILIAL
                       PERFORM 0620-LER-FIM WITH TEST AFTER
                           UNTIL DATA-VALIDA
                   END-IF
                   PERFORM 0660-APURAR-PRECO-EVENTO
                   PERFORM 0665-EXIBIR-PRECO-EVENTO
                   DISPLAY 'CONFIRMA A ALTERACAO (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       PERFORM 0625-MOVER-DADOS-POSICAO
                       PERFORM 0800-GRAVAR-EVENTOS
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       STRING WRK-TIPO ' ' WRK-INICIO ' ' WRK-FIM
                           DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'EVENTO ALTERADO: ' WRK-NUMERO
                   ELSE
                       DISPLAY 'ALTERACAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.
       0230-EXCLUIR.
      *>********* EXCLUINDO UM EVENTO QUE AINDA NAO COMECOU (O JA
      *>          INICIADO FICA NO ARQUIVO PARA O HISTORICO)
           PERFORM 0640-LER-NUMERO.
           IF WRK-EVT-ACHADO = ZEROS
               DISPLAY 'EVENTO NAO ENCONTRADO: ' WRK-NUMERO
           ELSE
               IF WRK-EVT-INICIO(WRK-EVT-ACHADO) NOT > WRK-DATA-HOJE
                   DISPLAY 'EVENTO JA INICIADO - USE A ALTERACAO '
                           'PARA ANTECIPAR O TERMINO.'
               ELSE
                   DISPLAY 'CONFIRMA A EXCLUSAO DO EVENTO '
                           WRK-NUMERO ' (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       MOVE SPACES TO WRK-AUDIT-ANTES
                       STRING WRK-NUMERO ' '
                              WRK-EVT-PRODUTO(WRK-EVT-ACHADO) ' '
                              WRK-EVT-TIPO(WRK-EVT-ACHADO) ' '
                              WRK-EVT-FILIAL(WRK-EVT-ACHADO)
                           DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       PERFORM 0235-RETIRAR-DA-TABELA
                       PERFORM 0800-GRAVAR-EVENTOS
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'EXCLUSAO' TO WRK-AUDIT-ACAO
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'EVENTO EXCLUIDO: ' WRK-NUMERO
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.
       0235-RETIRAR-DA-TABELA.
      *>********* COMPACTANDO A TABELA A PARTIR DA POSICAO RETIRADA
           PERFORM 0236-SUBIR-UM
               VARYING WRK-CONT FROM WRK-EVT-ACHADO BY 1
               UNTIL WRK-CONT >= WRK-EVT-QTD.
           SUBTRACT 1 FROM WRK-EVT-QTD.
       0236-SUBIR-UM.
      *>********* SUBINDO UMA POSICAO DA TABELA
           ADD 1 TO WRK-CONT GIVING WRK-EVT-IDX.
           MOVE WRK-EVT-LINHA(WRK-EVT-IDX)
               TO WRK-EVT-LINHA(WRK-CONT).
       0240-LISTAR.
      *>********* LISTANDO OS EVENTOS DE UM PRODUTO (BRANCO = TODOS)
      *>          COM A SITUACAO NA DATA DE HOJE
           DISPLAY 'CODIGO DO PRODUTO (BRANCO = TODOS): '.
           MOVE SPACES TO WRK-PRODUTO.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           DISPLAY '===================================='.
           PERFORM 0245-LISTAR-UM
               VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > WRK-EVT-QTD.
           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY ' NENHUM EVENTO CADASTRADO.'
           END-IF.
           DISPLAY '===================================='.
       0245-LISTAR-UM.
      *>********* LISTANDO UM EVENTO
           IF WRK-PRODUTO = SPACES
              OR WRK-EVT-PRODUTO(WRK-EVT-IDX) = WRK-PRODUTO
               ADD 1 TO WRK-QTD-LISTADOS
               EVALUATE TRUE
                   WHEN WRK-EVT-INICIO(WRK-EVT-IDX) > WRK-DATA-HOJE
                       MOVE 'FUTURO' TO WRK-SITUACAO
                   WHEN WRK-EVT-FIM(WRK-EVT-IDX) < WRK-DATA-HOJE
                       MOVE 'ENCERRADO' TO WRK-SITUACAO
                   WHEN OTHER
                       MOVE 'VIGENTE' TO WRK-SITUACAO
               END-EVALUATE
               PERFORM 0700-EDITAR-DATAS
               IF WRK-EVT-TIPO(WRK-EVT-IDX) = 'P'
                   MOVE WRK-EVT-PRECO(WRK-EVT-IDX) TO WRK-PRECO-ED
                   DISPLAY WRK-EVT-NUMERO(WRK-EVT-IDX) ' '
                           WRK-EVT-PRODUTO(WRK-EVT-IDX)
                           ' PRECO NOVO ' WRK-PRECO-ED
                           ' FILIAL ' WRK-EVT-FILIAL(WRK-EVT-IDX)
                           ' ' WRK-SITUACAO
               ELSE
                   MOVE WRK-EVT-DESCONTO(WRK-EVT-IDX)
                       TO WRK-DESCONTO-ED
                   DISPLAY WRK-EVT-NUMERO(WRK-EVT-IDX) ' '
                           WRK-EVT-PRODUTO(WRK-EVT-IDX)
                           ' DESCONTO ' WRK-DESCONTO-ED '%'
                           ' FILIAL ' WRK-EVT-FILIAL(WRK-EVT-IDX)
                           ' ' WRK-SITUACAO
               END-IF
               DISPLAY '      DE ' WRK-INICIO-ED ' ATE ' WRK-FIM-ED
           END-IF.
       0600-LER-PRODUTO.
      *>********* LENDO O CODIGO DO PRODUTO E CONFERINDO-O NO
      *>          CADASTRO (COM O CADASTRO MAIOR QUE A TABELA, O
      *>          CODIGO NAO ENCONTRADO E ACEITO COM AVISO)
           DISPLAY 'CODIGO DO PRODUTO: '.
           MOVE SPACES TO WRK-PRODUTO.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           MOVE 'N' TO WRK-PRODUTO-OK.
           IF WRK-PRODUTO = SPACES
               DISPLAY 'CODIGO EM BRANCO.'
           ELSE
               PERFORM 0602-LOCALIZAR-PRODUTO
               IF WRK-PROD-ACHADO > ZEROS
                   MOVE 'S' TO WRK-PRODUTO-OK
                   DISPLAY 'PRODUTO: '
                           WRK-PROD-DESCRICAO(WRK-PROD-ACHADO)
               ELSE
                   IF PRODUTOS-ESTOURO
                       MOVE 'S' TO WRK-PRODUTO-OK
                       DISPLAY 'AVISO: PRODUTO FORA DA TABELA DE '
                               'TRABALHO - CODIGO NAO CONFERIDO.'
                   ELSE
                       DISPLAY 'PRODUTO NAO CADASTRADO: '
                               WRK-PRODUTO
                   END-IF
               END-IF
           END-IF.
       0602-LOCALIZAR-PRODUTO.
      *>********* LOCALIZANDO O PRODUTO NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-PROD-ACHADO.
           PERFORM 0603-TESTAR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                  OR WRK-PROD-ACHADO > ZEROS.
       0603-TESTAR-PRODUTO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O PRODUTO
           IF WRK-PROD-CODIGO(WRK-PROD-IDX) = WRK-PRODUTO
               MOVE WRK-PROD-IDX TO WRK-PROD-ACHADO
           END-IF.
       0605-LER-DADOS-EVENTO.
      *>********* LENDO TIPO, VALOR, VIGENCIA E FILIAL DO EVENTO
           PERFORM 0610-LER-TIPO WITH TEST AFTER
               UNTIL TIPO-VALIDO.
           PERFORM 0612-LER-VALOR WITH TEST AFTER
               UNTIL VALOR-VALIDO.
           PERFORM 0615-LER-INICIO WITH TEST AFTER
               UNTIL DATA-VALIDA.
           PERFORM 0620-LER-FIM WITH TEST AFTER
               UNTIL DATA-VALIDA.
           PERFORM 0622-LER-FILIAL WITH TEST AFTER
               UNTIL FILIAL-VALIDA.
       0610-LER-TIPO.
      *>********* LENDO E VALIDANDO O TIPO DO EVENTO
           DISPLAY 'TIPO (P=PRECO NOVO D=DESCONTO PERCENTUAL): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO.'
           END-IF.
       0612-LER-VALOR.
      *>********* LENDO O PRECO NOVO OU O PERCENTUAL DE DESCONTO
           MOVE 'N' TO WRK-VALOR-OK.
           MOVE ZEROS TO WRK-PRECO.
           MOVE ZEROS TO WRK-DESCONTO.
           IF TIPO-PRECO-NOVO
               DISPLAY 'PRECO UNITARIO NO PERIODO: '
               ACCEPT WRK-PRECO FROM CONSOLE
               IF WRK-PRECO > ZEROS
                   MOVE 'S' TO WRK-VALOR-OK
               ELSE
                   DISPLAY 'PRECO DEVE SER MAIOR QUE ZERO.'
               END-IF
           ELSE
               DISPLAY 'PERCENTUAL DE DESCONTO (0,01 A 99,99): '
               ACCEPT WRK-DESCONTO FROM CONSOLE
               IF WRK-DESCONTO > ZEROS
                   MOVE 'S' TO WRK-VALOR-OK
               ELSE
                   DISPLAY 'PERCENTUAL INVALIDO.'
               END-IF
           END-IF.
       0615-LER-INICIO.
      *>********* LENDO O PRIMEIRO DIA DE VIGENCIA (NAO RETROAGE: A
      *>          VENDA JA LANCADA NAO MUDA DE PRECO)
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): '.
           MOVE ZEROS TO WRK-DATA-DIGITADA.
           ACCEPT WRK-DATA-DIGITADA FROM CONSOLE.
           MOVE WRK-DATA-DIGITADA TO WRK-DATA-LIDA.
           PERFORM 0630-VALIDAR-DATA.
           IF DATA-VALIDA AND WRK-DATA-LIDA < WRK-DATA-HOJE
               MOVE 'N' TO WRK-DATA-OK
           END-IF.
           IF DATA-VALIDA
               MOVE WRK-DATA-LIDA TO WRK-INICIO
           ELSE
               DISPLAY 'DATA INVALIDA OU ANTERIOR A HOJE.'
           END-IF.
       0620-LER-FIM.
      *>********* LENDO O ULTIMO DIA DE VIGENCIA (ZEROS = SEM
      *>          TERMINO, MUDANCA DEFINITIVA); NAO PODE SER ANTERIOR
      *>          AO INICIO NEM, NO EVENTO JA INICIADO, A HOJE
           DISPLAY 'TERMINO DA VIGENCIA (AAAAMMDD, 0 = SEM '
                   'TERMINO): '.
           MOVE ZEROS TO WRK-DATA-DIGITADA.
           ACCEPT WRK-DATA-DIGITADA FROM CONSOLE.
           MOVE WRK-DATA-DIGITADA TO WRK-DATA-LIDA.
           IF WRK-DATA-LIDA = ZEROS
               MOVE 'S' TO WRK-DATA-OK
               MOVE 99999999 TO WRK-DATA-LIDA
           ELSE
               PERFORM 0630-VALIDAR-DATA
               IF DATA-VALIDA AND WRK-DATA-LIDA < WRK-INICIO
                   MOVE 'N' TO WRK-DATA-OK
               END-IF
               IF DATA-VALIDA AND ALTERA-SO-TERMINO
                  AND WRK-DATA-LIDA < WRK-DATA-HOJE
                   MOVE 'N' TO WRK-DATA-OK
               END-IF
           END-IF.
           IF DATA-VALIDA
               MOVE WRK-DATA-LIDA TO WRK-FIM
           ELSE
               DISPLAY 'DATA INVALIDA OU ANTERIOR AO PERMITIDO.'
           END-IF.
       0622-LER-FILIAL.
      *>********* LENDO A FILIAL DO EVENTO (00 = TODAS)
           DISPLAY 'FILIAL (01 A 05, 00 = TODAS): '.
           MOVE ZEROS TO WRK-FILIAL.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           IF WRK-FILIAL > WRK-MAX-FILIAL
               MOVE 'N' TO WRK-FILIAL-OK
               DISPLAY 'FILIAL INVALIDA.'
           ELSE
               MOVE 'S' TO WRK-FILIAL-OK
           END-IF.
       0625-MOVER-DADOS-POSICAO.
      *>********* MOVENDO OS DADOS LIDOS PARA A POSICAO DO EVENTO
           MOVE WRK-TIPO TO WRK-EVT-TIPO(WRK-EVT-ACHADO).
           MOVE WRK-PRECO TO WRK-EVT-PRECO(WRK-EVT-ACHADO).
           MOVE WRK-DESCONTO TO WRK-EVT-DESCONTO(WRK-EVT-ACHADO).
           MOVE WRK-INICIO TO WRK-EVT-INICIO(WRK-EVT-ACHADO).
           MOVE WRK-FIM TO WRK-EVT-FIM(WRK-EVT-ACHADO).
           MOVE WRK-FILIAL TO WRK-EVT-FILIAL(WRK-EVT-ACHADO).
       0630-VALIDAR-DATA.
      *>********* CONFERINDO SE WRK-DATA-LIDA E UMA DATA REAL A
      *>          PARTIR DE 1900
           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-DATA-LIDA NUMERIC
              AND WRK-LIDA-ANO >= 1900
              AND WRK-LIDA-MES >= 1 AND WRK-LIDA-MES <= 12
               EVALUATE WRK-LIDA-MES
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO WRK-DIAS-DO-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WRK-DIAS-DO-MES
                   WHEN OTHER
                       PERFORM 0635-DIAS-DE-FEVEREIRO
               END-EVALUATE
               IF WRK-LIDA-DIA >= 1
                  AND WRK-LIDA-DIA <= WRK-DIAS-DO-MES
                   MOVE 'S' TO WRK-DATA-OK
               END-IF
           END-IF.
       0635-DIAS-DE-FEVEREIRO.
      *>********* FEVEREIRO TEM 29 DIAS SOMENTE EM ANO BISSEXTO
           DIVIDE WRK-LIDA-ANO BY 4
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-4.
           DIVIDE WRK-LIDA-ANO BY 100
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-100.
           DIVIDE WRK-LIDA-ANO BY 400
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-400.
           IF WRK-RESTO-400 = ZEROS
              OR (WRK-RESTO-4 = ZEROS AND WRK-RESTO-100 NOT = ZEROS)
               MOVE 29 TO WRK-DIAS-DO-MES
           ELSE
               MOVE 28 TO WRK-DIAS-DO-MES
           END-IF.
       0640-LER-NUMERO.
      *>********* LENDO O NUMERO DO EVENTO E LOCALIZANDO-O NA TABELA
           DISPLAY 'NUMERO DO EVENTO: '.
           MOVE ZEROS TO WRK-NUMERO.
           ACCEPT WRK-NUMERO FROM CONSOLE.
           MOVE ZEROS TO WRK-EVT-ACHADO.
           PERFORM 0645-TESTAR-NUMERO
               VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > WRK-EVT-QTD
                  OR WRK-EVT-ACHADO > ZEROS.
       0645-TESTAR-NUMERO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O NUMERO
           IF WRK-EVT-NUMERO(WRK-EVT-IDX) = WRK-NUMERO
               MOVE WRK-EVT-IDX TO WRK-EVT-ACHADO
           END-IF.
       0660-APURAR-PRECO-EVENTO.
      *>********* PRECO UNITARIO QUE O EVENTO DARA AO PRODUTO (MESMA
      *>          CONTA DO PROGCBL17: DESCONTO SOBRE O PRECO DO
      *>          CADASTRO, ARREDONDADO NO CENTAVO)
           MOVE ZEROS TO WRK-PRECO-TABELA.
           IF WRK-PROD-ACHADO > ZEROS
               MOVE WRK-PROD-PRECO(WRK-PROD-ACHADO)
                   TO WRK-PRECO-TABELA
           END-IF.
           IF TIPO-PRECO-NOVO
               MOVE WRK-PRECO TO WRK-PRECO-EVENTO
           ELSE
               COMPUTE WRK-PRECO-EVENTO ROUNDED =
                   WRK-PRECO-TABELA * (100 - WRK-DESCONTO) / 100
           END-IF.
       0665-EXIBIR-PRECO-EVENTO.
      *>********* MOSTRANDO O PRECO DE TABELA E O DO EVENTO ANTES DA
      *>          CONFIRMACAO
           MOVE WRK-PRECO-TABELA TO WRK-PRECO-ED.
           MOVE WRK-PRECO-EVENTO TO WRK-PRECO-ED2.
           DISPLAY 'PRECO DE TABELA: ' WRK-PRECO-ED
                   '  PRECO NO PERIODO: ' WRK-PRECO-ED2.
           IF WRK-PRECO-EVENTO > WRK-PRECO-TABELA
              AND WRK-PRECO-TABELA > ZEROS
               DISPLAY 'AVISO: PRECO DO EVENTO ACIMA DO DE TABELA.'
           END-IF.
       0700-EDITAR-DATAS.
      *>********* EDITANDO INICIO E TERMINO DA POSICAO WRK-EVT-IDX
           MOVE WRK-EVT-INICIO(WRK-EVT-IDX) TO WRK-DATA-LIDA.
           MOVE WRK-LIDA-DIA TO WRK-ED-DIA.
           MOVE WRK-LIDA-MES TO WRK-ED-MES.
           MOVE WRK-LIDA-ANO TO WRK-ED-ANO.
           MOVE WRK-DATA-ED TO WRK-INICIO-ED.
           IF WRK-EVT-FIM(WRK-EVT-IDX) = 99999999
               MOVE 'SEM FIM' TO WRK-FIM-ED
           ELSE
               MOVE WRK-EVT-FIM(WRK-EVT-IDX) TO WRK-DATA-LIDA
               MOVE WRK-LIDA-DIA TO WRK-ED-DIA
               MOVE WRK-LIDA-MES TO WRK-ED-MES
               MOVE WRK-LIDA-ANO TO WRK-ED-ANO
               MOVE WRK-DATA-ED TO WRK-FIM-ED
           END-IF.
       0800-GRAVAR-EVENTOS.
      *>********* REGRAVANDO O ARQUIVO DE EVENTOS A PARTIR DA TABELA
           OPEN OUTPUT PRECOEVT-FILE.
           PERFORM 0810-GRAVAR-UM-EVENTO
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-EVT-QTD.
           CLOSE PRECOEVT-FILE.
       0810-GRAVAR-UM-EVENTO.
      *>********* GRAVANDO UM EVENTO NO ARQUIVO
           MOVE WRK-EVT-LINHA(WRK-CONT) TO PRECOEVT-REC.
           WRITE PRECOEVT-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DOS EVENTOS
           DISPLAY 'ENCERRANDO A MANUTENCAO DE EVENTOS DE PRECO.'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL90'==.
