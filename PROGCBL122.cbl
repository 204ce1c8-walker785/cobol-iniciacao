       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL122.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: MANUTENCAO DO ORCAMENTO DE DESPESAS POR CENTRO DE
      *>           CUSTO (ORCAMCC122: CENTRO DO CCUSTOMST, ANO, MES,
      *>           CATEGORIA E VALOR), NOS MOLDES DO PROGCBL47, COM
      *>           INCLUSAO DE UM MES OU DO ANO INTEIRO COM O MESMO
      *>           VALOR MENSAL
      *> OBJETIVO: MANUTENCAO DA CATEGORIA DE ORCAMENTO DAS CONTAS DO
      *>           DIARIO (ORCCAT122, COM O CENTRO PADRAO DA CONTA) E DO
      *>           PERCENTUAL DE TOLERANCIA DO ESTOURO (ORCCFG122),
      *>           USADOS NO RELATORIO ORCADO X REALIZADO DO PROGCBL123
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
           SELECT OPTIONAL ORCAMCC-FILE ASSIGN TO 'ORCAMCC122'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCAMCC-STATUS.
           SELECT OPTIONAL ORCCAT-FILE ASSIGN TO 'ORCCAT122'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCCAT-STATUS.
           SELECT OPTIONAL ORCCFG-FILE ASSIGN TO 'ORCCFG122'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCCFG-STATUS.
           SELECT OPTIONAL CCUSTO-FILE ASSIGN TO 'CCUSTOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCUSTO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMCC-FILE.
       01  ORCAMCC-REC.
           COPY 'ORCAMCC.cbl'.
       FD  ORCCAT-FILE.
       01  ORCCAT-REC.
           02 OCAT-CONTA PIC X(08).
           02 OCAT-CATEGORIA PIC X(10).
           02 OCAT-CCUSTO PIC X(04).
       FD  ORCCFG-FILE.
       01  ORCCFG-REC.
           02 OCFG-PERCENTUAL PIC 9(03)V99.
       FD  CCUSTO-FILE.
       01  CCUSTO-REC.
           COPY 'CCUSTO.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       77 WRK-ORCAMCC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCCAT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CCUSTO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCAMCC-EOF PIC X(01) VALUE 'N'.
         88 FIM-ORCAMCC VALUE 'S'.
       77 WRK-ORCCAT-EOF PIC X(01) VALUE 'N'.
         88 FIM-ORCCAT VALUE 'S'.
       77 WRK-CCUSTO-EOF PIC X(01) VALUE 'N'.
         88 FIM-CCUSTO VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-MES VALUE 01.
          88 OPCAO-ANO VALUE 02.
          88 OPCAO-EXCLUIR VALUE 03.
          88 OPCAO-LISTAR VALUE 04.
          88 OPCAO-CATEGORIA VALUE 05.
          88 OPCAO-LISTAR-CATEGORIAS VALUE 06.
          88 OPCAO-TOLERANCIA VALUE 07.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 05 06 07 99.
      *>********* ORCAMENTO EM MEMORIA, EM ORDEM DE CENTRO, ANO, MES E
      *>          CATEGORIA (MESMO LAYOUT DO ORCAMCC.cbl)
       01 WRK-ORC-TAB.
          02 WRK-ORC-LINHA OCCURS 1000 TIMES.
             03 WRK-ORC-CHAVE.
                04 WRK-ORC-CCUSTO PIC X(04).
                04 WRK-ORC-ANO PIC 9(04).
                04 WRK-ORC-MES PIC 9(02).
                04 WRK-ORC-CATEGORIA PIC X(10).
             03 WRK-ORC-VALOR PIC 9(09)V99.
       77 WRK-ORC-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-ORC-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-ORC-ACHADO PIC 9(04) VALUE ZEROS.
       77 WRK-ORC-POSICAO PIC 9(04) VALUE ZEROS.
       77 WRK-CONT PIC 9(04) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* CATEGORIA DAS CONTAS DO DIARIO (ORCCAT122)
       01 WRK-CAT-TAB.
          02 WRK-CAT-LINHA OCCURS 100 TIMES.
             03 WRK-CAT-CONTA PIC X(08).
             03 WRK-CAT-CATEGORIA PIC X(10).
             03 WRK-CAT-CCUSTO PIC X(04).
       77 WRK-CAT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CAT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CAT-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CAT-ESTOURO PIC X(01) VALUE 'N'.
         88 CAT-ESTOUROU VALUE 'S'.
      *>********* PERCENTUAL DE TOLERANCIA (ORCCFG122 OU PADRAO)
       77 WRK-PERCENTUAL PIC 9(03)V99 VALUE 10,00.
      *>********* CENTROS DE CUSTO VALIDOS (CCUSTOMST)
       01 WRK-CC-TAB.
          02 WRK-CC-CODIGO PIC X(04) OCCURS 50 TIMES.
       77 WRK-CC-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-CC-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CC-ACHADO PIC 9(02) VALUE ZEROS.
      *>********* DADOS DIGITADOS
       01 WRK-CHAVE.
          02 WRK-CCUSTO PIC X(04) VALUE SPACES.
          02 WRK-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-MES PIC 9(02) VALUE ZEROS.
          02 WRK-CATEGORIA PIC X(10) VALUE SPACES.
       77 WRK-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONTA PIC X(08) VALUE SPACES.
       77 WRK-CAT-CC PIC X(04) VALUE SPACES.
       77 WRK-ENTRADA PIC X(40) VALUE SPACES.
       77 WRK-ENTRADA-NUM PIC 9(04) VALUE ZEROS.
       77 WRK-ENTRADA-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ENTRADA-PCT PIC 9(03)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-HOJE PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-LIMITE PIC 9(04) VALUE ZEROS.
       77 WRK-CAMPO-OK PIC X(01) VALUE 'N'.
         88 CAMPO-OK VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-QTD-INCLUIDAS PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ALTERADAS PIC 9(02) VALUE ZEROS.
       77 WRK-FILTRO-CC PIC X(04) VALUE SPACES.
       77 WRK-FILTRO-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-LISTA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-LISTA PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO O ORCAMENTO,
      *>          AS CATEGORIAS DAS CONTAS, A TOLERANCIA E OS CENTROS
           DISPLAY '*************************************'.
           DISPLAY ' ORCAMENTO POR CENTRO DE CUSTO'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DIVIDE WRK-DATA-HOJE BY 10000 GIVING WRK-ANO-HOJE.
           ADD 5 TO WRK-ANO-HOJE GIVING WRK-ANO-LIMITE.
           PERFORM 0110-CARREGAR-ORCAMENTO.
           PERFORM 0120-CARREGAR-CATEGORIAS.
           PERFORM 0130-CARREGAR-TOLERANCIA.
           PERFORM 0140-CARREGAR-CENTROS.
           DISPLAY 'LINHAS DE ORCAMENTO CARREGADAS: ' WRK-ORC-QTD.
       0110-CARREGAR-ORCAMENTO.
      *>********* CARREGANDO O ORCAMENTO PARA A TABELA ORDENADA
           OPEN INPUT ORCAMCC-FILE.
           IF WRK-ORCAMCC-STATUS = '00'
               PERFORM 0115-LER-ORCAMENTO UNTIL FIM-ORCAMCC
           END-IF.
           CLOSE ORCAMCC-FILE.
           IF CARGA-ESTOUROU
      *>********* ORCAMENTO MAIOR QUE A TABELA DE TRABALHO: QUALQUER
      *>          REGRAVACAO PERDERIA AS LINHAS EXCEDENTES
               DISPLAY 'ORCAMENTO MAIOR QUE A TABELA DE TRABALHO '
                       '(1000) - MANUTENCAO BLOQUEADA.'
           END-IF.
       0115-LER-ORCAMENTO.
      *>********* LENDO UMA LINHA DO ORCAMENTO
           READ ORCAMCC-FILE
               AT END
                   MOVE 'S' TO WRK-ORCAMCC-EOF
               NOT AT END
                   MOVE ORCC-CCUSTO TO WRK-CCUSTO
                   MOVE ORCC-ANO TO WRK-ANO
                   MOVE ORCC-MES TO WRK-MES
                   MOVE ORCC-CATEGORIA TO WRK-CATEGORIA
                   MOVE ORCC-VALOR TO WRK-VALOR
                   PERFORM 0640-LOCALIZAR-LINHA
                   IF WRK-ORC-ACHADO = ZEROS AND WRK-ORC-QTD >= 1000
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       PERFORM 0650-GRAVAR-NA-TABELA
                   END-IF
           END-READ.
       0120-CARREGAR-CATEGORIAS.
      *>********* CARREGANDO A CATEGORIA DAS CONTAS DO DIARIO
           OPEN INPUT ORCCAT-FILE.
           IF WRK-ORCCAT-STATUS = '00'
               PERFORM 0125-LER-CATEGORIA UNTIL FIM-ORCCAT
           END-IF.
           CLOSE ORCCAT-FILE.
           IF CAT-ESTOUROU
               DISPLAY 'CATEGORIAS DE CONTA ALEM DA TABELA (100) - '
                       'MANUTENCAO DAS CATEGORIAS BLOQUEADA.'
           END-IF.
       0125-LER-CATEGORIA.
      *>********* LENDO A CATEGORIA DE UMA CONTA
           READ ORCCAT-FILE
               AT END
                   MOVE 'S' TO WRK-ORCCAT-EOF
               NOT AT END
                   IF WRK-CAT-QTD >= 100
                       MOVE 'S' TO WRK-CAT-ESTOURO
                   ELSE
                       ADD 1 TO WRK-CAT-QTD
                       MOVE ORCCAT-REC TO WRK-CAT-LINHA(WRK-CAT-QTD)
                   END-IF
           END-READ.
       0130-CARREGAR-TOLERANCIA.
      *>********* LENDO O PERCENTUAL DE TOLERANCIA (SEM O ARQUIVO,
      *>          VALE O PADRAO EMBUTIDO DE 10%)
           OPEN INPUT ORCCFG-FILE.
           IF WRK-ORCCFG-STATUS = '00'
               READ ORCCFG-FILE
                   NOT AT END
                       IF OCFG-PERCENTUAL NUMERIC
                           MOVE OCFG-PERCENTUAL TO WRK-PERCENTUAL
                       END-IF
               END-READ
           END-IF.
           CLOSE ORCCFG-FILE.
       0140-CARREGAR-CENTROS.
      *>********* CARREGANDO OS CENTROS DE CUSTO CADASTRADOS NO
      *>          PROGCBL47, PARA VALIDAR O CENTRO DIGITADO
           OPEN INPUT CCUSTO-FILE.
           IF WRK-CCUSTO-STATUS = '00'
               PERFORM 0145-LER-CENTRO UNTIL FIM-CCUSTO
           END-IF.
           CLOSE CCUSTO-FILE.
       0145-LER-CENTRO.
      *>********* LENDO UM CENTRO DE CUSTO DO CADASTRO
           READ CCUSTO-FILE
               AT END
                   MOVE 'S' TO WRK-CCUSTO-EOF
               NOT AT END
                   IF WRK-CC-QTD < 50
                       ADD 1 TO WRK-CC-QTD
                       MOVE CCUSTO-CODIGO TO WRK-CC-CODIGO(WRK-CC-QTD)
                   END-IF
           END-READ.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           EVALUATE TRUE
               WHEN CARGA-ESTOUROU
                AND (OPCAO-MES OR OPCAO-ANO OR OPCAO-EXCLUIR)
                   DISPLAY 'ORCAMENTO MAIOR QUE A TABELA - REGRAVACAO '
                           'BLOQUEADA.'
               WHEN CAT-ESTOUROU AND OPCAO-CATEGORIA
                   DISPLAY 'CATEGORIAS ALEM DA TABELA - REGRAVACAO '
                           'BLOQUEADA.'
               WHEN OPCAO-MES
                   PERFORM 0210-MANTER-MES
               WHEN OPCAO-ANO
                   PERFORM 0220-INCLUIR-ANO
               WHEN OPCAO-EXCLUIR
                   PERFORM 0230-EXCLUIR
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR
               WHEN OPCAO-CATEGORIA
                   PERFORM 0250-MANTER-CATEGORIA
               WHEN OPCAO-LISTAR-CATEGORIAS
                   PERFORM 0260-LISTAR-CATEGORIAS
               WHEN OPCAO-TOLERANCIA
                   PERFORM 0270-MANTER-TOLERANCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' ORCAMENTO POR CENTRO DE CUSTO'.
           DISPLAY '================================'.
           DISPLAY ' 01 - INCLUIR/ALTERAR VALOR DE UM MES'.
           DISPLAY ' 02 - INCLUIR ANO INTEIRO (VALOR MENSAL)'.
           DISPLAY ' 03 - EXCLUIR VALOR DE UM MES'.
           DISPLAY ' 04 - LISTAR ORCAMENTO'.
           DISPLAY ' 05 - CATEGORIA DE UMA CONTA DO DIARIO'.
           DISPLAY ' 06 - LISTAR CATEGORIAS DAS CONTAS'.
           DISPLAY ' 07 - PERCENTUAL DE TOLERANCIA'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-MANTER-MES.
      *>********* INCLUINDO OU ALTERANDO O VALOR ORCADO DE UM CENTRO,
      *>          MES E CATEGORIA
           PERFORM 0600-LER-CCUSTO WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0605-LER-ANO WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0610-LER-MES WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0615-LER-CATEGORIA WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0640-LOCALIZAR-LINHA.
           IF WRK-ORC-ACHADO = ZEROS AND WRK-ORC-QTD >= 1000
               DISPLAY 'ORCAMENTO CHEIO. INCLUSAO NAO PERMITIDA.'
           ELSE
               MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO
               IF WRK-ORC-ACHADO > ZEROS
                   MOVE WRK-ORC-VALOR(WRK-ORC-ACHADO) TO WRK-VALOR-ED
                   DISPLAY 'VALOR ORCADO ATUAL: ' WRK-VALOR-ED
                   MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO
               END-IF
               PERFORM 0620-LER-VALOR WITH TEST AFTER UNTIL CAMPO-OK
               PERFORM 0650-GRAVAR-NA-TABELA
               PERFORM 0800-GRAVAR-ORCAMENTO
               MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
               MOVE WRK-CHAVE TO WRK-AUDIT-ANTES
               MOVE SPACES TO WRK-AUDIT-DEPOIS
               STRING WRK-VALOR DELIMITED BY SIZE
                 INTO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'ORCAMENTO GRAVADO: ' WRK-CCUSTO ' ' WRK-ANO
                       '/' WRK-MES ' ' WRK-CATEGORIA
           END-IF.
       0220-INCLUIR-ANO.
      *>********* GRAVANDO O MESMO VALOR NOS DOZE MESES DO ANO PARA UM
      *>          CENTRO E UMA CATEGORIA (MESES JA ORCADOS SAO
      *>          SUBSTITUIDOS)
           PERFORM 0600-LER-CCUSTO WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0605-LER-ANO WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0615-LER-CATEGORIA WITH TEST AFTER UNTIL CAMPO-OK.
           MOVE ZEROS TO WRK-QTD-ALTERADAS.
           PERFORM 0222-CONTAR-MES-ORCADO
               VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12.
           IF WRK-ORC-QTD + 12 - WRK-QTD-ALTERADAS > 1000
               DISPLAY 'ORCAMENTO CHEIO. INCLUSAO NAO PERMITIDA.'
           ELSE
               IF WRK-QTD-ALTERADAS > ZEROS
                   DISPLAY WRK-QTD-ALTERADAS ' MESES JA ORCADOS SERAO '
                           'SUBSTITUIDOS.'
               END-IF
               PERFORM 0620-LER-VALOR WITH TEST AFTER UNTIL CAMPO-OK
               DISPLAY 'CONFIRMA O ORCAMENTO DO ANO (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0224-GRAVAR-ANO
               ELSE
                   DISPLAY 'INCLUSAO CANCELADA.'
               END-IF
           END-IF.
       0222-CONTAR-MES-ORCADO.
      *>********* CONTANDO OS MESES DO ANO QUE JA TEM VALOR ORCADO
           PERFORM 0640-LOCALIZAR-LINHA.
           IF WRK-ORC-ACHADO > ZEROS
               ADD 1 TO WRK-QTD-ALTERADAS
           END-IF.
       0224-GRAVAR-ANO.
      *>********* GRAVANDO OS DOZE MESES, REGRAVANDO O ORCAMENTO E
      *>          REGISTRANDO NA AUDITORIA
           PERFORM 0650-GRAVAR-NA-TABELA
               VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12.
           PERFORM 0800-GRAVAR-ORCAMENTO.
           COMPUTE WRK-QTD-INCLUIDAS = 12 - WRK-QTD-ALTERADAS.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'ANUAL' TO WRK-AUDIT-ACAO.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           STRING WRK-CCUSTO WRK-ANO '  ' WRK-CATEGORIA
                      DELIMITED BY SIZE
             INTO WRK-AUDIT-ANTES.
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           STRING '12X ' WRK-VALOR DELIMITED BY SIZE
             INTO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'ANO ORCADO: ' WRK-QTD-INCLUIDAS ' MESES INCLUIDOS, '
                   WRK-QTD-ALTERADAS ' SUBSTITUIDOS.'.
       0230-EXCLUIR.
      *>********* EXCLUINDO O VALOR ORCADO DE UM CENTRO, MES E
      *>          CATEGORIA
           PERFORM 0600-LER-CCUSTO WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0605-LER-ANO WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0610-LER-MES WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0615-LER-CATEGORIA WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0640-LOCALIZAR-LINHA.
           IF WRK-ORC-ACHADO = ZEROS
               DISPLAY 'VALOR ORCADO NAO ENCONTRADO.'
           ELSE
               MOVE WRK-ORC-VALOR(WRK-ORC-ACHADO) TO WRK-VALOR-ED
               DISPLAY 'VALOR ORCADO: ' WRK-VALOR-ED
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0235-RETIRAR-DA-TABELA
                   PERFORM 0800-GRAVAR-ORCAMENTO
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'EXCLUSAO' TO WRK-AUDIT-ACAO
                   MOVE WRK-CHAVE TO WRK-AUDIT-ANTES
                   MOVE SPACES TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'VALOR ORCADO EXCLUIDO.'
               ELSE
                   DISPLAY 'EXCLUSAO CANCELADA.'
               END-IF
           END-IF.
       0235-RETIRAR-DA-TABELA.
      *>********* COMPACTANDO A TABELA A PARTIR DA POSICAO RETIRADA
           PERFORM 0236-SUBIR-UM
               VARYING WRK-CONT FROM WRK-ORC-ACHADO BY 1
               UNTIL WRK-CONT >= WRK-ORC-QTD.
           SUBTRACT 1 FROM WRK-ORC-QTD.
       0236-SUBIR-UM.
      *>********* SUBINDO UMA POSICAO DA TABELA
           ADD 1 TO WRK-CONT GIVING WRK-ORC-IDX.
           MOVE WRK-ORC-LINHA(WRK-ORC-IDX)
               TO WRK-ORC-LINHA(WRK-CONT).
       0240-LISTAR.
      *>********* LISTANDO O ORCAMENTO DE UM CENTRO E/OU ANO (EM
      *>          BRANCO, TODOS)
           DISPLAY 'CENTRO DE CUSTO (BRANCO = TODOS): '.
           MOVE SPACES TO WRK-FILTRO-CC.
           ACCEPT WRK-FILTRO-CC FROM CONSOLE.
           DISPLAY 'ANO (AAAA, ZERO = TODOS): '.
           MOVE ZEROS TO WRK-FILTRO-ANO.
           ACCEPT WRK-FILTRO-ANO FROM CONSOLE.
           MOVE ZEROS TO WRK-TOTAL-LISTA.
           MOVE ZEROS TO WRK-QTD-LISTA.
           DISPLAY '===================================='.
           DISPLAY 'CC   ANO  MES CATEGORIA         VALOR ORCADO'.
           PERFORM 0245-EXIBIR-LINHA
               VARYING WRK-ORC-IDX FROM 1 BY 1
               UNTIL WRK-ORC-IDX > WRK-ORC-QTD.
           IF WRK-QTD-LISTA = ZEROS
               DISPLAY 'NENHUM VALOR ORCADO.'
           ELSE
               MOVE WRK-TOTAL-LISTA TO WRK-VALOR-ED
               DISPLAY 'TOTAL (' WRK-QTD-LISTA ' LINHAS)     '
                       WRK-VALOR-ED
           END-IF.
           DISPLAY '===================================='.
       0245-EXIBIR-LINHA.
      *>********* EXIBINDO UMA LINHA DO ORCAMENTO QUE ATENDE O FILTRO
           IF (WRK-FILTRO-CC = SPACES
               OR WRK-ORC-CCUSTO(WRK-ORC-IDX) = WRK-FILTRO-CC)
              AND (WRK-FILTRO-ANO = ZEROS
               OR WRK-ORC-ANO(WRK-ORC-IDX) = WRK-FILTRO-ANO)
               ADD 1 TO WRK-QTD-LISTA
               ADD WRK-ORC-VALOR(WRK-ORC-IDX) TO WRK-TOTAL-LISTA
               MOVE WRK-ORC-VALOR(WRK-ORC-IDX) TO WRK-VALOR-ED
               DISPLAY WRK-ORC-CCUSTO(WRK-ORC-IDX) ' '
                       WRK-ORC-ANO(WRK-ORC-IDX) '  '
                       WRK-ORC-MES(WRK-ORC-IDX) ' '
                       WRK-ORC-CATEGORIA(WRK-ORC-IDX) WRK-VALOR-ED
           END-IF.
       0250-MANTER-CATEGORIA.
      *>********* DANDO A CATEGORIA DE ORCAMENTO E O CENTRO PADRAO DE
      *>          UMA CONTA DO DIARIO (CATEGORIA EM BRANCO RETIRA A
      *>          CONTA DO ORCADO X REALIZADO)
           DISPLAY 'CONTA DO DIARIO (8 POSICOES): '.
           MOVE SPACES TO WRK-CONTA.
           ACCEPT WRK-CONTA FROM CONSOLE.
           PERFORM 0660-LOCALIZAR-CONTA.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           IF WRK-CAT-ACHADO > ZEROS
               DISPLAY 'CATEGORIA ATUAL: '
                       WRK-CAT-CATEGORIA(WRK-CAT-ACHADO)
                       ' CENTRO PADRAO: '
                       WRK-CAT-CCUSTO(WRK-CAT-ACHADO)
               MOVE WRK-CAT-LINHA(WRK-CAT-ACHADO)(1:18)
                   TO WRK-AUDIT-ANTES
           END-IF.
           EVALUATE TRUE
               WHEN WRK-CONTA = SPACES
                   DISPLAY 'INFORME A CONTA.'
               WHEN WRK-CAT-ACHADO = ZEROS AND WRK-CAT-QTD >= 100
                   DISPLAY 'TABELA DE CATEGORIAS CHEIA.'
               WHEN OTHER
                   PERFORM 0252-LER-CATEGORIA-CONTA
           END-EVALUATE.
       0252-LER-CATEGORIA-CONTA.
      *>********* LENDO A CATEGORIA E O CENTRO PADRAO DA CONTA E
      *>          REGRAVANDO AS CATEGORIAS
           PERFORM 0625-LER-CATEGORIA-CONTA WITH TEST AFTER
               UNTIL CAMPO-OK.
           IF WRK-CATEGORIA = SPACES
               IF WRK-CAT-ACHADO = ZEROS
                   DISPLAY 'CONTA SEM CATEGORIA - NADA ALTERADO.'
               ELSE
                   PERFORM 0256-SUBIR-CATEGORIA
                       VARYING WRK-CAT-IDX FROM WRK-CAT-ACHADO BY 1
                       UNTIL WRK-CAT-IDX >= WRK-CAT-QTD
                   SUBTRACT 1 FROM WRK-CAT-QTD
                   MOVE SPACES TO WRK-AUDIT-DEPOIS
                   PERFORM 0254-GRAVAR-CATEGORIA-CONTA
                   DISPLAY 'CONTA RETIRADA DO ORCADO X REALIZADO.'
               END-IF
           ELSE
               PERFORM 0630-LER-CENTRO-PADRAO WITH TEST AFTER
                   UNTIL CAMPO-OK
               IF WRK-CAT-ACHADO = ZEROS
                   ADD 1 TO WRK-CAT-QTD
                   MOVE WRK-CAT-QTD TO WRK-CAT-ACHADO
               END-IF
               MOVE WRK-CONTA TO WRK-CAT-CONTA(WRK-CAT-ACHADO)
               MOVE WRK-CATEGORIA TO WRK-CAT-CATEGORIA(WRK-CAT-ACHADO)
               MOVE WRK-CAT-CC TO WRK-CAT-CCUSTO(WRK-CAT-ACHADO)
               MOVE WRK-CAT-LINHA(WRK-CAT-ACHADO)(1:18)
                   TO WRK-AUDIT-DEPOIS
               PERFORM 0254-GRAVAR-CATEGORIA-CONTA
               DISPLAY 'CATEGORIA DA CONTA GRAVADA: ' WRK-CONTA
           END-IF.
       0254-GRAVAR-CATEGORIA-CONTA.
      *>********* REGRAVANDO AS CATEGORIAS E REGISTRANDO NA AUDITORIA
           OPEN OUTPUT ORCCAT-FILE.
           PERFORM 0258-GRAVAR-UMA-CATEGORIA
               VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX > WRK-CAT-QTD.
           CLOSE ORCCAT-FILE.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'CATCONTA' TO WRK-AUDIT-ACAO.
           PERFORM 9500-GRAVAR-AUDITORIA.
       0256-SUBIR-CATEGORIA.
      *>********* SUBINDO UMA POSICAO DA TABELA DE CATEGORIAS
           MOVE WRK-CAT-LINHA(WRK-CAT-IDX + 1)
               TO WRK-CAT-LINHA(WRK-CAT-IDX).
       0258-GRAVAR-UMA-CATEGORIA.
      *>********* GRAVANDO A CATEGORIA DE UMA CONTA
           MOVE WRK-CAT-LINHA(WRK-CAT-IDX) TO ORCCAT-REC.
           WRITE ORCCAT-REC.
       0260-LISTAR-CATEGORIAS.
      *>********* LISTANDO AS CONTAS DO DIARIO COM CATEGORIA
           DISPLAY '===================================='.
           DISPLAY 'CONTA    CATEGORIA  CENTRO PADRAO'.
           IF WRK-CAT-QTD = ZEROS
               DISPLAY 'NENHUMA CONTA COM CATEGORIA.'
           ELSE
               PERFORM 0265-EXIBIR-CATEGORIA
                   VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX > WRK-CAT-QTD
           END-IF.
           DISPLAY '===================================='.
       0265-EXIBIR-CATEGORIA.
      *>********* EXIBINDO A CATEGORIA DE UMA CONTA
           DISPLAY WRK-CAT-CONTA(WRK-CAT-IDX) ' '
                   WRK-CAT-CATEGORIA(WRK-CAT-IDX) ' '
                   WRK-CAT-CCUSTO(WRK-CAT-IDX).
       0270-MANTER-TOLERANCIA.
      *>********* ALTERANDO O PERCENTUAL ACIMA DO ORCADO A PARTIR DO
      *>          QUAL O CENTRO E DESTACADO NO RELATORIO
           MOVE WRK-PERCENTUAL TO WRK-PCT-ED.
           DISPLAY 'TOLERANCIA ATUAL: ' WRK-PCT-ED '%'.
           DISPLAY 'NOVA TOLERANCIA EM % (EX.: 10,00): '.
           MOVE ZEROS TO WRK-ENTRADA-PCT.
           ACCEPT WRK-ENTRADA-PCT FROM CONSOLE.
           MOVE WRK-ENTRADA-PCT TO WRK-PCT-ED.
           DISPLAY 'CONFIRMA A TOLERANCIA DE ' WRK-PCT-ED '% (S/N): '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S'
               MOVE SPACES TO WRK-AUDIT-ANTES
               STRING WRK-PERCENTUAL DELIMITED BY SIZE
                 INTO WRK-AUDIT-ANTES
               MOVE WRK-ENTRADA-PCT TO WRK-PERCENTUAL
               OPEN OUTPUT ORCCFG-FILE
               MOVE WRK-PERCENTUAL TO OCFG-PERCENTUAL
               WRITE ORCCFG-REC
               CLOSE ORCCFG-FILE
               MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
               MOVE 'TOLERANCIA' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-DEPOIS
               STRING WRK-PERCENTUAL DELIMITED BY SIZE
                 INTO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'TOLERANCIA GRAVADA.'
           ELSE
               DISPLAY 'ALTERACAO CANCELADA.'
           END-IF.
       0600-LER-CCUSTO.
      *>********* LENDO O CENTRO DE CUSTO, QUE TEM DE EXISTIR NO
      *>          CCUSTOMST
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'CENTRO DE CUSTO (4 POSICOES): '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           PERFORM 0670-LOCALIZAR-CENTRO.
           IF WRK-CC-ACHADO = ZEROS
               DISPLAY 'CENTRO NAO CADASTRADO NO CCUSTOMST '
                       '(PROGCBL47).'
           ELSE
               MOVE WRK-ENTRADA TO WRK-CCUSTO
               MOVE 'S' TO WRK-CAMPO-OK
           END-IF.
       0605-LER-ANO.
      *>********* LENDO O ANO DO ORCAMENTO (DE 1900 ATE CINCO ANOS A
      *>          FRENTE)
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'ANO (AAAA): '.
           MOVE ZEROS TO WRK-ENTRADA-NUM.
           ACCEPT WRK-ENTRADA-NUM FROM CONSOLE.
           IF WRK-ENTRADA-NUM < 1900 OR WRK-ENTRADA-NUM > WRK-ANO-LIMITE
               DISPLAY 'ANO INVALIDO. TENTE NOVAMENTE.'
           ELSE
               MOVE WRK-ENTRADA-NUM TO WRK-ANO
               MOVE 'S' TO WRK-CAMPO-OK
           END-IF.
       0610-LER-MES.
      *>********* LENDO O MES DO ORCAMENTO (1 A 12)
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'MES (MM): '.
           MOVE ZEROS TO WRK-ENTRADA-NUM.
           ACCEPT WRK-ENTRADA-NUM FROM CONSOLE.
           IF WRK-ENTRADA-NUM < 1 OR WRK-ENTRADA-NUM > 12
               DISPLAY 'MES INVALIDO. TENTE NOVAMENTE.'
           ELSE
               MOVE WRK-ENTRADA-NUM TO WRK-MES
               MOVE 'S' TO WRK-CAMPO-OK
           END-IF.
       0615-LER-CATEGORIA.
      *>********* LENDO A CATEGORIA DO ORCAMENTO (FOLHA, ENCARGOS OU
      *>          UMA CATEGORIA DAS CONTAS DO DIARIO)
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'CATEGORIA (FOLHA, ENCARGOS OU DAS CONTAS): '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA = SPACES OR WRK-ENTRADA(11:) NOT = SPACES
               DISPLAY 'INFORME A CATEGORIA (ATE 10 POSICOES).'
           ELSE
               MOVE WRK-ENTRADA TO WRK-CATEGORIA
               MOVE 'S' TO WRK-CAMPO-OK
           END-IF.
       0620-LER-VALOR.
      *>********* LENDO O VALOR ORCADO DO MES (EX.: 15000,00)
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'VALOR ORCADO NO MES (EX.: 15000,00): '.
           MOVE ZEROS TO WRK-ENTRADA-VALOR.
           ACCEPT WRK-ENTRADA-VALOR FROM CONSOLE.
           IF WRK-ENTRADA-VALOR = ZEROS
               DISPLAY 'INFORME UM VALOR MAIOR QUE ZERO.'
           ELSE
               MOVE WRK-ENTRADA-VALOR TO WRK-VALOR
               MOVE 'S' TO WRK-CAMPO-OK
           END-IF.
       0625-LER-CATEGORIA-CONTA.
      *>********* LENDO A CATEGORIA DA CONTA; FOLHA E ENCARGOS VEM DO
      *>          HISTORICO DA FOLHA E NAO PODEM SER DADAS A CONTAS
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'CATEGORIA DA CONTA (BRANCO = RETIRAR): '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-ENTRADA(11:) NOT = SPACES
                   DISPLAY 'CATEGORIA COM ATE 10 POSICOES.'
               WHEN WRK-ENTRADA = 'FOLHA' OR WRK-ENTRADA = 'ENCARGOS'
                   DISPLAY 'FOLHA E ENCARGOS SAO APURADOS DO '
                           'FOLHAHIST05.'
               WHEN OTHER
                   MOVE WRK-ENTRADA TO WRK-CATEGORIA
                   MOVE 'S' TO WRK-CAMPO-OK
           END-EVALUATE.
       0630-LER-CENTRO-PADRAO.
      *>********* LENDO O CENTRO PADRAO DA CONTA, PARA OS LANCAMENTOS
      *>          SEM ' CC XXXX' NO HISTORICO (BRANCO = SEM CENTRO)
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'CENTRO PADRAO DA CONTA (BRANCO = NENHUM): '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA = SPACES
               MOVE SPACES TO WRK-CAT-CC
               MOVE 'S' TO WRK-CAMPO-OK
           ELSE
               PERFORM 0670-LOCALIZAR-CENTRO
               IF WRK-CC-ACHADO = ZEROS
                   DISPLAY 'CENTRO NAO CADASTRADO NO CCUSTOMST '
                           '(PROGCBL47).'
               ELSE
                   MOVE WRK-ENTRADA TO WRK-CAT-CC
                   MOVE 'S' TO WRK-CAMPO-OK
               END-IF
           END-IF.
       0640-LOCALIZAR-LINHA.
      *>********* LOCALIZANDO A CHAVE NA TABELA ORDENADA: ACHADO
      *>          QUANDO EXISTE, SENAO A POSICAO DE INCLUSAO
           MOVE ZEROS TO WRK-ORC-ACHADO.
           MOVE ZEROS TO WRK-ORC-POSICAO.
           PERFORM 0645-TESTAR-LINHA
               VARYING WRK-ORC-IDX FROM 1 BY 1
               UNTIL WRK-ORC-IDX > WRK-ORC-QTD
                  OR WRK-ORC-POSICAO > ZEROS.
       0645-TESTAR-LINHA.
      *>********* PRIMEIRA CHAVE IGUAL (ACHADO) OU MAIOR (POSICAO DE
      *>          INCLUSAO)
           IF WRK-ORC-CHAVE(WRK-ORC-IDX) = WRK-CHAVE
               MOVE WRK-ORC-IDX TO WRK-ORC-ACHADO
               MOVE WRK-ORC-IDX TO WRK-ORC-POSICAO
           ELSE
               IF WRK-ORC-CHAVE(WRK-ORC-IDX) > WRK-CHAVE
                   MOVE WRK-ORC-IDX TO WRK-ORC-POSICAO
               END-IF
           END-IF.
       0650-GRAVAR-NA-TABELA.
      *>********* GRAVANDO O VALOR NA CHAVE; SE NAO EXISTE, ABRINDO A
      *>          POSICAO E INCLUINDO
           PERFORM 0640-LOCALIZAR-LINHA.
           IF WRK-ORC-ACHADO = ZEROS
               IF WRK-ORC-POSICAO = ZEROS
                   COMPUTE WRK-ORC-POSICAO = WRK-ORC-QTD + 1
               END-IF
               PERFORM 0655-DESLOCAR-LINHA
                   VARYING WRK-ORC-IDX FROM WRK-ORC-QTD BY -1
                     UNTIL WRK-ORC-IDX < WRK-ORC-POSICAO
               ADD 1 TO WRK-ORC-QTD
               MOVE WRK-ORC-POSICAO TO WRK-ORC-ACHADO
               MOVE WRK-CHAVE TO WRK-ORC-CHAVE(WRK-ORC-ACHADO)
           END-IF.
           MOVE WRK-VALOR TO WRK-ORC-VALOR(WRK-ORC-ACHADO).
       0655-DESLOCAR-LINHA.
      *>********* EMPURRANDO UMA LINHA UMA POSICAO PARA BAIXO
           MOVE WRK-ORC-LINHA(WRK-ORC-IDX)
             TO WRK-ORC-LINHA(WRK-ORC-IDX + 1).
       0660-LOCALIZAR-CONTA.
      *>********* LOCALIZANDO A CONTA NA TABELA DE CATEGORIAS
           MOVE ZEROS TO WRK-CAT-ACHADO.
           PERFORM 0665-TESTAR-CONTA
               VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX > WRK-CAT-QTD
                  OR WRK-CAT-ACHADO > ZEROS.
       0665-TESTAR-CONTA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A CONTA
           IF WRK-CAT-CONTA(WRK-CAT-IDX) = WRK-CONTA
               MOVE WRK-CAT-IDX TO WRK-CAT-ACHADO
           END-IF.
       0670-LOCALIZAR-CENTRO.
      *>********* LOCALIZANDO O CENTRO DIGITADO NA TABELA DE CENTROS
           MOVE ZEROS TO WRK-CC-ACHADO.
           PERFORM 0675-TESTAR-CENTRO
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX > WRK-CC-QTD
                  OR WRK-CC-ACHADO > ZEROS.
       0675-TESTAR-CENTRO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O CENTRO
           IF WRK-CC-CODIGO(WRK-CC-IDX) = WRK-ENTRADA(1:4)
              AND WRK-ENTRADA(5:) = SPACES
               MOVE WRK-CC-IDX TO WRK-CC-ACHADO
           END-IF.
       0800-GRAVAR-ORCAMENTO.
      *>********* REGRAVANDO O ORCAMENTO A PARTIR DA TABELA
           OPEN OUTPUT ORCAMCC-FILE.
           PERFORM 0810-GRAVAR-UMA-LINHA
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-ORC-QTD.
           CLOSE ORCAMCC-FILE.
       0810-GRAVAR-UMA-LINHA.
      *>********* GRAVANDO UMA LINHA DO ORCAMENTO
           MOVE WRK-ORC-LINHA(WRK-CONT) TO ORCAMCC-REC.
           WRITE ORCAMCC-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DO ORCAMENTO
           DISPLAY 'ENCERRANDO A MANUTENCAO DO ORCAMENTO.'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL122'==.
