       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL119.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: MANUTENCAO DO CADASTRO DE BENS DO ATIVO IMOBILIZADO
      *>           (ATIVOMST: PLAQUETA, DESCRICAO, CENTRO DE CUSTO DO
      *>           CCUSTOMST, DATA E CUSTO DE AQUISICAO, VIDA UTIL EM
      *>           MESES E SITUACAO), NOS MOLDES DO PROGCBL47; DATA,
      *>           CUSTO E VIDA UTIL SO MUDAM ANTES DA PRIMEIRA
      *>           DEPRECIACAO (PROGCBL120)
      *> OBJETIVO: BAIXA DO BEM POR VENDA OU DESCARTE, COM O GANHO OU
      *>           A PERDA CONTRA O VALOR CONTABIL LIQUIDO (CUSTO MENOS
      *>           DEPRECIACAO ACUMULADA) E O LOTE DA BAIXA NO
      *>           DIARIOGL38 (LAYOUT DO PROGCBL72), COM AS CONTAS DO
      *>           DE-PARA CONTAMAP38; A BAIXA E RECUSADA ENQUANTO
      *>           HOUVER DEPRECIACAO EM ABERTO ATE O MES ANTERIOR
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
           SELECT OPTIONAL ATIVO-FILE ASSIGN TO 'ATIVOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATIVO-STATUS.
           SELECT OPTIONAL CCUSTO-FILE ASSIGN TO 'CCUSTOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCUSTO-STATUS.
           SELECT OPTIONAL CONTAMAP-FILE ASSIGN TO 'CONTAMAP38'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTAMAP-STATUS.
           SELECT OPTIONAL DIARIOGL-FILE ASSIGN TO 'DIARIOGL38'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIARIOGL-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATIVO-FILE.
       01  ATIVO-REC.
           COPY 'ATIVO.cbl'.
       FD  CCUSTO-FILE.
       01  CCUSTO-REC.
           COPY 'CCUSTO.cbl'.
       FD  CONTAMAP-FILE.
       01  CONTAMAP-REC.
           02 CMAP-MOVIMENTO PIC X(10).
           02 CMAP-CONTA-DEBITO PIC X(08).
           02 CMAP-CONTA-CREDITO PIC X(08).
       FD  DIARIOGL-FILE.
       01  DIARIOGL-REC PIC X(80).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'DEPRATIVO.cbl'.
       77 WRK-ATIVO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CCUSTO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTAMAP-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DIARIOGL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ATIVO-EOF PIC X(01) VALUE 'N'.
         88 FIM-ATIVO VALUE 'S'.
       77 WRK-CCUSTO-EOF PIC X(01) VALUE 'N'.
         88 FIM-CCUSTO VALUE 'S'.
       77 WRK-CONTAMAP-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTAMAP VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-INCLUIR VALUE 01.
          88 OPCAO-ALTERAR VALUE 02.
          88 OPCAO-EXCLUIR VALUE 03.
          88 OPCAO-BAIXAR VALUE 04.
          88 OPCAO-LISTAR VALUE 05.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 05 99.
      *>********* CADASTRO DE BENS EM MEMORIA (MESMO LAYOUT DO
      *>          ATIVO.cbl)
       01 WRK-ATV-TAB.
          02 WRK-ATV-LINHA OCCURS 200 TIMES.
             03 WRK-ATV-PLAQUETA PIC X(08).
             03 WRK-ATV-DESCRICAO PIC X(30).
             03 WRK-ATV-CCUSTO PIC X(04).
             03 WRK-ATV-DATA-AQUISICAO PIC 9(08).
             03 WRK-ATV-CUSTO PIC 9(09)V99.
             03 WRK-ATV-VIDA-MESES PIC 9(03).
             03 WRK-ATV-STATUS PIC X(01).
             03 WRK-ATV-DEPREC-ACUM PIC 9(09)V99.
             03 WRK-ATV-ULTIMO-MES PIC 9(06).
             03 WRK-ATV-DATA-BAIXA PIC 9(08).
             03 WRK-ATV-VALOR-BAIXA PIC 9(09)V99.
             03 WRK-ATV-RESULTADO PIC 9(09)V99.
             03 WRK-ATV-RESULTADO-TIPO PIC X(01).
             03 WRK-ATV-MOTIVO-BAIXA PIC X(20).
       77 WRK-ATV-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ATV-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ATV-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* CENTROS DE CUSTO VALIDOS (CCUSTOMST)
       01 WRK-CC-TAB.
          02 WRK-CC-CODIGO PIC X(04) OCCURS 50 TIMES.
       77 WRK-CC-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-CC-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CC-ACHADO PIC 9(02) VALUE ZEROS.
      *>********* DADOS DIGITADOS DO BEM
       77 WRK-PLAQUETA PIC X(08) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-CCUSTO PIC X(04) VALUE SPACES.
       77 WRK-AQUISICAO PIC 9(08) VALUE ZEROS.
       77 WRK-CUSTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VIDA PIC 9(03) VALUE ZEROS.
       77 WRK-ENTRADA PIC X(40) VALUE SPACES.
       01 WRK-ENTRADA-DATA PIC X(08) VALUE SPACES.
       01 WRK-ENTRADA-DATA-R REDEFINES WRK-ENTRADA-DATA.
          02 WRK-ENT-ANO PIC 9(04).
          02 WRK-ENT-MES PIC 9(02).
          02 WRK-ENT-DIA PIC 9(02).
       01 WRK-ENTRADA-NUM REDEFINES WRK-ENTRADA-DATA PIC 9(08).
       77 WRK-ENTRADA-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ENTRADA-VIDA PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-MODO PIC X(01) VALUE 'I'.
         88 MODO-INCLUSAO VALUE 'I'.
         88 MODO-ALTERACAO VALUE 'A'.
       77 WRK-CAMPO-OK PIC X(01) VALUE 'N'.
         88 CAMPO-OK VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
      *>********* BAIXA DO BEM
       01 WRK-BAIXA.
          02 WRK-BX-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-BX-MES PIC 9(02) VALUE ZEROS.
          02 WRK-BX-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-BAIXA-NUM REDEFINES WRK-BAIXA PIC 9(08).
       77 WRK-BX-ANOMES PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-VENDA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-VCL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VENDA-VCL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RESULTADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RESULTADO-TIPO PIC X(01) VALUE SPACES.
         88 RESULTADO-GANHO VALUE 'G'.
         88 RESULTADO-PERDA VALUE 'P'.
      *>********* CONTAS DA BAIXA (DE-PARA OU PADRAO EMBUTIDO):
      *>          DEPRECIACAO ACUMULADA, IMOBILIZADO, CAIXA, GANHO E
      *>          PERDA NA ALIENACAO
       01 WRK-CONTAS-BAIXA.
          02 WRK-BXA-DEBITO PIC X(08) VALUE '12020002'.
          02 WRK-BXA-CREDITO PIC X(08) VALUE '12020001'.
          02 WRK-VND-DEBITO PIC X(08) VALUE '11010001'.
          02 WRK-VND-CREDITO PIC X(08) VALUE '12020001'.
          02 WRK-GNH-DEBITO PIC X(08) VALUE '11010001'.
          02 WRK-GNH-CREDITO PIC X(08) VALUE '32010001'.
          02 WRK-PRD-DEBITO PIC X(08) VALUE '43010001'.
          02 WRK-PRD-CREDITO PIC X(08) VALUE '12020001'.
      *>********* PARTIDAS DO LOTE DA BAIXA
       01 WRK-PTD-TAB.
          02 WRK-PTD-LINHA OCCURS 4 TIMES.
             03 WRK-PTD-DEBITO PIC X(08).
             03 WRK-PTD-CREDITO PIC X(08).
             03 WRK-PTD-VALOR PIC 9(09)V99.
             03 WRK-PTD-HIST PIC X(11).
       77 WRK-PTD-QTD PIC 9(01) VALUE ZEROS.
       77 WRK-PTD-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-LCT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-LCT-CONTA PIC X(08) VALUE SPACES.
       77 WRK-LCT-DC PIC X(01) VALUE SPACES.
       77 WRK-HISTORICO PIC X(20) VALUE SPACES.
       77 WRK-LOTE-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED3 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO O CADASTRO,
      *>          OS CENTROS DE CUSTO E AS CONTAS DA BAIXA
           DISPLAY '*************************************'.
           DISPLAY ' CADASTRO DO ATIVO IMOBILIZADO'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-BENS.
           PERFORM 0120-CARREGAR-CENTROS.
           PERFORM 0130-CARREGAR-CONTAMAP.
           DISPLAY 'BENS CARREGADOS: ' WRK-ATV-QTD.
       0110-CARREGAR-BENS.
      *>********* CARREGANDO O CADASTRO DE BENS PARA A TABELA
           OPEN INPUT ATIVO-FILE.
           IF WRK-ATIVO-STATUS = '00'
               PERFORM 0115-LER-BEM UNTIL FIM-ATIVO
           END-IF.
           CLOSE ATIVO-FILE.
           IF CARGA-ESTOUROU
      *>********* CADASTRO MAIOR QUE A TABELA DE TRABALHO: QUALQUER
      *>          REGRAVACAO PERDERIA OS BENS EXCEDENTES
               DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO '
                       '(200) - MANUTENCAO BLOQUEADA.'
           END-IF.
       0115-LER-BEM.
      *>********* LENDO UM BEM DO CADASTRO
           READ ATIVO-FILE
               AT END
                   MOVE 'S' TO WRK-ATIVO-EOF
               NOT AT END
                   IF WRK-ATV-QTD >= 200
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-ATV-QTD
                       MOVE ATIVO-REC TO WRK-ATV-LINHA(WRK-ATV-QTD)
                   END-IF
           END-READ.
       0120-CARREGAR-CENTROS.
      *>********* CARREGANDO OS CENTROS DE CUSTO CADASTRADOS NO
      *>          PROGCBL47, PARA VALIDAR O CENTRO DO BEM
           OPEN INPUT CCUSTO-FILE.
           IF WRK-CCUSTO-STATUS = '00'
               PERFORM 0125-LER-CENTRO UNTIL FIM-CCUSTO
           END-IF.
           CLOSE CCUSTO-FILE.
       0125-LER-CENTRO.
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
       0130-CARREGAR-CONTAMAP.
      *>********* BUSCANDO NO DE-PARA AS CONTAS DOS MOVIMENTOS DA
      *>          BAIXA (SEM A LINHA, VALE O PADRAO EMBUTIDO)
           OPEN INPUT CONTAMAP-FILE.
           IF WRK-CONTAMAP-STATUS = '00'
               PERFORM 0135-LER-CONTAMAP UNTIL FIM-CONTAMAP
           END-IF.
           CLOSE CONTAMAP-FILE.
       0135-LER-CONTAMAP.
      *>********* LENDO UMA LINHA DO DE-PARA DE CONTAS
           READ CONTAMAP-FILE
               AT END
                   MOVE 'S' TO WRK-CONTAMAP-EOF
               NOT AT END
                   EVALUATE CMAP-MOVIMENTO
                       WHEN 'BAIXAATIVO'
                           MOVE CMAP-CONTA-DEBITO TO WRK-BXA-DEBITO
                           MOVE CMAP-CONTA-CREDITO TO WRK-BXA-CREDITO
                       WHEN 'VENDAATIVO'
                           MOVE CMAP-CONTA-DEBITO TO WRK-VND-DEBITO
                           MOVE CMAP-CONTA-CREDITO TO WRK-VND-CREDITO
                       WHEN 'GANHOATIVO'
                           MOVE CMAP-CONTA-DEBITO TO WRK-GNH-DEBITO
                           MOVE CMAP-CONTA-CREDITO TO WRK-GNH-CREDITO
                       WHEN 'PERDAATIVO'
                           MOVE CMAP-CONTA-DEBITO TO WRK-PRD-DEBITO
                           MOVE CMAP-CONTA-CREDITO TO WRK-PRD-CREDITO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           IF CARGA-ESTOUROU
              AND (OPCAO-INCLUIR OR OPCAO-ALTERAR OR OPCAO-EXCLUIR
                   OR OPCAO-BAIXAR)
               DISPLAY 'CADASTRO MAIOR QUE A TABELA - REGRAVACAO '
                       'BLOQUEADA.'
           ELSE
               EVALUATE TRUE
                   WHEN OPCAO-INCLUIR
                       PERFORM 0210-INCLUIR
                   WHEN OPCAO-ALTERAR
                       PERFORM 0220-ALTERAR
                   WHEN OPCAO-EXCLUIR
                       PERFORM 0230-EXCLUIR
                   WHEN OPCAO-BAIXAR
                       PERFORM 0240-BAIXAR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF OPCAO-LISTAR
               PERFORM 0250-LISTAR
           END-IF.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' ATIVO IMOBILIZADO'.
           DISPLAY '================================'.
           DISPLAY ' 01 - INCLUIR BEM'.
           DISPLAY ' 02 - ALTERAR BEM'.
           DISPLAY ' 03 - EXCLUIR BEM (SEM DEPRECIACAO)'.
           DISPLAY ' 04 - BAIXAR BEM (VENDA/DESCARTE)'.
           DISPLAY ' 05 - LISTAR BENS'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-INCLUIR.
      *>********* INCLUINDO UM BEM NOVO, EM USO E SEM DEPRECIACAO
           IF WRK-ATV-QTD >= 200
               DISPLAY 'CADASTRO CHEIO. INCLUSAO NAO PERMITIDA.'
           ELSE
               PERFORM 0600-LER-PLAQUETA
               PERFORM 0640-LOCALIZAR-BEM
               IF WRK-ATV-ACHADO > ZEROS
                   DISPLAY 'BEM JA CADASTRADO: ' WRK-PLAQUETA
               ELSE
                   MOVE 'I' TO WRK-MODO
                   MOVE SPACES TO WRK-DESCRICAO
                   MOVE SPACES TO WRK-CCUSTO
                   MOVE ZEROS TO WRK-AQUISICAO
                   MOVE ZEROS TO WRK-CUSTO
                   MOVE ZEROS TO WRK-VIDA
                   PERFORM 0610-LER-DESCRICAO WITH TEST AFTER
                       UNTIL CAMPO-OK
                   PERFORM 0615-LER-CCUSTO WITH TEST AFTER
                       UNTIL CAMPO-OK
                   PERFORM 0620-LER-AQUISICAO WITH TEST AFTER
                       UNTIL CAMPO-OK
                   PERFORM 0625-LER-CUSTO WITH TEST AFTER
                       UNTIL CAMPO-OK
                   PERFORM 0630-LER-VIDA WITH TEST AFTER
                       UNTIL CAMPO-OK
                   ADD 1 TO WRK-ATV-QTD
                   MOVE WRK-ATV-QTD TO WRK-ATV-ACHADO
                   MOVE SPACES TO WRK-ATV-LINHA(WRK-ATV-ACHADO)
                   MOVE WRK-PLAQUETA
                       TO WRK-ATV-PLAQUETA(WRK-ATV-ACHADO)
                   MOVE 'A' TO WRK-ATV-STATUS(WRK-ATV-ACHADO)
                   MOVE ZEROS TO WRK-ATV-DEPREC-ACUM(WRK-ATV-ACHADO)
                   MOVE ZEROS TO WRK-ATV-ULTIMO-MES(WRK-ATV-ACHADO)
                   MOVE ZEROS TO WRK-ATV-DATA-BAIXA(WRK-ATV-ACHADO)
                   MOVE ZEROS TO WRK-ATV-VALOR-BAIXA(WRK-ATV-ACHADO)
                   MOVE ZEROS TO WRK-ATV-RESULTADO(WRK-ATV-ACHADO)
                   PERFORM 0215-ATUALIZAR-BEM
                   PERFORM 0800-GRAVAR-BENS
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO
                   MOVE SPACES TO WRK-AUDIT-ANTES
                   PERFORM 0218-MONTAR-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'BEM INCLUIDO: ' WRK-PLAQUETA
               END-IF
           END-IF.
       0215-ATUALIZAR-BEM.
      *>********* LEVANDO OS DADOS DIGITADOS PARA A TABELA
           MOVE WRK-DESCRICAO TO WRK-ATV-DESCRICAO(WRK-ATV-ACHADO).
           MOVE WRK-CCUSTO TO WRK-ATV-CCUSTO(WRK-ATV-ACHADO).
           MOVE WRK-AQUISICAO
               TO WRK-ATV-DATA-AQUISICAO(WRK-ATV-ACHADO).
           MOVE WRK-CUSTO TO WRK-ATV-CUSTO(WRK-ATV-ACHADO).
           MOVE WRK-VIDA TO WRK-ATV-VIDA-MESES(WRK-ATV-ACHADO).
       0218-MONTAR-AUDIT-DEPOIS.
      *>********* MONTANDO A IMAGEM DEPOIS DO BEM PARA A AUDITORIA
      *>          (PLAQUETA, CENTRO DE CUSTO E VIDA UTIL)
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           STRING WRK-ATV-PLAQUETA(WRK-ATV-ACHADO) ' '
                  WRK-ATV-CCUSTO(WRK-ATV-ACHADO) ' '
                  WRK-ATV-VIDA-MESES(WRK-ATV-ACHADO)
                      DELIMITED BY SIZE
             INTO WRK-AUDIT-DEPOIS.
       0220-ALTERAR.
      *>********* ALTERANDO UM BEM JA CADASTRADO (RESPOSTA EM BRANCO
      *>          MANTEM O VALOR ATUAL)
           PERFORM 0600-LER-PLAQUETA.
           PERFORM 0640-LOCALIZAR-BEM.
           EVALUATE TRUE
               WHEN WRK-ATV-ACHADO = ZEROS
                   DISPLAY 'BEM NAO ENCONTRADO: ' WRK-PLAQUETA
               WHEN WRK-ATV-STATUS(WRK-ATV-ACHADO) = 'B'
                   DISPLAY 'BEM BAIXADO - ALTERACAO NAO PERMITIDA.'
               WHEN OTHER
                   PERFORM 0225-ALTERAR-CAMPOS
           END-EVALUATE.
       0225-ALTERAR-CAMPOS.
      *>********* LENDO OS NOVOS VALORES; DATA, CUSTO E VIDA UTIL SO
      *>          MUDAM ENQUANTO NENHUMA DEPRECIACAO FOI LANCADA
           MOVE WRK-ATV-ACHADO TO WRK-ATV-IDX.
           PERFORM 0670-EXIBIR-BEM.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           STRING WRK-ATV-PLAQUETA(WRK-ATV-ACHADO) ' '
                  WRK-ATV-CCUSTO(WRK-ATV-ACHADO) ' '
                  WRK-ATV-VIDA-MESES(WRK-ATV-ACHADO)
                      DELIMITED BY SIZE
             INTO WRK-AUDIT-ANTES.
           MOVE 'A' TO WRK-MODO.
           MOVE WRK-ATV-DESCRICAO(WRK-ATV-ACHADO) TO WRK-DESCRICAO.
           MOVE WRK-ATV-CCUSTO(WRK-ATV-ACHADO) TO WRK-CCUSTO.
           MOVE WRK-ATV-DATA-AQUISICAO(WRK-ATV-ACHADO)
               TO WRK-AQUISICAO.
           MOVE WRK-ATV-CUSTO(WRK-ATV-ACHADO) TO WRK-CUSTO.
           MOVE WRK-ATV-VIDA-MESES(WRK-ATV-ACHADO) TO WRK-VIDA.
           PERFORM 0610-LER-DESCRICAO WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0615-LER-CCUSTO WITH TEST AFTER UNTIL CAMPO-OK.
           IF WRK-ATV-DEPREC-ACUM(WRK-ATV-ACHADO) = ZEROS
               PERFORM 0620-LER-AQUISICAO WITH TEST AFTER
                   UNTIL CAMPO-OK
               PERFORM 0625-LER-CUSTO WITH TEST AFTER UNTIL CAMPO-OK
               PERFORM 0630-LER-VIDA WITH TEST AFTER UNTIL CAMPO-OK
           ELSE
               DISPLAY 'BEM JA DEPRECIADO: DATA, CUSTO E VIDA UTIL '
                       'NAO PODEM MAIS MUDAR.'
           END-IF.
           PERFORM 0215-ATUALIZAR-BEM.
           PERFORM 0800-GRAVAR-BENS.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO.
           PERFORM 0218-MONTAR-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'BEM ALTERADO: ' WRK-PLAQUETA.
       0230-EXCLUIR.
      *>********* EXCLUINDO UM BEM CADASTRADO POR ENGANO (SO SEM
      *>          DEPRECIACAO LANCADA; BEM EM USO SAI PELA BAIXA)
           PERFORM 0600-LER-PLAQUETA.
           PERFORM 0640-LOCALIZAR-BEM.
           EVALUATE TRUE
               WHEN WRK-ATV-ACHADO = ZEROS
                   DISPLAY 'BEM NAO ENCONTRADO: ' WRK-PLAQUETA
               WHEN WRK-ATV-STATUS(WRK-ATV-ACHADO) NOT = 'A'
                 OR WRK-ATV-DEPREC-ACUM(WRK-ATV-ACHADO) > ZEROS
                   DISPLAY 'BEM JA DEPRECIADO OU BAIXADO - USE A '
                           'BAIXA (OPCAO 04).'
               WHEN OTHER
                   DISPLAY 'CONFIRMA A EXCLUSAO DE ' WRK-PLAQUETA
                           ' (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       PERFORM 0235-RETIRAR-DA-TABELA
                       PERFORM 0800-GRAVAR-BENS
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'EXCLUSAO' TO WRK-AUDIT-ACAO
                       MOVE WRK-PLAQUETA TO WRK-AUDIT-ANTES
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'BEM EXCLUIDO: ' WRK-PLAQUETA
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
           END-EVALUATE.
       0235-RETIRAR-DA-TABELA.
      *>********* COMPACTANDO A TABELA A PARTIR DA POSICAO RETIRADA
           PERFORM 0236-SUBIR-UM
               VARYING WRK-CONT FROM WRK-ATV-ACHADO BY 1
               UNTIL WRK-CONT >= WRK-ATV-QTD.
           SUBTRACT 1 FROM WRK-ATV-QTD.
       0236-SUBIR-UM.
      *>********* SUBINDO UMA POSICAO DA TABELA
           ADD 1 TO WRK-CONT GIVING WRK-ATV-IDX.
           MOVE WRK-ATV-LINHA(WRK-ATV-IDX)
               TO WRK-ATV-LINHA(WRK-CONT).
       0240-BAIXAR.
      *>********* BAIXANDO UM BEM POR VENDA OU DESCARTE
           PERFORM 0600-LER-PLAQUETA.
           PERFORM 0640-LOCALIZAR-BEM.
           IF WRK-ATV-ACHADO = ZEROS
               DISPLAY 'BEM NAO ENCONTRADO: ' WRK-PLAQUETA
           ELSE
               IF WRK-ATV-STATUS(WRK-ATV-ACHADO) = 'B'
                   DISPLAY 'BEM JA BAIXADO EM '
                           WRK-ATV-DATA-BAIXA(WRK-ATV-ACHADO)
               ELSE
                   MOVE WRK-ATV-ACHADO TO WRK-ATV-IDX
                   PERFORM 0670-EXIBIR-BEM
                   PERFORM 0660-LER-DATA-BAIXA WITH TEST AFTER
                       UNTIL CAMPO-OK
                   PERFORM 0242-CONFERIR-DEPRECIACAO
               END-IF
           END-IF.
       0242-CONFERIR-DEPRECIACAO.
      *>********* O VALOR CONTABIL DA BAIXA PRESSUPOE A DEPRECIACAO
      *>          LANCADA ATE O MES ANTERIOR AO DA BAIXA, E NENHUMA
      *>          DEPOIS DO MES DA BAIXA
           MOVE WRK-ATV-CUSTO(WRK-ATV-ACHADO) TO WRK-DEP-CUSTO.
           MOVE WRK-ATV-DEPREC-ACUM(WRK-ATV-ACHADO) TO WRK-DEP-ACUM.
           MOVE WRK-ATV-VIDA-MESES(WRK-ATV-ACHADO) TO WRK-DEP-VIDA.
           MOVE WRK-ATV-DATA-AQUISICAO(WRK-ATV-ACHADO)
               TO WRK-DEP-AQUISICAO-NUM.
           MOVE WRK-ATV-ULTIMO-MES(WRK-ATV-ACHADO)
               TO WRK-DEP-ULTIMO-NUM.
           IF WRK-BX-MES = 1
               COMPUTE WRK-DEP-ATE-ANO = WRK-BX-ANO - 1
               MOVE 12 TO WRK-DEP-ATE-MM
           ELSE
               MOVE WRK-BX-ANO TO WRK-DEP-ATE-ANO
               COMPUTE WRK-DEP-ATE-MM = WRK-BX-MES - 1
           END-IF.
           PERFORM 9870-CALCULAR-DEPRECIACAO.
           COMPUTE WRK-BX-ANOMES = WRK-BX-ANO * 100 + WRK-BX-MES.
           EVALUATE TRUE
               WHEN WRK-DEP-VALOR > ZEROS
                   MOVE WRK-DEP-VALOR TO WRK-VALOR-ED
                   DISPLAY 'DEPRECIACAO EM ABERTO ATE '
                           WRK-DEP-ATE-NUM ': ' WRK-VALOR-ED
                           ' - RODE O PROGCBL120 ANTES DA BAIXA.'
               WHEN WRK-ATV-ULTIMO-MES(WRK-ATV-ACHADO) > WRK-BX-ANOMES
                   DISPLAY 'DEPRECIACAO JA LANCADA ATE '
                           WRK-ATV-ULTIMO-MES(WRK-ATV-ACHADO)
                           ', DEPOIS DO MES DA BAIXA - BAIXA '
                           'RECUSADA.'
               WHEN OTHER
                   PERFORM 0245-APURAR-RESULTADO
           END-EVALUATE.
       0245-APURAR-RESULTADO.
      *>********* LENDO O VALOR DE VENDA E APURANDO O GANHO OU A
      *>          PERDA CONTRA O VALOR CONTABIL LIQUIDO
           PERFORM 0665-LER-VALOR-VENDA.
           DISPLAY 'MOTIVO DA BAIXA: '.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           SUBTRACT WRK-ATV-DEPREC-ACUM(WRK-ATV-ACHADO)
               FROM WRK-ATV-CUSTO(WRK-ATV-ACHADO) GIVING WRK-VCL.
           IF WRK-VALOR-VENDA >= WRK-VCL
               SUBTRACT WRK-VCL FROM WRK-VALOR-VENDA
                   GIVING WRK-RESULTADO
               MOVE 'G' TO WRK-RESULTADO-TIPO
               MOVE WRK-VCL TO WRK-VENDA-VCL
           ELSE
               SUBTRACT WRK-VALOR-VENDA FROM WRK-VCL
                   GIVING WRK-RESULTADO
               MOVE 'P' TO WRK-RESULTADO-TIPO
               MOVE WRK-VALOR-VENDA TO WRK-VENDA-VCL
           END-IF.
           MOVE WRK-VCL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-VENDA TO WRK-VALOR-ED2.
           MOVE WRK-RESULTADO TO WRK-VALOR-ED3.
           DISPLAY 'VALOR CONTABIL LIQUIDO: ' WRK-VALOR-ED.
           DISPLAY 'VALOR DE VENDA........: ' WRK-VALOR-ED2.
           IF RESULTADO-GANHO
               DISPLAY 'GANHO NA BAIXA........: ' WRK-VALOR-ED3
           ELSE
               DISPLAY 'PERDA NA BAIXA........: ' WRK-VALOR-ED3
           END-IF.
           DISPLAY 'CONFIRMA A BAIXA (S/N): '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S'
               PERFORM 0248-GRAVAR-BAIXA
           ELSE
               DISPLAY 'BAIXA CANCELADA.'
           END-IF.
       0248-GRAVAR-BAIXA.
      *>********* MARCANDO O BEM COMO BAIXADO, REGRAVANDO O CADASTRO,
      *>          LANCANDO O LOTE NO DIARIO E REGISTRANDO NA AUDITORIA
           MOVE SPACES TO WRK-AUDIT-ANTES.
           STRING WRK-ATV-PLAQUETA(WRK-ATV-ACHADO) ' '
                  WRK-ATV-STATUS(WRK-ATV-ACHADO)
                      DELIMITED BY SIZE
             INTO WRK-AUDIT-ANTES.
           MOVE 'B' TO WRK-ATV-STATUS(WRK-ATV-ACHADO).
           MOVE WRK-BAIXA-NUM TO WRK-ATV-DATA-BAIXA(WRK-ATV-ACHADO).
           MOVE WRK-VALOR-VENDA TO WRK-ATV-VALOR-BAIXA(WRK-ATV-ACHADO).
           MOVE WRK-RESULTADO TO WRK-ATV-RESULTADO(WRK-ATV-ACHADO).
           MOVE WRK-RESULTADO-TIPO
               TO WRK-ATV-RESULTADO-TIPO(WRK-ATV-ACHADO).
           MOVE WRK-MOTIVO TO WRK-ATV-MOTIVO-BAIXA(WRK-ATV-ACHADO).
           PERFORM 0800-GRAVAR-BENS.
           PERFORM 0700-GRAVAR-LOTE-BAIXA.
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           STRING 'B' WRK-RESULTADO-TIPO ' ' WRK-RESULTADO
                      DELIMITED BY SIZE
             INTO WRK-AUDIT-DEPOIS.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'BAIXA' TO WRK-AUDIT-ACAO.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'BEM BAIXADO: ' WRK-PLAQUETA.
       0250-LISTAR.
      *>********* LISTANDO TODOS OS BENS DO CADASTRO
           DISPLAY '===================================='.
           IF WRK-ATV-QTD = ZEROS
               DISPLAY 'NENHUM BEM CADASTRADO.'
           ELSE
               PERFORM 0670-EXIBIR-BEM
                   VARYING WRK-ATV-IDX FROM 1 BY 1
                   UNTIL WRK-ATV-IDX > WRK-ATV-QTD
           END-IF.
           DISPLAY '===================================='.
       0600-LER-PLAQUETA.
      *>********* LENDO A PLAQUETA DO BEM
           DISPLAY 'PLAQUETA DO BEM (8 POSICOES): '.
           MOVE SPACES TO WRK-PLAQUETA.
           ACCEPT WRK-PLAQUETA FROM CONSOLE.
       0610-LER-DESCRICAO.
      *>********* LENDO A DESCRICAO DO BEM
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'DESCRICAO: '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA = SPACES
               IF MODO-ALTERACAO
                   MOVE 'S' TO WRK-CAMPO-OK
               ELSE
                   DISPLAY 'INFORME A DESCRICAO.'
               END-IF
           ELSE
               MOVE WRK-ENTRADA TO WRK-DESCRICAO
               MOVE 'S' TO WRK-CAMPO-OK
           END-IF.
       0615-LER-CCUSTO.
      *>********* LENDO O CENTRO DE CUSTO, QUE TEM DE EXISTIR NO
      *>          CCUSTOMST
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'CENTRO DE CUSTO (4 POSICOES): '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA = SPACES
               IF MODO-ALTERACAO
                   MOVE 'S' TO WRK-CAMPO-OK
               ELSE
                   DISPLAY 'INFORME O CENTRO DE CUSTO.'
               END-IF
           ELSE
               PERFORM 0650-LOCALIZAR-CENTRO
               IF WRK-CC-ACHADO = ZEROS
                   DISPLAY 'CENTRO NAO CADASTRADO NO CCUSTOMST '
                           '(PROGCBL47).'
               ELSE
                   MOVE WRK-ENTRADA TO WRK-CCUSTO
                   MOVE 'S' TO WRK-CAMPO-OK
               END-IF
           END-IF.
       0620-LER-AQUISICAO.
      *>********* LENDO A DATA DE AQUISICAO (AAAAMMDD), NAO FUTURA
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'DATA DE AQUISICAO (AAAAMMDD): '.
           MOVE SPACES TO WRK-ENTRADA-DATA.
           ACCEPT WRK-ENTRADA-DATA FROM CONSOLE.
           IF WRK-ENTRADA-DATA = SPACES AND MODO-ALTERACAO
               MOVE 'S' TO WRK-CAMPO-OK
           ELSE
               IF WRK-ENTRADA-NUM NOT NUMERIC
                  OR WRK-ENT-MES < 1 OR WRK-ENT-MES > 12
                  OR WRK-ENT-DIA < 1 OR WRK-ENT-DIA > 31
                  OR WRK-ENT-ANO < 1900
                  OR WRK-ENTRADA-NUM > WRK-DATA-HOJE
                   DISPLAY 'DATA INVALIDA. TENTE NOVAMENTE.'
               ELSE
                   MOVE WRK-ENTRADA-NUM TO WRK-AQUISICAO
                   MOVE 'S' TO WRK-CAMPO-OK
               END-IF
           END-IF.
       0625-LER-CUSTO.
      *>********* LENDO O CUSTO DE AQUISICAO (EX.: 15000,00)
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'CUSTO DE AQUISICAO (EX.: 15000,00): '.
           MOVE ZEROS TO WRK-ENTRADA-VALOR.
           ACCEPT WRK-ENTRADA-VALOR FROM CONSOLE.
           IF WRK-ENTRADA-VALOR = ZEROS
               IF MODO-ALTERACAO
                   MOVE 'S' TO WRK-CAMPO-OK
               ELSE
                   DISPLAY 'INFORME UM CUSTO MAIOR QUE ZERO.'
               END-IF
           ELSE
               MOVE WRK-ENTRADA-VALOR TO WRK-CUSTO
               MOVE 'S' TO WRK-CAMPO-OK
           END-IF.
       0630-LER-VIDA.
      *>********* LENDO A VIDA UTIL EM MESES (1 A 600)
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'VIDA UTIL EM MESES (1 A 600): '.
           MOVE ZEROS TO WRK-ENTRADA-VIDA.
           ACCEPT WRK-ENTRADA-VIDA FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-ENTRADA-VIDA = ZEROS AND MODO-ALTERACAO
                   MOVE 'S' TO WRK-CAMPO-OK
               WHEN WRK-ENTRADA-VIDA = ZEROS
                 OR WRK-ENTRADA-VIDA > 600
                   DISPLAY 'VIDA UTIL INVALIDA.'
               WHEN OTHER
                   MOVE WRK-ENTRADA-VIDA TO WRK-VIDA
                   MOVE 'S' TO WRK-CAMPO-OK
           END-EVALUATE.
       0640-LOCALIZAR-BEM.
      *>********* LOCALIZANDO A PLAQUETA NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-ATV-ACHADO.
           PERFORM 0645-TESTAR-PLAQUETA
               VARYING WRK-ATV-IDX FROM 1 BY 1
               UNTIL WRK-ATV-IDX > WRK-ATV-QTD
                  OR WRK-ATV-ACHADO > ZEROS.
       0645-TESTAR-PLAQUETA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A PLAQUETA
           IF WRK-ATV-PLAQUETA(WRK-ATV-IDX) = WRK-PLAQUETA
               MOVE WRK-ATV-IDX TO WRK-ATV-ACHADO
           END-IF.
       0650-LOCALIZAR-CENTRO.
      *>********* LOCALIZANDO O CENTRO DIGITADO NA TABELA DE CENTROS
           MOVE ZEROS TO WRK-CC-ACHADO.
           PERFORM 0655-TESTAR-CENTRO
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX > WRK-CC-QTD
                  OR WRK-CC-ACHADO > ZEROS.
       0655-TESTAR-CENTRO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O CENTRO
           IF WRK-CC-CODIGO(WRK-CC-IDX) = WRK-ENTRADA(1:4)
              AND WRK-ENTRADA(5:) = SPACES
               MOVE WRK-CC-IDX TO WRK-CC-ACHADO
           END-IF.
       0660-LER-DATA-BAIXA.
      *>********* LENDO A DATA DA BAIXA (AAAAMMDD), ENTRE A AQUISICAO
      *>          E HOJE
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'DATA DA BAIXA (AAAAMMDD): '.
           MOVE SPACES TO WRK-ENTRADA-DATA.
           ACCEPT WRK-ENTRADA-DATA FROM CONSOLE.
           IF WRK-ENTRADA-NUM NOT NUMERIC
              OR WRK-ENT-MES < 1 OR WRK-ENT-MES > 12
              OR WRK-ENT-DIA < 1 OR WRK-ENT-DIA > 31
              OR WRK-ENTRADA-NUM > WRK-DATA-HOJE
              OR WRK-ENTRADA-NUM <
                 WRK-ATV-DATA-AQUISICAO(WRK-ATV-ACHADO)
               DISPLAY 'DATA INVALIDA. TENTE NOVAMENTE.'
           ELSE
               MOVE WRK-ENTRADA-NUM TO WRK-BAIXA-NUM
               MOVE 'S' TO WRK-CAMPO-OK
           END-IF.
       0665-LER-VALOR-VENDA.
      *>********* LENDO O VALOR DE VENDA (ZERO NO DESCARTE)
           DISPLAY 'VALOR DE VENDA (0 = DESCARTE, EX.: 2500,00): '.
           MOVE ZEROS TO WRK-VALOR-VENDA.
           ACCEPT WRK-VALOR-VENDA FROM CONSOLE.
       0670-EXIBIR-BEM.
      *>********* EXIBINDO UM BEM DO CADASTRO
           MOVE WRK-ATV-CUSTO(WRK-ATV-IDX) TO WRK-VALOR-ED.
           MOVE WRK-ATV-DEPREC-ACUM(WRK-ATV-IDX) TO WRK-VALOR-ED2.
           DISPLAY WRK-ATV-PLAQUETA(WRK-ATV-IDX) ' '
                   WRK-ATV-DESCRICAO(WRK-ATV-IDX) ' CC='
                   WRK-ATV-CCUSTO(WRK-ATV-IDX) ' AQ='
                   WRK-ATV-DATA-AQUISICAO(WRK-ATV-IDX) ' VIDA='
                   WRK-ATV-VIDA-MESES(WRK-ATV-IDX) ' SIT='
                   WRK-ATV-STATUS(WRK-ATV-IDX).
           DISPLAY '         CUSTO=' WRK-VALOR-ED ' DEPR ACUM='
                   WRK-VALOR-ED2 ' ATE '
                   WRK-ATV-ULTIMO-MES(WRK-ATV-IDX).
       0700-GRAVAR-LOTE-BAIXA.
      *>********* GRAVANDO NO DIARIO O LOTE DA BAIXA, NA DATA DA
      *>          BAIXA: SAIDA DA DEPRECIACAO ACUMULADA, DO VALOR
      *>          CONTABIL RECEBIDO NA VENDA E DO GANHO OU DA PERDA
           MOVE ZEROS TO WRK-PTD-QTD.
           IF WRK-ATV-DEPREC-ACUM(WRK-ATV-ACHADO) > ZEROS
               ADD 1 TO WRK-PTD-QTD
               MOVE WRK-BXA-DEBITO TO WRK-PTD-DEBITO(WRK-PTD-QTD)
               MOVE WRK-BXA-CREDITO TO WRK-PTD-CREDITO(WRK-PTD-QTD)
               MOVE WRK-ATV-DEPREC-ACUM(WRK-ATV-ACHADO)
                   TO WRK-PTD-VALOR(WRK-PTD-QTD)
               MOVE 'BAIXA DEPR ' TO WRK-PTD-HIST(WRK-PTD-QTD)
           END-IF.
           IF WRK-VENDA-VCL > ZEROS
               ADD 1 TO WRK-PTD-QTD
               MOVE WRK-VND-DEBITO TO WRK-PTD-DEBITO(WRK-PTD-QTD)
               MOVE WRK-VND-CREDITO TO WRK-PTD-CREDITO(WRK-PTD-QTD)
               MOVE WRK-VENDA-VCL TO WRK-PTD-VALOR(WRK-PTD-QTD)
               MOVE 'VENDA BEM ' TO WRK-PTD-HIST(WRK-PTD-QTD)
           END-IF.
           IF WRK-RESULTADO > ZEROS
               ADD 1 TO WRK-PTD-QTD
               MOVE WRK-RESULTADO TO WRK-PTD-VALOR(WRK-PTD-QTD)
               IF RESULTADO-GANHO
                   MOVE WRK-GNH-DEBITO TO WRK-PTD-DEBITO(WRK-PTD-QTD)
                   MOVE WRK-GNH-CREDITO
                       TO WRK-PTD-CREDITO(WRK-PTD-QTD)
                   MOVE 'GANHO BX' TO WRK-PTD-HIST(WRK-PTD-QTD)
               ELSE
                   MOVE WRK-PRD-DEBITO TO WRK-PTD-DEBITO(WRK-PTD-QTD)
                   MOVE WRK-PRD-CREDITO
                       TO WRK-PTD-CREDITO(WRK-PTD-QTD)
                   MOVE 'PERDA BX' TO WRK-PTD-HIST(WRK-PTD-QTD)
               END-IF
           END-IF.
           IF WRK-PTD-QTD > ZEROS
               PERFORM 0710-ABRIR-DIARIO
               MOVE ZEROS TO WRK-LOTE-DEBITOS
               MOVE ZEROS TO WRK-LOTE-CREDITOS
               COMPUTE WRK-LCT-QTD = WRK-PTD-QTD * 2
               MOVE SPACES TO DIARIOGL-REC
               STRING 'LOTE ' DELIMITED BY SIZE
                      WRK-BAIXA-NUM DELIMITED BY SIZE
                      ' LANCAMENTOS=' DELIMITED BY SIZE
                      WRK-LCT-QTD DELIMITED BY SIZE
                 INTO DIARIOGL-REC
               WRITE DIARIOGL-REC
               PERFORM 0720-GRAVAR-PARTIDA
                   VARYING WRK-PTD-IDX FROM 1 BY 1
                   UNTIL WRK-PTD-IDX > WRK-PTD-QTD
               MOVE SPACES TO DIARIOGL-REC
               STRING 'TOTAL D=' DELIMITED BY SIZE
                      WRK-LOTE-DEBITOS DELIMITED BY SIZE
                      ' C=' DELIMITED BY SIZE
                      WRK-LOTE-CREDITOS DELIMITED BY SIZE
                 INTO DIARIOGL-REC
               WRITE DIARIOGL-REC
               CLOSE DIARIOGL-FILE
               MOVE WRK-LOTE-DEBITOS TO WRK-VALOR-ED
               DISPLAY 'LOTE DA BAIXA GRAVADO NO DIARIOGL38: '
                       WRK-LCT-QTD ' LANCAMENTOS, ' WRK-VALOR-ED
           END-IF.
       0710-ABRIR-DIARIO.
      *>********* ABRINDO O DIARIO PARA ACRESCENTAR O LOTE, SEM
      *>          APAGAR OS LOTES JA GRAVADOS
           OPEN EXTEND DIARIOGL-FILE.
           IF WRK-DIARIOGL-STATUS = '05'
              OR WRK-DIARIOGL-STATUS = '35'
               CLOSE DIARIOGL-FILE
               OPEN OUTPUT DIARIOGL-FILE
           END-IF.
       0720-GRAVAR-PARTIDA.
      *>********* GRAVANDO O DEBITO E O CREDITO DE UMA PARTIDA
           MOVE SPACES TO WRK-HISTORICO.
           STRING WRK-PTD-HIST(WRK-PTD-IDX) DELIMITED BY SIZE
                  WRK-ATV-PLAQUETA(WRK-ATV-ACHADO) DELIMITED BY SIZE
             INTO WRK-HISTORICO.
           MOVE WRK-PTD-DEBITO(WRK-PTD-IDX) TO WRK-LCT-CONTA.
           MOVE 'D' TO WRK-LCT-DC.
           PERFORM 0730-GRAVAR-LANCAMENTO.
           ADD WRK-PTD-VALOR(WRK-PTD-IDX) TO WRK-LOTE-DEBITOS.
           MOVE WRK-PTD-CREDITO(WRK-PTD-IDX) TO WRK-LCT-CONTA.
           MOVE 'C' TO WRK-LCT-DC.
           PERFORM 0730-GRAVAR-LANCAMENTO.
           ADD WRK-PTD-VALOR(WRK-PTD-IDX) TO WRK-LOTE-CREDITOS.
       0730-GRAVAR-LANCAMENTO.
      *>********* GRAVANDO UM LANCAMENTO DO LOTE, NO LAYOUT DO
      *>          PROGCBL72
           MOVE SPACES TO DIARIOGL-REC.
           STRING WRK-BAIXA-NUM DELIMITED BY SIZE
                  ' CONTA=' DELIMITED BY SIZE
                  WRK-LCT-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-LCT-DC DELIMITED BY SIZE
                  ' VALOR=' DELIMITED BY SIZE
                  WRK-PTD-VALOR(WRK-PTD-IDX) DELIMITED BY SIZE
                  ' HIST=' DELIMITED BY SIZE
                  WRK-HISTORICO DELIMITED BY SIZE
             INTO DIARIOGL-REC.
           WRITE DIARIOGL-REC.
       0800-GRAVAR-BENS.
      *>********* REGRAVANDO O CADASTRO DE BENS A PARTIR DA TABELA
           OPEN OUTPUT ATIVO-FILE.
           PERFORM 0810-GRAVAR-UM-BEM
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-ATV-QTD.
           CLOSE ATIVO-FILE.
       0810-GRAVAR-UM-BEM.
      *>********* GRAVANDO UM BEM NO CADASTRO
           MOVE WRK-ATV-LINHA(WRK-CONT) TO ATIVO-REC.
           WRITE ATIVO-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DO CADASTRO
           DISPLAY 'ENCERRANDO A MANUTENCAO DO ATIVO IMOBILIZADO.'.
           COPY 'DEPRATIVO-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL119'==.
