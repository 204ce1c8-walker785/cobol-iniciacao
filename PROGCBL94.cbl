       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL94.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: EMITIR O RELATORIO DIARIO DE VENCIMENTO DE LOTES
      *>           (LOTEVENC94): OS LOTES DO CADASTRO LOTEMST QUE
      *>           VENCEM NOS PROXIMOS N DIAS E OS JA VENCIDOS, NA
      *>           ORDEM DA VALIDADE, COM O VALOR PELO CUSTO MEDIO DO
      *>           PRODUTO (PRODMST-CUSTO)
      *> OBJETIVO: BAIXAR DO ESTOQUE O LOTE VENCIDO (BLOQUEADO PARA
      *>           VENDA NO PROGCBL17 E NO PROGCBL10) COM A APROVACAO
      *>           DE UM SUPERVISOR (OU ADM, OU DO NIVEL LIBERADO NA
      *>           MATRIZ PERMISSAO47), ZERANDO O LOTE E TIRANDO A
      *>           QUANTIDADE DO PRODMST, COM O AJUSTE NA TRILHA DE
      *>           AUDITORIA CENTRAL
      *> OBJETIVO: GRAVAR A BAIXA DO LOTE VENCIDO NO RAZAO DE ESTOQUE
      *>           (MOVESTQ, COPY KARDEX) COM O SALDO RESULTANTE
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRODMST-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMST-STATUS.
           SELECT OPTIONAL LOTEMST-FILE ASSIGN TO 'LOTEMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOTEMST-STATUS.
           SELECT OPTIONAL RELATO-FILE ASSIGN TO 'LOTEVENC94'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATO-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT USERCAD-FILE ASSIGN TO 'USERCAD11'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USERCAD-USUARIO
               FILE STATUS IS WRK-USERCAD-STATUS.
           SELECT OPTIONAL PERMISSAO-FILE ASSIGN TO 'PERMISSAO47'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERM-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVESTQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  LOTEMST-FILE.
       01  LOTEMST-REC.
           COPY 'LOTE.cbl'.
       FD  RELATO-FILE.
       01  RELATO-REC PIC X(120).
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  USERCAD-FILE.
       01  USERCAD-REC.
           COPY 'USERCAD.cbl'.
       FD  PERMISSAO-FILE.
       01  PERMISSAO-REC.
           02 PERM-PROGRAMA PIC X(09).
           02 PERM-NIVEIS PIC X(04).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'USERAUTH.cbl'.
       COPY 'PERMISSAO.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'LOTEFEFO.cbl'.
       COPY 'KARDEX.cbl'.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRODMST VALUE 'S'.
       77 WRK-RELATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-RELATORIO VALUE 01.
          88 OPCAO-BAIXAR VALUE 02.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 99.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* CADASTRO DE PRODUTOS EM MEMORIA (MESMA TABELA DO
      *>          PROGCBL30)
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
      *>********* HORIZONTE DO RELATORIO (DIAS CORRIDOS A FRENTE)
       77 WRK-DIAS-AVISO PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-PADRAO PIC 9(03) VALUE 30.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-RESTANTES PIC 9(03) VALUE ZEROS.
      *>********* LOTES JA IMPRESSOS (O RELATORIO SAI NA ORDEM DA
      *>          VALIDADE, ESCOLHENDO A CADA LINHA O MAIS PROXIMO)
       01 WRK-IMPRESSO-TAB.
          02 WRK-LOT-IMPRESSO PIC X(01) OCCURS 500 TIMES.
       77 WRK-LOT-PROXIMO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LINHAS PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-LOTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CUSTO-LOTE PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-LOTE PIC X(25) VALUE SPACES.
       77 WRK-SITUACAO PIC X(16) VALUE SPACES.
       77 WRK-QTD-VENCIDA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-A-VENCER PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-VENCIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-A-VENCER PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-TOT-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CUSTO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-AUD-ED PIC ZZZZZ9,99 VALUE ZEROS.
       01 WRK-DATA-FMT.
          02 WRK-FMT-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-FMT-MES PIC 9(02) VALUE ZEROS.
          02 WRK-FMT-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-FMT-NUM REDEFINES WRK-DATA-FMT PIC 9(08).
       77 WRK-DATA-ED PIC X(10) VALUE SPACES.
       77 WRK-DATA-LIMITE-ED PIC X(10) VALUE SPACES.
      *>********* BAIXA DO LOTE VENCIDO
       77 WRK-QTD-BAIXA PIC 9(05) VALUE ZEROS.
       77 WRK-ESTOQUE-ANTES PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR
           DISPLAY '*************************************'.
           DISPLAY ' LOTES DE ESTOQUE - VENCIMENTO'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-LOT-DATA-REF.
       0110-CARREGAR-CADASTROS.
      *>********* CARREGANDO PRODUTOS E LOTES A CADA OPERACAO, PARA
      *>          PEGAR AS VENDAS E RECEBIMENTOS FEITOS NO MEIO TEMPO
           MOVE ZEROS TO WRK-PROD-QTD.
           MOVE 'N' TO WRK-PROD-ESTOURO.
           MOVE 'N' TO WRK-PRODMST-EOF.
           OPEN INPUT PRODMST-FILE.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0115-LER-PRODUTO UNTIL FIM-PRODMST
           END-IF.
           CLOSE PRODMST-FILE.
           PERFORM 9780-CARREGAR-LOTES.
       0115-LER-PRODUTO.
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
       0120-LOCALIZAR-PRODUTO.
      *>********* PROCURANDO WRK-PRODUTO-BUSCA NA TABELA
           MOVE ZEROS TO WRK-PROD-ACHADO.
           PERFORM 0125-TESTAR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                  OR WRK-PROD-ACHADO > ZEROS.
       0125-TESTAR-PRODUTO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O PRODUTO
           IF WRK-PROD-CODIGO(WRK-PROD-IDX) = WRK-PRODUTO-BUSCA
               MOVE WRK-PROD-IDX TO WRK-PROD-ACHADO
           END-IF.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           EVALUATE TRUE
               WHEN OPCAO-RELATORIO
                   PERFORM 0210-RELATORIO-VENCIMENTO
               WHEN OPCAO-BAIXAR
                   PERFORM 0250-BAIXAR-LOTE-VENCIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' VENCIMENTO DE LOTES'.
           DISPLAY '================================'.
           DISPLAY ' 01 - RELATORIO DE LOTES A VENCER'.
           DISPLAY ' 02 - BAIXAR LOTE VENCIDO'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-RELATORIO-VENCIMENTO.
      *>********* LISTANDO OS LOTES COM SALDO QUE VENCEM ATE HOJE
      *>          MAIS N DIAS (OS JA VENCIDOS SAEM PRIMEIRO, PELA
      *>          PROPRIA VALIDADE)
           PERFORM 0110-CARREGAR-CADASTROS.
           DISPLAY 'DIAS A FRENTE (0 = 30): '.
           MOVE ZEROS TO WRK-DIAS-AVISO.
           ACCEPT WRK-DIAS-AVISO FROM CONSOLE.
           IF WRK-DIAS-AVISO = ZEROS
               MOVE WRK-DIAS-PADRAO TO WRK-DIAS-AVISO
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DU-DATA.
           PERFORM 9686-AVANCAR-UM-DIA
               VARYING WRK-DIA-CONT FROM 1 BY 1
               UNTIL WRK-DIA-CONT > WRK-DIAS-AVISO.
           MOVE WRK-DU-DATA TO WRK-DATA-LIMITE.
           MOVE WRK-DATA-LIMITE TO WRK-DATA-FMT-NUM.
           PERFORM 0295-FORMATAR-DATA.
           MOVE WRK-DATA-ED TO WRK-DATA-LIMITE-ED.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-QTD-VENCIDA.
           MOVE ZEROS TO WRK-QTD-A-VENCER.
           MOVE ZEROS TO WRK-VALOR-VENCIDO.
           MOVE ZEROS TO WRK-VALOR-A-VENCER.
           MOVE SPACES TO WRK-IMPRESSO-TAB.
           OPEN OUTPUT RELATO-FILE.
           PERFORM 0215-IMPRIMIR-CABECALHO.
           MOVE 1 TO WRK-LOT-PROXIMO.
           PERFORM 0220-IMPRIMIR-PROXIMO
               UNTIL WRK-LOT-PROXIMO = ZEROS.
           PERFORM 0240-IMPRIMIR-TOTAIS.
           CLOSE RELATO-FILE.
       0215-IMPRIMIR-CABECALHO.
      *>********* CABECALHO DO RELATORIO
           MOVE WRK-DATA-HOJE TO WRK-DATA-FMT-NUM.
           PERFORM 0295-FORMATAR-DATA.
           MOVE SPACES TO RELATO-REC.
           STRING 'LOTES A VENCER ATE ' WRK-DATA-LIMITE-ED
                  ' (' WRK-DIAS-AVISO ' DIAS) - EMITIDO EM '
                  WRK-DATA-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE ALL '=' TO RELATO-REC.
           WRITE RELATO-REC.
           MOVE SPACES TO RELATO-REC.
           MOVE 'PROD  DESCRICAO                 LOTE' TO
               RELATO-REC(1:36).
           MOVE 'VALIDADE' TO RELATO-REC(44:8).
           MOVE 'QTD' TO RELATO-REC(58:3).
           MOVE 'CUSTO' TO RELATO-REC(66:5).
           MOVE 'VALOR' TO RELATO-REC(82:5).
           MOVE 'SITUACAO' TO RELATO-REC(88:8).
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE ALL '-' TO RELATO-REC.
           WRITE RELATO-REC.
           IF LOTES-ESTOURARAM
               MOVE 'AVISO: CADASTRO DE LOTES MAIOR QUE A TABELA '
                    TO RELATO-REC
               MOVE '(500) - OS EXCEDENTES NAO SAEM NESTE RELATORIO.'
                    TO RELATO-REC(46:48)
               WRITE RELATO-REC
               DISPLAY RELATO-REC
           END-IF.
       0220-IMPRIMIR-PROXIMO.
      *>********* ESCOLHENDO O LOTE AINDA NAO IMPRESSO DE VALIDADE
      *>          MAIS PROXIMA DENTRO DO HORIZONTE E IMPRIMINDO-O
           MOVE ZEROS TO WRK-LOT-PROXIMO.
           PERFORM 0225-TESTAR-PROXIMO
               VARYING WRK-LOT-IDX FROM 1 BY 1
               UNTIL WRK-LOT-IDX > WRK-LOT-QTD.
           IF WRK-LOT-PROXIMO > ZEROS
               MOVE 'S' TO WRK-LOT-IMPRESSO(WRK-LOT-PROXIMO)
               PERFORM 0230-IMPRIMIR-LOTE
           END-IF.
       0225-TESTAR-PROXIMO.
      *>********* COMPARANDO UM LOTE COM O MELHOR CANDIDATO
           IF WRK-LOT-IMPRESSO(WRK-LOT-IDX) NOT = 'S'
              AND WRK-LOT-QUANTIDADE(WRK-LOT-IDX) > ZEROS
              AND WRK-LOT-VALIDADE(WRK-LOT-IDX) NOT > WRK-DATA-LIMITE
               IF WRK-LOT-PROXIMO = ZEROS
                   MOVE WRK-LOT-IDX TO WRK-LOT-PROXIMO
               ELSE
                   IF WRK-LOT-VALIDADE(WRK-LOT-IDX) <
                      WRK-LOT-VALIDADE(WRK-LOT-PROXIMO)
                       MOVE WRK-LOT-IDX TO WRK-LOT-PROXIMO
                   END-IF
               END-IF
           END-IF.
       0230-IMPRIMIR-LOTE.
      *>********* IMPRIMINDO UM LOTE COM O VALOR PELO CUSTO MEDIO
           MOVE WRK-LOT-PRODUTO(WRK-LOT-PROXIMO) TO WRK-PRODUTO-BUSCA.
           PERFORM 0120-LOCALIZAR-PRODUTO.
           IF WRK-PROD-ACHADO > ZEROS
               MOVE WRK-PROD-CUSTO(WRK-PROD-ACHADO) TO WRK-CUSTO-LOTE
               MOVE WRK-PROD-DESCRICAO(WRK-PROD-ACHADO)
                   TO WRK-DESC-LOTE
           ELSE
               MOVE ZEROS TO WRK-CUSTO-LOTE
               MOVE 'PRODUTO SEM CADASTRO' TO WRK-DESC-LOTE
           END-IF.
           COMPUTE WRK-VALOR-LOTE =
               WRK-LOT-QUANTIDADE(WRK-LOT-PROXIMO) * WRK-CUSTO-LOTE.
           IF WRK-LOT-VALIDADE(WRK-LOT-PROXIMO) < WRK-DATA-HOJE
               MOVE 'VENCIDO' TO WRK-SITUACAO
               ADD WRK-LOT-QUANTIDADE(WRK-LOT-PROXIMO)
                   TO WRK-QTD-VENCIDA
               ADD WRK-VALOR-LOTE TO WRK-VALOR-VENCIDO
           ELSE
               MOVE ZEROS TO WRK-DIAS-RESTANTES
               MOVE WRK-DATA-HOJE TO WRK-DU-DATA
               PERFORM 0235-CONTAR-DIA
                   UNTIL WRK-DU-DATA NOT <
                         WRK-LOT-VALIDADE(WRK-LOT-PROXIMO)
               MOVE SPACES TO WRK-SITUACAO
               STRING 'VENCE EM ' WRK-DIAS-RESTANTES ' D'
                   DELIMITED BY SIZE
                 INTO WRK-SITUACAO
               ADD WRK-LOT-QUANTIDADE(WRK-LOT-PROXIMO)
                   TO WRK-QTD-A-VENCER
               ADD WRK-VALOR-LOTE TO WRK-VALOR-A-VENCER
           END-IF.
           MOVE WRK-LOT-VALIDADE(WRK-LOT-PROXIMO) TO WRK-DATA-FMT-NUM.
           PERFORM 0295-FORMATAR-DATA.
           MOVE WRK-LOT-QUANTIDADE(WRK-LOT-PROXIMO) TO WRK-QTD-ED.
           MOVE WRK-CUSTO-LOTE TO WRK-CUSTO-ED.
           MOVE WRK-VALOR-LOTE TO WRK-VALOR-ED.
           MOVE SPACES TO RELATO-REC.
           STRING WRK-LOT-PRODUTO(WRK-LOT-PROXIMO) ' '
                  WRK-DESC-LOTE ' '
                  WRK-LOT-NUMERO(WRK-LOT-PROXIMO) '  '
                  WRK-DATA-ED ' '
                  WRK-QTD-ED ' '
                  WRK-CUSTO-ED ' '
                  WRK-VALOR-ED ' '
                  WRK-SITUACAO
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           ADD 1 TO WRK-QTD-LINHAS.
       0235-CONTAR-DIA.
      *>********* CONTANDO UM DIA ATE A VALIDADE DO LOTE
           PERFORM 9686-AVANCAR-UM-DIA.
           ADD 1 TO WRK-DIAS-RESTANTES.
       0240-IMPRIMIR-TOTAIS.
      *>********* TOTAIS DE QUANTIDADE E VALOR VENCIDOS E A VENCER
           MOVE ALL '-' TO RELATO-REC.
           WRITE RELATO-REC.
           IF WRK-QTD-LINHAS = ZEROS
               MOVE 'NENHUM LOTE A VENCER NO PERIODO.' TO RELATO-REC
               WRITE RELATO-REC
               DISPLAY RELATO-REC
           END-IF.
           MOVE WRK-QTD-VENCIDA TO WRK-QTD-TOT-ED.
           MOVE WRK-VALOR-VENCIDO TO WRK-VALOR-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'VENCIDOS (BLOQUEADOS PARA VENDA): QTD '
                  WRK-QTD-TOT-ED ' VALOR ' WRK-VALOR-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE WRK-QTD-A-VENCER TO WRK-QTD-TOT-ED.
           MOVE WRK-VALOR-A-VENCER TO WRK-VALOR-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'A VENCER NO PERIODO.............: QTD '
                  WRK-QTD-TOT-ED ' VALOR ' WRK-VALOR-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
       0250-BAIXAR-LOTE-VENCIDO.
      *>********* BAIXANDO UM LOTE VENCIDO DO ESTOQUE: O SALDO DO
      *>          LOTE SAI DO LOTEMST E DO PRODMST, SO COM APROVACAO
           PERFORM 0110-CARREGAR-CADASTROS.
           IF PRODUTOS-ESTOURARAM OR LOTES-ESTOURARAM
               DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO - '
                       'BAIXA NAO PERMITIDA.'
           ELSE
               DISPLAY 'CODIGO DO PRODUTO: '
               MOVE SPACES TO WRK-LOT-PROD-ALVO
               ACCEPT WRK-LOT-PROD-ALVO FROM CONSOLE
               DISPLAY 'NUMERO DO LOTE: '
               MOVE SPACES TO WRK-LOT-NUM-ALVO
               ACCEPT WRK-LOT-NUM-ALVO FROM CONSOLE
               MOVE ZEROS TO WRK-LOT-ACHADO
               PERFORM 9791-TESTAR-LOTE
                   VARYING WRK-LOT-IDX FROM 1 BY 1
                   UNTIL WRK-LOT-IDX > WRK-LOT-QTD
                      OR WRK-LOT-ACHADO > ZEROS
               MOVE WRK-LOT-PROD-ALVO TO WRK-PRODUTO-BUSCA
               PERFORM 0120-LOCALIZAR-PRODUTO
               EVALUATE TRUE
                   WHEN WRK-LOT-ACHADO = ZEROS
                       DISPLAY 'LOTE NAO ENCONTRADO.'
                   WHEN WRK-LOT-QUANTIDADE(WRK-LOT-ACHADO) = ZEROS
                       DISPLAY 'LOTE SEM SALDO.'
                   WHEN WRK-LOT-VALIDADE(WRK-LOT-ACHADO)
                        NOT < WRK-DATA-HOJE
                       DISPLAY 'LOTE DENTRO DA VALIDADE - BAIXA NAO '
                               'PERMITIDA.'
                   WHEN WRK-PROD-ACHADO = ZEROS
                       DISPLAY 'PRODUTO SEM CADASTRO NO PRODMST - '
                               'BAIXA NAO PERMITIDA.'
                   WHEN OTHER
                       PERFORM 0255-CONFIRMAR-BAIXA
               END-EVALUATE
           END-IF.
       0255-CONFIRMAR-BAIXA.
      *>********* EXIBINDO O LOTE E PEDINDO A CONFIRMACAO E A
      *>          APROVACAO DO SUPERVISOR
           MOVE WRK-LOT-QUANTIDADE(WRK-LOT-ACHADO) TO WRK-QTD-BAIXA.
           COMPUTE WRK-VALOR-LOTE =
               WRK-QTD-BAIXA * WRK-PROD-CUSTO(WRK-PROD-ACHADO).
           MOVE WRK-LOT-VALIDADE(WRK-LOT-ACHADO) TO WRK-DATA-FMT-NUM.
           PERFORM 0295-FORMATAR-DATA.
           MOVE WRK-QTD-BAIXA TO WRK-QTD-ED.
           MOVE WRK-VALOR-LOTE TO WRK-VALOR-ED.
           DISPLAY 'PRODUTO ' WRK-PROD-CODIGO(WRK-PROD-ACHADO) ' '
                   WRK-PROD-DESCRICAO(WRK-PROD-ACHADO).
           DISPLAY 'LOTE ' WRK-LOT-NUM-ALVO ' VENCIDO EM '
                   WRK-DATA-ED ' QTD ' WRK-QTD-ED
                   ' VALOR ' WRK-VALOR-ED.
           DISPLAY 'CONFIRMA A BAIXA DO LOTE (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
              AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'BAIXA CANCELADA.'
           ELSE
               DISPLAY 'APROVACAO - USUARIO (SUPERVISOR/ADM): '
               ACCEPT WRK-AUTH-USUARIO FROM CONSOLE
               DISPLAY 'SENHA: '
               ACCEPT WRK-AUTH-SENHA FROM CONSOLE
               MOVE 'N' TO WRK-AUTH-PERMITIDO
               PERFORM 9550-VALIDAR-USUARIO
               IF AUTH-AUTORIZADO
                   PERFORM 0260-CONFERIR-ACESSO
               END-IF
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'BAIXA LOTE' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               STRING WRK-LOT-PROD-ALVO ' ' WRK-LOT-NUM-ALVO
                   DELIMITED BY SIZE
                 INTO WRK-AUDIT-ANTES
               IF AUTH-AUTORIZADO AND AUTH-PERMITIDO
                   PERFORM 0270-EFETIVAR-BAIXA
                   MOVE WRK-VALOR-LOTE TO WRK-VALOR-AUD-ED
                   MOVE SPACES TO WRK-AUDIT-DEPOIS
                   STRING 'QTD ' WRK-QTD-BAIXA ' ' WRK-VALOR-AUD-ED
                       DELIMITED BY SIZE
                     INTO WRK-AUDIT-DEPOIS
               ELSE
                   MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
                   DISPLAY 'BAIXA RESTRITA A SUPERVISOR OU ADM - '
                           'LOTE MANTIDO.'
               END-IF
               PERFORM 9500-GRAVAR-AUDITORIA
           END-IF.
       0260-CONFERIR-ACESSO.
      *>********* LIBERANDO A APROVACAO PELA MATRIZ DE PERMISSOES;
      *>          SEM A LINHA DO PROGRAMA, VALE SUPERVISOR OU ADM
           MOVE 'PROGCBL94' TO WRK-PERM-PROGRAMA-BUSCA.
           PERFORM 9560-CONFERIR-PERMISSAO.
           IF NOT PERM-TEM-LINHA
               IF AUTH-SUPERVISOR OR AUTH-ADM
                   MOVE 'S' TO WRK-AUTH-PERMITIDO
               END-IF
           END-IF.
       0270-EFETIVAR-BAIXA.
      *>********* ZERANDO O LOTE E TIRANDO O SALDO DELE DO PRODMST
      *>          (SEM DEIXAR O ESTOQUE NEGATIVO) E REGRAVANDO OS DOIS
           MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO) TO WRK-ESTOQUE-ANTES.
           IF WRK-QTD-BAIXA > WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
               MOVE ZEROS TO WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
           ELSE
               SUBTRACT WRK-QTD-BAIXA
                   FROM WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
           END-IF.
           MOVE ZEROS TO WRK-LOT-QUANTIDADE(WRK-LOT-ACHADO).
           PERFORM 0800-GRAVAR-PRODUTOS.
           PERFORM 9795-GRAVAR-LOTES.
           MOVE WRK-LOT-PROD-ALVO TO WRK-KDX-PRODUTO.
           MOVE 'BL' TO WRK-KDX-TIPO.
           MOVE SPACES TO WRK-KDX-DOCUMENTO.
           STRING 'LOTE ' WRK-LOT-NUM-ALVO
               DELIMITED BY SIZE
             INTO WRK-KDX-DOCUMENTO.
           COMPUTE WRK-KDX-SAIDA =
               WRK-ESTOQUE-ANTES - WRK-PROD-ESTOQUE(WRK-PROD-ACHADO).
           MOVE WRK-PROD-CUSTO(WRK-PROD-ACHADO) TO WRK-KDX-CUSTO.
           MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO) TO WRK-KDX-SALDO.
           MOVE WRK-AUTH-USUARIO TO WRK-KDX-OPERADOR.
           PERFORM 9810-GRAVAR-MOVIMENTO.
           DISPLAY 'LOTE BAIXADO. ESTOQUE DE '
                   WRK-PROD-CODIGO(WRK-PROD-ACHADO) ': '
                   WRK-ESTOQUE-ANTES ' -> '
                   WRK-PROD-ESTOQUE(WRK-PROD-ACHADO).
       0295-FORMATAR-DATA.
      *>********* DATA AAAAMMDD DE WRK-DATA-FMT EM DD/MM/AAAA
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-FMT-DIA '/' WRK-FMT-MES '/' WRK-FMT-ANO
               DELIMITED BY SIZE
             INTO WRK-DATA-ED.
       0300-FINALIZAR.
      *>********* ENCERRANDO O PROGRAMA
           DISPLAY 'ENCERRANDO O CONTROLE DE VENCIMENTO DE LOTES.'.
       0800-GRAVAR-PRODUTOS.
      *>********* REGRAVANDO O CADASTRO DE PRODUTOS COM A BAIXA
           OPEN OUTPUT PRODMST-FILE.
           PERFORM 0810-GRAVAR-UM-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD.
           CLOSE PRODMST-FILE.
       0810-GRAVAR-UM-PRODUTO.
      *>********* GRAVANDO UM PRODUTO NO CADASTRO
           MOVE WRK-PROD-LINHA(WRK-PROD-IDX) TO PRODMST-REC.
           WRITE PRODMST-REC.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'PERMISSAO-PROC.cbl'.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'LOTEFEFO-PROC.cbl'.
           COPY 'KARDEX-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL94'==.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL94'==.
