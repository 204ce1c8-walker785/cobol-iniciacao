       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL95.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: EMITIR O KARDEX DE UM PRODUTO (KARDEX95) NUM PERIODO
      *>           A PARTIR DO RAZAO DE MOVIMENTOS DE ESTOQUE (MOVESTQ):
      *>           SALDO DE ABERTURA, CADA MOVIMENTO COM O SALDO
      *>           CORRENTE E O SALDO DE FECHAMENTO, CONFERIDO COM O
      *>           PRODMST-ESTOQUE
      *> OBJETIVO: LISTAR COMO EXCECAO (RAZAOEXC95) TODO PRODUTO CUJO
      *>           SALDO NO RAZAO NAO BATE COM O CADASTRO DE PRODUTOS
      *> OBJETIVO: IMPLANTAR O SALDO INICIAL (TIPO SI) DOS PRODUTOS
      *>           QUE AINDA NAO TEM MOVIMENTO NO RAZAO, PELO ESTOQUE
      *>           ATUAL DO CADASTRO
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
           SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVESTQ-STATUS.
           SELECT OPTIONAL RELATO-FILE ASSIGN TO 'KARDEX95'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATO-STATUS.
           SELECT OPTIONAL EXCECAO-FILE ASSIGN TO 'RAZAOEXC95'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXCECAO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       FD  RELATO-FILE.
       01  RELATO-REC PIC X(132).
       FD  EXCECAO-FILE.
       01  EXCECAO-REC PIC X(132).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'KARDEX.cbl'.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRODMST VALUE 'S'.
       77 WRK-MOVESTQ-EOF PIC X(01) VALUE 'N'.
         88 FIM-MOVESTQ VALUE 'S'.
       77 WRK-RELATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EXCECAO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-KARDEX VALUE 01.
          88 OPCAO-EXCECOES VALUE 02.
          88 OPCAO-IMPLANTAR VALUE 03.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 99.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* CADASTRO DE PRODUTOS EM MEMORIA (MESMA TABELA DO
      *>          PROGCBL30), COM O SALDO SOMADO DO RAZAO DE CADA UM
       01 WRK-PROD-TAB.
          02 WRK-PROD-LINHA OCCURS 50 TIMES.
             03 WRK-PROD-CODIGO PIC X(05).
             03 WRK-PROD-DESCRICAO PIC X(25).
             03 WRK-PROD-PRECO PIC 9(06)V99.
             03 WRK-PROD-ESTOQUE PIC 9(05).
             03 WRK-PROD-REPOSICAO PIC 9(05).
             03 WRK-PROD-CUSTO PIC 9(06)V99.
             03 WRK-PROD-CATEGORIA PIC X(03).
       01 WRK-RAZAO-TAB.
          02 WRK-RAZAO-LINHA OCCURS 50 TIMES.
             03 WRK-RAZAO-SALDO PIC S9(07).
             03 WRK-RAZAO-MOVTOS PIC 9(05).
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ESTOURO PIC X(01) VALUE 'N'.
         88 PRODUTOS-ESTOURARAM VALUE 'S'.
       77 WRK-PRODUTO-BUSCA PIC X(05) VALUE SPACES.
      *>********* PRODUTOS QUE APARECEM NO RAZAO E NAO NO CADASTRO
       01 WRK-FORA-TAB.
          02 WRK-FORA-LINHA OCCURS 100 TIMES.
             03 WRK-FORA-CODIGO PIC X(05).
             03 WRK-FORA-SALDO PIC S9(07).
       77 WRK-FORA-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FORA-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FORA-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-FORA-ESTOURO PIC X(01) VALUE 'N'.
         88 FORA-ESTOUROU VALUE 'S'.
      *>********* KARDEX DE UM PRODUTO
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-ABERTURA PIC S9(07) VALUE ZEROS.
       77 WRK-SALDO-CORRENTE PIC S9(07) VALUE ZEROS.
       77 WRK-SALDO-PERIODO PIC S9(07) VALUE ZEROS.
       77 WRK-ENTRADAS-PERIODO PIC 9(07) VALUE ZEROS.
       77 WRK-SAIDAS-PERIODO PIC 9(07) VALUE ZEROS.
       77 WRK-MOVTOS-PERIODO PIC 9(05) VALUE ZEROS.
       77 WRK-QUEBRAS PIC 9(05) VALUE ZEROS.
       77 WRK-ESTOQUE-CADASTRO PIC 9(05) VALUE ZEROS.
       77 WRK-DESC-KARDEX PIC X(25) VALUE SPACES.
       77 WRK-ABERTURA-IMPRESSA PIC X(01) VALUE 'N'.
         88 ABERTURA-IMPRESSA VALUE 'S'.
       77 WRK-MARCA PIC X(01) VALUE SPACES.
      *>********* CONFERENCIA RAZAO X CADASTRO E IMPLANTACAO
       77 WRK-QTD-EXCECOES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-IMPLANTAR PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-DIFERENCA PIC S9(07) VALUE ZEROS.
      *>********* CAMPOS EDITADOS
       77 WRK-SALDO-ED PIC -Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-SALDO-REG-ED PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-SALDO-COLUNA PIC X(10) VALUE SPACES.
       77 WRK-ESTOQUE-ED PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-DIFERENCA-ED PIC -Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-ENTRADA-ED PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-SAIDA-ED PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CUSTO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZ9 VALUE ZEROS.
       01 WRK-DATA-FMT.
          02 WRK-FMT-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-FMT-MES PIC 9(02) VALUE ZEROS.
          02 WRK-FMT-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-FMT-NUM REDEFINES WRK-DATA-FMT PIC 9(08).
       77 WRK-DATA-ED PIC X(10) VALUE SPACES.
       77 WRK-DATA-INICIO-ED PIC X(10) VALUE SPACES.
       77 WRK-DATA-FIM-ED PIC X(10) VALUE SPACES.
       01 WRK-HORA-FMT.
          02 WRK-FMT-HH PIC 9(02) VALUE ZEROS.
          02 WRK-FMT-MI PIC 9(02) VALUE ZEROS.
          02 WRK-FMT-SS PIC 9(02) VALUE ZEROS.
          02 WRK-FMT-CC PIC 9(02) VALUE ZEROS.
       01 WRK-HORA-FMT-NUM REDEFINES WRK-HORA-FMT PIC 9(08).
       77 WRK-HORA-ED PIC X(05) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR
           DISPLAY '*************************************'.
           DISPLAY ' RAZAO DE ESTOQUE - KARDEX'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
       0110-CARREGAR-PRODUTOS.
      *>********* CARREGANDO O CADASTRO A CADA OPERACAO, PARA PEGAR
      *>          AS ALTERACOES FEITAS NO MEIO TEMPO
           MOVE ZEROS TO WRK-PROD-QTD.
           MOVE 'N' TO WRK-PROD-ESTOURO.
           MOVE 'N' TO WRK-PRODMST-EOF.
           OPEN INPUT PRODMST-FILE.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0115-LER-PRODUTO UNTIL FIM-PRODMST
           END-IF.
           CLOSE PRODMST-FILE.
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
               WHEN OPCAO-KARDEX
                   PERFORM 0210-KARDEX-PRODUTO
               WHEN OPCAO-EXCECOES
                   PERFORM 0250-CONFERIR-RAZAO
               WHEN OPCAO-IMPLANTAR
                   PERFORM 0270-IMPLANTAR-SALDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' RAZAO DE ESTOQUE - KARDEX'.
           DISPLAY '================================'.
           DISPLAY ' 01 - KARDEX DE UM PRODUTO'.
           DISPLAY ' 02 - EXCECOES RAZAO X CADASTRO'.
           DISPLAY ' 03 - IMPLANTAR SALDO INICIAL'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-KARDEX-PRODUTO.
      *>********* KARDEX DE UM PRODUTO NO PERIODO: OS MOVIMENTOS
      *>          ANTERIORES AO INICIO FORMAM O SALDO DE ABERTURA; AS
      *>          TRANSFERENCIAS ENTRE FILIAIS (TS/TE) SAEM NO KARDEX
      *>          MAS NAO MUDAM O SALDO TOTAL DO PRODUTO
           PERFORM 0110-CARREGAR-PRODUTOS.
           DISPLAY 'CODIGO DO PRODUTO: '.
           MOVE SPACES TO WRK-PRODUTO-BUSCA.
           ACCEPT WRK-PRODUTO-BUSCA FROM CONSOLE.
           DISPLAY 'DATA INICIAL AAAAMMDD (0 = DESDE O INICIO): '.
           MOVE ZEROS TO WRK-DATA-INICIO.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           DISPLAY 'DATA FINAL AAAAMMDD (0 = HOJE): '.
           MOVE ZEROS TO WRK-DATA-FIM.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-FIM = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
           IF WRK-DATA-INICIO > WRK-DATA-FIM
               DISPLAY 'DATA INICIAL MAIOR QUE A FINAL - KARDEX NAO '
                       'EMITIDO.'
           ELSE
               PERFORM 0120-LOCALIZAR-PRODUTO
               IF WRK-PROD-ACHADO > ZEROS
                   MOVE WRK-PROD-DESCRICAO(WRK-PROD-ACHADO)
                       TO WRK-DESC-KARDEX
                   MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                       TO WRK-ESTOQUE-CADASTRO
               ELSE
                   MOVE 'PRODUTO SEM CADASTRO' TO WRK-DESC-KARDEX
                   MOVE ZEROS TO WRK-ESTOQUE-CADASTRO
               END-IF
               MOVE ZEROS TO WRK-SALDO-ABERTURA
               MOVE ZEROS TO WRK-SALDO-CORRENTE
               MOVE ZEROS TO WRK-SALDO-PERIODO
               MOVE ZEROS TO WRK-ENTRADAS-PERIODO
               MOVE ZEROS TO WRK-SAIDAS-PERIODO
               MOVE ZEROS TO WRK-MOVTOS-PERIODO
               MOVE ZEROS TO WRK-QUEBRAS
               MOVE 'N' TO WRK-ABERTURA-IMPRESSA
               OPEN OUTPUT RELATO-FILE
               PERFORM 0215-IMPRIMIR-CABECALHO
               MOVE 'N' TO WRK-MOVESTQ-EOF
               OPEN INPUT MOVESTQ-FILE
               IF WRK-MOVESTQ-STATUS = '00'
                   PERFORM 0220-LER-MOVIMENTO UNTIL FIM-MOVESTQ
               END-IF
               CLOSE MOVESTQ-FILE
               PERFORM 0240-IMPRIMIR-FECHAMENTO
               CLOSE RELATO-FILE
           END-IF.
       0215-IMPRIMIR-CABECALHO.
      *>********* CABECALHO DO KARDEX
           MOVE WRK-DATA-INICIO TO WRK-DATA-FMT-NUM.
           PERFORM 0295-FORMATAR-DATA.
           MOVE WRK-DATA-ED TO WRK-DATA-INICIO-ED.
           MOVE WRK-DATA-FIM TO WRK-DATA-FMT-NUM.
           PERFORM 0295-FORMATAR-DATA.
           MOVE WRK-DATA-ED TO WRK-DATA-FIM-ED.
           MOVE WRK-DATA-HOJE TO WRK-DATA-FMT-NUM.
           PERFORM 0295-FORMATAR-DATA.
           MOVE SPACES TO RELATO-REC.
           STRING 'KARDEX DO PRODUTO ' WRK-PRODUTO-BUSCA ' '
                  WRK-DESC-KARDEX ' DE ' WRK-DATA-INICIO-ED
                  ' A ' WRK-DATA-FIM-ED ' - EMITIDO EM ' WRK-DATA-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE ALL '=' TO RELATO-REC.
           WRITE RELATO-REC.
           MOVE SPACES TO RELATO-REC.
           MOVE 'DATA       HORA  TP PROGRAMA  DOCUMENTO    FL'
               TO RELATO-REC(1:46).
           MOVE 'ENTRADA' TO RELATO-REC(49:7).
           MOVE 'SAIDA' TO RELATO-REC(58:5).
           MOVE 'CUSTO' TO RELATO-REC(69:5).
           MOVE 'SALDO' TO RELATO-REC(81:5).
           MOVE 'REGISTR' TO RELATO-REC(88:7).
           MOVE 'OPERADOR' TO RELATO-REC(96:8).
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE ALL '-' TO RELATO-REC.
           WRITE RELATO-REC.
       0220-LER-MOVIMENTO.
      *>********* LENDO UM MOVIMENTO DO RAZAO (GRAVADO EM ORDEM DE
      *>          DATA/HORA, SEMPRE NO FIM DO ARQUIVO)
           READ MOVESTQ-FILE
               AT END
                   MOVE 'S' TO WRK-MOVESTQ-EOF
               NOT AT END
                   IF MOV-PRODUTO = WRK-PRODUTO-BUSCA
                       PERFORM 0225-TRATAR-MOVIMENTO
                   END-IF
           END-READ.
       0225-TRATAR-MOVIMENTO.
      *>********* SOMANDO O MOVIMENTO AO SALDO E IMPRIMINDO OS DO
      *>          PERIODO
           IF MOV-DATA NOT < WRK-DATA-INICIO
              AND NOT ABERTURA-IMPRESSA
               PERFORM 0230-IMPRIMIR-ABERTURA
           END-IF.
           IF MOV-TIPO = 'TS' OR MOV-TIPO = 'TE'
               IF MOV-DATA NOT < WRK-DATA-INICIO
                  AND MOV-DATA NOT > WRK-DATA-FIM
                   MOVE SPACES TO WRK-MARCA
                   MOVE MOV-SALDO TO WRK-SALDO-REG-ED
                   MOVE SPACES TO WRK-SALDO-COLUNA
                   PERFORM 0235-IMPRIMIR-MOVIMENTO
               END-IF
           ELSE
               ADD MOV-ENTRADA TO WRK-SALDO-CORRENTE
               SUBTRACT MOV-SAIDA FROM WRK-SALDO-CORRENTE
               IF MOV-DATA < WRK-DATA-INICIO
                   MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ABERTURA
               END-IF
               IF MOV-DATA NOT < WRK-DATA-INICIO
                  AND MOV-DATA NOT > WRK-DATA-FIM
                   ADD MOV-ENTRADA TO WRK-ENTRADAS-PERIODO
                   ADD MOV-SAIDA TO WRK-SAIDAS-PERIODO
                   MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-PERIODO
                   MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ED
                   MOVE WRK-SALDO-ED TO WRK-SALDO-COLUNA
                   MOVE MOV-SALDO TO WRK-SALDO-REG-ED
      *>********* SALDO GRAVADO DIFERENTE DO SOMADO: HOUVE ALTERACAO
      *>          DO ESTOQUE QUE NAO PASSOU PELO RAZAO
                   IF MOV-SALDO NOT = WRK-SALDO-CORRENTE
                       MOVE '*' TO WRK-MARCA
                       ADD 1 TO WRK-QUEBRAS
                   ELSE
                       MOVE SPACES TO WRK-MARCA
                   END-IF
                   PERFORM 0235-IMPRIMIR-MOVIMENTO
               END-IF
           END-IF.
       0230-IMPRIMIR-ABERTURA.
      *>********* LINHA DO SALDO DE ABERTURA DO PERIODO
           MOVE 'S' TO WRK-ABERTURA-IMPRESSA.
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-PERIODO.
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'SALDO DE ABERTURA EM ' WRK-DATA-INICIO-ED
                  '....................................... '
                  WRK-SALDO-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
       0235-IMPRIMIR-MOVIMENTO.
      *>********* UMA LINHA DE MOVIMENTO DO KARDEX
           MOVE MOV-DATA TO WRK-DATA-FMT-NUM.
           PERFORM 0295-FORMATAR-DATA.
           MOVE MOV-HORA TO WRK-HORA-FMT-NUM.
           MOVE SPACES TO WRK-HORA-ED.
           STRING WRK-FMT-HH ':' WRK-FMT-MI
               DELIMITED BY SIZE
             INTO WRK-HORA-ED.
           MOVE MOV-ENTRADA TO WRK-ENTRADA-ED.
           MOVE MOV-SAIDA TO WRK-SAIDA-ED.
           MOVE MOV-CUSTO TO WRK-CUSTO-ED.
           MOVE SPACES TO RELATO-REC.
           STRING WRK-DATA-ED ' '
                  WRK-HORA-ED ' '
                  MOV-TIPO ' '
                  MOV-PROGRAMA ' '
                  MOV-DOCUMENTO ' '
                  MOV-FILIAL '   '
                  WRK-ENTRADA-ED '   '
                  WRK-SAIDA-ED ' '
                  WRK-CUSTO-ED ' '
                  WRK-SALDO-COLUNA ' '
                  WRK-SALDO-REG-ED WRK-MARCA ' '
                  MOV-OPERADOR
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           ADD 1 TO WRK-MOVTOS-PERIODO.
       0240-IMPRIMIR-FECHAMENTO.
      *>********* TOTAIS DO PERIODO, SALDO DE FECHAMENTO E CONFERENCIA
      *>          DO SALDO DO RAZAO COM O PRODMST-ESTOQUE
           IF NOT ABERTURA-IMPRESSA
               PERFORM 0230-IMPRIMIR-ABERTURA
           END-IF.
           MOVE ALL '-' TO RELATO-REC.
           WRITE RELATO-REC.
           IF WRK-MOVTOS-PERIODO = ZEROS
               MOVE 'NENHUM MOVIMENTO NO PERIODO.' TO RELATO-REC
               WRITE RELATO-REC
               DISPLAY RELATO-REC
           END-IF.
           MOVE WRK-ENTRADAS-PERIODO TO WRK-TOTAL-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'ENTRADAS NO PERIODO.........: ' WRK-TOTAL-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE WRK-SAIDAS-PERIODO TO WRK-TOTAL-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'SAIDAS NO PERIODO...........: ' WRK-TOTAL-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE WRK-SALDO-PERIODO TO WRK-SALDO-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'SALDO DE FECHAMENTO EM ' WRK-DATA-FIM-ED ': '
                  WRK-SALDO-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ED.
           MOVE WRK-ESTOQUE-CADASTRO TO WRK-ESTOQUE-ED.
           MOVE SPACES TO RELATO-REC.
           IF WRK-SALDO-CORRENTE = WRK-ESTOQUE-CADASTRO
               STRING 'SALDO ATUAL DO RAZAO: ' WRK-SALDO-ED
                      ' = PRODMST-ESTOQUE ' WRK-ESTOQUE-ED
                      ' - CONFERE'
                          DELIMITED BY SIZE
                 INTO RELATO-REC
           ELSE
               STRING 'SALDO ATUAL DO RAZAO: ' WRK-SALDO-ED
                      ' X PRODMST-ESTOQUE ' WRK-ESTOQUE-ED
                      ' - DIVERGENTE (VER EXCECOES)'
                          DELIMITED BY SIZE
                 INTO RELATO-REC
           END-IF.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           IF WRK-QUEBRAS > ZEROS
               MOVE '(*) SALDO REGISTRADO NO MOVIMENTO DIFERENTE DO '
                   TO RELATO-REC
               MOVE 'SOMADO: ESTOQUE ALTERADO FORA DO RAZAO ANTES DELE.'
                   TO RELATO-REC(48:51)
               WRITE RELATO-REC
               DISPLAY RELATO-REC
           END-IF.
       0250-CONFERIR-RAZAO.
      *>********* LISTANDO OS PRODUTOS CUJO SALDO NO RAZAO NAO BATE
      *>          COM O PRODMST-ESTOQUE (OS SEM NENHUM MOVIMENTO E COM
      *>          ESTOQUE PRECISAM DA IMPLANTACAO DO SALDO INICIAL) E OS
      *>          QUE TEM SALDO NO RAZAO MAS NAO ESTAO NO CADASTRO
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0255-SOMAR-RAZAO.
           MOVE ZEROS TO WRK-QTD-EXCECOES.
           OPEN OUTPUT EXCECAO-FILE.
           MOVE WRK-DATA-HOJE TO WRK-DATA-FMT-NUM.
           PERFORM 0295-FORMATAR-DATA.
           MOVE SPACES TO EXCECAO-REC.
           STRING 'EXCECOES RAZAO DE ESTOQUE X CADASTRO DE PRODUTOS'
                  ' - EMITIDO EM ' WRK-DATA-ED
                      DELIMITED BY SIZE
             INTO EXCECAO-REC.
           WRITE EXCECAO-REC.
           DISPLAY EXCECAO-REC.
           MOVE ALL '=' TO EXCECAO-REC.
           WRITE EXCECAO-REC.
           MOVE SPACES TO EXCECAO-REC.
           MOVE 'PROD  DESCRICAO' TO EXCECAO-REC(1:15).
           MOVE 'RAZAO' TO EXCECAO-REC(39:5).
           MOVE 'PRODMST' TO EXCECAO-REC(46:7).
           MOVE 'DIFERENCA' TO EXCECAO-REC(58:9).
           MOVE 'MOTIVO' TO EXCECAO-REC(68:6).
           WRITE EXCECAO-REC.
           DISPLAY EXCECAO-REC.
           MOVE ALL '-' TO EXCECAO-REC.
           WRITE EXCECAO-REC.
           IF PRODUTOS-ESTOURARAM OR FORA-ESTOUROU
               MOVE 'AVISO: CADASTRO OU RAZAO MAIOR QUE A TABELA DE '
                   TO EXCECAO-REC
               MOVE 'TRABALHO - A CONFERENCIA ESTA INCOMPLETA.'
                   TO EXCECAO-REC(48:41)
               WRITE EXCECAO-REC
               DISPLAY EXCECAO-REC
           END-IF.
           PERFORM 0262-CONFERIR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD.
           PERFORM 0264-CONFERIR-FORA
               VARYING WRK-FORA-IDX FROM 1 BY 1
               UNTIL WRK-FORA-IDX > WRK-FORA-QTD.
           MOVE ALL '-' TO EXCECAO-REC.
           WRITE EXCECAO-REC.
           MOVE WRK-PROD-QTD TO WRK-CONT-ED.
           MOVE SPACES TO EXCECAO-REC.
           STRING 'PRODUTOS CONFERIDOS: ' WRK-CONT-ED
               DELIMITED BY SIZE
             INTO EXCECAO-REC.
           WRITE EXCECAO-REC.
           DISPLAY EXCECAO-REC.
           MOVE WRK-QTD-EXCECOES TO WRK-CONT-ED.
           MOVE SPACES TO EXCECAO-REC.
           IF WRK-QTD-EXCECOES = ZEROS
               MOVE 'NENHUMA EXCECAO: RAZAO CONFERE COM O CADASTRO.'
                   TO EXCECAO-REC
           ELSE
               STRING 'EXCECOES.............: ' WRK-CONT-ED
                   DELIMITED BY SIZE
                 INTO EXCECAO-REC
           END-IF.
           WRITE EXCECAO-REC.
           DISPLAY EXCECAO-REC.
           CLOSE EXCECAO-FILE.
       0255-SOMAR-RAZAO.
      *>********* SOMANDO O SALDO DE CADA PRODUTO NO RAZAO INTEIRO
           MOVE ZEROS TO WRK-RAZAO-TAB.
           MOVE ZEROS TO WRK-FORA-QTD.
           MOVE 'N' TO WRK-FORA-ESTOURO.
           MOVE 'N' TO WRK-MOVESTQ-EOF.
           OPEN INPUT MOVESTQ-FILE.
           IF WRK-MOVESTQ-STATUS = '00'
               PERFORM 0257-LER-PARA-SOMA UNTIL FIM-MOVESTQ
           END-IF.
           CLOSE MOVESTQ-FILE.
       0257-LER-PARA-SOMA.
      *>********* LENDO UM MOVIMENTO E SOMANDO NO PRODUTO DELE (AS
      *>          TRANSFERENCIAS ENTRE FILIAIS NAO MUDAM O TOTAL)
           READ MOVESTQ-FILE
               AT END
                   MOVE 'S' TO WRK-MOVESTQ-EOF
               NOT AT END
                   IF MOV-TIPO NOT = 'TS' AND MOV-TIPO NOT = 'TE'
                       PERFORM 0259-SOMAR-MOVIMENTO
                   END-IF
           END-READ.
       0259-SOMAR-MOVIMENTO.
      *>********* SOMANDO UM MOVIMENTO NO CADASTRO OU NA TABELA DOS
      *>          PRODUTOS FORA DO CADASTRO
           MOVE MOV-PRODUTO TO WRK-PRODUTO-BUSCA.
           PERFORM 0120-LOCALIZAR-PRODUTO.
           IF WRK-PROD-ACHADO > ZEROS
               ADD MOV-ENTRADA TO WRK-RAZAO-SALDO(WRK-PROD-ACHADO)
               SUBTRACT MOV-SAIDA FROM WRK-RAZAO-SALDO(WRK-PROD-ACHADO)
               ADD 1 TO WRK-RAZAO-MOVTOS(WRK-PROD-ACHADO)
           ELSE
               MOVE ZEROS TO WRK-FORA-ACHADO
               PERFORM 0260-TESTAR-FORA
                   VARYING WRK-FORA-IDX FROM 1 BY 1
                   UNTIL WRK-FORA-IDX > WRK-FORA-QTD
                      OR WRK-FORA-ACHADO > ZEROS
               IF WRK-FORA-ACHADO = ZEROS
                   IF WRK-FORA-QTD >= 100
                       MOVE 'S' TO WRK-FORA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-FORA-QTD
                       MOVE WRK-FORA-QTD TO WRK-FORA-ACHADO
                       MOVE MOV-PRODUTO
                           TO WRK-FORA-CODIGO(WRK-FORA-ACHADO)
                       MOVE ZEROS TO WRK-FORA-SALDO(WRK-FORA-ACHADO)
                   END-IF
               END-IF
               IF WRK-FORA-ACHADO > ZEROS
                   ADD MOV-ENTRADA TO WRK-FORA-SALDO(WRK-FORA-ACHADO)
                   SUBTRACT MOV-SAIDA
                       FROM WRK-FORA-SALDO(WRK-FORA-ACHADO)
               END-IF
           END-IF.
       0260-TESTAR-FORA.
      *>********* COMPARANDO UMA POSICAO DOS PRODUTOS FORA DO CADASTRO
           IF WRK-FORA-CODIGO(WRK-FORA-IDX) = MOV-PRODUTO
               MOVE WRK-FORA-IDX TO WRK-FORA-ACHADO
           END-IF.
       0262-CONFERIR-PRODUTO.
      *>********* CONFERINDO UM PRODUTO DO CADASTRO COM O RAZAO
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-RAZAO-MOVTOS(WRK-PROD-IDX) = ZEROS
               IF WRK-PROD-ESTOQUE(WRK-PROD-IDX) > ZEROS
                   MOVE 'SEM MOVIMENTO - IMPLANTAR SALDO INICIAL'
                       TO WRK-MOTIVO
               END-IF
           ELSE
               IF WRK-RAZAO-SALDO(WRK-PROD-IDX) NOT =
                  WRK-PROD-ESTOQUE(WRK-PROD-IDX)
                   MOVE 'RAZAO NAO CONFERE COM O CADASTRO'
                       TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               COMPUTE WRK-DIFERENCA = WRK-RAZAO-SALDO(WRK-PROD-IDX)
                   - WRK-PROD-ESTOQUE(WRK-PROD-IDX)
               MOVE WRK-RAZAO-SALDO(WRK-PROD-IDX) TO WRK-SALDO-ED
               MOVE WRK-PROD-ESTOQUE(WRK-PROD-IDX) TO WRK-ESTOQUE-ED
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
               MOVE SPACES TO EXCECAO-REC
               STRING WRK-PROD-CODIGO(WRK-PROD-IDX) ' '
                      WRK-PROD-DESCRICAO(WRK-PROD-IDX) ' '
                      WRK-SALDO-ED ' '
                      WRK-ESTOQUE-ED ' '
                      WRK-DIFERENCA-ED ' '
                      WRK-MOTIVO
                          DELIMITED BY SIZE
                 INTO EXCECAO-REC
               WRITE EXCECAO-REC
               DISPLAY EXCECAO-REC
               ADD 1 TO WRK-QTD-EXCECOES
           END-IF.
       0264-CONFERIR-FORA.
      *>********* PRODUTO COM SALDO NO RAZAO E FORA DO CADASTRO
           IF WRK-FORA-SALDO(WRK-FORA-IDX) NOT = ZEROS
               MOVE WRK-FORA-SALDO(WRK-FORA-IDX) TO WRK-SALDO-ED
               MOVE ZEROS TO WRK-ESTOQUE-ED
               MOVE WRK-FORA-SALDO(WRK-FORA-IDX) TO WRK-DIFERENCA-ED
               MOVE SPACES TO EXCECAO-REC
               STRING WRK-FORA-CODIGO(WRK-FORA-IDX) ' '
                      'PRODUTO SEM CADASTRO      '
                      WRK-SALDO-ED ' '
                      WRK-ESTOQUE-ED ' '
                      WRK-DIFERENCA-ED ' '
                      'SALDO NO RAZAO DE PRODUTO FORA DO CADASTRO'
                          DELIMITED BY SIZE
                 INTO EXCECAO-REC
               WRITE EXCECAO-REC
               DISPLAY EXCECAO-REC
               ADD 1 TO WRK-QTD-EXCECOES
           END-IF.
       0270-IMPLANTAR-SALDO.
      *>********* GRAVANDO O SALDO INICIAL (SI) DOS PRODUTOS COM
      *>          ESTOQUE E SEM NENHUM MOVIMENTO NO RAZAO, PARA QUE O
      *>          RAZAO PASSE A CONFERIR COM O CADASTRO
           PERFORM 0110-CARREGAR-PRODUTOS.
           PERFORM 0255-SOMAR-RAZAO.
           IF PRODUTOS-ESTOURARAM
               DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO - '
                       'IMPLANTACAO NAO PERMITIDA.'
           ELSE
               MOVE ZEROS TO WRK-QTD-IMPLANTAR
               PERFORM 0275-CONTAR-SEM-MOVIMENTO
                   VARYING WRK-PROD-IDX FROM 1 BY 1
                   UNTIL WRK-PROD-IDX > WRK-PROD-QTD
               IF WRK-QTD-IMPLANTAR = ZEROS
                   DISPLAY 'NENHUM PRODUTO COM ESTOQUE SEM MOVIMENTO '
                           'NO RAZAO.'
               ELSE
                   MOVE WRK-QTD-IMPLANTAR TO WRK-CONT-ED
                   DISPLAY WRK-CONT-ED ' PRODUTO(S) COM ESTOQUE E SEM '
                           'MOVIMENTO NO RAZAO.'
                   DISPLAY 'CONFIRMA A IMPLANTACAO DO SALDO INICIAL '
                           '(S/N)? '
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF WRK-CONFIRMA NOT = 'S'
                      AND WRK-CONFIRMA NOT = 's'
                       DISPLAY 'IMPLANTACAO CANCELADA.'
                   ELSE
                       PERFORM 0280-GRAVAR-SALDO-INICIAL
                           VARYING WRK-PROD-IDX FROM 1 BY 1
                           UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'SALDO INIC' TO WRK-AUDIT-ACAO
                       MOVE 'RAZAO ESTOQUE' TO WRK-AUDIT-ANTES
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       STRING 'PRODUTOS ' WRK-QTD-IMPLANTAR
                           DELIMITED BY SIZE
                         INTO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'SALDO INICIAL IMPLANTADO EM '
                               WRK-CONT-ED ' PRODUTO(S).'
                   END-IF
               END-IF
           END-IF.
       0275-CONTAR-SEM-MOVIMENTO.
      *>********* CONTANDO OS PRODUTOS A IMPLANTAR
           IF WRK-RAZAO-MOVTOS(WRK-PROD-IDX) = ZEROS
              AND WRK-PROD-ESTOQUE(WRK-PROD-IDX) > ZEROS
               ADD 1 TO WRK-QTD-IMPLANTAR
           END-IF.
       0280-GRAVAR-SALDO-INICIAL.
      *>********* GRAVANDO O MOVIMENTO SI DE UM PRODUTO A IMPLANTAR
           IF WRK-RAZAO-MOVTOS(WRK-PROD-IDX) = ZEROS
              AND WRK-PROD-ESTOQUE(WRK-PROD-IDX) > ZEROS
               MOVE WRK-PROD-CODIGO(WRK-PROD-IDX) TO WRK-KDX-PRODUTO
               MOVE 'SI' TO WRK-KDX-TIPO
               MOVE 'SALDO INIC' TO WRK-KDX-DOCUMENTO
               MOVE WRK-PROD-ESTOQUE(WRK-PROD-IDX) TO WRK-KDX-ENTRADA
               MOVE WRK-PROD-CUSTO(WRK-PROD-IDX) TO WRK-KDX-CUSTO
               MOVE WRK-PROD-ESTOQUE(WRK-PROD-IDX) TO WRK-KDX-SALDO
               MOVE WRK-OPERADOR TO WRK-KDX-OPERADOR
               PERFORM 9810-GRAVAR-MOVIMENTO
           END-IF.
       0295-FORMATAR-DATA.
      *>********* DATA AAAAMMDD DE WRK-DATA-FMT EM DD/MM/AAAA
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-FMT-DIA '/' WRK-FMT-MES '/' WRK-FMT-ANO
               DELIMITED BY SIZE
             INTO WRK-DATA-ED.
       0300-FINALIZAR.
      *>********* ENCERRANDO O PROGRAMA
           DISPLAY 'ENCERRANDO O RAZAO DE ESTOQUE.'.
           COPY 'KARDEX-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL95'==.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL95'==.
