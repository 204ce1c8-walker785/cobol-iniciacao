       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL92.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: MANUTENCAO DO CADASTRO DE VENDEDORES (VENDMST:
      *>           CODIGO, NOME, MATRICULA DO FUNCIONARIO NO FUNCMST
      *>           E PLANO DE COMISSAO) E DAS FAIXAS DOS PLANOS DE
      *>           COMISSAO (COMPLANO: PERCENTUAL POR FAIXA DE VOLUME
      *>           MENSAL DE VENDAS E POR CATEGORIA DE PRODUTO), NOS
      *>           MOLDES DO CADASTRO DE AFASTAMENTOS DO PROGCBL85; O
      *>           PROGCBL17 SO ACEITA VENDEDOR ATIVO DO CADASTRO E O
      *>           PROGCBL29 APURA A COMISSAO PELO PLANO
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
           SELECT OPTIONAL VENDMST-FILE ASSIGN TO 'VENDMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDMST-STATUS.
           SELECT OPTIONAL COMPLANO-FILE ASSIGN TO 'COMPLANO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMPLANO-STATUS.
           SELECT FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDMST-FILE.
       01  VENDMST-REC.
           COPY 'VENDEDOR.cbl'.
       FD  COMPLANO-FILE.
       01  COMPLANO-REC.
           COPY 'COMPLANO.cbl'.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       77 WRK-VENDMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDMST VALUE 'S'.
       77 WRK-COMPLANO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-COMPLANO-EOF PIC X(01) VALUE 'N'.
         88 FIM-COMPLANO VALUE 'S'.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-INCLUIR VALUE 01.
          88 OPCAO-ALTERAR VALUE 02.
          88 OPCAO-SITUACAO VALUE 03.
          88 OPCAO-LISTAR VALUE 04.
          88 OPCAO-INCLUIR-FAIXA VALUE 05.
          88 OPCAO-EXCLUIR-FAIXA VALUE 06.
          88 OPCAO-LISTAR-PLANOS VALUE 07.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 05 06 07 99.
      *>********* VENDEDORES (MESMO LAYOUT DO VENDEDOR.cbl)
       01 WRK-VDR-TAB.
          02 WRK-VDR-LINHA OCCURS 100 TIMES.
             03 WRK-VDR-CODIGO PIC X(05).
             03 WRK-VDR-NOME PIC X(25).
             03 WRK-VDR-MATRICULA PIC 9(06).
             03 WRK-VDR-PLANO PIC X(03).
             03 WRK-VDR-SITUACAO PIC X(01).
       77 WRK-VDR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-VDR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-VDR-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-VDR-ESTOURO PIC X(01) VALUE 'N'.
         88 VENDEDORES-ESTOURO VALUE 'S'.
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
       77 WRK-CPL-ESTOURO PIC X(01) VALUE 'N'.
         88 FAIXAS-ESTOURO VALUE 'S'.
       77 WRK-QTD-FAIXAS-PLANO PIC 9(03) VALUE ZEROS.
      *>********* FUNCIONARIOS DO CADASTRO MESTRE (SO PARA CONFERIR A
      *>          MATRICULA INFORMADA E LEVAR O NOME AO VENDEDOR)
       01 WRK-FUNC-TAB.
          02 WRK-FUNC-LINHA OCCURS 200 TIMES.
             03 WRK-FUNC-MATRICULA PIC 9(06).
             03 WRK-FUNC-NOME PIC X(25).
       77 WRK-FUNC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-CODIGO PIC X(05) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-PLANO PIC X(03) VALUE SPACES.
       77 WRK-CATEGORIA PIC X(03) VALUE SPACES.
       77 WRK-ATE-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PCT PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ATE-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-CATEGORIA-ED PIC X(07) VALUE SPACES.
       77 WRK-SITUACAO-ED PIC X(07) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO OS CADASTROS
           DISPLAY '*************************************'.
           DISPLAY ' MANUTENCAO DE VENDEDORES E COMISSOES'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           PERFORM 0105-CARREGAR-MESTRE.
           PERFORM 0110-CARREGAR-VENDEDORES.
           PERFORM 0120-CARREGAR-FAIXAS.
           DISPLAY 'FUNCIONARIOS CARREGADOS: ' WRK-FUNC-QTD.
           DISPLAY 'VENDEDORES CARREGADOS: ' WRK-VDR-QTD.
           DISPLAY 'FAIXAS DE COMISSAO CARREGADAS: ' WRK-CPL-QTD.
       0105-CARREGAR-MESTRE.
      *>********* CARREGANDO A MATRICULA E O NOME DOS FUNCIONARIOS,
      *>          PULANDO OS REGISTROS DE CONTROLE HDR/TRL
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0106-LER-MESTRE
                   UNTIL FIM-FUNCMST OR WRK-FUNC-QTD >= 200
           END-IF.
           CLOSE FUNCMST-FILE.
       0106-LER-MESTRE.
      *>********* LENDO UM FUNCIONARIO DO CADASTRO MESTRE (REGISTRO
      *>          SEM MATRICULA NAO PODE SER VENDEDOR)
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FUNCMST-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN FUNCMST-REC(1:3) = 'HDR'
                           CONTINUE
                       WHEN FUNCMST-REC(1:3) = 'TRL'
                           MOVE 'S' TO WRK-FUNCMST-EOF
                       WHEN FUNCMST-MATRICULA NOT NUMERIC
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WRK-FUNC-QTD
                           MOVE FUNCMST-MATRICULA
                               TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
                           MOVE FUNCMST-NOME
                               TO WRK-FUNC-NOME(WRK-FUNC-QTD)
                   END-EVALUATE
           END-READ.
       0110-CARREGAR-VENDEDORES.
      *>********* CARREGANDO O CADASTRO DE VENDEDORES (CADASTRO
      *>          MAIOR QUE A TABELA BLOQUEIA A REGRAVACAO)
           OPEN INPUT VENDMST-FILE.
           IF WRK-VENDMST-STATUS = '00'
               PERFORM 0115-LER-VENDEDOR UNTIL FIM-VENDMST
           END-IF.
           CLOSE VENDMST-FILE.
           IF VENDEDORES-ESTOURO
               DISPLAY 'CADASTRO DE VENDEDORES MAIOR QUE A TABELA '
                       '(100) - MANUTENCAO BLOQUEADA.'
           END-IF.
       0115-LER-VENDEDOR.
      *>********* LENDO UM VENDEDOR DO CADASTRO
           READ VENDMST-FILE
               AT END
                   MOVE 'S' TO WRK-VENDMST-EOF
               NOT AT END
                   IF WRK-VDR-QTD >= 100
                       MOVE 'S' TO WRK-VDR-ESTOURO
                   ELSE
                       ADD 1 TO WRK-VDR-QTD
                       MOVE VENDMST-REC TO WRK-VDR-LINHA(WRK-VDR-QTD)
                   END-IF
           END-READ.
       0120-CARREGAR-FAIXAS.
      *>********* CARREGANDO AS FAIXAS DOS PLANOS DE COMISSAO
      *>          (ARQUIVO MAIOR QUE A TABELA BLOQUEIA A REGRAVACAO)
           OPEN INPUT COMPLANO-FILE.
           IF WRK-COMPLANO-STATUS = '00'
               PERFORM 0125-LER-FAIXA UNTIL FIM-COMPLANO
           END-IF.
           CLOSE COMPLANO-FILE.
           IF FAIXAS-ESTOURO
               DISPLAY 'ARQUIVO DE FAIXAS MAIOR QUE A TABELA '
                       '(200) - MANUTENCAO DAS FAIXAS BLOQUEADA.'
           END-IF.
       0125-LER-FAIXA.
      *>********* LENDO UMA FAIXA DE PLANO
           READ COMPLANO-FILE
               AT END
                   MOVE 'S' TO WRK-COMPLANO-EOF
               NOT AT END
                   IF WRK-CPL-QTD >= 200
                       MOVE 'S' TO WRK-CPL-ESTOURO
                   ELSE
                       ADD 1 TO WRK-CPL-QTD
                       MOVE COMPLANO-REC TO WRK-CPL-LINHA(WRK-CPL-QTD)
                   END-IF
           END-READ.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           IF VENDEDORES-ESTOURO
              AND (OPCAO-INCLUIR OR OPCAO-ALTERAR OR OPCAO-SITUACAO)
               DISPLAY 'CADASTRO MAIOR QUE A TABELA - REGRAVACAO '
                       'BLOQUEADA.'
           ELSE
               IF OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               END-IF
               IF OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR
               END-IF
               IF OPCAO-SITUACAO
                   PERFORM 0230-MUDAR-SITUACAO
               END-IF
           END-IF.
           IF FAIXAS-ESTOURO
              AND (OPCAO-INCLUIR-FAIXA OR OPCAO-EXCLUIR-FAIXA)
               DISPLAY 'ARQUIVO DE FAIXAS MAIOR QUE A TABELA - '
                       'REGRAVACAO BLOQUEADA.'
           ELSE
               IF OPCAO-INCLUIR-FAIXA
                   PERFORM 0250-INCLUIR-FAIXA
               END-IF
               IF OPCAO-EXCLUIR-FAIXA
                   PERFORM 0260-EXCLUIR-FAIXA
               END-IF
           END-IF.
           IF OPCAO-LISTAR
               PERFORM 0240-LISTAR
           END-IF.
           IF OPCAO-LISTAR-PLANOS
               PERFORM 0270-LISTAR-PLANOS
           END-IF.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' VENDEDORES E PLANOS DE COMISSAO'.
           DISPLAY '================================'.
           DISPLAY ' 01 - INCLUIR VENDEDOR'.
           DISPLAY ' 02 - ALTERAR VENDEDOR'.
           DISPLAY ' 03 - ATIVAR/INATIVAR VENDEDOR'.
           DISPLAY ' 04 - LISTAR VENDEDORES'.
           DISPLAY ' 05 - INCLUIR FAIXA DE COMISSAO'.
           DISPLAY ' 06 - EXCLUIR FAIXA DE COMISSAO'.
           DISPLAY ' 07 - LISTAR PLANOS DE COMISSAO'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-INCLUIR.
      *>********* INCLUINDO UM VENDEDOR NOVO, LIGADO A UM FUNCIONARIO
      *>          DO CADASTRO MESTRE
           IF WRK-VDR-QTD >= 100
               DISPLAY 'CADASTRO CHEIO. INCLUSAO NAO PERMITIDA.'
           ELSE
               PERFORM 0600-LER-CODIGO
               PERFORM 0640-LOCALIZAR-VENDEDOR
               IF WRK-VDR-ACHADO > ZEROS
                   DISPLAY 'VENDEDOR JA CADASTRADO: ' WRK-CODIGO
               ELSE
                   PERFORM 0610-LER-MATRICULA
                   IF WRK-FUNC-ACHADO > ZEROS
                       PERFORM 0620-LER-PLANO
                       ADD 1 TO WRK-VDR-QTD
                       MOVE WRK-CODIGO TO WRK-VDR-CODIGO(WRK-VDR-QTD)
                       MOVE WRK-NOME TO WRK-VDR-NOME(WRK-VDR-QTD)
                       MOVE WRK-MATRICULA
                           TO WRK-VDR-MATRICULA(WRK-VDR-QTD)
                       MOVE WRK-PLANO TO WRK-VDR-PLANO(WRK-VDR-QTD)
                       MOVE 'A' TO WRK-VDR-SITUACAO(WRK-VDR-QTD)
                       PERFORM 0800-GRAVAR-VENDEDORES
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO
                       MOVE SPACES TO WRK-AUDIT-ANTES
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       STRING WRK-CODIGO ' ' WRK-MATRICULA ' '
                              WRK-PLANO
                           DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'VENDEDOR INCLUIDO: ' WRK-CODIGO ' '
                               WRK-NOME
                   END-IF
               END-IF
           END-IF.
       0220-ALTERAR.
      *>********* ALTERANDO O FUNCIONARIO E O PLANO DE UM VENDEDOR
      *>          JA CADASTRADO (O CODIGO E A CHAVE)
           PERFORM 0600-LER-CODIGO.
           PERFORM 0640-LOCALIZAR-VENDEDOR.
           IF WRK-VDR-ACHADO = ZEROS
               DISPLAY 'VENDEDOR NAO ENCONTRADO: ' WRK-CODIGO
           ELSE
               MOVE SPACES TO WRK-AUDIT-ANTES
               STRING WRK-VDR-MATRICULA(WRK-VDR-ACHADO) ' '
                      WRK-VDR-PLANO(WRK-VDR-ACHADO)
                   DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
               PERFORM 0610-LER-MATRICULA
               IF WRK-FUNC-ACHADO > ZEROS
                   PERFORM 0620-LER-PLANO
                   MOVE WRK-NOME TO WRK-VDR-NOME(WRK-VDR-ACHADO)
                   MOVE WRK-MATRICULA
                       TO WRK-VDR-MATRICULA(WRK-VDR-ACHADO)
                   MOVE WRK-PLANO TO WRK-VDR-PLANO(WRK-VDR-ACHADO)
                   PERFORM 0800-GRAVAR-VENDEDORES
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO
                   MOVE SPACES TO WRK-AUDIT-DEPOIS
                   STRING WRK-MATRICULA ' ' WRK-PLANO
                       DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'VENDEDOR ALTERADO: ' WRK-CODIGO
               END-IF
           END-IF.
       0230-MUDAR-SITUACAO.
      *>********* ATIVANDO OU INATIVANDO UM VENDEDOR (O VENDEDOR NAO
      *>          E EXCLUIDO, PARA AS VENDAS JA FEITAS CONTINUAREM
      *>          APURANDO COMISSAO PELO CADASTRO)
           PERFORM 0600-LER-CODIGO.
           PERFORM 0640-LOCALIZAR-VENDEDOR.
           IF WRK-VDR-ACHADO = ZEROS
               DISPLAY 'VENDEDOR NAO ENCONTRADO: ' WRK-CODIGO
           ELSE
               MOVE WRK-VDR-SITUACAO(WRK-VDR-ACHADO) TO WRK-AUDIT-ANTES
               IF WRK-VDR-SITUACAO(WRK-VDR-ACHADO) = 'A'
                   DISPLAY 'CONFIRMA A INATIVACAO DE ' WRK-CODIGO
                           ' (S/N): '
               ELSE
                   DISPLAY 'CONFIRMA A REATIVACAO DE ' WRK-CODIGO
                           ' (S/N): '
               END-IF
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   IF WRK-VDR-SITUACAO(WRK-VDR-ACHADO) = 'A'
                       MOVE 'I' TO WRK-VDR-SITUACAO(WRK-VDR-ACHADO)
                   ELSE
                       MOVE 'A' TO WRK-VDR-SITUACAO(WRK-VDR-ACHADO)
                   END-IF
                   PERFORM 0800-GRAVAR-VENDEDORES
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'SITUACAO' TO WRK-AUDIT-ACAO
                   MOVE WRK-VDR-SITUACAO(WRK-VDR-ACHADO)
                       TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'SITUACAO DO VENDEDOR ' WRK-CODIGO ': '
                           WRK-VDR-SITUACAO(WRK-VDR-ACHADO)
               ELSE
                   DISPLAY 'ALTERACAO CANCELADA.'
               END-IF
           END-IF.
       0240-LISTAR.
      *>********* LISTANDO TODOS OS VENDEDORES DO CADASTRO
           DISPLAY '===================================='.
           PERFORM 0245-LISTAR-UM
               VARYING WRK-VDR-IDX FROM 1 BY 1
               UNTIL WRK-VDR-IDX > WRK-VDR-QTD.
           IF WRK-VDR-QTD = ZEROS
               DISPLAY ' NENHUM VENDEDOR CADASTRADO.'
           END-IF.
           DISPLAY '===================================='.
       0245-LISTAR-UM.
      *>********* LISTANDO UM VENDEDOR
           IF WRK-VDR-SITUACAO(WRK-VDR-IDX) = 'A'
               MOVE 'ATIVO' TO WRK-SITUACAO-ED
           ELSE
               MOVE 'INATIVO' TO WRK-SITUACAO-ED
           END-IF.
           DISPLAY WRK-VDR-CODIGO(WRK-VDR-IDX) ' '
                   WRK-VDR-NOME(WRK-VDR-IDX)
                   ' MAT: ' WRK-VDR-MATRICULA(WRK-VDR-IDX)
                   ' PLANO: ' WRK-VDR-PLANO(WRK-VDR-IDX) ' '
                   WRK-SITUACAO-ED.
       0250-INCLUIR-FAIXA.
      *>********* INCLUINDO UMA FAIXA EM UM PLANO DE COMISSAO (A
      *>          CHAVE E PLANO, CATEGORIA E LIMITE DA FAIXA)
           IF WRK-CPL-QTD >= 200
               DISPLAY 'ARQUIVO DE FAIXAS CHEIO. INCLUSAO NAO '
                       'PERMITIDA.'
           ELSE
               PERFORM 0650-LER-CHAVE-FAIXA
               IF WRK-PLANO = SPACES OR WRK-ATE-VALOR = ZEROS
                   DISPLAY 'PLANO E LIMITE DA FAIXA SAO OBRIGATORIOS.'
               ELSE
                   PERFORM 0660-LOCALIZAR-FAIXA
                   IF WRK-CPL-ACHADO > ZEROS
                       DISPLAY 'FAIXA JA CADASTRADA NO PLANO '
                               WRK-PLANO
                   ELSE
                       DISPLAY 'PERCENTUAL DE COMISSAO DA FAIXA: '
                       MOVE ZEROS TO WRK-PCT
                       ACCEPT WRK-PCT FROM CONSOLE
                       ADD 1 TO WRK-CPL-QTD
                       MOVE WRK-PLANO TO WRK-CPL-PLANO(WRK-CPL-QTD)
                       MOVE WRK-CATEGORIA
                           TO WRK-CPL-CATEGORIA(WRK-CPL-QTD)
                       MOVE WRK-ATE-VALOR
                           TO WRK-CPL-ATE-VALOR(WRK-CPL-QTD)
                       MOVE WRK-PCT TO WRK-CPL-PCT(WRK-CPL-QTD)
                       PERFORM 0820-GRAVAR-FAIXAS
                       MOVE WRK-PCT TO WRK-PCT-ED
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'FAIXA INC' TO WRK-AUDIT-ACAO
                       MOVE SPACES TO WRK-AUDIT-ANTES
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       STRING WRK-PLANO ' ' WRK-CATEGORIA ' '
                              WRK-PCT-ED
                           DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'FAIXA INCLUIDA NO PLANO ' WRK-PLANO
                   END-IF
               END-IF
           END-IF.
       0260-EXCLUIR-FAIXA.
      *>********* EXCLUINDO UMA FAIXA DE UM PLANO DE COMISSAO (PARA
      *>          MUDAR O PERCENTUAL, EXCLUI-SE E INCLUI-SE DE NOVO)
           PERFORM 0650-LER-CHAVE-FAIXA.
           PERFORM 0660-LOCALIZAR-FAIXA.
           IF WRK-CPL-ACHADO = ZEROS
               DISPLAY 'FAIXA NAO ENCONTRADA NO PLANO ' WRK-PLANO
           ELSE
               DISPLAY 'CONFIRMA A EXCLUSAO DA FAIXA (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   MOVE WRK-CPL-PCT(WRK-CPL-ACHADO) TO WRK-PCT-ED
                   MOVE SPACES TO WRK-AUDIT-ANTES
                   STRING WRK-PLANO ' ' WRK-CATEGORIA ' '
                          WRK-PCT-ED
                       DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   PERFORM 0265-RETIRAR-FAIXA
                   PERFORM 0820-GRAVAR-FAIXAS
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'FAIXA EXC' TO WRK-AUDIT-ACAO
                   MOVE SPACES TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'FAIXA EXCLUIDA DO PLANO ' WRK-PLANO
               ELSE
                   DISPLAY 'EXCLUSAO CANCELADA.'
               END-IF
           END-IF.
       0265-RETIRAR-FAIXA.
      *>********* COMPACTANDO A TABELA A PARTIR DA POSICAO RETIRADA
           PERFORM 0266-SUBIR-UMA
               VARYING WRK-CONT FROM WRK-CPL-ACHADO BY 1
               UNTIL WRK-CONT >= WRK-CPL-QTD.
           SUBTRACT 1 FROM WRK-CPL-QTD.
       0266-SUBIR-UMA.
      *>********* SUBINDO UMA POSICAO DA TABELA
           ADD 1 TO WRK-CONT GIVING WRK-CPL-IDX.
           MOVE WRK-CPL-LINHA(WRK-CPL-IDX)
               TO WRK-CPL-LINHA(WRK-CONT).
       0270-LISTAR-PLANOS.
      *>********* LISTANDO AS FAIXAS DE UM PLANO (OU DE TODOS, COM O
      *>          PLANO EM BRANCO)
           DISPLAY 'PLANO (BRANCO = TODOS): '.
           MOVE SPACES TO WRK-PLANO.
           ACCEPT WRK-PLANO FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           DISPLAY '===================================='.
           DISPLAY 'PLANO CATEG.  VENDAS NO MES ATE     %'.
           PERFORM 0275-LISTAR-UMA-FAIXA
               VARYING WRK-CPL-IDX FROM 1 BY 1
               UNTIL WRK-CPL-IDX > WRK-CPL-QTD.
           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY ' NENHUMA FAIXA CADASTRADA.'
           END-IF.
           DISPLAY '===================================='.
       0275-LISTAR-UMA-FAIXA.
      *>********* LISTANDO UMA FAIXA DE PLANO
           IF WRK-PLANO = SPACES
              OR WRK-CPL-PLANO(WRK-CPL-IDX) = WRK-PLANO
               ADD 1 TO WRK-QTD-LISTADOS
               IF WRK-CPL-CATEGORIA(WRK-CPL-IDX) = SPACES
                   MOVE 'GERAL' TO WRK-CATEGORIA-ED
               ELSE
                   MOVE WRK-CPL-CATEGORIA(WRK-CPL-IDX)
                       TO WRK-CATEGORIA-ED
               END-IF
               MOVE WRK-CPL-ATE-VALOR(WRK-CPL-IDX) TO WRK-ATE-VALOR-ED
               MOVE WRK-CPL-PCT(WRK-CPL-IDX) TO WRK-PCT-ED
               DISPLAY WRK-CPL-PLANO(WRK-CPL-IDX) '   '
                       WRK-CATEGORIA-ED WRK-ATE-VALOR-ED ' '
                       WRK-PCT-ED
           END-IF.
       0600-LER-CODIGO.
      *>********* LENDO O CODIGO DO VENDEDOR
           DISPLAY 'CODIGO DO VENDEDOR: '.
           MOVE SPACES TO WRK-CODIGO.
           ACCEPT WRK-CODIGO FROM CONSOLE.
       0610-LER-MATRICULA.
      *>********* LENDO A MATRICULA DO FUNCIONARIO E CONFERINDO-A NO
      *>          CADASTRO MESTRE
           DISPLAY 'MATRICULA DO FUNCIONARIO: '.
           MOVE ZEROS TO WRK-MATRICULA.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE ZEROS TO WRK-FUNC-ACHADO.
           IF WRK-MATRICULA > ZEROS
               PERFORM 0615-TESTAR-MATRICULA
                   VARYING WRK-FUNC-IDX FROM 1 BY 1
                   UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                      OR WRK-FUNC-ACHADO > ZEROS
           END-IF.
           IF WRK-FUNC-ACHADO = ZEROS
               DISPLAY 'MATRICULA NAO ENCONTRADA: ' WRK-MATRICULA
           ELSE
               MOVE WRK-FUNC-NOME(WRK-FUNC-ACHADO) TO WRK-NOME
               DISPLAY 'FUNCIONARIO: ' WRK-NOME
           END-IF.
       0615-TESTAR-MATRICULA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A MATRICULA
           IF WRK-FUNC-MATRICULA(WRK-FUNC-IDX) = WRK-MATRICULA
               MOVE WRK-FUNC-IDX TO WRK-FUNC-ACHADO
           END-IF.
       0620-LER-PLANO.
      *>********* LENDO O PLANO DE COMISSAO DO VENDEDOR (PLANO AINDA
      *>          SEM FAIXAS E ACEITO, COM AVISO: A COMISSAO FICA
      *>          ZERADA ATE AS FAIXAS SEREM CADASTRADAS)
           DISPLAY 'PLANO DE COMISSAO: '.
           MOVE SPACES TO WRK-PLANO.
           ACCEPT WRK-PLANO FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-FAIXAS-PLANO.
           PERFORM 0625-CONTAR-FAIXA-PLANO
               VARYING WRK-CPL-IDX FROM 1 BY 1
               UNTIL WRK-CPL-IDX > WRK-CPL-QTD.
           IF WRK-QTD-FAIXAS-PLANO = ZEROS
               DISPLAY 'AVISO: PLANO ' WRK-PLANO ' SEM FAIXAS '
                       'CADASTRADAS - COMISSAO ZERADA ATE O CADASTRO.'
           END-IF.
       0625-CONTAR-FAIXA-PLANO.
      *>********* CONTANDO UMA FAIXA DO PLANO INFORMADO
           IF WRK-CPL-PLANO(WRK-CPL-IDX) = WRK-PLANO
               ADD 1 TO WRK-QTD-FAIXAS-PLANO
           END-IF.
       0640-LOCALIZAR-VENDEDOR.
      *>********* LOCALIZANDO O CODIGO NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-VDR-ACHADO.
           PERFORM 0645-TESTAR-VENDEDOR
               VARYING WRK-VDR-IDX FROM 1 BY 1
               UNTIL WRK-VDR-IDX > WRK-VDR-QTD
                  OR WRK-VDR-ACHADO > ZEROS.
       0645-TESTAR-VENDEDOR.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O CODIGO
           IF WRK-VDR-CODIGO(WRK-VDR-IDX) = WRK-CODIGO
               MOVE WRK-VDR-IDX TO WRK-VDR-ACHADO
           END-IF.
       0650-LER-CHAVE-FAIXA.
      *>********* LENDO O PLANO, A CATEGORIA E O LIMITE DA FAIXA
           DISPLAY 'PLANO DE COMISSAO: '.
           MOVE SPACES TO WRK-PLANO.
           ACCEPT WRK-PLANO FROM CONSOLE.
           DISPLAY 'CATEGORIA DO PRODUTO (BRANCO = GERAL): '.
           MOVE SPACES TO WRK-CATEGORIA.
           ACCEPT WRK-CATEGORIA FROM CONSOLE.
           DISPLAY 'VENDAS NO MES ATE (LIMITE DA FAIXA): '.
           MOVE ZEROS TO WRK-ATE-VALOR.
           ACCEPT WRK-ATE-VALOR FROM CONSOLE.
       0660-LOCALIZAR-FAIXA.
      *>********* LOCALIZANDO A FAIXA NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-CPL-ACHADO.
           PERFORM 0665-TESTAR-FAIXA
               VARYING WRK-CPL-IDX FROM 1 BY 1
               UNTIL WRK-CPL-IDX > WRK-CPL-QTD
                  OR WRK-CPL-ACHADO > ZEROS.
       0665-TESTAR-FAIXA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A FAIXA
           IF WRK-CPL-PLANO(WRK-CPL-IDX) = WRK-PLANO
              AND WRK-CPL-CATEGORIA(WRK-CPL-IDX) = WRK-CATEGORIA
              AND WRK-CPL-ATE-VALOR(WRK-CPL-IDX) = WRK-ATE-VALOR
               MOVE WRK-CPL-IDX TO WRK-CPL-ACHADO
           END-IF.
       0800-GRAVAR-VENDEDORES.
      *>********* REGRAVANDO O CADASTRO DE VENDEDORES A PARTIR DA
      *>          TABELA
           OPEN OUTPUT VENDMST-FILE.
           PERFORM 0810-GRAVAR-UM-VENDEDOR
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-VDR-QTD.
           CLOSE VENDMST-FILE.
       0810-GRAVAR-UM-VENDEDOR.
      *>********* GRAVANDO UM VENDEDOR NO CADASTRO
           MOVE WRK-VDR-LINHA(WRK-CONT) TO VENDMST-REC.
           WRITE VENDMST-REC.
       0820-GRAVAR-FAIXAS.
      *>********* REGRAVANDO O ARQUIVO DE FAIXAS A PARTIR DA TABELA
           OPEN OUTPUT COMPLANO-FILE.
           PERFORM 0830-GRAVAR-UMA-FAIXA
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-CPL-QTD.
           CLOSE COMPLANO-FILE.
       0830-GRAVAR-UMA-FAIXA.
      *>********* GRAVANDO UMA FAIXA NO ARQUIVO
           MOVE WRK-CPL-LINHA(WRK-CONT) TO COMPLANO-REC.
           WRITE COMPLANO-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DO CADASTRO
           DISPLAY 'ENCERRANDO A MANUTENCAO DE VENDEDORES.'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL92'==.
