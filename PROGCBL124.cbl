       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL124.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: LANCAR OS PEDIDOS DE REEMBOLSO DE DESPESAS DOS
      *>           FUNCIONARIOS (REEMB124, POR MATRICULA DO FUNCMST:
      *>           DATA, CATEGORIA, VALOR, CENTRO DE CUSTO E
      *>           DESCRICAO), COM LOGIN DO USERCAD11 E O DIGITADOR
      *>           GRAVADO NO PEDIDO
      *> OBJETIVO: APROVAR OU RECUSAR OS PEDIDOS PENDENTES COM LOGIN
      *>           DE SUPERVISOR OU ADM QUE NAO SEJA O DIGITADOR NEM O
      *>           PROPRIO FUNCIONARIO (MESMA REGRA DO PROGCBL112); O
      *>           APROVADO E PAGO NA PROXIMA FOLHA DO PROGCBL05 COMO
      *>           PROVENTO NAO TRIBUTAVEL
      *> OBJETIVO: LISTAR OS PEDIDOS DE UM FUNCIONARIO COM A SITUACAO,
      *>           E REGISTRAR LANCAMENTOS E DECISOES NA TRILHA DE
      *>           AUDITORIA CENTRAL
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERCAD-FILE ASSIGN TO 'USERCAD11'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USERCAD-USUARIO
               FILE STATUS IS WRK-USERCAD-STATUS.
           SELECT OPTIONAL REEMB-FILE ASSIGN TO 'REEMB124'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REEMB-STATUS.
           SELECT OPTIONAL FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL CCUSTO-FILE ASSIGN TO 'CCUSTOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCUSTO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERCAD-FILE.
       01  USERCAD-REC.
           COPY 'USERCAD.cbl'.
       FD  REEMB-FILE.
       01  REEMB-REC.
           COPY 'REEMBOLSO.cbl'.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  CCUSTO-FILE.
       01  CCUSTO-REC.
           COPY 'CCUSTO.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'USERAUTH.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'ERROARQ.cbl'.
       77 WRK-REEMB-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CCUSTO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REEMB-EOF PIC X(01) VALUE 'N'.
         88 FIM-REEMB VALUE 'S'.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-CCUSTO-EOF PIC X(01) VALUE 'N'.
         88 FIM-CCUSTO VALUE 'S'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-FIM-DECISOES PIC X(01) VALUE 'N'.
         88 FIM-DECISOES VALUE 'S'.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-LANCAR VALUE 01.
          88 OPCAO-DECIDIR VALUE 02.
          88 OPCAO-LISTAR VALUE 03.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 99.
      *>********* PEDIDOS EM MEMORIA, EM ORDEM DE MATRICULA E
      *>          SEQUENCIA (MESMO LAYOUT DO REEMBOLSO.cbl),
      *>          REGRAVADOS INTEIROS A CADA ALTERACAO
       01 WRK-RMB-TAB.
          02 WRK-RMB-LINHA OCCURS 999 TIMES.
             03 WRK-RMB-CHAVE.
                04 WRK-RMB-MATRICULA PIC 9(06).
                04 WRK-RMB-SEQUENCIA PIC 9(03).
             03 WRK-RMB-DATA PIC 9(08).
             03 WRK-RMB-CATEGORIA PIC X(10).
             03 WRK-RMB-VALOR PIC 9(07)V99.
             03 WRK-RMB-CCUSTO PIC X(04).
             03 WRK-RMB-DESCRICAO PIC X(30).
             03 WRK-RMB-SITUACAO PIC X(01).
             03 WRK-RMB-DIGITADOR PIC X(15).
             03 WRK-RMB-LOGIN-FUNC PIC X(15).
             03 WRK-RMB-DATA-LANC PIC 9(08).
             03 WRK-RMB-APROVADOR PIC X(15).
             03 WRK-RMB-DATA-DECISAO PIC 9(08).
             03 WRK-RMB-DATA-FOLHA PIC 9(08).
             03 WRK-RMB-MOTIVO-RECUSA PIC X(30).
       77 WRK-RMB-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-RMB-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-RMB-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-RMB-POSICAO PIC 9(03) VALUE ZEROS.
      *>********* FUNCIONARIOS DO CADASTRO (FUNCMST)
       01 WRK-FUN-TAB.
          02 WRK-FUN-LINHA OCCURS 500 TIMES.
             03 WRK-FUN-MATRICULA PIC 9(06).
             03 WRK-FUN-NOME PIC X(25).
             03 WRK-FUN-CCUSTO PIC X(04).
             03 WRK-FUN-SITUACAO PIC X(01).
       77 WRK-FUN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* CENTROS DE CUSTO VALIDOS (CCUSTOMST)
       01 WRK-CC-TAB.
          02 WRK-CC-CODIGO PIC X(04) OCCURS 50 TIMES.
       77 WRK-CC-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-CC-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CC-ACHADO PIC 9(02) VALUE ZEROS.
      *>********* DADOS DIGITADOS
       01 WRK-CHAVE.
          02 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
          02 WRK-SEQUENCIA PIC 9(03) VALUE ZEROS.
       77 WRK-CATEGORIA PIC X(10) VALUE SPACES.
         88 CATEGORIA-VALIDA VALUES 'VIAGEM' 'HOSPEDAGEM' 'REFEICAO'
                                    'TRANSPORTE' 'MATERIAL' 'OUTROS'.
       77 WRK-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CCUSTO PIC X(04) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-LOGIN-FUNC PIC X(15) VALUE SPACES.
       77 WRK-ENTRADA PIC X(40) VALUE SPACES.
       77 WRK-ENTRADA-NUM PIC 9(06) VALUE ZEROS.
       77 WRK-ENTRADA-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MAIOR-SEQ PIC 9(03) VALUE ZEROS.
       77 WRK-CAMPO-OK PIC X(01) VALUE 'N'.
         88 CAMPO-OK VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-DECISAO PIC X(01) VALUE SPACES.
         88 DECISAO-APROVAR VALUE 'A'.
         88 DECISAO-RECUSAR VALUE 'R'.
       77 WRK-MOTIVO-DECISAO PIC X(30) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* VALIDACAO DA DATA DA DESPESA
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
      *>********* LISTAGEM E RESUMO DA SESSAO
       77 WRK-FILTRO-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LISTA PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LANCADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-APROVADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO-DESC PIC X(09) VALUE SPACES.
       77 WRK-VALOR-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* IMAGEM DO PEDIDO NA TRILHA DE AUDITORIA
       01 WRK-AUD-PEDIDO.
          02 FILLER PIC X(06) VALUE 'REEMB '.
          02 WRK-AUD-PED-MATRICULA PIC 9(06).
          02 FILLER PIC X(01) VALUE '-'.
          02 WRK-AUD-PED-SEQUENCIA PIC 9(03).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-PED-SITUACAO PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF AUTH-AUTORIZADO
               PERFORM 0110-CARREGAR-PEDIDOS
               PERFORM 0120-CARREGAR-FUNCIONARIOS
               PERFORM 0130-CARREGAR-CENTROS
               PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR
               PERFORM 0300-FINALIZAR
           ELSE
               DISPLAY 'USUARIO OU SENHA INVALIDOS.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'REEMBOLSO' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
           END-IF.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* EXIGINDO O LOGIN DO USUARIO
           DISPLAY '***********************************'.
           DISPLAY ' REEMBOLSO DE DESPESAS'.
           DISPLAY '***********************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
       0110-CARREGAR-PEDIDOS.
      *>********* CARREGANDO OS PEDIDOS PARA A TABELA ORDENADA (SEM
      *>          O ARQUIVO, NAO HA PEDIDO LANCADO)
           OPEN INPUT REEMB-FILE.
           EVALUATE WRK-REEMB-STATUS
               WHEN '00'
                   PERFORM 0115-LER-PEDIDO UNTIL FIM-REEMB
               WHEN '05'
                   CONTINUE
               WHEN OTHER
                   MOVE 'REEMB124' TO WRK-ERR-ARQUIVO
                   MOVE WRK-REEMB-STATUS TO WRK-ERR-FILESTATUS
                   PERFORM 9540-ABORTAR-ARQUIVO
           END-EVALUATE.
           CLOSE REEMB-FILE.
           IF CARGA-ESTOUROU
      *>********* ARQUIVO MAIOR QUE A TABELA DE TRABALHO: A
      *>          REGRAVACAO PERDERIA OS PEDIDOS EXCEDENTES
               DISPLAY 'ARQUIVO DE REEMBOLSOS MAIOR QUE A TABELA '
                       '(999) - LANCAMENTO E DECISAO BLOQUEADOS.'
           END-IF.
       0115-LER-PEDIDO.
      *>********* LENDO UM PEDIDO DO ARQUIVO
           READ REEMB-FILE
               AT END
                   MOVE 'S' TO WRK-REEMB-EOF
               NOT AT END
                   IF WRK-RMB-QTD >= 999
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       MOVE RMB-MATRICULA TO WRK-MATRICULA
                       MOVE RMB-SEQUENCIA TO WRK-SEQUENCIA
                       PERFORM 0650-LOCALIZAR-PEDIDO
                       PERFORM 0660-ABRIR-POSICAO
                       MOVE REEMB-REC TO WRK-RMB-LINHA(WRK-RMB-ACHADO)
                   END-IF
           END-READ.
       0120-CARREGAR-FUNCIONARIOS.
      *>********* CARREGANDO MATRICULA, NOME, CENTRO E SITUACAO DOS
      *>          FUNCIONARIOS DO CADASTRO
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0125-LER-FUNCIONARIO UNTIL FIM-FUNCMST
           END-IF.
           CLOSE FUNCMST-FILE.
       0125-LER-FUNCIONARIO.
      *>********* LENDO UM FUNCIONARIO (REGISTROS DE CONTROLE DO DECK
      *>          E LINHAS SEM MATRICULA NAO ENTRAM)
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FUNCMST-EOF
               NOT AT END
                   IF FUNCMST-MATRICULA NUMERIC
                      AND FUNCMST-MATRICULA > ZEROS
                      AND FUNCMST-REC(1:3) NOT = 'HDR'
                      AND FUNCMST-REC(1:3) NOT = 'TRL'
                      AND WRK-FUN-QTD < 500
                       ADD 1 TO WRK-FUN-QTD
                       MOVE FUNCMST-MATRICULA
                           TO WRK-FUN-MATRICULA(WRK-FUN-QTD)
                       MOVE FUNCMST-NOME TO WRK-FUN-NOME(WRK-FUN-QTD)
                       MOVE FUNCMST-CCUSTO
                           TO WRK-FUN-CCUSTO(WRK-FUN-QTD)
                       MOVE FUNCMST-SITUACAO
                           TO WRK-FUN-SITUACAO(WRK-FUN-QTD)
                   END-IF
           END-READ.
       0130-CARREGAR-CENTROS.
      *>********* CARREGANDO OS CENTROS DE CUSTO CADASTRADOS NO
      *>          PROGCBL47, PARA VALIDAR O CENTRO DIGITADO
           OPEN INPUT CCUSTO-FILE.
           IF WRK-CCUSTO-STATUS = '00'
               PERFORM 0135-LER-CENTRO UNTIL FIM-CCUSTO
           END-IF.
           CLOSE CCUSTO-FILE.
       0135-LER-CENTRO.
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
               WHEN CARGA-ESTOUROU AND (OPCAO-LANCAR OR OPCAO-DECIDIR)
                   DISPLAY 'ARQUIVO DE REEMBOLSOS MAIOR QUE A TABELA - '
                           'REGRAVACAO BLOQUEADA.'
               WHEN OPCAO-LANCAR
                   PERFORM 0210-LANCAR-PEDIDO
               WHEN OPCAO-DECIDIR
                   PERFORM 0220-DECIDIR-PEDIDOS
               WHEN OPCAO-LISTAR
                   PERFORM 0240-LISTAR-PEDIDOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO USUARIO
           DISPLAY '================================'.
           DISPLAY ' REEMBOLSO DE DESPESAS'.
           DISPLAY '================================'.
           DISPLAY ' 01 - LANCAR PEDIDO DE REEMBOLSO'.
           DISPLAY ' 02 - APROVAR/RECUSAR PEDIDOS'.
           DISPLAY ' 03 - LISTAR PEDIDOS DE UM FUNCIONARIO'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-LANCAR-PEDIDO.
      *>********* LANCANDO UM PEDIDO DE REEMBOLSO PENDENTE PARA UM
      *>          FUNCIONARIO ATIVO DO CADASTRO
           PERFORM 0600-LER-MATRICULA WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0605-LER-DATA WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0610-LER-CATEGORIA WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0615-LER-VALOR WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0620-LER-CCUSTO WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0625-LER-DESCRICAO WITH TEST AFTER UNTIL CAMPO-OK.
           PERFORM 0630-LER-LOGIN-FUNC.
           PERFORM 0670-PROXIMA-SEQUENCIA.
           EVALUATE TRUE
               WHEN WRK-RMB-QTD >= 999
                   DISPLAY 'ARQUIVO DE REEMBOLSOS CHEIO. LANCAMENTO '
                           'NAO PERMITIDO.'
               WHEN WRK-MAIOR-SEQ >= 999
                   DISPLAY 'FUNCIONARIO SEM SEQUENCIA LIVRE. '
                           'LANCAMENTO NAO PERMITIDO.'
               WHEN OTHER
                   MOVE WRK-VALOR TO WRK-VALOR-ED
                   DISPLAY 'CONFIRMA O PEDIDO DE ' WRK-VALOR-ED
                           ' (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       PERFORM 0215-GRAVAR-PEDIDO
                   ELSE
                       DISPLAY 'LANCAMENTO CANCELADO.'
                   END-IF
           END-EVALUATE.
       0215-GRAVAR-PEDIDO.
      *>********* INCLUINDO O PEDIDO NA TABELA, REGRAVANDO O ARQUIVO
      *>          E REGISTRANDO NA AUDITORIA
           ADD 1 TO WRK-MAIOR-SEQ GIVING WRK-SEQUENCIA.
           PERFORM 0650-LOCALIZAR-PEDIDO.
           PERFORM 0660-ABRIR-POSICAO.
           MOVE WRK-CHAVE TO WRK-RMB-CHAVE(WRK-RMB-ACHADO).
           MOVE WRK-DATA-LIDA TO WRK-RMB-DATA(WRK-RMB-ACHADO).
           MOVE WRK-CATEGORIA TO WRK-RMB-CATEGORIA(WRK-RMB-ACHADO).
           MOVE WRK-VALOR TO WRK-RMB-VALOR(WRK-RMB-ACHADO).
           MOVE WRK-CCUSTO TO WRK-RMB-CCUSTO(WRK-RMB-ACHADO).
           MOVE WRK-DESCRICAO TO WRK-RMB-DESCRICAO(WRK-RMB-ACHADO).
           MOVE 'P' TO WRK-RMB-SITUACAO(WRK-RMB-ACHADO).
           MOVE WRK-AUTH-USUARIO TO WRK-RMB-DIGITADOR(WRK-RMB-ACHADO).
           MOVE WRK-LOGIN-FUNC TO WRK-RMB-LOGIN-FUNC(WRK-RMB-ACHADO).
           MOVE WRK-DATA-HOJE TO WRK-RMB-DATA-LANC(WRK-RMB-ACHADO).
           MOVE SPACES TO WRK-RMB-APROVADOR(WRK-RMB-ACHADO).
           MOVE ZEROS TO WRK-RMB-DATA-DECISAO(WRK-RMB-ACHADO).
           MOVE ZEROS TO WRK-RMB-DATA-FOLHA(WRK-RMB-ACHADO).
           MOVE SPACES TO WRK-RMB-MOTIVO-RECUSA(WRK-RMB-ACHADO).
           PERFORM 0800-REGRAVAR-PEDIDOS.
           ADD 1 TO WRK-QTD-LANCADOS.
           MOVE WRK-MATRICULA TO WRK-AUD-PED-MATRICULA.
           MOVE WRK-SEQUENCIA TO WRK-AUD-PED-SEQUENCIA.
           MOVE 'P' TO WRK-AUD-PED-SITUACAO.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO.
           MOVE WRK-AUD-PEDIDO TO WRK-AUDIT-ANTES.
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           STRING WRK-CATEGORIA ' ' WRK-VALOR DELIMITED BY SIZE
             INTO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'PEDIDO LANCADO: ' WRK-MATRICULA '-' WRK-SEQUENCIA
                   ' (PENDENTE DE APROVACAO).'.
       0220-DECIDIR-PEDIDOS.
      *>********* DECISAO RESTRITA A SUPERVISOR OU ADM; A TENTATIVA
      *>          DE OUTRO NIVEL FICA NA TRILHA
           IF AUTH-SUPERVISOR OR AUTH-ADM
               MOVE 'N' TO WRK-FIM-DECISOES
               PERFORM 0225-DECIDIR-PEDIDO UNTIL FIM-DECISOES
           ELSE
               DISPLAY 'APROVACAO DE REEMBOLSOS RESTRITA A SUPERVISOR '
                       'OU ADM.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'APROVACAO' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
           END-IF.
       0225-DECIDIR-PEDIDO.
      *>********* LISTANDO OS PENDENTES E DECIDINDO O ESCOLHIDO
           PERFORM 0230-LISTAR-PENDENTES.
           IF WRK-QTD-PENDENTES = ZEROS
               DISPLAY 'NENHUM PEDIDO PENDENTE DE APROVACAO.'
               MOVE 'S' TO WRK-FIM-DECISOES
           ELSE
               DISPLAY 'MATRICULA DO PEDIDO (0 = SAIR): '
               MOVE ZEROS TO WRK-MATRICULA
               ACCEPT WRK-MATRICULA FROM CONSOLE
               IF WRK-MATRICULA = ZEROS
                   MOVE 'S' TO WRK-FIM-DECISOES
               ELSE
                   DISPLAY 'SEQUENCIA DO PEDIDO: '
                   MOVE ZEROS TO WRK-SEQUENCIA
                   ACCEPT WRK-SEQUENCIA FROM CONSOLE
                   PERFORM 0650-LOCALIZAR-PEDIDO
                   EVALUATE TRUE
                       WHEN WRK-RMB-ACHADO = ZEROS
                           DISPLAY 'PEDIDO NAO ENCONTRADO.'
                       WHEN WRK-RMB-SITUACAO(WRK-RMB-ACHADO) NOT = 'P'
                           DISPLAY 'PEDIDO JA DECIDIDO ('
                               WRK-RMB-SITUACAO(WRK-RMB-ACHADO) ').'
                       WHEN WRK-RMB-DIGITADOR(WRK-RMB-ACHADO)
                            = WRK-AUTH-USUARIO
                         OR WRK-RMB-LOGIN-FUNC(WRK-RMB-ACHADO)
                            = WRK-AUTH-USUARIO
                           PERFORM 0235-RECUSAR-MESMO-USUARIO
                       WHEN OTHER
                           PERFORM 0250-ANALISAR-PEDIDO
                   END-EVALUATE
               END-IF
           END-IF.
       0230-LISTAR-PENDENTES.
      *>********* LISTANDO OS PEDIDOS PENDENTES DE APROVACAO
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           DISPLAY '--------------------------------------------------'.
           DISPLAY 'MATRIC-SEQ DATA     CATEGORIA         VALOR CC   '
                   'DIGITADOR'.
           PERFORM 0232-LISTAR-UM-PENDENTE
               VARYING WRK-RMB-IDX FROM 1 BY 1
               UNTIL WRK-RMB-IDX > WRK-RMB-QTD.
           DISPLAY '--------------------------------------------------'.
       0232-LISTAR-UM-PENDENTE.
      *>********* EXIBINDO UM PEDIDO SE ESTIVER PENDENTE
           IF WRK-RMB-SITUACAO(WRK-RMB-IDX) = 'P'
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE WRK-RMB-VALOR(WRK-RMB-IDX) TO WRK-VALOR-ED
               DISPLAY WRK-RMB-MATRICULA(WRK-RMB-IDX) '-'
                       WRK-RMB-SEQUENCIA(WRK-RMB-IDX) ' '
                       WRK-RMB-DATA(WRK-RMB-IDX) ' '
                       WRK-RMB-CATEGORIA(WRK-RMB-IDX) ' '
                       WRK-VALOR-ED ' '
                       WRK-RMB-CCUSTO(WRK-RMB-IDX) ' '
                       WRK-RMB-DIGITADOR(WRK-RMB-IDX)
           END-IF.
       0235-RECUSAR-MESMO-USUARIO.
      *>********* QUEM DIGITOU O PEDIDO OU O PROPRIO FUNCIONARIO NAO
      *>          PODE DECIDI-LO; A TENTATIVA FICA NA TRILHA
           DISPLAY 'PEDIDO DIGITADO PELO PROPRIO USUARIO OU DO SEU '
                   'REEMBOLSO; A DECISAO CABE A OUTRO SUPERVISOR OU '
                   'ADM.'.
           MOVE WRK-MATRICULA TO WRK-AUD-PED-MATRICULA.
           MOVE WRK-SEQUENCIA TO WRK-AUD-PED-SEQUENCIA.
           MOVE 'P' TO WRK-AUD-PED-SITUACAO.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'APROVACAO' TO WRK-AUDIT-ACAO.
           MOVE WRK-AUD-PEDIDO TO WRK-AUDIT-ANTES.
           MOVE 'MESMO USUARIO' TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
       0250-ANALISAR-PEDIDO.
      *>********* EXIBINDO O PEDIDO E LENDO A DECISAO
           MOVE WRK-RMB-MATRICULA(WRK-RMB-ACHADO) TO WRK-MATRICULA.
           PERFORM 0640-LOCALIZAR-FUNCIONARIO.
           MOVE WRK-RMB-VALOR(WRK-RMB-ACHADO) TO WRK-VALOR-ED.
           DISPLAY 'PEDIDO..........: ' WRK-MATRICULA '-'
                   WRK-SEQUENCIA ' LANCADO EM '
                   WRK-RMB-DATA-LANC(WRK-RMB-ACHADO)
                   ' POR ' WRK-RMB-DIGITADOR(WRK-RMB-ACHADO).
           IF WRK-FUN-ACHADO > ZEROS
               DISPLAY 'FUNCIONARIO.....: '
                       WRK-FUN-NOME(WRK-FUN-ACHADO)
           END-IF.
           DISPLAY 'DATA DA DESPESA.: ' WRK-RMB-DATA(WRK-RMB-ACHADO).
           DISPLAY 'CATEGORIA.......: '
                   WRK-RMB-CATEGORIA(WRK-RMB-ACHADO).
           DISPLAY 'DESCRICAO.......: '
                   WRK-RMB-DESCRICAO(WRK-RMB-ACHADO).
           DISPLAY 'CENTRO DE CUSTO.: ' WRK-RMB-CCUSTO(WRK-RMB-ACHADO).
           DISPLAY 'VALOR...........: ' WRK-VALOR-ED.
           DISPLAY 'DECISAO (A = APROVAR, R = RECUSAR, '
                   'OUTRO = MANTER PENDENTE): '.
           MOVE SPACES TO WRK-DECISAO.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM 0255-APROVAR-PEDIDO
               WHEN DECISAO-RECUSAR
                   PERFORM 0260-RECUSAR-PEDIDO
               WHEN OTHER
                   DISPLAY 'PEDIDO MANTIDO PENDENTE.'
           END-EVALUATE.
       0255-APROVAR-PEDIDO.
      *>********* APROVANDO: O PEDIDO ENTRA NA PROXIMA FOLHA
           MOVE 'A' TO WRK-RMB-SITUACAO(WRK-RMB-ACHADO).
           MOVE WRK-AUTH-USUARIO TO WRK-RMB-APROVADOR(WRK-RMB-ACHADO).
           MOVE WRK-DATA-HOJE TO WRK-RMB-DATA-DECISAO(WRK-RMB-ACHADO).
           PERFORM 0800-REGRAVAR-PEDIDOS.
           ADD 1 TO WRK-QTD-APROVADOS.
           MOVE WRK-MATRICULA TO WRK-AUD-PED-MATRICULA.
           MOVE WRK-SEQUENCIA TO WRK-AUD-PED-SEQUENCIA.
           MOVE 'P' TO WRK-AUD-PED-SITUACAO.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'APROVACAO' TO WRK-AUDIT-ACAO.
           MOVE WRK-AUD-PEDIDO TO WRK-AUDIT-ANTES.
           MOVE 'A' TO WRK-AUD-PED-SITUACAO.
           MOVE WRK-AUD-PEDIDO TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'PEDIDO ' WRK-MATRICULA '-' WRK-SEQUENCIA
                   ' APROVADO - PAGO NA PROXIMA FOLHA.'.
       0260-RECUSAR-PEDIDO.
      *>********* RECUSANDO: O MOTIVO E OBRIGATORIO
           DISPLAY 'MOTIVO DA RECUSA: '.
           MOVE SPACES TO WRK-MOTIVO-DECISAO.
           ACCEPT WRK-MOTIVO-DECISAO FROM CONSOLE.
           IF WRK-MOTIVO-DECISAO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO. PEDIDO MANTIDO PENDENTE.'
           ELSE
               MOVE 'R' TO WRK-RMB-SITUACAO(WRK-RMB-ACHADO)
               MOVE WRK-AUTH-USUARIO
                   TO WRK-RMB-APROVADOR(WRK-RMB-ACHADO)
               MOVE WRK-DATA-HOJE
                   TO WRK-RMB-DATA-DECISAO(WRK-RMB-ACHADO)
               MOVE WRK-MOTIVO-DECISAO
                   TO WRK-RMB-MOTIVO-RECUSA(WRK-RMB-ACHADO)
               PERFORM 0800-REGRAVAR-PEDIDOS
               ADD 1 TO WRK-QTD-RECUSADOS
               MOVE WRK-MATRICULA TO WRK-AUD-PED-MATRICULA
               MOVE WRK-SEQUENCIA TO WRK-AUD-PED-SEQUENCIA
               MOVE 'P' TO WRK-AUD-PED-SITUACAO
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'REJEICAO' TO WRK-AUDIT-ACAO
               MOVE WRK-AUD-PEDIDO TO WRK-AUDIT-ANTES
               MOVE WRK-MOTIVO-DECISAO TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'PEDIDO ' WRK-MATRICULA '-' WRK-SEQUENCIA
                       ' RECUSADO.'
           END-IF.
       0240-LISTAR-PEDIDOS.
      *>********* LISTANDO OS PEDIDOS DE UM FUNCIONARIO (ZERO =
      *>          TODOS), COM A SITUACAO DE CADA UM
           DISPLAY 'MATRICULA (0 = TODOS): '.
           MOVE ZEROS TO WRK-FILTRO-MATRICULA.
           ACCEPT WRK-FILTRO-MATRICULA FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTA.
           DISPLAY '===================================='.
           DISPLAY 'MATRIC-SEQ DATA     CATEGORIA         VALOR CC   '
                   'SITUACAO  FOLHA'.
           PERFORM 0245-EXIBIR-PEDIDO
               VARYING WRK-RMB-IDX FROM 1 BY 1
               UNTIL WRK-RMB-IDX > WRK-RMB-QTD.
           IF WRK-QTD-LISTA = ZEROS
               DISPLAY 'NENHUM PEDIDO DE REEMBOLSO.'
           END-IF.
           DISPLAY '===================================='.
       0245-EXIBIR-PEDIDO.
      *>********* EXIBINDO UM PEDIDO QUE ATENDE O FILTRO
           IF WRK-FILTRO-MATRICULA = ZEROS
              OR WRK-RMB-MATRICULA(WRK-RMB-IDX) = WRK-FILTRO-MATRICULA
               ADD 1 TO WRK-QTD-LISTA
               EVALUATE WRK-RMB-SITUACAO(WRK-RMB-IDX)
                   WHEN 'P'
                       MOVE 'PENDENTE' TO WRK-SITUACAO-DESC
                   WHEN 'A'
                       MOVE 'APROVADO' TO WRK-SITUACAO-DESC
                   WHEN 'R'
                       MOVE 'RECUSADO' TO WRK-SITUACAO-DESC
                   WHEN 'G'
                       MOVE 'PAGO' TO WRK-SITUACAO-DESC
                   WHEN OTHER
                       MOVE WRK-RMB-SITUACAO(WRK-RMB-IDX)
                           TO WRK-SITUACAO-DESC
               END-EVALUATE
               MOVE WRK-RMB-VALOR(WRK-RMB-IDX) TO WRK-VALOR-ED
               DISPLAY WRK-RMB-MATRICULA(WRK-RMB-IDX) '-'
                       WRK-RMB-SEQUENCIA(WRK-RMB-IDX) ' '
                       WRK-RMB-DATA(WRK-RMB-IDX) ' '
                       WRK-RMB-CATEGORIA(WRK-RMB-IDX) ' '
                       WRK-VALOR-ED ' '
                       WRK-RMB-CCUSTO(WRK-RMB-IDX) ' '
                       WRK-SITUACAO-DESC ' '
                       WRK-RMB-DATA-FOLHA(WRK-RMB-IDX)
               IF WRK-RMB-SITUACAO(WRK-RMB-IDX) = 'R'
                   DISPLAY '           MOTIVO: '
                           WRK-RMB-MOTIVO-RECUSA(WRK-RMB-IDX)
               END-IF
           END-IF.
       0600-LER-MATRICULA.
      *>********* LENDO A MATRICULA, QUE TEM DE SER DE FUNCIONARIO
      *>          DO CADASTRO NAO DESLIGADO
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'MATRICULA DO FUNCIONARIO: '.
           MOVE ZEROS TO WRK-ENTRADA-NUM.
           ACCEPT WRK-ENTRADA-NUM FROM CONSOLE.
           MOVE WRK-ENTRADA-NUM TO WRK-MATRICULA.
           PERFORM 0640-LOCALIZAR-FUNCIONARIO.
           EVALUATE TRUE
               WHEN WRK-FUN-ACHADO = ZEROS
                   DISPLAY 'MATRICULA NAO CADASTRADA NO FUNCMST.'
               WHEN WRK-FUN-SITUACAO(WRK-FUN-ACHADO) = 'D'
                   DISPLAY 'FUNCIONARIO DESLIGADO - SEM FOLHA PARA '
                           'O REEMBOLSO.'
               WHEN OTHER
                   DISPLAY 'FUNCIONARIO: ' WRK-FUN-NOME(WRK-FUN-ACHADO)
                           ' CENTRO: ' WRK-FUN-CCUSTO(WRK-FUN-ACHADO)
                   MOVE 'S' TO WRK-CAMPO-OK
           END-EVALUATE.
       0605-LER-DATA.
      *>********* LENDO A DATA DA DESPESA, QUE NAO PODE SER FUTURA
           DISPLAY 'DATA DA DESPESA (AAAAMMDD): '.
           MOVE ZEROS TO WRK-DATA-DIGITADA.
           ACCEPT WRK-DATA-DIGITADA FROM CONSOLE.
           MOVE WRK-DATA-DIGITADA TO WRK-DATA-LIDA.
           PERFORM 0635-VALIDAR-DATA.
           IF DATA-VALIDA AND WRK-DATA-LIDA > WRK-DATA-HOJE
               MOVE 'N' TO WRK-DATA-OK
           END-IF.
           IF DATA-VALIDA
               MOVE 'S' TO WRK-CAMPO-OK
           ELSE
               MOVE 'N' TO WRK-CAMPO-OK
               DISPLAY 'DATA INVALIDA OU FUTURA.'
           END-IF.
       0610-LER-CATEGORIA.
      *>********* LENDO A CATEGORIA DA DESPESA
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'CATEGORIA (VIAGEM, HOSPEDAGEM, REFEICAO, '
                   'TRANSPORTE, MATERIAL, OUTROS): '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           MOVE WRK-ENTRADA TO WRK-CATEGORIA.
           IF CATEGORIA-VALIDA AND WRK-ENTRADA(11:) = SPACES
               MOVE 'S' TO WRK-CAMPO-OK
           ELSE
               DISPLAY 'CATEGORIA INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0615-LER-VALOR.
      *>********* LENDO O VALOR DA DESPESA (EX.: 150,00)
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'VALOR DA DESPESA (EX.: 150,00): '.
           MOVE ZEROS TO WRK-ENTRADA-VALOR.
           ACCEPT WRK-ENTRADA-VALOR FROM CONSOLE.
           IF WRK-ENTRADA-VALOR = ZEROS
               DISPLAY 'INFORME UM VALOR MAIOR QUE ZERO.'
           ELSE
               MOVE WRK-ENTRADA-VALOR TO WRK-VALOR
               MOVE 'S' TO WRK-CAMPO-OK
           END-IF.
       0620-LER-CCUSTO.
      *>********* LENDO O CENTRO DE CUSTO A DEBITAR (BRANCO = O DO
      *>          FUNCIONARIO NO CADASTRO); OUTRO CENTRO TEM DE EXISTIR
      *>          NO CCUSTOMST
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'CENTRO DE CUSTO (BRANCO = '
                   WRK-FUN-CCUSTO(WRK-FUN-ACHADO) '): '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA = SPACES
               IF WRK-FUN-CCUSTO(WRK-FUN-ACHADO) = SPACES
                   DISPLAY 'FUNCIONARIO SEM CENTRO NO CADASTRO - '
                           'INFORME O CENTRO.'
               ELSE
                   MOVE WRK-FUN-CCUSTO(WRK-FUN-ACHADO) TO WRK-CCUSTO
                   MOVE 'S' TO WRK-CAMPO-OK
               END-IF
           ELSE
               PERFORM 0680-LOCALIZAR-CENTRO
               IF WRK-CC-ACHADO = ZEROS
                   DISPLAY 'CENTRO NAO CADASTRADO NO CCUSTOMST '
                           '(PROGCBL47).'
               ELSE
                   MOVE WRK-ENTRADA TO WRK-CCUSTO
                   MOVE 'S' TO WRK-CAMPO-OK
               END-IF
           END-IF.
       0625-LER-DESCRICAO.
      *>********* LENDO A DESCRICAO DA DESPESA (OBRIGATORIA)
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'DESCRICAO DA DESPESA: '.
           MOVE SPACES TO WRK-DESCRICAO.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           IF WRK-DESCRICAO = SPACES
               DISPLAY 'INFORME A DESCRICAO.'
           ELSE
               MOVE 'S' TO WRK-CAMPO-OK
           END-IF.
       0630-LER-LOGIN-FUNC.
      *>********* LENDO O USUARIO DO PROPRIO FUNCIONARIO NO SISTEMA,
      *>          QUE FICA IMPEDIDO DE APROVAR O PEDIDO
           DISPLAY 'USUARIO DO FUNCIONARIO NO SISTEMA '
                   '(BRANCO = NAO TEM): '.
           MOVE SPACES TO WRK-LOGIN-FUNC.
           ACCEPT WRK-LOGIN-FUNC FROM CONSOLE.
       0635-VALIDAR-DATA.
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
                       PERFORM 0637-DIAS-DE-FEVEREIRO
               END-EVALUATE
               IF WRK-LIDA-DIA >= 1
                  AND WRK-LIDA-DIA <= WRK-DIAS-DO-MES
                   MOVE 'S' TO WRK-DATA-OK
               END-IF
           END-IF.
       0637-DIAS-DE-FEVEREIRO.
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
       0640-LOCALIZAR-FUNCIONARIO.
      *>********* LOCALIZANDO A MATRICULA NA TABELA DE FUNCIONARIOS
           MOVE ZEROS TO WRK-FUN-ACHADO.
           PERFORM 0645-TESTAR-FUNCIONARIO
               VARYING WRK-FUN-IDX FROM 1 BY 1
               UNTIL WRK-FUN-IDX > WRK-FUN-QTD
                  OR WRK-FUN-ACHADO > ZEROS.
       0645-TESTAR-FUNCIONARIO.
      *>********* COMPARANDO UM FUNCIONARIO COM A MATRICULA
           IF WRK-FUN-MATRICULA(WRK-FUN-IDX) = WRK-MATRICULA
               MOVE WRK-FUN-IDX TO WRK-FUN-ACHADO
           END-IF.
       0650-LOCALIZAR-PEDIDO.
      *>********* LOCALIZANDO A CHAVE NA TABELA ORDENADA: ACHADO
      *>          QUANDO EXISTE, SENAO A POSICAO DE INCLUSAO
           MOVE ZEROS TO WRK-RMB-ACHADO.
           MOVE ZEROS TO WRK-RMB-POSICAO.
           PERFORM 0655-TESTAR-PEDIDO
               VARYING WRK-RMB-IDX FROM 1 BY 1
               UNTIL WRK-RMB-IDX > WRK-RMB-QTD
                  OR WRK-RMB-POSICAO > ZEROS.
       0655-TESTAR-PEDIDO.
      *>********* PRIMEIRA CHAVE IGUAL (ACHADO) OU MAIOR (POSICAO DE
      *>          INCLUSAO)
           IF WRK-RMB-CHAVE(WRK-RMB-IDX) = WRK-CHAVE
               MOVE WRK-RMB-IDX TO WRK-RMB-ACHADO
               MOVE WRK-RMB-IDX TO WRK-RMB-POSICAO
           ELSE
               IF WRK-RMB-CHAVE(WRK-RMB-IDX) > WRK-CHAVE
                   MOVE WRK-RMB-IDX TO WRK-RMB-POSICAO
               END-IF
           END-IF.
       0660-ABRIR-POSICAO.
      *>********* SE A CHAVE NAO EXISTE, ABRINDO A POSICAO DE
      *>          INCLUSAO (ACHADO PASSA A APONTAR PARA ELA)
           IF WRK-RMB-ACHADO = ZEROS
               IF WRK-RMB-POSICAO = ZEROS
                   COMPUTE WRK-RMB-POSICAO = WRK-RMB-QTD + 1
               END-IF
               PERFORM 0665-DESLOCAR-PEDIDO
                   VARYING WRK-RMB-IDX FROM WRK-RMB-QTD BY -1
                     UNTIL WRK-RMB-IDX < WRK-RMB-POSICAO
               ADD 1 TO WRK-RMB-QTD
               MOVE WRK-RMB-POSICAO TO WRK-RMB-ACHADO
           END-IF.
       0665-DESLOCAR-PEDIDO.
      *>********* EMPURRANDO UM PEDIDO UMA POSICAO PARA BAIXO
           MOVE WRK-RMB-LINHA(WRK-RMB-IDX)
             TO WRK-RMB-LINHA(WRK-RMB-IDX + 1).
       0670-PROXIMA-SEQUENCIA.
      *>********* APURANDO A MAIOR SEQUENCIA JA USADA PELO
      *>          FUNCIONARIO
           MOVE ZEROS TO WRK-MAIOR-SEQ.
           PERFORM 0675-TESTAR-SEQUENCIA
               VARYING WRK-RMB-IDX FROM 1 BY 1
               UNTIL WRK-RMB-IDX > WRK-RMB-QTD.
       0675-TESTAR-SEQUENCIA.
      *>********* GUARDANDO A SEQUENCIA SE FOR DO FUNCIONARIO E MAIOR
           IF WRK-RMB-MATRICULA(WRK-RMB-IDX) = WRK-MATRICULA
              AND WRK-RMB-SEQUENCIA(WRK-RMB-IDX) > WRK-MAIOR-SEQ
               MOVE WRK-RMB-SEQUENCIA(WRK-RMB-IDX) TO WRK-MAIOR-SEQ
           END-IF.
       0680-LOCALIZAR-CENTRO.
      *>********* LOCALIZANDO O CENTRO DIGITADO NA TABELA DE CENTROS
           MOVE ZEROS TO WRK-CC-ACHADO.
           PERFORM 0685-TESTAR-CENTRO
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX > WRK-CC-QTD
                  OR WRK-CC-ACHADO > ZEROS.
       0685-TESTAR-CENTRO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O CENTRO
           IF WRK-CC-CODIGO(WRK-CC-IDX) = WRK-ENTRADA(1:4)
              AND WRK-ENTRADA(5:) = SPACES
               MOVE WRK-CC-IDX TO WRK-CC-ACHADO
           END-IF.
       0800-REGRAVAR-PEDIDOS.
      *>********* REGRAVANDO O ARQUIVO DE PEDIDOS A PARTIR DA TABELA
           OPEN OUTPUT REEMB-FILE.
           IF WRK-REEMB-STATUS NOT = '00'
               MOVE 'REEMB124' TO WRK-ERR-ARQUIVO
               MOVE WRK-REEMB-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0810-GRAVAR-UM-PEDIDO
               VARYING WRK-RMB-IDX FROM 1 BY 1
               UNTIL WRK-RMB-IDX > WRK-RMB-QTD.
           CLOSE REEMB-FILE.
       0810-GRAVAR-UM-PEDIDO.
      *>********* GRAVANDO UM PEDIDO DA TABELA
           MOVE WRK-RMB-LINHA(WRK-RMB-IDX) TO REEMB-REC.
           WRITE REEMB-REC.
       0300-FINALIZAR.
      *>********* RESUMO DA SESSAO
           DISPLAY 'PEDIDOS LANCADOS: ' WRK-QTD-LANCADOS.
           DISPLAY 'PEDIDOS APROVADOS: ' WRK-QTD-APROVADOS.
           DISPLAY 'PEDIDOS RECUSADOS: ' WRK-QTD-RECUSADOS.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL124'==.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL124'==.
