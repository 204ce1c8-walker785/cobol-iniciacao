       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL127.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: CONFIRMAR OU RECUSAR AS PROPOSTAS DE REVISAO DO
      *>           LIMITE DE CREDITO (LIMREV126, GRAVADAS PELA REVISAO
      *>           MENSAL DO PROGCBL126): COM LOGIN DE SUPERVISOR OU
      *>           ADM DO USERCAD11, A PROPOSTA CONFIRMADA E APLICADA
      *>           NO CADASTRO DE CLIENTES (CLIMST17) E O LIMITE E O
      *>           BLOQUEIO ANTES/DEPOIS FICAM NA TRILHA DE AUDITORIA
      *> OBJETIVO: PROPOSTA CUJO CLIENTE MUDOU NO CADASTRO DEPOIS DA
      *>           REVISAO NAO E APLICADA (FICA SUBSTITUIDA)
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
           SELECT OPTIONAL LIMREV-FILE ASSIGN TO 'LIMREV126'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIMREV-STATUS.
           SELECT OPTIONAL CLIMST-FILE ASSIGN TO 'CLIMST17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIMST-STATUS.
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
       FD  LIMREV-FILE.
       01  LIMREV-REC.
           COPY 'LIMREV.cbl'.
       FD  CLIMST-FILE.
       01  CLIMST-REC.
           COPY 'CLIENTE.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'USERAUTH.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'ERROARQ.cbl'.
       COPY 'MOEDA.cbl'.
       77 WRK-LIMREV-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CLIMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-LIMREV-EOF PIC X(01) VALUE 'N'.
         88 FIM-LIMREV VALUE 'S'.
       77 WRK-CLIMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-CLIMST VALUE 'S'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-CLI-ESTOURO PIC X(01) VALUE 'N'.
         88 CLIENTES-ESTOURARAM VALUE 'S'.
       77 WRK-FIM-DECISOES PIC X(01) VALUE 'N'.
         88 FIM-DECISOES VALUE 'S'.
      *>********* PROPOSTAS EM MEMORIA (MESMO LAYOUT DO LIMREV126),
      *>          REGRAVADAS INTEIRAS A CADA DECISAO
       01 WRK-LRV-TAB.
          02 WRK-LRV-LINHA PIC X(137) OCCURS 999 TIMES.
       77 WRK-LRV-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-LRV-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-LRV-ACHADA PIC 9(03) VALUE ZEROS.
      *>********* CADASTRO DE CLIENTES EM MEMORIA, REGRAVADO A CADA
      *>          PROPOSTA CONFIRMADA
       01 WRK-CLI-TAB.
          02 WRK-CLI-LINHA OCCURS 100 TIMES.
             03 WRK-CLI-CODIGO PIC X(05).
             03 WRK-CLI-NOME PIC X(25).
             03 WRK-CLI-LIMITE PIC 9(08)V99.
             03 WRK-CLI-BLOQUEADO PIC X(01).
       77 WRK-CLI-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CONFIRMADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS PIC 9(03) VALUE ZEROS.
       77 WRK-NUMERO-BUSCA PIC 9(05) VALUE ZEROS.
       77 WRK-DECISAO PIC X(01) VALUE SPACES.
         88 DECISAO-CONFIRMAR VALUE 'C'.
         88 DECISAO-RECUSAR VALUE 'R'.
       77 WRK-MOTIVO-DECISAO PIC X(30) VALUE SPACES.
       77 WRK-ACAO-DESC PIC X(08) VALUE SPACES.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* IMAGEM DO CLIENTE NA TRILHA DE AUDITORIA (LIMITE E
      *>          BLOQUEIO ANTES E DEPOIS)
       01 WRK-AUD-LIMITE.
          02 FILLER PIC X(03) VALUE 'LIM'.
          02 WRK-AUD-LIM-VALOR PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER PIC X(02) VALUE ' B'.
          02 WRK-AUD-LIM-BLOQ PIC X(01).
          02 FILLER PIC X(01) VALUE SPACE.
       01 WRK-AUD-PROPOSTA.
          02 FILLER PIC X(05) VALUE 'PROP '.
          02 WRK-AUD-PROP-NUMERO PIC 9(05).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-PROP-CLIENTE PIC X(05).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-PROP-ACAO PIC X(02).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF AUTH-AUTORIZADO
              AND (AUTH-SUPERVISOR OR AUTH-ADM)
               PERFORM 0110-CARREGAR-PROPOSTAS
               PERFORM 0120-CARREGAR-CLIENTES
               IF CARGA-ESTOUROU OR CLIENTES-ESTOURARAM
                   DISPLAY 'CONFIRMACAO DE PROPOSTAS NAO EFETUADA.'
               ELSE
                   PERFORM 0200-DECIDIR-PROPOSTA UNTIL FIM-DECISOES
               END-IF
               PERFORM 0300-FINALIZAR
           ELSE
               DISPLAY 'REVISAO DE LIMITE DE CREDITO RESTRITA A '
                       'SUPERVISOR OU ADM.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'REVISAO' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
           END-IF.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* EXIGINDO O LOGIN DE SUPERVISOR OU ADM
           DISPLAY '***************************************'.
           DISPLAY ' CONFIRMACAO DA REVISAO DE LIMITE DE CREDITO'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9610-SELECIONAR-MOEDA.
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
       0110-CARREGAR-PROPOSTAS.
      *>********* CARREGANDO AS PROPOSTAS PARA A TABELA (SEM O
      *>          ARQUIVO, NAO HA PROPOSTA A CONFIRMAR)
           OPEN INPUT LIMREV-FILE.
           EVALUATE WRK-LIMREV-STATUS
               WHEN '00'
                   PERFORM 0115-LER-PROPOSTA UNTIL FIM-LIMREV
               WHEN '05'
                   CONTINUE
               WHEN OTHER
                   MOVE 'LIMREV126' TO WRK-ERR-ARQUIVO
                   MOVE WRK-LIMREV-STATUS TO WRK-ERR-FILESTATUS
                   PERFORM 9540-ABORTAR-ARQUIVO
           END-EVALUATE.
           CLOSE LIMREV-FILE.
           IF CARGA-ESTOUROU
      *>********* ARQUIVO MAIOR QUE A TABELA DE TRABALHO: A
      *>          REGRAVACAO PERDERIA AS PROPOSTAS EXCEDENTES
               DISPLAY 'ARQUIVO DE PROPOSTAS MAIOR QUE A TABELA '
                       '(999) - CONFIRMACAO BLOQUEADA.'
           END-IF.
       0115-LER-PROPOSTA.
      *>********* LENDO UMA PROPOSTA DO ARQUIVO
           READ LIMREV-FILE
               AT END
                   MOVE 'S' TO WRK-LIMREV-EOF
               NOT AT END
                   IF WRK-LRV-QTD >= 999
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-LRV-QTD
                       MOVE LIMREV-REC TO WRK-LRV-LINHA(WRK-LRV-QTD)
                   END-IF
           END-READ.
       0120-CARREGAR-CLIENTES.
      *>********* CARREGANDO O CADASTRO DE CLIENTES PARA A TABELA
           OPEN INPUT CLIMST-FILE.
           IF WRK-CLIMST-STATUS = '00'
               PERFORM 0125-LER-CLIENTE UNTIL FIM-CLIMST
           END-IF.
           CLOSE CLIMST-FILE.
           IF CLIENTES-ESTOURARAM
      *>********* CADASTRO MAIOR QUE A TABELA DE TRABALHO: A
      *>          REGRAVACAO PERDERIA OS CLIENTES EXCEDENTES
               DISPLAY 'CADASTRO DE CLIENTES MAIOR QUE A TABELA DE '
                       'TRABALHO (100) - CONFIRMACAO BLOQUEADA.'
           END-IF.
       0125-LER-CLIENTE.
      *>********* LENDO UM CLIENTE DO CADASTRO
           READ CLIMST-FILE
               AT END
                   MOVE 'S' TO WRK-CLIMST-EOF
               NOT AT END
                   IF WRK-CLI-QTD >= 100
                       MOVE 'S' TO WRK-CLI-ESTOURO
                   ELSE
                       ADD 1 TO WRK-CLI-QTD
                       MOVE CLIMST-REC TO WRK-CLI-LINHA(WRK-CLI-QTD)
                   END-IF
           END-READ.
       0200-DECIDIR-PROPOSTA.
      *>********* LISTANDO AS PENDENTES E DECIDINDO A ESCOLHIDA
           PERFORM 0210-LISTAR-PENDENTES.
           IF WRK-QTD-PENDENTES = ZEROS
               DISPLAY 'NENHUMA PROPOSTA PENDENTE DE CONFIRMACAO.'
               MOVE 'S' TO WRK-FIM-DECISOES
           ELSE
               DISPLAY 'NUMERO DA PROPOSTA (0 = SAIR): '
               ACCEPT WRK-NUMERO-BUSCA FROM CONSOLE
               IF WRK-NUMERO-BUSCA = ZEROS
                   MOVE 'S' TO WRK-FIM-DECISOES
               ELSE
                   PERFORM 0220-LOCALIZAR-PROPOSTA
                   IF WRK-LRV-ACHADA = ZEROS
                       DISPLAY 'PROPOSTA NAO ENCONTRADA.'
                   ELSE
                       MOVE WRK-LRV-LINHA(WRK-LRV-ACHADA) TO LIMREV-REC
                       IF LRV-SITUACAO NOT = 'P'
                           DISPLAY 'PROPOSTA JA DECIDIDA ('
                                   LRV-SITUACAO ').'
                       ELSE
                           PERFORM 0230-ANALISAR-PROPOSTA
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0210-LISTAR-PENDENTES.
      *>********* LISTANDO AS PROPOSTAS PENDENTES DE CONFIRMACAO
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           DISPLAY '--------------------------------------------------'.
           DISPLAY 'PROP  REVISAO  CLIENTE PROPOSTA  LIMITE ATUAL B'
                   '   LIMITE NOVO B PTS'.
           PERFORM 0215-LISTAR-UMA
               VARYING WRK-LRV-IDX FROM 1 BY 1
               UNTIL WRK-LRV-IDX > WRK-LRV-QTD.
           DISPLAY '--------------------------------------------------'.
       0215-LISTAR-UMA.
      *>********* EXIBINDO UMA PROPOSTA SE ESTIVER PENDENTE
           MOVE WRK-LRV-LINHA(WRK-LRV-IDX) TO LIMREV-REC.
           IF LRV-SITUACAO = 'P'
               ADD 1 TO WRK-QTD-PENDENTES
               PERFORM 0225-DESCREVER-ACAO
               MOVE LRV-LIMITE-ATUAL TO WRK-VALOR-ED
               MOVE LRV-LIMITE-NOVO TO WRK-VALOR-ED2
               DISPLAY LRV-NUMERO ' ' LRV-DATA-REVISAO ' '
                       LRV-CLIENTE '   ' WRK-ACAO-DESC ' '
                       WRK-VALOR-ED ' ' LRV-BLOQ-ATUAL ' '
                       WRK-VALOR-ED2 ' ' LRV-BLOQ-NOVO ' '
                       LRV-PONTUACAO
           END-IF.
       0220-LOCALIZAR-PROPOSTA.
      *>********* PROCURANDO A PROPOSTA PELO NUMERO
           MOVE ZEROS TO WRK-LRV-ACHADA.
           PERFORM 0222-TESTAR-PROPOSTA
               VARYING WRK-LRV-IDX FROM 1 BY 1
               UNTIL WRK-LRV-IDX > WRK-LRV-QTD
                  OR WRK-LRV-ACHADA > ZEROS.
       0222-TESTAR-PROPOSTA.
      *>********* COMPARANDO UMA PROPOSTA COM O NUMERO PEDIDO
           MOVE WRK-LRV-LINHA(WRK-LRV-IDX) TO LIMREV-REC.
           IF LRV-NUMERO = WRK-NUMERO-BUSCA
               MOVE WRK-LRV-IDX TO WRK-LRV-ACHADA
           END-IF.
       0225-DESCREVER-ACAO.
      *>********* DESCRICAO DA ACAO PROPOSTA
           EVALUATE LRV-ACAO
               WHEN 'AU'
                   MOVE 'AUMENTAR' TO WRK-ACAO-DESC
               WHEN 'RD'
                   MOVE 'REDUZIR' TO WRK-ACAO-DESC
               WHEN 'BL'
                   MOVE 'BLOQUEAR' TO WRK-ACAO-DESC
               WHEN 'LB'
                   MOVE 'LIBERAR' TO WRK-ACAO-DESC
               WHEN OTHER
                   MOVE LRV-ACAO TO WRK-ACAO-DESC
           END-EVALUATE.
       0230-ANALISAR-PROPOSTA.
      *>********* EXIBINDO OS INDICADORES DA REVISAO E LENDO A DECISAO
           PERFORM 0225-DESCREVER-ACAO.
           PERFORM 0240-LOCALIZAR-CLIENTE.
           IF WRK-CLI-ACHADO > ZEROS
               MOVE WRK-CLI-NOME(WRK-CLI-ACHADO) TO WRK-NOME
           ELSE
               MOVE '(SEM CADASTRO)' TO WRK-NOME
           END-IF.
           DISPLAY 'PROPOSTA................: ' LRV-NUMERO
                   ' DA REVISAO DE ' LRV-DATA-REVISAO.
           DISPLAY 'CLIENTE.................: ' LRV-CLIENTE ' '
                   WRK-NOME.
           DISPLAY 'PONTUACAO...............: ' LRV-PONTUACAO.
           DISPLAY 'TITULOS PAGOS NA JANELA.: ' LRV-QTD-PAGOS
                   ' ATRASO MEDIO ' LRV-ATRASO-MEDIO ' DIAS'.
           DISPLAY 'BAIXAS POR PERDA........: ' LRV-QTD-BAIXAS.
           MOVE LRV-VENCIDO TO WRK-VALOR-ED.
           DISPLAY 'VENCIDO EM ABERTO.......: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED ' MAIOR ATRASO ' LRV-MAIOR-ATRASO
                   ' DIAS'.
           MOVE LRV-COMPRAS TO WRK-VALOR-ED.
           DISPLAY 'COMPRAS NA JANELA.......: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED.
           MOVE LRV-LIMITE-ATUAL TO WRK-VALOR-ED.
           MOVE LRV-LIMITE-NOVO TO WRK-VALOR-ED2.
           DISPLAY 'PROPOSTA................: ' WRK-ACAO-DESC.
           DISPLAY 'LIMITE/BLOQUEIO ATUAL...: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED ' ' LRV-BLOQ-ATUAL.
           DISPLAY 'LIMITE/BLOQUEIO PROPOSTO: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED2 ' ' LRV-BLOQ-NOVO.
           DISPLAY 'DECISAO (C=CONFIRMAR, R=RECUSAR, OUTRA=MANTER '
                   'PENDENTE): '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN DECISAO-CONFIRMAR
                   PERFORM 0250-CONFIRMAR-PROPOSTA
               WHEN DECISAO-RECUSAR
                   PERFORM 0260-RECUSAR-PROPOSTA
               WHEN OTHER
                   DISPLAY 'PROPOSTA MANTIDA PENDENTE.'
           END-EVALUATE.
       0240-LOCALIZAR-CLIENTE.
      *>********* PROCURANDO O CLIENTE DA PROPOSTA NO CADASTRO
           MOVE ZEROS TO WRK-CLI-ACHADO.
           PERFORM 0245-TESTAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                  OR WRK-CLI-ACHADO > ZEROS.
       0245-TESTAR-CLIENTE.
      *>********* COMPARANDO UM CLIENTE COM O DA PROPOSTA
           IF WRK-CLI-CODIGO(WRK-CLI-IDX) = LRV-CLIENTE
               MOVE WRK-CLI-IDX TO WRK-CLI-ACHADO
           END-IF.
       0250-CONFIRMAR-PROPOSTA.
      *>********* CONFIRMANDO: O CADASTRO TEM QUE ESTAR COMO NA
      *>          REVISAO; SE MUDOU, A PROPOSTA FICA SUBSTITUIDA
           EVALUATE TRUE
               WHEN WRK-CLI-ACHADO = ZEROS
                   DISPLAY 'CLIENTE ' LRV-CLIENTE ' NAO ESTA MAIS NO '
                           'CADASTRO - PROPOSTA SUBSTITUIDA.'
                   MOVE 'S' TO LRV-SITUACAO
                   MOVE 'CLIENTE EXCLUIDO DO CADASTRO' TO LRV-MOTIVO
                   PERFORM 0270-ENCERRAR-PROPOSTA
               WHEN WRK-CLI-LIMITE(WRK-CLI-ACHADO)
                    NOT = LRV-LIMITE-ATUAL
                 OR WRK-CLI-BLOQUEADO(WRK-CLI-ACHADO)
                    NOT = LRV-BLOQ-ATUAL
                   DISPLAY 'CADASTRO DO CLIENTE ALTERADO DEPOIS DA '
                           'REVISAO - PROPOSTA SUBSTITUIDA.'
                   MOVE 'S' TO LRV-SITUACAO
                   MOVE 'CADASTRO ALTERADO APOS REVISAO' TO LRV-MOTIVO
                   PERFORM 0270-ENCERRAR-PROPOSTA
               WHEN OTHER
                   PERFORM 0255-APLICAR-PROPOSTA
           END-EVALUATE.
       0255-APLICAR-PROPOSTA.
      *>********* APLICANDO O LIMITE E O BLOQUEIO PROPOSTOS NO
      *>          CADASTRO, COM O ANTES/DEPOIS NA TRILHA
           MOVE WRK-CLI-LIMITE(WRK-CLI-ACHADO) TO WRK-AUD-LIM-VALOR.
           MOVE WRK-CLI-BLOQUEADO(WRK-CLI-ACHADO) TO WRK-AUD-LIM-BLOQ.
           MOVE WRK-AUD-LIMITE TO WRK-AUDIT-ANTES.
           MOVE LRV-LIMITE-NOVO TO WRK-CLI-LIMITE(WRK-CLI-ACHADO).
           MOVE LRV-BLOQ-NOVO TO WRK-CLI-BLOQUEADO(WRK-CLI-ACHADO).
           PERFORM 0280-GRAVAR-CLIENTES.
           MOVE 'A' TO LRV-SITUACAO.
           MOVE 'CONFIRMADA' TO LRV-MOTIVO.
           PERFORM 0270-ENCERRAR-PROPOSTA.
           ADD 1 TO WRK-QTD-CONFIRMADAS.
           MOVE WRK-CLI-LIMITE(WRK-CLI-ACHADO) TO WRK-AUD-LIM-VALOR.
           MOVE WRK-CLI-BLOQUEADO(WRK-CLI-ACHADO) TO WRK-AUD-LIM-BLOQ.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'REVISAO' TO WRK-AUDIT-ACAO.
           MOVE WRK-AUD-LIMITE TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'PROPOSTA CONFIRMADA: CLIENTE ' LRV-CLIENTE
                   ' ATUALIZADO NO CADASTRO.'.
       0260-RECUSAR-PROPOSTA.
      *>********* RECUSANDO: O MOTIVO E OBRIGATORIO
           DISPLAY 'MOTIVO DA RECUSA: '.
           ACCEPT WRK-MOTIVO-DECISAO FROM CONSOLE.
           IF WRK-MOTIVO-DECISAO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO. PROPOSTA MANTIDA PENDENTE.'
           ELSE
               MOVE 'R' TO LRV-SITUACAO
               MOVE WRK-MOTIVO-DECISAO TO LRV-MOTIVO
               PERFORM 0270-ENCERRAR-PROPOSTA
               ADD 1 TO WRK-QTD-RECUSADAS
               MOVE LRV-NUMERO TO WRK-AUD-PROP-NUMERO
               MOVE LRV-CLIENTE TO WRK-AUD-PROP-CLIENTE
               MOVE LRV-ACAO TO WRK-AUD-PROP-ACAO
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'REJEICAO' TO WRK-AUDIT-ACAO
               MOVE WRK-AUD-PROPOSTA TO WRK-AUDIT-ANTES
               MOVE WRK-MOTIVO-DECISAO TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'PROPOSTA ' LRV-NUMERO ' RECUSADA.'
           END-IF.
       0270-ENCERRAR-PROPOSTA.
      *>********* GRAVANDO QUEM DECIDIU E QUANDO E REGRAVANDO O
      *>          ARQUIVO DE PROPOSTAS
           MOVE WRK-AUTH-USUARIO TO LRV-DECISOR.
           MOVE WRK-DATA-HOJE TO LRV-DATA-DECISAO.
           MOVE LIMREV-REC TO WRK-LRV-LINHA(WRK-LRV-ACHADA).
           OPEN OUTPUT LIMREV-FILE.
           IF WRK-LIMREV-STATUS NOT = '00'
               MOVE 'LIMREV126' TO WRK-ERR-ARQUIVO
               MOVE WRK-LIMREV-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0275-GRAVAR-UMA-PROPOSTA
               VARYING WRK-LRV-IDX FROM 1 BY 1
               UNTIL WRK-LRV-IDX > WRK-LRV-QTD.
           CLOSE LIMREV-FILE.
           MOVE WRK-LRV-LINHA(WRK-LRV-ACHADA) TO LIMREV-REC.
       0275-GRAVAR-UMA-PROPOSTA.
      *>********* GRAVANDO UMA PROPOSTA DA TABELA
           MOVE WRK-LRV-LINHA(WRK-LRV-IDX) TO LIMREV-REC.
           WRITE LIMREV-REC.
       0280-GRAVAR-CLIENTES.
      *>********* REGRAVANDO O CADASTRO DE CLIENTES A PARTIR DA TABELA
           OPEN OUTPUT CLIMST-FILE.
           IF WRK-CLIMST-STATUS NOT = '00'
               MOVE 'CLIMST17' TO WRK-ERR-ARQUIVO
               MOVE WRK-CLIMST-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0285-GRAVAR-UM-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD.
           CLOSE CLIMST-FILE.
       0285-GRAVAR-UM-CLIENTE.
      *>********* GRAVANDO UM CLIENTE NO CADASTRO
           MOVE WRK-CLI-CODIGO(WRK-CLI-IDX) TO CLI-CODIGO.
           MOVE WRK-CLI-NOME(WRK-CLI-IDX) TO CLI-NOME.
           MOVE WRK-CLI-LIMITE(WRK-CLI-IDX) TO CLI-LIMITE.
           MOVE WRK-CLI-BLOQUEADO(WRK-CLI-IDX) TO CLI-BLOQUEADO.
           WRITE CLIMST-REC.
       0300-FINALIZAR.
      *>********* RESUMO DA SESSAO DE CONFIRMACOES
           DISPLAY 'PROPOSTAS CONFIRMADAS: ' WRK-QTD-CONFIRMADAS.
           DISPLAY 'PROPOSTAS RECUSADAS..: ' WRK-QTD-RECUSADAS.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL127'==.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL127'==.
           COPY 'MOEDA-PROC.cbl'.
