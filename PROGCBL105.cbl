       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL105.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: MANUTENCAO DO CADASTRO FINANCEIRO DO ALUNO
      *>           (ALUNOFIN: MATRICULA, NOME, RESPONSAVEL, PERCENTUAL
      *>           DE BOLSA E SITUACAO), NOS MOLDES DOS DEMAIS
      *>           CADASTROS, PARA O FATURAMENTO MENSAL DAS
      *>           MENSALIDADES (PROGCBL106) COBRAR DO RESPONSAVEL
      *> OBJETIVO: ACEITAR SO RESPONSAVEL CADASTRADO COMO CLIENTE NO
      *>           CLIMST17 (PROGCBL52) E REGISTRAR TODA ALTERACAO NA
      *>           TRILHA DE AUDITORIA CENTRAL
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALUNOFIN-FILE ASSIGN TO 'ALUNOFIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOFIN-STATUS.
           SELECT OPTIONAL CLIMST-FILE ASSIGN TO 'CLIMST17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIMST-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOFIN-FILE.
       01  ALUNOFIN-REC.
           COPY 'ALUNOFIN.cbl'.
       FD  CLIMST-FILE.
       01  CLIMST-REC.
           COPY 'CLIENTE.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       77 WRK-ALUNOFIN-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUNOFIN-EOF PIC X(01) VALUE 'N'.
         88 FIM-ALUNOFIN VALUE 'S'.
       77 WRK-CLIMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CLIMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-CLIMST VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-INCLUIR VALUE 01.
          88 OPCAO-ALTERAR VALUE 02.
          88 OPCAO-EXCLUIR VALUE 03.
          88 OPCAO-LISTAR VALUE 04.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 99.
       01 WRK-ALF-TAB.
          02 WRK-ALF-LINHA OCCURS 500 TIMES.
             03 WRK-ALF-MATRICULA PIC 9(06).
             03 WRK-ALF-NOME PIC X(25).
             03 WRK-ALF-RESPONSAVEL PIC X(05).
             03 WRK-ALF-BOLSA-PCT PIC 9(03)V99.
             03 WRK-ALF-SITUACAO PIC X(01).
       77 WRK-ALF-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ALF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ALF-ACHADO PIC 9(03) VALUE ZEROS.
       01 WRK-CLI-TAB.
          02 WRK-CLI-CODIGO PIC X(05) OCCURS 500 TIMES.
       77 WRK-CLI-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-RESPONSAVEL PIC X(05) VALUE SPACES.
       77 WRK-BOLSA-PCT PIC 9(03)V99 VALUE ZEROS.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.
         88 SITUACAO-VALIDA VALUES 'A' 'I'.
       77 WRK-DADOS-OK PIC X(01) VALUE 'N'.
         88 DADOS-OK VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* IMAGEM DO ALUNO NA TRILHA DE AUDITORIA
       01 WRK-AUD-ALUNO.
          02 WRK-AUD-MATRICULA PIC 9(06).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-RESPONSAVEL PIC X(05).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-BOLSA PIC 9(03)V99.
          02 WRK-AUD-SITUACAO PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO OS CADASTROS
           DISPLAY '*************************************'.
           DISPLAY ' CADASTRO FINANCEIRO DO ALUNO'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           PERFORM 0110-CARREGAR-ALUNOS.
           PERFORM 0120-CARREGAR-CLIENTES.
           DISPLAY 'ALUNOS CARREGADOS: ' WRK-ALF-QTD.
       0110-CARREGAR-ALUNOS.
      *>********* CARREGANDO O CADASTRO FINANCEIRO PARA A TABELA
           OPEN INPUT ALUNOFIN-FILE.
           IF WRK-ALUNOFIN-STATUS = '00'
               PERFORM 0115-LER-ALUNO UNTIL FIM-ALUNOFIN
           END-IF.
           CLOSE ALUNOFIN-FILE.
           IF CARGA-ESTOUROU
      *>********* CADASTRO MAIOR QUE A TABELA DE TRABALHO: QUALQUER
      *>          REGRAVACAO PERDERIA OS ALUNOS EXCEDENTES
               DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO '
                       '(500) - MANUTENCAO BLOQUEADA.'
           END-IF.
       0115-LER-ALUNO.
      *>********* LENDO UM ALUNO DO CADASTRO
           READ ALUNOFIN-FILE
               AT END
                   MOVE 'S' TO WRK-ALUNOFIN-EOF
               NOT AT END
                   IF WRK-ALF-QTD >= 500
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-ALF-QTD
                       MOVE ALUNOFIN-REC TO WRK-ALF-LINHA(WRK-ALF-QTD)
                   END-IF
           END-READ.
       0120-CARREGAR-CLIENTES.
      *>********* CARREGANDO OS CODIGOS DO CADASTRO DE CLIENTES
           OPEN INPUT CLIMST-FILE.
           IF WRK-CLIMST-STATUS = '00'
               PERFORM 0125-LER-CLIENTE UNTIL FIM-CLIMST
           END-IF.
           CLOSE CLIMST-FILE.
       0125-LER-CLIENTE.
      *>********* LENDO UM CLIENTE DO CADASTRO
           READ CLIMST-FILE
               AT END
                   MOVE 'S' TO WRK-CLIMST-EOF
               NOT AT END
                   IF WRK-CLI-QTD < 500
                       ADD 1 TO WRK-CLI-QTD
                       MOVE CLI-CODIGO TO WRK-CLI-CODIGO(WRK-CLI-QTD)
                   END-IF
           END-READ.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           IF CARGA-ESTOUROU
              AND (OPCAO-INCLUIR OR OPCAO-ALTERAR OR OPCAO-EXCLUIR)
               DISPLAY 'CADASTRO MAIOR QUE A TABELA - REGRAVACAO '
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
           DISPLAY ' CADASTRO FINANCEIRO DO ALUNO'.
           DISPLAY '================================'.
           DISPLAY ' 01 - INCLUIR ALUNO'.
           DISPLAY ' 02 - ALTERAR ALUNO'.
           DISPLAY ' 03 - EXCLUIR ALUNO'.
           DISPLAY ' 04 - LISTAR ALUNOS'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-INCLUIR.
      *>********* INCLUINDO UM ALUNO NOVO
           IF WRK-ALF-QTD >= 500
               DISPLAY 'CADASTRO CHEIO. INCLUSAO NAO PERMITIDA.'
           ELSE
               PERFORM 0600-LER-MATRICULA
               PERFORM 0640-LOCALIZAR-ALUNO
               IF WRK-ALF-ACHADO > ZEROS
                   DISPLAY 'ALUNO JA CADASTRADO: ' WRK-MATRICULA
               ELSE
                   PERFORM 0610-LER-DADOS
                   IF DADOS-OK
                       ADD 1 TO WRK-ALF-QTD
                       MOVE WRK-ALF-QTD TO WRK-ALF-ACHADO
                       PERFORM 0615-MOVER-DADOS
                       PERFORM 0800-GRAVAR-ALUNOS
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO
                       MOVE SPACES TO WRK-AUDIT-ANTES
                       PERFORM 0690-MONTAR-AUDITORIA
                       MOVE WRK-AUD-ALUNO TO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'ALUNO INCLUIDO: ' WRK-MATRICULA
                   END-IF
               END-IF
           END-IF.
       0220-ALTERAR.
      *>********* ALTERANDO OS DADOS DE UM ALUNO JA CADASTRADO
           PERFORM 0600-LER-MATRICULA.
           PERFORM 0640-LOCALIZAR-ALUNO.
           IF WRK-ALF-ACHADO = ZEROS
               DISPLAY 'ALUNO NAO ENCONTRADO: ' WRK-MATRICULA
           ELSE
               DISPLAY 'ATUAL: ' WRK-ALF-NOME(WRK-ALF-ACHADO)
                       ' RESPONSAVEL: '
                       WRK-ALF-RESPONSAVEL(WRK-ALF-ACHADO)
                       ' BOLSA: ' WRK-ALF-BOLSA-PCT(WRK-ALF-ACHADO)
                       '% SITUACAO: ' WRK-ALF-SITUACAO(WRK-ALF-ACHADO)
               PERFORM 0610-LER-DADOS
               IF DADOS-OK
                   PERFORM 0690-MONTAR-AUDITORIA
                   MOVE WRK-AUD-ALUNO TO WRK-AUDIT-ANTES
                   PERFORM 0615-MOVER-DADOS
                   PERFORM 0800-GRAVAR-ALUNOS
                   PERFORM 0690-MONTAR-AUDITORIA
                   MOVE WRK-AUD-ALUNO TO WRK-AUDIT-DEPOIS
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'ALUNO ALTERADO: ' WRK-MATRICULA
               END-IF
           END-IF.
       0230-EXCLUIR.
      *>********* EXCLUINDO UM ALUNO DO CADASTRO
           PERFORM 0600-LER-MATRICULA.
           PERFORM 0640-LOCALIZAR-ALUNO.
           IF WRK-ALF-ACHADO = ZEROS
               DISPLAY 'ALUNO NAO ENCONTRADO: ' WRK-MATRICULA
           ELSE
               DISPLAY 'CONFIRMA A EXCLUSAO DE ' WRK-MATRICULA
                       ' (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0690-MONTAR-AUDITORIA
                   PERFORM 0235-RETIRAR-DA-TABELA
                   PERFORM 0800-GRAVAR-ALUNOS
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'EXCLUSAO' TO WRK-AUDIT-ACAO
                   MOVE WRK-AUD-ALUNO TO WRK-AUDIT-ANTES
                   MOVE SPACES TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'ALUNO EXCLUIDO: ' WRK-MATRICULA
               ELSE
                   DISPLAY 'EXCLUSAO CANCELADA.'
               END-IF
           END-IF.
       0235-RETIRAR-DA-TABELA.
      *>********* COMPACTANDO A TABELA A PARTIR DA POSICAO RETIRADA
           PERFORM 0236-SUBIR-UM
               VARYING WRK-CONT FROM WRK-ALF-ACHADO BY 1
               UNTIL WRK-CONT >= WRK-ALF-QTD.
           SUBTRACT 1 FROM WRK-ALF-QTD.
       0236-SUBIR-UM.
      *>********* SUBINDO UMA POSICAO DA TABELA
           ADD 1 TO WRK-CONT GIVING WRK-ALF-IDX.
           MOVE WRK-ALF-LINHA(WRK-ALF-IDX)
               TO WRK-ALF-LINHA(WRK-CONT).
       0240-LISTAR.
      *>********* LISTANDO TODOS OS ALUNOS DO CADASTRO
           DISPLAY '===================================='.
           PERFORM 0245-LISTAR-UM
               VARYING WRK-ALF-IDX FROM 1 BY 1
               UNTIL WRK-ALF-IDX > WRK-ALF-QTD.
           DISPLAY '===================================='.
       0245-LISTAR-UM.
      *>********* LISTANDO UM ALUNO
           DISPLAY WRK-ALF-MATRICULA(WRK-ALF-IDX) ' '
                   WRK-ALF-NOME(WRK-ALF-IDX)
                   ' RESP: ' WRK-ALF-RESPONSAVEL(WRK-ALF-IDX)
                   ' BOLSA: ' WRK-ALF-BOLSA-PCT(WRK-ALF-IDX) '%'
                   ' SITUACAO: ' WRK-ALF-SITUACAO(WRK-ALF-IDX).
       0600-LER-MATRICULA.
      *>********* LENDO A MATRICULA DO ALUNO
           DISPLAY 'MATRICULA DO ALUNO (6 DIGITOS): '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
       0610-LER-DADOS.
      *>********* LENDO OS DEMAIS DADOS DO ALUNO E CONFERINDO O
      *>          RESPONSAVEL NO CADASTRO DE CLIENTES
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'NOME DO ALUNO: '.
           ACCEPT WRK-NOME FROM CONSOLE.
           DISPLAY 'CODIGO DO RESPONSAVEL (CLIENTE DO CLIMST17): '.
           ACCEPT WRK-RESPONSAVEL FROM CONSOLE.
           DISPLAY 'PERCENTUAL DE BOLSA (EX: 50,00; ZERO = SEM '
                   'BOLSA): '.
           ACCEPT WRK-BOLSA-PCT FROM CONSOLE.
           PERFORM 0612-LER-SITUACAO WITH TEST AFTER
               UNTIL SITUACAO-VALIDA.
           PERFORM 0650-LOCALIZAR-CLIENTE.
           IF WRK-CLI-ACHADO = ZEROS
               DISPLAY 'RESPONSAVEL NAO CADASTRADO COMO CLIENTE: '
                       WRK-RESPONSAVEL ' - CADASTRE NO PROGCBL52.'
           ELSE
               IF WRK-BOLSA-PCT > 100
                   DISPLAY 'PERCENTUAL DE BOLSA ACIMA DE 100%.'
               ELSE
                   MOVE 'S' TO WRK-DADOS-OK
               END-IF
           END-IF.
       0612-LER-SITUACAO.
      *>********* LENDO A SITUACAO (A = ATIVO, I = INATIVO)
           DISPLAY 'SITUACAO (A = ATIVO, I = INATIVO): '.
           ACCEPT WRK-SITUACAO FROM CONSOLE.
           IF WRK-SITUACAO = SPACES
               MOVE 'A' TO WRK-SITUACAO
           END-IF.
           IF NOT SITUACAO-VALIDA
               DISPLAY 'SITUACAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0615-MOVER-DADOS.
      *>********* LEVANDO OS DADOS LIDOS PARA A POSICAO DA TABELA
           MOVE WRK-MATRICULA TO WRK-ALF-MATRICULA(WRK-ALF-ACHADO).
           MOVE WRK-NOME TO WRK-ALF-NOME(WRK-ALF-ACHADO).
           MOVE WRK-RESPONSAVEL TO WRK-ALF-RESPONSAVEL(WRK-ALF-ACHADO).
           MOVE WRK-BOLSA-PCT TO WRK-ALF-BOLSA-PCT(WRK-ALF-ACHADO).
           MOVE WRK-SITUACAO TO WRK-ALF-SITUACAO(WRK-ALF-ACHADO).
       0640-LOCALIZAR-ALUNO.
      *>********* LOCALIZANDO A MATRICULA NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-ALF-ACHADO.
           PERFORM 0645-TESTAR-MATRICULA
               VARYING WRK-ALF-IDX FROM 1 BY 1
               UNTIL WRK-ALF-IDX > WRK-ALF-QTD
                  OR WRK-ALF-ACHADO > ZEROS.
       0645-TESTAR-MATRICULA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A MATRICULA
           IF WRK-ALF-MATRICULA(WRK-ALF-IDX) = WRK-MATRICULA
               MOVE WRK-ALF-IDX TO WRK-ALF-ACHADO
           END-IF.
       0650-LOCALIZAR-CLIENTE.
      *>********* LOCALIZANDO O RESPONSAVEL NO CADASTRO DE CLIENTES
           MOVE ZEROS TO WRK-CLI-ACHADO.
           PERFORM 0655-TESTAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                  OR WRK-CLI-ACHADO > ZEROS.
       0655-TESTAR-CLIENTE.
      *>********* COMPARANDO UM CLIENTE DO CADASTRO
           IF WRK-CLI-CODIGO(WRK-CLI-IDX) = WRK-RESPONSAVEL
               MOVE WRK-CLI-IDX TO WRK-CLI-ACHADO
           END-IF.
       0690-MONTAR-AUDITORIA.
      *>********* MONTANDO A IMAGEM DO ALUNO PARA A AUDITORIA
           MOVE WRK-ALF-MATRICULA(WRK-ALF-ACHADO) TO WRK-AUD-MATRICULA.
           MOVE WRK-ALF-RESPONSAVEL(WRK-ALF-ACHADO)
               TO WRK-AUD-RESPONSAVEL.
           MOVE WRK-ALF-BOLSA-PCT(WRK-ALF-ACHADO) TO WRK-AUD-BOLSA.
           MOVE WRK-ALF-SITUACAO(WRK-ALF-ACHADO) TO WRK-AUD-SITUACAO.
       0800-GRAVAR-ALUNOS.
      *>********* REGRAVANDO O CADASTRO FINANCEIRO A PARTIR DA TABELA
           OPEN OUTPUT ALUNOFIN-FILE.
           PERFORM 0810-GRAVAR-UM-ALUNO
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-ALF-QTD.
           CLOSE ALUNOFIN-FILE.
       0810-GRAVAR-UM-ALUNO.
      *>********* GRAVANDO UM ALUNO NO CADASTRO
           MOVE WRK-ALF-LINHA(WRK-CONT) TO ALUNOFIN-REC.
           WRITE ALUNOFIN-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DO CADASTRO
           DISPLAY 'ENCERRANDO A MANUTENCAO DO CADASTRO FINANCEIRO.'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL105'==.
