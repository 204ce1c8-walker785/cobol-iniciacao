       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL107.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: MANUTENCAO DO CADASTRO DE ALUNOS (ALUNOMST, POR
      *>           MATRICULA: NOME COMPLETO, NASCIMENTO, TURMA E OS
      *>           DADOS DO RESPONSAVEL - NOME, ENDERECO E TELEFONE),
      *>           NOS MOLDES DOS DEMAIS CADASTROS, NO LUGAR DO
      *>           FICHARIO DA SECRETARIA
      *> OBJETIVO: NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR ATUAL;
      *>           TODA ALTERACAO VAI PARA A TRILHA DE AUDITORIA
      *>           CENTRAL
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALUNOMST-FILE ASSIGN TO 'ALUNOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOMST-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOMST-FILE.
       01  ALUNOMST-REC.
           COPY 'ALUNO.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       77 WRK-ALUNOMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUNOMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-ALUNOMST VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-INCLUIR VALUE 01.
          88 OPCAO-ALTERAR VALUE 02.
          88 OPCAO-EXCLUIR VALUE 03.
          88 OPCAO-LISTAR VALUE 04.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 99.
       01 WRK-ALN-TAB.
          02 WRK-ALN-LINHA OCCURS 500 TIMES.
             03 WRK-ALN-MATRICULA PIC 9(06).
             03 WRK-ALN-NOME-COMPLETO PIC X(40).
             03 WRK-ALN-NASCIMENTO PIC 9(08).
             03 WRK-ALN-TURMA PIC X(07).
             03 WRK-ALN-RESP-NOME PIC X(30).
             03 WRK-ALN-RESP-ENDERECO PIC X(40).
             03 WRK-ALN-RESP-BAIRRO PIC X(20).
             03 WRK-ALN-RESP-CIDADE PIC X(20).
             03 WRK-ALN-RESP-UF PIC X(02).
             03 WRK-ALN-RESP-CEP PIC 9(08).
             03 WRK-ALN-RESP-TELEFONE PIC X(15).
             03 WRK-ALN-SITUACAO PIC X(01).
       77 WRK-ALN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ALN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ALN-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
      *>********* ALUNO EM EDICAO (NA ALTERACAO, PARTE DO ATUAL)
       01 WRK-ALUNO.
          02 WRK-NOME-COMPLETO PIC X(40).
          02 WRK-NASCIMENTO PIC 9(08).
          02 WRK-TURMA PIC X(07).
          02 WRK-RESP-NOME PIC X(30).
          02 WRK-RESP-ENDERECO PIC X(40).
          02 WRK-RESP-BAIRRO PIC X(20).
          02 WRK-RESP-CIDADE PIC X(20).
          02 WRK-RESP-UF PIC X(02).
          02 WRK-RESP-CEP PIC 9(08).
          02 WRK-RESP-TELEFONE PIC X(15).
          02 WRK-SITUACAO PIC X(01).
            88 SITUACAO-VALIDA VALUES 'A' 'I'.
      *>********* CAMPO DIGITADO PELO OPERADOR (BRANCO = MANTER)
       77 WRK-ENTRADA PIC X(40) VALUE SPACES.
       01 WRK-ENTRADA-DATA PIC X(08) VALUE SPACES.
       01 WRK-ENTRADA-DATA-R REDEFINES WRK-ENTRADA-DATA.
          02 WRK-ENT-ANO PIC 9(04).
          02 WRK-ENT-MES PIC 9(02).
          02 WRK-ENT-DIA PIC 9(02).
       01 WRK-ENTRADA-NUM REDEFINES WRK-ENTRADA-DATA PIC 9(08).
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-DADOS-OK PIC X(01) VALUE 'N'.
         88 DADOS-OK VALUE 'S'.
       77 WRK-CAMPO-OK PIC X(01) VALUE 'N'.
         88 CAMPO-OK VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* IMAGEM DO ALUNO NA TRILHA DE AUDITORIA
       01 WRK-AUD-ALUNO.
          02 WRK-AUD-MATRICULA PIC 9(06).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-TURMA PIC X(07).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-SITUACAO PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO O CADASTRO
           DISPLAY '*************************************'.
           DISPLAY ' CADASTRO DE ALUNOS'.
           DISPLAY '*************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           PERFORM 0110-CARREGAR-ALUNOS.
           DISPLAY 'ALUNOS CARREGADOS: ' WRK-ALN-QTD.
       0110-CARREGAR-ALUNOS.
      *>********* CARREGANDO O CADASTRO DE ALUNOS PARA A TABELA
           OPEN INPUT ALUNOMST-FILE.
           IF WRK-ALUNOMST-STATUS = '00'
               PERFORM 0115-LER-ALUNO UNTIL FIM-ALUNOMST
           END-IF.
           CLOSE ALUNOMST-FILE.
           IF CARGA-ESTOUROU
      *>********* CADASTRO MAIOR QUE A TABELA DE TRABALHO: QUALQUER
      *>          REGRAVACAO PERDERIA OS ALUNOS EXCEDENTES
               DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO '
                       '(500) - MANUTENCAO BLOQUEADA.'
           END-IF.
       0115-LER-ALUNO.
      *>********* LENDO UM ALUNO DO CADASTRO
           READ ALUNOMST-FILE
               AT END
                   MOVE 'S' TO WRK-ALUNOMST-EOF
               NOT AT END
                   IF WRK-ALN-QTD >= 500
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-ALN-QTD
                       MOVE ALUNOMST-REC TO WRK-ALN-LINHA(WRK-ALN-QTD)
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
           DISPLAY ' CADASTRO DE ALUNOS'.
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
           IF WRK-ALN-QTD >= 500
               DISPLAY 'CADASTRO CHEIO. INCLUSAO NAO PERMITIDA.'
           ELSE
               PERFORM 0600-LER-MATRICULA
               PERFORM 0640-LOCALIZAR-ALUNO
               IF WRK-ALN-ACHADO > ZEROS
                   DISPLAY 'ALUNO JA CADASTRADO: ' WRK-MATRICULA
               ELSE
                   MOVE SPACES TO WRK-ALUNO
                   MOVE ZEROS TO WRK-NASCIMENTO
                   MOVE ZEROS TO WRK-RESP-CEP
                   MOVE 'A' TO WRK-SITUACAO
                   PERFORM 0610-LER-DADOS
                   IF DADOS-OK
                       ADD 1 TO WRK-ALN-QTD
                       MOVE WRK-ALN-QTD TO WRK-ALN-ACHADO
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
           IF WRK-ALN-ACHADO = ZEROS
               DISPLAY 'ALUNO NAO ENCONTRADO: ' WRK-MATRICULA
           ELSE
               MOVE WRK-ALN-ACHADO TO WRK-ALN-IDX
               PERFORM 0245-LISTAR-UM
               DISPLAY 'CAMPO EM BRANCO MANTEM O VALOR ATUAL.'
               MOVE WRK-ALN-NOME-COMPLETO(WRK-ALN-ACHADO)
                   TO WRK-NOME-COMPLETO
               MOVE WRK-ALN-NASCIMENTO(WRK-ALN-ACHADO)
                   TO WRK-NASCIMENTO
               MOVE WRK-ALN-TURMA(WRK-ALN-ACHADO) TO WRK-TURMA
               MOVE WRK-ALN-RESP-NOME(WRK-ALN-ACHADO) TO WRK-RESP-NOME
               MOVE WRK-ALN-RESP-ENDERECO(WRK-ALN-ACHADO)
                   TO WRK-RESP-ENDERECO
               MOVE WRK-ALN-RESP-BAIRRO(WRK-ALN-ACHADO)
                   TO WRK-RESP-BAIRRO
               MOVE WRK-ALN-RESP-CIDADE(WRK-ALN-ACHADO)
                   TO WRK-RESP-CIDADE
               MOVE WRK-ALN-RESP-UF(WRK-ALN-ACHADO) TO WRK-RESP-UF
               MOVE WRK-ALN-RESP-CEP(WRK-ALN-ACHADO) TO WRK-RESP-CEP
               MOVE WRK-ALN-RESP-TELEFONE(WRK-ALN-ACHADO)
                   TO WRK-RESP-TELEFONE
               MOVE WRK-ALN-SITUACAO(WRK-ALN-ACHADO) TO WRK-SITUACAO
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
           IF WRK-ALN-ACHADO = ZEROS
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
               VARYING WRK-CONT FROM WRK-ALN-ACHADO BY 1
               UNTIL WRK-CONT >= WRK-ALN-QTD.
           SUBTRACT 1 FROM WRK-ALN-QTD.
       0236-SUBIR-UM.
      *>********* SUBINDO UMA POSICAO DA TABELA
           ADD 1 TO WRK-CONT GIVING WRK-ALN-IDX.
           MOVE WRK-ALN-LINHA(WRK-ALN-IDX)
               TO WRK-ALN-LINHA(WRK-CONT).
       0240-LISTAR.
      *>********* LISTANDO TODOS OS ALUNOS DO CADASTRO
           DISPLAY '===================================='.
           PERFORM 0245-LISTAR-UM
               VARYING WRK-ALN-IDX FROM 1 BY 1
               UNTIL WRK-ALN-IDX > WRK-ALN-QTD.
           DISPLAY '===================================='.
       0245-LISTAR-UM.
      *>********* LISTANDO UM ALUNO E O RESPONSAVEL
           DISPLAY WRK-ALN-MATRICULA(WRK-ALN-IDX) ' '
                   WRK-ALN-NOME-COMPLETO(WRK-ALN-IDX) ' '
                   WRK-ALN-TURMA(WRK-ALN-IDX)
                   ' NASC: ' WRK-ALN-NASCIMENTO(WRK-ALN-IDX)
                   ' SITUACAO: ' WRK-ALN-SITUACAO(WRK-ALN-IDX).
           DISPLAY '       RESP: ' WRK-ALN-RESP-NOME(WRK-ALN-IDX)
                   ' FONE: ' WRK-ALN-RESP-TELEFONE(WRK-ALN-IDX).
           DISPLAY '       ' WRK-ALN-RESP-ENDERECO(WRK-ALN-IDX) ' '
                   WRK-ALN-RESP-BAIRRO(WRK-ALN-IDX).
           DISPLAY '       ' WRK-ALN-RESP-CIDADE(WRK-ALN-IDX) ' '
                   WRK-ALN-RESP-UF(WRK-ALN-IDX)
                   ' CEP ' WRK-ALN-RESP-CEP(WRK-ALN-IDX).
       0600-LER-MATRICULA.
      *>********* LENDO A MATRICULA DO ALUNO
           DISPLAY 'MATRICULA DO ALUNO (6 DIGITOS): '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
       0610-LER-DADOS.
      *>********* LENDO OS DADOS DO ALUNO E DO RESPONSAVEL (NOME,
      *>          NASCIMENTO, TURMA E NOME DO RESPONSAVEL SAO
      *>          OBRIGATORIOS; ENDERECO E TELEFONE PODEM FICAR PARA
      *>          DEPOIS, MAS O ALUNO SAI NAS EXCECOES DAS CARTAS)
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'NOME COMPLETO DO ALUNO: '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-NOME-COMPLETO
           END-IF.
           PERFORM 0620-LER-NASCIMENTO WITH TEST AFTER
               UNTIL CAMPO-OK.
           DISPLAY 'TURMA (EX: TURMA08): '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-TURMA
           END-IF.
           DISPLAY 'NOME DO RESPONSAVEL: '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-RESP-NOME
           END-IF.
           DISPLAY 'ENDERECO DO RESPONSAVEL (RUA, NUMERO): '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-RESP-ENDERECO
           END-IF.
           DISPLAY 'BAIRRO: '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-RESP-BAIRRO
           END-IF.
           DISPLAY 'CIDADE: '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-RESP-CIDADE
           END-IF.
           DISPLAY 'UF: '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-RESP-UF
           END-IF.
           PERFORM 0625-LER-CEP WITH TEST AFTER
               UNTIL CAMPO-OK.
           DISPLAY 'TELEFONE DO RESPONSAVEL: '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-RESP-TELEFONE
           END-IF.
           PERFORM 0612-LER-SITUACAO WITH TEST AFTER
               UNTIL SITUACAO-VALIDA.
           EVALUATE TRUE
               WHEN WRK-NOME-COMPLETO = SPACES
                   DISPLAY 'NOME COMPLETO DO ALUNO OBRIGATORIO.'
               WHEN WRK-NASCIMENTO = ZEROS
                   DISPLAY 'DATA DE NASCIMENTO OBRIGATORIA.'
               WHEN WRK-TURMA = SPACES
                   DISPLAY 'TURMA OBRIGATORIA.'
               WHEN WRK-RESP-NOME = SPACES
                   DISPLAY 'NOME DO RESPONSAVEL OBRIGATORIO.'
               WHEN OTHER
                   MOVE 'S' TO WRK-DADOS-OK
                   IF WRK-RESP-ENDERECO = SPACES
                      OR WRK-RESP-CEP = ZEROS
                       DISPLAY 'AVISO: RESPONSAVEL SEM ENDERECO '
                               'COMPLETO - FICA FORA DAS CARTAS.'
                   END-IF
           END-EVALUATE.
       0612-LER-SITUACAO.
      *>********* LENDO A SITUACAO (A = ATIVO, I = INATIVO)
           DISPLAY 'SITUACAO (A = ATIVO, I = INATIVO): '.
           MOVE SPACES TO WRK-ENTRADA.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA NOT = SPACES
               MOVE WRK-ENTRADA TO WRK-SITUACAO
           END-IF.
           IF NOT SITUACAO-VALIDA
               DISPLAY 'SITUACAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0620-LER-NASCIMENTO.
      *>********* LENDO A DATA DE NASCIMENTO (AAAAMMDD), NAO FUTURA
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '.
           MOVE SPACES TO WRK-ENTRADA-DATA.
           ACCEPT WRK-ENTRADA-DATA FROM CONSOLE.
           IF WRK-ENTRADA-DATA = SPACES
               MOVE 'S' TO WRK-CAMPO-OK
           ELSE
               IF WRK-ENTRADA-NUM NOT NUMERIC
                  OR WRK-ENT-MES < 1 OR WRK-ENT-MES > 12
                  OR WRK-ENT-DIA < 1 OR WRK-ENT-DIA > 31
                  OR WRK-ENT-ANO < 1900
                  OR WRK-ENTRADA-NUM > WRK-DATA-HOJE
                   DISPLAY 'DATA INVALIDA. TENTE NOVAMENTE.'
               ELSE
                   MOVE WRK-ENTRADA-NUM TO WRK-NASCIMENTO
                   MOVE 'S' TO WRK-CAMPO-OK
               END-IF
           END-IF.
       0625-LER-CEP.
      *>********* LENDO O CEP DO RESPONSAVEL (8 DIGITOS)
           MOVE 'N' TO WRK-CAMPO-OK.
           DISPLAY 'CEP (8 DIGITOS): '.
           MOVE SPACES TO WRK-ENTRADA-DATA.
           ACCEPT WRK-ENTRADA-DATA FROM CONSOLE.
           IF WRK-ENTRADA-DATA = SPACES
               MOVE 'S' TO WRK-CAMPO-OK
           ELSE
               IF WRK-ENTRADA-NUM NOT NUMERIC
                   DISPLAY 'CEP INVALIDO. TENTE NOVAMENTE.'
               ELSE
                   MOVE WRK-ENTRADA-NUM TO WRK-RESP-CEP
                   MOVE 'S' TO WRK-CAMPO-OK
               END-IF
           END-IF.
       0615-MOVER-DADOS.
      *>********* LEVANDO OS DADOS LIDOS PARA A POSICAO DA TABELA
           MOVE WRK-MATRICULA TO WRK-ALN-MATRICULA(WRK-ALN-ACHADO).
           MOVE WRK-NOME-COMPLETO
               TO WRK-ALN-NOME-COMPLETO(WRK-ALN-ACHADO).
           MOVE WRK-NASCIMENTO TO WRK-ALN-NASCIMENTO(WRK-ALN-ACHADO).
           MOVE WRK-TURMA TO WRK-ALN-TURMA(WRK-ALN-ACHADO).
           MOVE WRK-RESP-NOME TO WRK-ALN-RESP-NOME(WRK-ALN-ACHADO).
           MOVE WRK-RESP-ENDERECO
               TO WRK-ALN-RESP-ENDERECO(WRK-ALN-ACHADO).
           MOVE WRK-RESP-BAIRRO TO WRK-ALN-RESP-BAIRRO(WRK-ALN-ACHADO).
           MOVE WRK-RESP-CIDADE TO WRK-ALN-RESP-CIDADE(WRK-ALN-ACHADO).
           MOVE WRK-RESP-UF TO WRK-ALN-RESP-UF(WRK-ALN-ACHADO).
           MOVE WRK-RESP-CEP TO WRK-ALN-RESP-CEP(WRK-ALN-ACHADO).
           MOVE WRK-RESP-TELEFONE
               TO WRK-ALN-RESP-TELEFONE(WRK-ALN-ACHADO).
           MOVE WRK-SITUACAO TO WRK-ALN-SITUACAO(WRK-ALN-ACHADO).
       0640-LOCALIZAR-ALUNO.
      *>********* LOCALIZANDO A MATRICULA NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-ALN-ACHADO.
           PERFORM 0645-TESTAR-MATRICULA
               VARYING WRK-ALN-IDX FROM 1 BY 1
               UNTIL WRK-ALN-IDX > WRK-ALN-QTD
                  OR WRK-ALN-ACHADO > ZEROS.
       0645-TESTAR-MATRICULA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A MATRICULA
           IF WRK-ALN-MATRICULA(WRK-ALN-IDX) = WRK-MATRICULA
               MOVE WRK-ALN-IDX TO WRK-ALN-ACHADO
           END-IF.
       0690-MONTAR-AUDITORIA.
      *>********* MONTANDO A IMAGEM DO ALUNO PARA A AUDITORIA
           MOVE WRK-ALN-MATRICULA(WRK-ALN-ACHADO) TO WRK-AUD-MATRICULA.
           MOVE WRK-ALN-TURMA(WRK-ALN-ACHADO) TO WRK-AUD-TURMA.
           MOVE WRK-ALN-SITUACAO(WRK-ALN-ACHADO) TO WRK-AUD-SITUACAO.
       0800-GRAVAR-ALUNOS.
      *>********* REGRAVANDO O CADASTRO DE ALUNOS A PARTIR DA TABELA
           OPEN OUTPUT ALUNOMST-FILE.
           PERFORM 0810-GRAVAR-UM-ALUNO
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-ALN-QTD.
           CLOSE ALUNOMST-FILE.
       0810-GRAVAR-UM-ALUNO.
      *>********* GRAVANDO UM ALUNO NO CADASTRO
           MOVE WRK-ALN-LINHA(WRK-CONT) TO ALUNOMST-REC.
           WRITE ALUNOMST-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DO CADASTRO
           DISPLAY 'ENCERRANDO A MANUTENCAO DO CADASTRO DE ALUNOS.'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL107'==.
