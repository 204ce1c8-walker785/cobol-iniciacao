       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL102.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: MANUTENCAO DO CADASTRO DE PROFESSORES (PROFMST:
      *>           CODIGO, NOME, AULAS SEMANAIS CONTRATADAS E
      *>           SITUACAO), NOS MOLDES DOS DEMAIS CADASTROS, PARA A
      *>           GRADE DE HORARIOS DAS TURMAS (PROGCBL103) E O
      *>           RELATORIO DE CARGA DO PROFESSOR (PROGCBL104)
      *> OBJETIVO: NAO EXCLUIR PROFESSOR QUE AINDA TEM AULA NA GRADE
      *>           (O CAMINHO E INATIVAR) E REGISTRAR TODA ALTERACAO
      *>           NA TRILHA DE AUDITORIA CENTRAL
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROFMST-FILE ASSIGN TO 'PROFMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROFMST-STATUS.
           SELECT OPTIONAL GRADEHOR-FILE ASSIGN TO 'GRADEHOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRADEHOR-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFMST-FILE.
       01  PROFMST-REC.
           COPY 'PROFESSOR.cbl'.
       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY 'GRADEHOR.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       77 WRK-PROFMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROFMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PROFMST VALUE 'S'.
       77 WRK-GRADEHOR-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-GRADEHOR-EOF PIC X(01) VALUE 'N'.
         88 FIM-GRADEHOR VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-INCLUIR VALUE 01.
          88 OPCAO-ALTERAR VALUE 02.
          88 OPCAO-EXCLUIR VALUE 03.
          88 OPCAO-LISTAR VALUE 04.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 99.
       01 WRK-PRF-TAB.
          02 WRK-PRF-LINHA OCCURS 100 TIMES.
             03 WRK-PRF-CODIGO PIC X(04).
             03 WRK-PRF-NOME PIC X(25).
             03 WRK-PRF-AULAS-MAX PIC 9(02).
             03 WRK-PRF-SITUACAO PIC X(01).
       77 WRK-PRF-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PRF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PRF-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-CODIGO PIC X(04) VALUE SPACES.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-AULAS-MAX PIC 9(02) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.
         88 SITUACAO-VALIDA VALUES 'A' 'I'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-AULAS-GRADE PIC 9(05) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO O CADASTRO
           DISPLAY '*************************************'.
           DISPLAY ' MANUTENCAO DE PROFESSORES'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           PERFORM 0110-CARREGAR-PROFESSORES.
           DISPLAY 'PROFESSORES CARREGADOS: ' WRK-PRF-QTD.
       0110-CARREGAR-PROFESSORES.
      *>********* CARREGANDO O CADASTRO DE PROFESSORES PARA A TABELA
           OPEN INPUT PROFMST-FILE.
           IF WRK-PROFMST-STATUS = '00'
               PERFORM 0115-LER-PROFESSOR UNTIL FIM-PROFMST
           END-IF.
           CLOSE PROFMST-FILE.
           IF CARGA-ESTOUROU
      *>********* CADASTRO MAIOR QUE A TABELA DE TRABALHO: QUALQUER
      *>          REGRAVACAO PERDERIA OS PROFESSORES EXCEDENTES
               DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO '
                       '(100) - MANUTENCAO BLOQUEADA.'
           END-IF.
       0115-LER-PROFESSOR.
      *>********* LENDO UM PROFESSOR DO CADASTRO
           READ PROFMST-FILE
               AT END
                   MOVE 'S' TO WRK-PROFMST-EOF
               NOT AT END
                   IF WRK-PRF-QTD >= 100
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-PRF-QTD
                       MOVE PROF-CODIGO
                           TO WRK-PRF-CODIGO(WRK-PRF-QTD)
                       MOVE PROF-NOME TO WRK-PRF-NOME(WRK-PRF-QTD)
                       IF PROF-AULAS-MAX NOT NUMERIC
                           MOVE ZEROS TO PROF-AULAS-MAX
                       END-IF
                       MOVE PROF-AULAS-MAX
                           TO WRK-PRF-AULAS-MAX(WRK-PRF-QTD)
                       IF PROF-SITUACAO NOT = 'I'
                           MOVE 'A' TO PROF-SITUACAO
                       END-IF
                       MOVE PROF-SITUACAO
                           TO WRK-PRF-SITUACAO(WRK-PRF-QTD)
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
           DISPLAY ' PROFESSORES'.
           DISPLAY '================================'.
           DISPLAY ' 01 - INCLUIR PROFESSOR'.
           DISPLAY ' 02 - ALTERAR PROFESSOR'.
           DISPLAY ' 03 - EXCLUIR PROFESSOR'.
           DISPLAY ' 04 - LISTAR PROFESSORES'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-INCLUIR.
      *>********* INCLUINDO UM PROFESSOR NOVO
           IF WRK-PRF-QTD >= 100
               DISPLAY 'CADASTRO CHEIO. INCLUSAO NAO PERMITIDA.'
           ELSE
               PERFORM 0600-LER-CODIGO
               PERFORM 0640-LOCALIZAR-PROFESSOR
               IF WRK-PRF-ACHADO > ZEROS
                   DISPLAY 'PROFESSOR JA CADASTRADO: ' WRK-CODIGO
               ELSE
                   PERFORM 0610-LER-DADOS
                   ADD 1 TO WRK-PRF-QTD
                   MOVE WRK-CODIGO TO WRK-PRF-CODIGO(WRK-PRF-QTD)
                   MOVE WRK-NOME TO WRK-PRF-NOME(WRK-PRF-QTD)
                   MOVE WRK-AULAS-MAX
                       TO WRK-PRF-AULAS-MAX(WRK-PRF-QTD)
                   MOVE WRK-SITUACAO TO WRK-PRF-SITUACAO(WRK-PRF-QTD)
                   PERFORM 0800-GRAVAR-PROFESSORES
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO
                   MOVE SPACES TO WRK-AUDIT-ANTES
                   MOVE WRK-CODIGO TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'PROFESSOR INCLUIDO: ' WRK-CODIGO
               END-IF
           END-IF.
       0220-ALTERAR.
      *>********* ALTERANDO OS DADOS DE UM PROFESSOR JA CADASTRADO
           PERFORM 0600-LER-CODIGO.
           PERFORM 0640-LOCALIZAR-PROFESSOR.
           IF WRK-PRF-ACHADO = ZEROS
               DISPLAY 'PROFESSOR NAO ENCONTRADO: ' WRK-CODIGO
           ELSE
               MOVE WRK-PRF-NOME(WRK-PRF-ACHADO) TO WRK-AUDIT-ANTES
               MOVE SPACES TO WRK-AUDIT-ANTES(18:3)
               MOVE WRK-PRF-SITUACAO(WRK-PRF-ACHADO)
                   TO WRK-AUDIT-ANTES(19:1)
               PERFORM 0610-LER-DADOS
               MOVE WRK-NOME TO WRK-PRF-NOME(WRK-PRF-ACHADO)
               MOVE WRK-AULAS-MAX TO WRK-PRF-AULAS-MAX(WRK-PRF-ACHADO)
               MOVE WRK-SITUACAO TO WRK-PRF-SITUACAO(WRK-PRF-ACHADO)
               PERFORM 0800-GRAVAR-PROFESSORES
               MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
               MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO
               MOVE WRK-NOME TO WRK-AUDIT-DEPOIS
               MOVE SPACES TO WRK-AUDIT-DEPOIS(18:3)
               MOVE WRK-SITUACAO TO WRK-AUDIT-DEPOIS(19:1)
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'PROFESSOR ALTERADO: ' WRK-CODIGO
           END-IF.
       0230-EXCLUIR.
      *>********* EXCLUINDO UM PROFESSOR DO CADASTRO
           PERFORM 0600-LER-CODIGO.
           PERFORM 0640-LOCALIZAR-PROFESSOR.
           IF WRK-PRF-ACHADO = ZEROS
               DISPLAY 'PROFESSOR NAO ENCONTRADO: ' WRK-CODIGO
           ELSE
               PERFORM 0650-CONTAR-AULAS-GRADE
               IF WRK-AULAS-GRADE > ZEROS
      *>********* PROFESSOR AINDA ESCALADO NA GRADE: A EXCLUSAO
      *>          DEIXARIA AULAS SEM PROFESSOR NO QUADRO
                   DISPLAY 'PROFESSOR COM ' WRK-AULAS-GRADE
                           ' AULA(S) NA GRADE DE HORARIOS - '
                           'EXCLUSAO NAO PERMITIDA (INATIVE).'
               ELSE
                   DISPLAY 'CONFIRMA A EXCLUSAO DE ' WRK-CODIGO
                           ' (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       PERFORM 0235-RETIRAR-DA-TABELA
                       PERFORM 0800-GRAVAR-PROFESSORES
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'EXCLUSAO' TO WRK-AUDIT-ACAO
                       MOVE WRK-CODIGO TO WRK-AUDIT-ANTES
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'PROFESSOR EXCLUIDO: ' WRK-CODIGO
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.
       0235-RETIRAR-DA-TABELA.
      *>********* COMPACTANDO A TABELA A PARTIR DA POSICAO RETIRADA
           PERFORM 0236-SUBIR-UM
               VARYING WRK-CONT FROM WRK-PRF-ACHADO BY 1
               UNTIL WRK-CONT >= WRK-PRF-QTD.
           SUBTRACT 1 FROM WRK-PRF-QTD.
       0236-SUBIR-UM.
      *>********* SUBINDO UMA POSICAO DA TABELA
           ADD 1 TO WRK-CONT GIVING WRK-PRF-IDX.
           MOVE WRK-PRF-LINHA(WRK-PRF-IDX)
               TO WRK-PRF-LINHA(WRK-CONT).
       0240-LISTAR.
      *>********* LISTANDO TODOS OS PROFESSORES DO CADASTRO
           DISPLAY '===================================='.
           PERFORM 0245-LISTAR-UM
               VARYING WRK-PRF-IDX FROM 1 BY 1
               UNTIL WRK-PRF-IDX > WRK-PRF-QTD.
           DISPLAY '===================================='.
       0245-LISTAR-UM.
      *>********* LISTANDO UM PROFESSOR
           DISPLAY WRK-PRF-CODIGO(WRK-PRF-IDX) ' '
                   WRK-PRF-NOME(WRK-PRF-IDX)
                   ' AULAS/SEMANA: ' WRK-PRF-AULAS-MAX(WRK-PRF-IDX)
                   ' SITUACAO: ' WRK-PRF-SITUACAO(WRK-PRF-IDX).
       0600-LER-CODIGO.
      *>********* LENDO O CODIGO DO PROFESSOR
           DISPLAY 'CODIGO DO PROFESSOR (4 POSICOES): '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
       0610-LER-DADOS.
      *>********* LENDO OS DEMAIS DADOS DO PROFESSOR
           DISPLAY 'NOME DO PROFESSOR: '.
           ACCEPT WRK-NOME FROM CONSOLE.
           DISPLAY 'AULAS SEMANAIS CONTRATADAS (ZERO = SEM LIMITE): '.
           ACCEPT WRK-AULAS-MAX FROM CONSOLE.
           PERFORM 0615-LER-SITUACAO WITH TEST AFTER
               UNTIL SITUACAO-VALIDA.
       0615-LER-SITUACAO.
      *>********* LENDO A SITUACAO (A = ATIVO, I = INATIVO)
           DISPLAY 'SITUACAO (A = ATIVO, I = INATIVO): '.
           ACCEPT WRK-SITUACAO FROM CONSOLE.
           IF WRK-SITUACAO = SPACES
               MOVE 'A' TO WRK-SITUACAO
           END-IF.
           IF NOT SITUACAO-VALIDA
               DISPLAY 'SITUACAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0640-LOCALIZAR-PROFESSOR.
      *>********* LOCALIZANDO O CODIGO NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-PRF-ACHADO.
           PERFORM 0645-TESTAR-CODIGO
               VARYING WRK-PRF-IDX FROM 1 BY 1
               UNTIL WRK-PRF-IDX > WRK-PRF-QTD
                  OR WRK-PRF-ACHADO > ZEROS.
       0645-TESTAR-CODIGO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O CODIGO
           IF WRK-PRF-CODIGO(WRK-PRF-IDX) = WRK-CODIGO
               MOVE WRK-PRF-IDX TO WRK-PRF-ACHADO
           END-IF.
       0650-CONTAR-AULAS-GRADE.
      *>********* CONTANDO AS AULAS DO PROFESSOR NA GRADE DE HORARIOS
      *>          (TODOS OS PERIODOS LETIVOS)
           MOVE ZEROS TO WRK-AULAS-GRADE.
           MOVE 'N' TO WRK-GRADEHOR-EOF.
           OPEN INPUT GRADEHOR-FILE.
           IF WRK-GRADEHOR-STATUS = '00'
               PERFORM 0655-LER-AULA-GRADE UNTIL FIM-GRADEHOR
           END-IF.
           CLOSE GRADEHOR-FILE.
       0655-LER-AULA-GRADE.
      *>********* LENDO UMA AULA DA GRADE
           READ GRADEHOR-FILE
               AT END
                   MOVE 'S' TO WRK-GRADEHOR-EOF
               NOT AT END
                   IF GRD-PROFESSOR = WRK-CODIGO
                       ADD 1 TO WRK-AULAS-GRADE
                   END-IF
           END-READ.
       0800-GRAVAR-PROFESSORES.
      *>********* REGRAVANDO O CADASTRO DE PROFESSORES A PARTIR DA
      *>          TABELA
           OPEN OUTPUT PROFMST-FILE.
           PERFORM 0810-GRAVAR-UM-PROFESSOR
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-PRF-QTD.
           CLOSE PROFMST-FILE.
       0810-GRAVAR-UM-PROFESSOR.
      *>********* GRAVANDO UM PROFESSOR NO CADASTRO
           MOVE WRK-PRF-CODIGO(WRK-CONT) TO PROF-CODIGO.
           MOVE WRK-PRF-NOME(WRK-CONT) TO PROF-NOME.
           MOVE WRK-PRF-AULAS-MAX(WRK-CONT) TO PROF-AULAS-MAX.
           MOVE WRK-PRF-SITUACAO(WRK-CONT) TO PROF-SITUACAO.
           WRITE PROFMST-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DO CADASTRO
           DISPLAY 'ENCERRANDO A MANUTENCAO DE PROFESSORES.'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL102'==.
