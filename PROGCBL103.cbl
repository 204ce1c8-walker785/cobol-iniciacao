       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL103.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: MANUTENCAO DA GRADE DE HORARIOS DAS TURMAS
      *>           (GRADEHOR: PERIODO, TURMA, DIA DA SEMANA, AULA,
      *>           DISCIPLINA E PROFESSOR), NOS MOLDES DOS DEMAIS
      *>           CADASTROS
      *> OBJETIVO: RECUSAR HORARIO JA OCUPADO NA TURMA, DISCIPLINA FORA
      *>           DO DISCMST, PROFESSOR FORA DO PROFMST OU INATIVO E,
      *>           PRINCIPALMENTE, PROFESSOR JA ESCALADO EM OUTRA TURMA
      *>           NO MESMO DIA E AULA; AVISAR QUANDO O PROFESSOR PASSA
      *>           DAS AULAS SEMANAIS CONTRATADAS
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
           SELECT OPTIONAL GRADEHOR-FILE ASSIGN TO 'GRADEHOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRADEHOR-STATUS.
           SELECT OPTIONAL DISCMST-FILE ASSIGN TO 'DISCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISCMST-STATUS.
           SELECT OPTIONAL PROFMST-FILE ASSIGN TO 'PROFMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROFMST-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY 'GRADEHOR.cbl'.
       FD  DISCMST-FILE.
       01  DISCMST-REC.
           COPY 'DISCIPLINA.cbl'.
       FD  PROFMST-FILE.
       01  PROFMST-REC.
           COPY 'PROFESSOR.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       77 WRK-GRADEHOR-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-GRADEHOR-EOF PIC X(01) VALUE 'N'.
         88 FIM-GRADEHOR VALUE 'S'.
       77 WRK-DISCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DISCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-DISCMST VALUE 'S'.
       77 WRK-PROFMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROFMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PROFMST VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-INCLUIR VALUE 01.
          88 OPCAO-ALTERAR VALUE 02.
          88 OPCAO-EXCLUIR VALUE 03.
          88 OPCAO-LISTAR VALUE 04.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 99.
       01 WRK-DIAS-EXTENSO.
          02 FILLER PIC X(03) VALUE 'SEG'.
          02 FILLER PIC X(03) VALUE 'TER'.
          02 FILLER PIC X(03) VALUE 'QUA'.
          02 FILLER PIC X(03) VALUE 'QUI'.
          02 FILLER PIC X(03) VALUE 'SEX'.
          02 FILLER PIC X(03) VALUE 'SAB'.
       01 WRK-DIAS REDEFINES WRK-DIAS-EXTENSO.
          02 WRK-DIA-NOME PIC X(03) OCCURS 6 TIMES.
      *>********* GRADE INTEIRA (TODOS OS PERIODOS), REGRAVADA A CADA
      *>          ALTERACAO; O PERIODO INFORMADO FILTRA A MANUTENCAO
       01 WRK-GRD-TAB.
          02 WRK-GRD-LINHA OCCURS 2000 TIMES.
             03 WRK-GRD-PERIODO PIC X(06).
             03 WRK-GRD-TURMA PIC X(07).
             03 WRK-GRD-DIA PIC 9(01).
             03 WRK-GRD-AULA PIC 9(02).
             03 WRK-GRD-DISCIPLINA PIC X(04).
             03 WRK-GRD-PROFESSOR PIC X(04).
       77 WRK-GRD-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-GRD-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-GRD-ACHADO PIC 9(04) VALUE ZEROS.
       77 WRK-GRD-CONFLITO PIC 9(04) VALUE ZEROS.
       77 WRK-CONT PIC 9(04) VALUE ZEROS.
       01 WRK-DSC-TAB.
          02 WRK-DSC-LINHA OCCURS 50 TIMES.
             03 WRK-DSC-CODIGO PIC X(04).
             03 WRK-DSC-NOME PIC X(20).
       77 WRK-DSC-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-DSC-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-DSC-ACHADO PIC 9(02) VALUE ZEROS.
       01 WRK-PRF-TAB.
          02 WRK-PRF-LINHA OCCURS 100 TIMES.
             03 WRK-PRF-CODIGO PIC X(04).
             03 WRK-PRF-NOME PIC X(25).
             03 WRK-PRF-AULAS-MAX PIC 9(02).
             03 WRK-PRF-SITUACAO PIC X(01).
       77 WRK-PRF-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PRF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PRF-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-PERIODO PIC X(06) VALUE SPACES.
       77 WRK-TURMA PIC X(07) VALUE SPACES.
       77 WRK-DIA PIC 9(01) VALUE ZEROS.
       77 WRK-AULA PIC 9(02) VALUE ZEROS.
       77 WRK-DISCIPLINA PIC X(04) VALUE SPACES.
       77 WRK-PROFESSOR PIC X(04) VALUE SPACES.
       77 WRK-AULAS-PROF PIC 9(03) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-HORARIO-OK PIC X(01) VALUE 'N'.
         88 HORARIO-OK VALUE 'S'.
       77 WRK-AULA-OK PIC X(01) VALUE 'N'.
         88 AULA-OK VALUE 'S'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* IMAGEM DA AULA NA TRILHA DE AUDITORIA
       01 WRK-AUD-AULA.
          02 WRK-AUD-TURMA PIC X(07).
          02 WRK-AUD-DIA PIC 9(01).
          02 WRK-AUD-AULA-NUM PIC 9(02).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-DISCIPLINA PIC X(04).
          02 WRK-AUD-PROFESSOR PIC X(04).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR, O PERIODO LETIVO E
      *>          CARREGANDO A GRADE E OS CADASTROS DE APOIO
           DISPLAY '*************************************'.
           DISPLAY ' GRADE DE HORARIOS DAS TURMAS'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           PERFORM 0105-LER-PERIODO WITH TEST AFTER
               UNTIL WRK-PERIODO NOT = SPACES.
           PERFORM 0110-CARREGAR-GRADE.
           PERFORM 0120-CARREGAR-DISCIPLINAS.
           PERFORM 0130-CARREGAR-PROFESSORES.
           DISPLAY 'AULAS NA GRADE (TODOS OS PERIODOS): ' WRK-GRD-QTD.
       0105-LER-PERIODO.
      *>********* LENDO O PERIODO LETIVO DA MANUTENCAO
           DISPLAY 'PERIODO LETIVO (EX: 2026-1): '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           IF WRK-PERIODO = SPACES
               DISPLAY 'PERIODO OBRIGATORIO.'
           END-IF.
       0110-CARREGAR-GRADE.
      *>********* CARREGANDO A GRADE DE HORARIOS PARA A TABELA
           OPEN INPUT GRADEHOR-FILE.
           IF WRK-GRADEHOR-STATUS = '00'
               PERFORM 0115-LER-AULA UNTIL FIM-GRADEHOR
           END-IF.
           CLOSE GRADEHOR-FILE.
           IF CARGA-ESTOUROU
      *>********* GRADE MAIOR QUE A TABELA DE TRABALHO: QUALQUER
      *>          REGRAVACAO PERDERIA AS AULAS EXCEDENTES
               DISPLAY 'GRADE MAIOR QUE A TABELA DE TRABALHO '
                       '(2000) - MANUTENCAO BLOQUEADA.'
           END-IF.
       0115-LER-AULA.
      *>********* LENDO UMA AULA DA GRADE
           READ GRADEHOR-FILE
               AT END
                   MOVE 'S' TO WRK-GRADEHOR-EOF
               NOT AT END
                   IF WRK-GRD-QTD >= 2000
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-GRD-QTD
                       MOVE GRD-PERIODO
                           TO WRK-GRD-PERIODO(WRK-GRD-QTD)
                       MOVE GRD-TURMA TO WRK-GRD-TURMA(WRK-GRD-QTD)
                       MOVE GRD-DIA TO WRK-GRD-DIA(WRK-GRD-QTD)
                       MOVE GRD-AULA TO WRK-GRD-AULA(WRK-GRD-QTD)
                       MOVE GRD-DISCIPLINA
                           TO WRK-GRD-DISCIPLINA(WRK-GRD-QTD)
                       MOVE GRD-PROFESSOR
                           TO WRK-GRD-PROFESSOR(WRK-GRD-QTD)
                   END-IF
           END-READ.
       0120-CARREGAR-DISCIPLINAS.
      *>********* CARREGANDO OS CODIGOS DO CADASTRO DE DISCIPLINAS
           OPEN INPUT DISCMST-FILE.
           IF WRK-DISCMST-STATUS = '00'
               PERFORM 0125-LER-DISCIPLINA UNTIL FIM-DISCMST
           END-IF.
           CLOSE DISCMST-FILE.
       0125-LER-DISCIPLINA.
      *>********* LENDO UMA DISCIPLINA DO CADASTRO
           READ DISCMST-FILE
               AT END
                   MOVE 'S' TO WRK-DISCMST-EOF
               NOT AT END
                   IF WRK-DSC-QTD < 50
                       ADD 1 TO WRK-DSC-QTD
                       MOVE DISC-CODIGO
                           TO WRK-DSC-CODIGO(WRK-DSC-QTD)
                       MOVE DISC-NOME TO WRK-DSC-NOME(WRK-DSC-QTD)
                   END-IF
           END-READ.
       0130-CARREGAR-PROFESSORES.
      *>********* CARREGANDO O CADASTRO DE PROFESSORES
           OPEN INPUT PROFMST-FILE.
           IF WRK-PROFMST-STATUS = '00'
               PERFORM 0135-LER-PROFESSOR UNTIL FIM-PROFMST
           END-IF.
           CLOSE PROFMST-FILE.
       0135-LER-PROFESSOR.
      *>********* LENDO UM PROFESSOR DO CADASTRO
           READ PROFMST-FILE
               AT END
                   MOVE 'S' TO WRK-PROFMST-EOF
               NOT AT END
                   IF WRK-PRF-QTD < 100
                       ADD 1 TO WRK-PRF-QTD
                       MOVE PROF-CODIGO
                           TO WRK-PRF-CODIGO(WRK-PRF-QTD)
                       MOVE PROF-NOME TO WRK-PRF-NOME(WRK-PRF-QTD)
                       IF PROF-AULAS-MAX NOT NUMERIC
                           MOVE ZEROS TO PROF-AULAS-MAX
                       END-IF
                       MOVE PROF-AULAS-MAX
                           TO WRK-PRF-AULAS-MAX(WRK-PRF-QTD)
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
               DISPLAY 'GRADE MAIOR QUE A TABELA - REGRAVACAO '
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
           DISPLAY ' GRADE DE HORARIOS - ' WRK-PERIODO.
           DISPLAY '================================'.
           DISPLAY ' 01 - INCLUIR AULA'.
           DISPLAY ' 02 - ALTERAR AULA'.
           DISPLAY ' 03 - EXCLUIR AULA'.
           DISPLAY ' 04 - LISTAR GRADE DA TURMA'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-INCLUIR.
      *>********* INCLUINDO UMA AULA NUM HORARIO LIVRE DA TURMA
           IF WRK-GRD-QTD >= 2000
               DISPLAY 'GRADE CHEIA. INCLUSAO NAO PERMITIDA.'
           ELSE
               PERFORM 0600-LER-HORARIO
               IF HORARIO-OK
                   PERFORM 0640-LOCALIZAR-HORARIO
                   IF WRK-GRD-ACHADO > ZEROS
                       DISPLAY 'HORARIO JA OCUPADO NA TURMA: '
                               WRK-GRD-DISCIPLINA(WRK-GRD-ACHADO) ' '
                               WRK-GRD-PROFESSOR(WRK-GRD-ACHADO)
                   ELSE
                       PERFORM 0610-LER-AULA
                       IF AULA-OK
                           PERFORM 0213-GRAVAR-INCLUSAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0213-GRAVAR-INCLUSAO.
      *>********* ACRESCENTANDO A AULA NA TABELA E REGRAVANDO A GRADE
           ADD 1 TO WRK-GRD-QTD.
           MOVE WRK-PERIODO TO WRK-GRD-PERIODO(WRK-GRD-QTD).
           MOVE WRK-TURMA TO WRK-GRD-TURMA(WRK-GRD-QTD).
           MOVE WRK-DIA TO WRK-GRD-DIA(WRK-GRD-QTD).
           MOVE WRK-AULA TO WRK-GRD-AULA(WRK-GRD-QTD).
           MOVE WRK-DISCIPLINA TO WRK-GRD-DISCIPLINA(WRK-GRD-QTD).
           MOVE WRK-PROFESSOR TO WRK-GRD-PROFESSOR(WRK-GRD-QTD).
           PERFORM 0800-GRAVAR-GRADE.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           MOVE WRK-GRD-QTD TO WRK-GRD-IDX.
           PERFORM 0690-MONTAR-AUDITORIA.
           MOVE WRK-AUD-AULA TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'AULA INCLUIDA: ' WRK-TURMA ' '
                   WRK-DIA-NOME(WRK-DIA) ' ' WRK-AULA 'A AULA'.
           PERFORM 0670-AVISAR-CARGA-PROFESSOR.
       0220-ALTERAR.
      *>********* TROCANDO A DISCIPLINA OU O PROFESSOR DE UMA AULA
           PERFORM 0600-LER-HORARIO.
           IF HORARIO-OK
               PERFORM 0640-LOCALIZAR-HORARIO
               IF WRK-GRD-ACHADO = ZEROS
                   DISPLAY 'HORARIO LIVRE NA TURMA - NADA A ALTERAR.'
               ELSE
                   DISPLAY 'AULA ATUAL: '
                           WRK-GRD-DISCIPLINA(WRK-GRD-ACHADO) ' '
                           WRK-GRD-PROFESSOR(WRK-GRD-ACHADO)
                   PERFORM 0610-LER-AULA
                   IF AULA-OK
                       PERFORM 0223-GRAVAR-ALTERACAO
                   END-IF
               END-IF
           END-IF.
       0223-GRAVAR-ALTERACAO.
      *>********* ATUALIZANDO A AULA NA TABELA E REGRAVANDO A GRADE
           MOVE WRK-GRD-ACHADO TO WRK-GRD-IDX.
           PERFORM 0690-MONTAR-AUDITORIA.
           MOVE WRK-AUD-AULA TO WRK-AUDIT-ANTES.
           MOVE WRK-DISCIPLINA TO WRK-GRD-DISCIPLINA(WRK-GRD-ACHADO).
           MOVE WRK-PROFESSOR TO WRK-GRD-PROFESSOR(WRK-GRD-ACHADO).
           PERFORM 0800-GRAVAR-GRADE.
           PERFORM 0690-MONTAR-AUDITORIA.
           MOVE WRK-AUD-AULA TO WRK-AUDIT-DEPOIS.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'AULA ALTERADA: ' WRK-TURMA ' '
                   WRK-DIA-NOME(WRK-DIA) ' ' WRK-AULA 'A AULA'.
           PERFORM 0670-AVISAR-CARGA-PROFESSOR.
       0230-EXCLUIR.
      *>********* LIBERANDO UM HORARIO DA TURMA
           PERFORM 0600-LER-HORARIO.
           IF HORARIO-OK
               PERFORM 0640-LOCALIZAR-HORARIO
               IF WRK-GRD-ACHADO = ZEROS
                   DISPLAY 'HORARIO LIVRE NA TURMA - NADA A EXCLUIR.'
               ELSE
                   DISPLAY 'CONFIRMA A EXCLUSAO DA AULA '
                           WRK-GRD-DISCIPLINA(WRK-GRD-ACHADO) ' '
                           WRK-GRD-PROFESSOR(WRK-GRD-ACHADO)
                           ' (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       MOVE WRK-GRD-ACHADO TO WRK-GRD-IDX
                       PERFORM 0690-MONTAR-AUDITORIA
                       PERFORM 0235-RETIRAR-DA-TABELA
                       PERFORM 0800-GRAVAR-GRADE
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'EXCLUSAO' TO WRK-AUDIT-ACAO
                       MOVE WRK-AUD-AULA TO WRK-AUDIT-ANTES
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'AULA EXCLUIDA.'
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.
       0235-RETIRAR-DA-TABELA.
      *>********* COMPACTANDO A TABELA A PARTIR DA POSICAO RETIRADA
           PERFORM 0236-SUBIR-UM
               VARYING WRK-CONT FROM WRK-GRD-ACHADO BY 1
               UNTIL WRK-CONT >= WRK-GRD-QTD.
           SUBTRACT 1 FROM WRK-GRD-QTD.
       0236-SUBIR-UM.
      *>********* SUBINDO UMA POSICAO DA TABELA
           ADD 1 TO WRK-CONT GIVING WRK-GRD-IDX.
           MOVE WRK-GRD-LINHA(WRK-GRD-IDX)
               TO WRK-GRD-LINHA(WRK-CONT).
       0240-LISTAR.
      *>********* LISTANDO A GRADE DA TURMA NO PERIODO, POR DIA E AULA
           DISPLAY 'TURMA (EX: TURMA08): '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY '===================================='.
           DISPLAY ' GRADE ' WRK-TURMA ' - ' WRK-PERIODO.
           DISPLAY '===================================='.
           PERFORM 0245-LISTAR-DIA
               VARYING WRK-DIA FROM 1 BY 1
               UNTIL WRK-DIA > 6.
           DISPLAY '===================================='.
       0245-LISTAR-DIA.
      *>********* LISTANDO AS AULAS DE UM DIA DA SEMANA
           PERFORM 0246-LISTAR-AULA
               VARYING WRK-AULA FROM 1 BY 1
               UNTIL WRK-AULA > 10.
       0246-LISTAR-AULA.
      *>********* LISTANDO UMA AULA, SE O HORARIO ESTIVER OCUPADO
           PERFORM 0640-LOCALIZAR-HORARIO.
           IF WRK-GRD-ACHADO > ZEROS
               MOVE WRK-GRD-DISCIPLINA(WRK-GRD-ACHADO)
                   TO WRK-DISCIPLINA
               PERFORM 0650-LOCALIZAR-DISCIPLINA
               MOVE WRK-GRD-PROFESSOR(WRK-GRD-ACHADO) TO WRK-PROFESSOR
               PERFORM 0660-LOCALIZAR-PROFESSOR
               IF WRK-DSC-ACHADO > ZEROS AND WRK-PRF-ACHADO > ZEROS
                   DISPLAY WRK-DIA-NOME(WRK-DIA) ' ' WRK-AULA 'A '
                           WRK-DISCIPLINA ' '
                           WRK-DSC-NOME(WRK-DSC-ACHADO) ' '
                           WRK-PROFESSOR ' '
                           WRK-PRF-NOME(WRK-PRF-ACHADO)
               ELSE
                   DISPLAY WRK-DIA-NOME(WRK-DIA) ' ' WRK-AULA 'A '
                           WRK-DISCIPLINA ' ' WRK-PROFESSOR
               END-IF
           END-IF.
       0600-LER-HORARIO.
      *>********* LENDO A TURMA, O DIA DA SEMANA E A AULA
           MOVE 'N' TO WRK-HORARIO-OK.
           DISPLAY 'TURMA (EX: TURMA08): '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'DIA DA SEMANA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX '
                   '6=SAB): '.
           ACCEPT WRK-DIA FROM CONSOLE.
           DISPLAY 'AULA DO DIA (1 A 10): '.
           ACCEPT WRK-AULA FROM CONSOLE.
           IF WRK-TURMA = SPACES
               DISPLAY 'TURMA OBRIGATORIA.'
           ELSE
               IF WRK-DIA < 1 OR WRK-DIA > 6
                   DISPLAY 'DIA DA SEMANA INVALIDO: ' WRK-DIA
               ELSE
                   IF WRK-AULA < 1 OR WRK-AULA > 10
                       DISPLAY 'AULA INVALIDA: ' WRK-AULA
                   ELSE
                       MOVE 'S' TO WRK-HORARIO-OK
                   END-IF
               END-IF
           END-IF.
       0610-LER-AULA.
      *>********* LENDO A DISCIPLINA E O PROFESSOR DA AULA E
      *>          CONFERINDO CADASTROS E CHOQUE DE HORARIO
           MOVE 'N' TO WRK-AULA-OK.
           DISPLAY 'CODIGO DA DISCIPLINA: '.
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           DISPLAY 'CODIGO DO PROFESSOR: '.
           ACCEPT WRK-PROFESSOR FROM CONSOLE.
           PERFORM 0650-LOCALIZAR-DISCIPLINA.
           PERFORM 0660-LOCALIZAR-PROFESSOR.
           IF WRK-DSC-ACHADO = ZEROS
               DISPLAY 'DISCIPLINA NAO CADASTRADA: ' WRK-DISCIPLINA
           ELSE
               IF WRK-PRF-ACHADO = ZEROS
                   DISPLAY 'PROFESSOR NAO CADASTRADO: ' WRK-PROFESSOR
               ELSE
                   IF WRK-PRF-SITUACAO(WRK-PRF-ACHADO) = 'I'
                       DISPLAY 'PROFESSOR INATIVO: ' WRK-PROFESSOR
                   ELSE
                       PERFORM 0680-VERIFICAR-CONFLITO
                       IF WRK-GRD-CONFLITO > ZEROS
      *>********* O MESMO PROFESSOR NAO DA AULA EM DUAS TURMAS AO
      *>          MESMO TEMPO
                           DISPLAY 'PROFESSOR ' WRK-PROFESSOR
                                   ' JA TEM AULA NA TURMA '
                                   WRK-GRD-TURMA(WRK-GRD-CONFLITO)
                                   ' NESTE HORARIO - RECUSADO.'
                       ELSE
                           MOVE 'S' TO WRK-AULA-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0640-LOCALIZAR-HORARIO.
      *>********* LOCALIZANDO O HORARIO DA TURMA NO PERIODO
           MOVE ZEROS TO WRK-GRD-ACHADO.
           PERFORM 0645-TESTAR-HORARIO
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD
                  OR WRK-GRD-ACHADO > ZEROS.
       0645-TESTAR-HORARIO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O HORARIO
           IF WRK-GRD-PERIODO(WRK-GRD-IDX) = WRK-PERIODO
              AND WRK-GRD-TURMA(WRK-GRD-IDX) = WRK-TURMA
              AND WRK-GRD-DIA(WRK-GRD-IDX) = WRK-DIA
              AND WRK-GRD-AULA(WRK-GRD-IDX) = WRK-AULA
               MOVE WRK-GRD-IDX TO WRK-GRD-ACHADO
           END-IF.
       0650-LOCALIZAR-DISCIPLINA.
      *>********* LOCALIZANDO A DISCIPLINA NO CADASTRO
           MOVE ZEROS TO WRK-DSC-ACHADO.
           PERFORM 0655-TESTAR-DISCIPLINA
               VARYING WRK-DSC-IDX FROM 1 BY 1
               UNTIL WRK-DSC-IDX > WRK-DSC-QTD
                  OR WRK-DSC-ACHADO > ZEROS.
       0655-TESTAR-DISCIPLINA.
      *>********* COMPARANDO UMA DISCIPLINA DO CADASTRO
           IF WRK-DSC-CODIGO(WRK-DSC-IDX) = WRK-DISCIPLINA
               MOVE WRK-DSC-IDX TO WRK-DSC-ACHADO
           END-IF.
       0660-LOCALIZAR-PROFESSOR.
      *>********* LOCALIZANDO O PROFESSOR NO CADASTRO
           MOVE ZEROS TO WRK-PRF-ACHADO.
           PERFORM 0665-TESTAR-PROFESSOR
               VARYING WRK-PRF-IDX FROM 1 BY 1
               UNTIL WRK-PRF-IDX > WRK-PRF-QTD
                  OR WRK-PRF-ACHADO > ZEROS.
       0665-TESTAR-PROFESSOR.
      *>********* COMPARANDO UM PROFESSOR DO CADASTRO
           IF WRK-PRF-CODIGO(WRK-PRF-IDX) = WRK-PROFESSOR
               MOVE WRK-PRF-IDX TO WRK-PRF-ACHADO
           END-IF.
       0670-AVISAR-CARGA-PROFESSOR.
      *>********* CONTANDO AS AULAS SEMANAIS DO PROFESSOR NO PERIODO E
      *>          AVISANDO QUANDO PASSAM DAS CONTRATADAS
           MOVE ZEROS TO WRK-AULAS-PROF.
           PERFORM 0675-CONTAR-AULA-PROFESSOR
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD.
           IF WRK-PRF-AULAS-MAX(WRK-PRF-ACHADO) > ZEROS
              AND WRK-AULAS-PROF > WRK-PRF-AULAS-MAX(WRK-PRF-ACHADO)
               DISPLAY 'AVISO: PROFESSOR ' WRK-PROFESSOR ' COM '
                       WRK-AULAS-PROF ' AULAS SEMANAIS (CONTRATADAS: '
                       WRK-PRF-AULAS-MAX(WRK-PRF-ACHADO) ').'
           END-IF.
       0675-CONTAR-AULA-PROFESSOR.
      *>********* CONTANDO UMA AULA DO PROFESSOR NO PERIODO
           IF WRK-GRD-PERIODO(WRK-GRD-IDX) = WRK-PERIODO
              AND WRK-GRD-PROFESSOR(WRK-GRD-IDX) = WRK-PROFESSOR
               ADD 1 TO WRK-AULAS-PROF
           END-IF.
       0680-VERIFICAR-CONFLITO.
      *>********* PROCURANDO O PROFESSOR EM OUTRA TURMA NO MESMO
      *>          PERIODO, DIA E AULA
           MOVE ZEROS TO WRK-GRD-CONFLITO.
           PERFORM 0685-TESTAR-CONFLITO
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD
                  OR WRK-GRD-CONFLITO > ZEROS.
       0685-TESTAR-CONFLITO.
      *>********* COMPARANDO UMA AULA DA GRADE COM O HORARIO PEDIDO
           IF WRK-GRD-PERIODO(WRK-GRD-IDX) = WRK-PERIODO
              AND WRK-GRD-DIA(WRK-GRD-IDX) = WRK-DIA
              AND WRK-GRD-AULA(WRK-GRD-IDX) = WRK-AULA
              AND WRK-GRD-PROFESSOR(WRK-GRD-IDX) = WRK-PROFESSOR
              AND WRK-GRD-TURMA(WRK-GRD-IDX) NOT = WRK-TURMA
               MOVE WRK-GRD-IDX TO WRK-GRD-CONFLITO
           END-IF.
       0690-MONTAR-AUDITORIA.
      *>********* MONTANDO A IMAGEM DA AULA PARA A AUDITORIA
           MOVE WRK-GRD-TURMA(WRK-GRD-IDX) TO WRK-AUD-TURMA.
           MOVE WRK-GRD-DIA(WRK-GRD-IDX) TO WRK-AUD-DIA.
           MOVE WRK-GRD-AULA(WRK-GRD-IDX) TO WRK-AUD-AULA-NUM.
           MOVE WRK-GRD-DISCIPLINA(WRK-GRD-IDX) TO WRK-AUD-DISCIPLINA.
           MOVE WRK-GRD-PROFESSOR(WRK-GRD-IDX) TO WRK-AUD-PROFESSOR.
       0800-GRAVAR-GRADE.
      *>********* REGRAVANDO A GRADE DE HORARIOS A PARTIR DA TABELA
           OPEN OUTPUT GRADEHOR-FILE.
           PERFORM 0810-GRAVAR-UMA-AULA
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-GRD-QTD.
           CLOSE GRADEHOR-FILE.
       0810-GRAVAR-UMA-AULA.
      *>********* GRAVANDO UMA AULA NA GRADE
           MOVE WRK-GRD-PERIODO(WRK-CONT) TO GRD-PERIODO.
           MOVE WRK-GRD-TURMA(WRK-CONT) TO GRD-TURMA.
           MOVE WRK-GRD-DIA(WRK-CONT) TO GRD-DIA.
           MOVE WRK-GRD-AULA(WRK-CONT) TO GRD-AULA.
           MOVE WRK-GRD-DISCIPLINA(WRK-CONT) TO GRD-DISCIPLINA.
           MOVE WRK-GRD-PROFESSOR(WRK-CONT) TO GRD-PROFESSOR.
           WRITE GRADEHOR-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DA GRADE
           DISPLAY 'ENCERRANDO A MANUTENCAO DA GRADE DE HORARIOS.'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL103'==.
