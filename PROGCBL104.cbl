       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL104.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: CONFERIR A GRADE DE HORARIOS (GRADEHOR) DE UM
      *>           PERIODO LETIVO CONTRA A CARGA HORARIA DO DISCMST:
      *>           HORAS PROGRAMADAS POR DISCIPLINA EM CADA TURMA
      *>           (AULAS SEMANAIS X SEMANAS DO PERIODO X MINUTOS DA
      *>           AULA) CONTRA DISC-CARGA-HORARIA, APONTANDO FALTA,
      *>           EXCESSO E DISCIPLINA SEM AULA NA GRADE
      *> OBJETIVO: RELATORIO DE CARGA DO PROFESSOR (AULAS SEMANAIS E
      *>           HORAS NO PERIODO CONTRA AS AULAS CONTRATADAS DO
      *>           PROFMST, TURMAS E DISCIPLINAS, CHOQUE DE HORARIO)
      *> OBJETIVO: EMITIR O QUADRO DE HORARIOS DE CADA TURMA NO ARQUIVO
      *>           QUADROHOR, PRONTO PARA O MURAL NO INICIO DO PERIODO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADEHOR-FILE ASSIGN TO 'GRADEHOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRADEHOR-STATUS.
           SELECT OPTIONAL DISCMST-FILE ASSIGN TO 'DISCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISCMST-STATUS.
           SELECT OPTIONAL PROFMST-FILE ASSIGN TO 'PROFMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROFMST-STATUS.
           SELECT OPTIONAL QUADRO-FILE ASSIGN TO 'QUADROHOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-QUADRO-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
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
       FD  QUADRO-FILE.
       01  QUADRO-REC PIC X(80).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='GRADE DE HORARIOS - CARGA HORARIA'==.
       77 WRK-GRADEHOR-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-GRADEHOR-EOF PIC X(01) VALUE 'N'.
         88 FIM-GRADEHOR VALUE 'S'.
       77 WRK-DISCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DISCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-DISCMST VALUE 'S'.
       77 WRK-PROFMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROFMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PROFMST VALUE 'S'.
       77 WRK-QUADRO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PERIODO PIC X(06) VALUE SPACES.
      *>********* SEMANAS LETIVAS DO PERIODO E DURACAO DA AULA: A
      *>          HORA PROGRAMADA E AULAS SEMANAIS X SEMANAS X MINUTOS
      *>          / 60, NA MESMA UNIDADE (HORAS) DA CARGA DO DISCMST
       77 WRK-SEMANAS PIC 9(02) VALUE ZEROS.
       77 WRK-MINUTOS PIC 9(03) VALUE ZEROS.
       01 WRK-DIAS-EXTENSO.
          02 FILLER PIC X(03) VALUE 'SEG'.
          02 FILLER PIC X(03) VALUE 'TER'.
          02 FILLER PIC X(03) VALUE 'QUA'.
          02 FILLER PIC X(03) VALUE 'QUI'.
          02 FILLER PIC X(03) VALUE 'SEX'.
          02 FILLER PIC X(03) VALUE 'SAB'.
       01 WRK-DIAS REDEFINES WRK-DIAS-EXTENSO.
          02 WRK-DIA-NOME PIC X(03) OCCURS 6 TIMES.
      *>********* AULAS DO PERIODO
       01 WRK-GRD-TAB.
          02 WRK-GRD-LINHA OCCURS 2000 TIMES.
             03 WRK-GRD-TURMA PIC X(07).
             03 WRK-GRD-DIA PIC 9(01).
             03 WRK-GRD-AULA PIC 9(02).
             03 WRK-GRD-DISCIPLINA PIC X(04).
             03 WRK-GRD-PROFESSOR PIC X(04).
       77 WRK-GRD-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-GRD-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-GRD-IDX2 PIC 9(04) VALUE ZEROS.
       77 WRK-GRD-ACHADO PIC 9(04) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* TURMAS DO PERIODO EM ORDEM ALFABETICA
       01 WRK-TUR-TAB.
          02 WRK-TUR-CODIGO PIC X(07) OCCURS 50 TIMES.
       77 WRK-TUR-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-TUR-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TUR-POS PIC 9(02) VALUE ZEROS.
       77 WRK-TUR-J PIC 9(02) VALUE ZEROS.
       77 WRK-TUR-ESTOURO PIC X(01) VALUE 'N'.
         88 TUR-ESTOUROU VALUE 'S'.
       01 WRK-DSC-TAB.
          02 WRK-DSC-LINHA OCCURS 50 TIMES.
             03 WRK-DSC-CODIGO PIC X(04).
             03 WRK-DSC-NOME PIC X(20).
             03 WRK-DSC-CARGA PIC 9(03).
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
       77 WRK-TURMA PIC X(07) VALUE SPACES.
       77 WRK-DISCIPLINA PIC X(04) VALUE SPACES.
       77 WRK-PROFESSOR PIC X(04) VALUE SPACES.
       77 WRK-AULAS PIC 9(03) VALUE ZEROS.
       77 WRK-HORAS PIC 9(05) VALUE ZEROS.
       77 WRK-DIFERENCA PIC 9(05) VALUE ZEROS.
       77 WRK-HORAS-ED PIC ZZZZ9.
       77 WRK-DIFERENCA-ED PIC ZZZZ9.
       77 WRK-CARGA-ED PIC ZZ9.
       77 WRK-AULA-MAX PIC 9(02) VALUE ZEROS.
       77 WRK-AULA PIC 9(02) VALUE ZEROS.
       77 WRK-DIA PIC 9(01) VALUE ZEROS.
       77 WRK-PAR-NOVO PIC X(01) VALUE 'S'.
         88 PAR-NOVO VALUE 'S'.
       77 WRK-QTD-FALTA PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EXCESSO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-AULA PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PROF-ACIMA PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CHOQUES PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-QUADROS PIC 9(02) VALUE ZEROS.
      *>********* LINHA DO QUADRO: A AULA E UMA CELULA DISCIPLINA/
      *>          PROFESSOR POR DIA DA SEMANA
       01 WRK-QDR-LINHA.
          02 FILLER PIC X(01).
          02 WRK-QDR-AULA PIC Z9.
          02 WRK-QDR-SUFIXO PIC X(01).
          02 FILLER PIC X(03).
          02 WRK-QDR-CELULA OCCURS 6 TIMES.
             03 WRK-QDR-DISCIPLINA PIC X(04).
             03 WRK-QDR-BARRA PIC X(01).
             03 WRK-QDR-PROFESSOR PIC X(04).
             03 FILLER PIC X(02).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO O PERIODO E OS PARAMETROS E CARREGANDO A GRADE
      *>          E OS CADASTROS
           DISPLAY '***************************************'.
           DISPLAY ' GRADE DE HORARIOS - CARGA E QUADRO'.
           DISPLAY '***************************************'.
           DISPLAY 'PERIODO (EX: 2026-1): '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           DISPLAY 'SEMANAS LETIVAS DO PERIODO (BRANCO = 20): '.
           ACCEPT WRK-SEMANAS FROM CONSOLE.
           IF WRK-SEMANAS = ZEROS
               MOVE 20 TO WRK-SEMANAS
           END-IF.
           DISPLAY 'MINUTOS POR AULA (BRANCO = 60): '.
           ACCEPT WRK-MINUTOS FROM CONSOLE.
           IF WRK-MINUTOS = ZEROS
               MOVE 60 TO WRK-MINUTOS
           END-IF.
           OPEN INPUT GRADEHOR-FILE.
           IF WRK-GRADEHOR-STATUS NOT = '00'
               MOVE 'GRADEHOR' TO WRK-ERR-ARQUIVO
               MOVE WRK-GRADEHOR-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0110-LER-AULA UNTIL FIM-GRADEHOR.
           CLOSE GRADEHOR-FILE.
           PERFORM 0120-CARREGAR-DISCIPLINAS.
           PERFORM 0130-CARREGAR-PROFESSORES.
       0110-LER-AULA.
      *>********* LENDO UMA AULA DA GRADE E GUARDANDO AS DO PERIODO
           READ GRADEHOR-FILE
               AT END
                   MOVE 'S' TO WRK-GRADEHOR-EOF
               NOT AT END
                   IF GRD-PERIODO = WRK-PERIODO
                       IF WRK-GRD-QTD >= 2000
                           MOVE 'S' TO WRK-CARGA-ESTOURO
                       ELSE
                           ADD 1 TO WRK-GRD-QTD
                           MOVE GRD-TURMA
                               TO WRK-GRD-TURMA(WRK-GRD-QTD)
                           MOVE GRD-DIA TO WRK-GRD-DIA(WRK-GRD-QTD)
                           MOVE GRD-AULA TO WRK-GRD-AULA(WRK-GRD-QTD)
                           MOVE GRD-DISCIPLINA
                               TO WRK-GRD-DISCIPLINA(WRK-GRD-QTD)
                           MOVE GRD-PROFESSOR
                               TO WRK-GRD-PROFESSOR(WRK-GRD-QTD)
                           PERFORM 0115-REGISTRAR-TURMA
                       END-IF
                   END-IF
           END-READ.
       0115-REGISTRAR-TURMA.
      *>********* INCLUINDO A TURMA NA LISTA, NA ORDEM ALFABETICA
           MOVE ZEROS TO WRK-TUR-POS.
           PERFORM 0116-TESTAR-TURMA
               VARYING WRK-TUR-IDX FROM 1 BY 1
               UNTIL WRK-TUR-IDX > WRK-TUR-QTD
                  OR WRK-TUR-POS > ZEROS.
           MOVE 'S' TO WRK-PAR-NOVO.
           IF WRK-TUR-POS = ZEROS
               ADD 1 TO WRK-TUR-QTD GIVING WRK-TUR-POS
           ELSE
               IF WRK-TUR-CODIGO(WRK-TUR-POS) = GRD-TURMA
                   MOVE 'N' TO WRK-PAR-NOVO
               END-IF
           END-IF.
           IF PAR-NOVO
               IF WRK-TUR-QTD >= 50
                   MOVE 'S' TO WRK-TUR-ESTOURO
               ELSE
                   PERFORM 0117-DESCER-TURMA
                       VARYING WRK-TUR-J FROM WRK-TUR-QTD BY -1
                       UNTIL WRK-TUR-J < WRK-TUR-POS
                   MOVE GRD-TURMA TO WRK-TUR-CODIGO(WRK-TUR-POS)
                   ADD 1 TO WRK-TUR-QTD
               END-IF
           END-IF.
       0116-TESTAR-TURMA.
      *>********* PROCURANDO A TURMA OU A POSICAO DE INSERCAO
           IF WRK-TUR-CODIGO(WRK-TUR-IDX) NOT < GRD-TURMA
               MOVE WRK-TUR-IDX TO WRK-TUR-POS
           END-IF.
       0117-DESCER-TURMA.
      *>********* ABRINDO ESPACO NA LISTA PARA A TURMA NOVA
           MOVE WRK-TUR-CODIGO(WRK-TUR-J)
               TO WRK-TUR-CODIGO(WRK-TUR-J + 1).
       0120-CARREGAR-DISCIPLINAS.
      *>********* CARREGANDO O CADASTRO DE DISCIPLINAS
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
                       IF DISC-CARGA-HORARIA NOT NUMERIC
                           MOVE ZEROS TO DISC-CARGA-HORARIA
                       END-IF
                       MOVE DISC-CARGA-HORARIA
                           TO WRK-DSC-CARGA(WRK-DSC-QTD)
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
      *>********* EMITINDO OS DOIS RELATORIOS E O QUADRO DO MURAL
           IF WRK-GRD-QTD = ZEROS
               DISPLAY 'NENHUMA AULA DO PERIODO ' WRK-PERIODO
                       ' NA GRADE.'
           ELSE
               PERFORM 9700-IMPRIMIR-CABECALHO
               DISPLAY 'PERIODO ' WRK-PERIODO '  SEMANAS: '
                       WRK-SEMANAS '  MINUTOS POR AULA: ' WRK-MINUTOS
               PERFORM 0210-CARGA-DA-TURMA
                   VARYING WRK-TUR-IDX FROM 1 BY 1
                   UNTIL WRK-TUR-IDX > WRK-TUR-QTD
               PERFORM 9700-IMPRIMIR-CABECALHO
               DISPLAY 'CARGA DO PROFESSOR - PERIODO ' WRK-PERIODO
               PERFORM 0250-CARGA-DO-PROFESSOR
                   VARYING WRK-PRF-IDX FROM 1 BY 1
                   UNTIL WRK-PRF-IDX > WRK-PRF-QTD
               PERFORM 0270-PROFESSOR-SEM-CADASTRO
                   VARYING WRK-GRD-IDX FROM 1 BY 1
                   UNTIL WRK-GRD-IDX > WRK-GRD-QTD
               OPEN OUTPUT QUADRO-FILE
               PERFORM 0280-EMITIR-QUADRO
                   VARYING WRK-TUR-IDX FROM 1 BY 1
                   UNTIL WRK-TUR-IDX > WRK-TUR-QTD
               CLOSE QUADRO-FILE
           END-IF.
       0210-CARGA-DA-TURMA.
      *>********* CONFERINDO AS HORAS DE CADA DISCIPLINA NA TURMA
           MOVE WRK-TUR-CODIGO(WRK-TUR-IDX) TO WRK-TURMA.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '---------------------------------------'.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'TURMA ' WRK-TURMA
                   '   DISC AULAS/SEM  HORAS  CARGA  SITUACAO'.
           PERFORM 0220-CARGA-DA-DISCIPLINA
               VARYING WRK-DSC-IDX FROM 1 BY 1
               UNTIL WRK-DSC-IDX > WRK-DSC-QTD.
           PERFORM 0230-DISCIPLINA-SEM-CADASTRO
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD.
       0220-CARGA-DA-DISCIPLINA.
      *>********* SOMANDO AS AULAS SEMANAIS DA DISCIPLINA NA TURMA E
      *>          COMPARANDO AS HORAS DO PERIODO COM A CARGA
           MOVE WRK-DSC-CODIGO(WRK-DSC-IDX) TO WRK-DISCIPLINA.
           MOVE ZEROS TO WRK-AULAS.
           PERFORM 0225-CONTAR-AULA-DISCIPLINA
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD.
           PERFORM 0700-CALCULAR-HORAS.
           MOVE WRK-DSC-CARGA(WRK-DSC-IDX) TO WRK-CARGA-ED.
           IF WRK-AULAS = ZEROS
               IF WRK-DSC-CARGA(WRK-DSC-IDX) > ZEROS
                   ADD 1 TO WRK-QTD-SEM-AULA
                   PERFORM 9710-CONTAR-LINHA
                   DISPLAY '          ' WRK-DISCIPLINA '       000 '
                           WRK-HORAS-ED '    ' WRK-CARGA-ED
                           '  SEM AULA NA GRADE'
               END-IF
           ELSE
               PERFORM 9710-CONTAR-LINHA
               IF WRK-HORAS = WRK-DSC-CARGA(WRK-DSC-IDX)
                   DISPLAY '          ' WRK-DISCIPLINA '       '
                           WRK-AULAS ' ' WRK-HORAS-ED '    '
                           WRK-CARGA-ED '  CONFERE'
               END-IF
               IF WRK-HORAS < WRK-DSC-CARGA(WRK-DSC-IDX)
                   ADD 1 TO WRK-QTD-FALTA
                   SUBTRACT WRK-HORAS FROM WRK-DSC-CARGA(WRK-DSC-IDX)
                       GIVING WRK-DIFERENCA
                   MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
                   DISPLAY '          ' WRK-DISCIPLINA '       '
                           WRK-AULAS ' ' WRK-HORAS-ED '    '
                           WRK-CARGA-ED '  FALTAM '
                           WRK-DIFERENCA-ED ' H'
               END-IF
               IF WRK-HORAS > WRK-DSC-CARGA(WRK-DSC-IDX)
                   ADD 1 TO WRK-QTD-EXCESSO
                   SUBTRACT WRK-DSC-CARGA(WRK-DSC-IDX) FROM WRK-HORAS
                       GIVING WRK-DIFERENCA
                   MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
                   DISPLAY '          ' WRK-DISCIPLINA '       '
                           WRK-AULAS ' ' WRK-HORAS-ED '    '
                           WRK-CARGA-ED '  EXCEDEM '
                           WRK-DIFERENCA-ED ' H'
               END-IF
           END-IF.
       0225-CONTAR-AULA-DISCIPLINA.
      *>********* CONTANDO UMA AULA DA DISCIPLINA NA TURMA
           IF WRK-GRD-TURMA(WRK-GRD-IDX) = WRK-TURMA
              AND WRK-GRD-DISCIPLINA(WRK-GRD-IDX) = WRK-DISCIPLINA
               ADD 1 TO WRK-AULAS
           END-IF.
       0230-DISCIPLINA-SEM-CADASTRO.
      *>********* APONTANDO AULA DA TURMA COM DISCIPLINA FORA DO
      *>          DISCMST (UMA LINHA POR DISCIPLINA)
           IF WRK-GRD-TURMA(WRK-GRD-IDX) = WRK-TURMA
               MOVE WRK-GRD-DISCIPLINA(WRK-GRD-IDX) TO WRK-DISCIPLINA
               PERFORM 0650-LOCALIZAR-DISCIPLINA
               IF WRK-DSC-ACHADO = ZEROS
                   MOVE 'S' TO WRK-PAR-NOVO
                   PERFORM 0235-TESTAR-ANTERIOR
                       VARYING WRK-GRD-IDX2 FROM 1 BY 1
                       UNTIL WRK-GRD-IDX2 >= WRK-GRD-IDX
                          OR NOT PAR-NOVO
                   IF PAR-NOVO
                       PERFORM 9710-CONTAR-LINHA
                       DISPLAY '          ' WRK-DISCIPLINA
                               '  DISCIPLINA FORA DO CADASTRO'
                   END-IF
               END-IF
           END-IF.
       0235-TESTAR-ANTERIOR.
      *>********* A DISCIPLINA JA APARECEU ANTES NA TURMA?
           IF WRK-GRD-TURMA(WRK-GRD-IDX2) = WRK-TURMA
              AND WRK-GRD-DISCIPLINA(WRK-GRD-IDX2) = WRK-DISCIPLINA
               MOVE 'N' TO WRK-PAR-NOVO
           END-IF.
       0250-CARGA-DO-PROFESSOR.
      *>********* TOTALIZANDO AS AULAS DO PROFESSOR NO PERIODO,
      *>          DETALHANDO TURMA/DISCIPLINA E OS CHOQUES DE HORARIO
           MOVE WRK-PRF-CODIGO(WRK-PRF-IDX) TO WRK-PROFESSOR.
           MOVE ZEROS TO WRK-AULAS.
           PERFORM 0255-CONTAR-AULA-PROFESSOR
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD.
           PERFORM 0700-CALCULAR-HORAS.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '---------------------------------------'.
           PERFORM 9710-CONTAR-LINHA.
           IF WRK-PRF-AULAS-MAX(WRK-PRF-IDX) = ZEROS
               DISPLAY WRK-PROFESSOR ' ' WRK-PRF-NOME(WRK-PRF-IDX)
                       ' AULAS/SEM: ' WRK-AULAS
                       ' HORAS: ' WRK-HORAS-ED
                       '  SEM LIMITE'
           ELSE
               IF WRK-AULAS > WRK-PRF-AULAS-MAX(WRK-PRF-IDX)
                   ADD 1 TO WRK-QTD-PROF-ACIMA
                   DISPLAY WRK-PROFESSOR ' ' WRK-PRF-NOME(WRK-PRF-IDX)
                           ' AULAS/SEM: ' WRK-AULAS
                           ' HORAS: ' WRK-HORAS-ED
                           '  ACIMA DAS '
                           WRK-PRF-AULAS-MAX(WRK-PRF-IDX)
                           ' CONTRATADAS'
               ELSE
                   DISPLAY WRK-PROFESSOR ' ' WRK-PRF-NOME(WRK-PRF-IDX)
                           ' AULAS/SEM: ' WRK-AULAS
                           ' HORAS: ' WRK-HORAS-ED
                           '  CONTRATADAS: '
                           WRK-PRF-AULAS-MAX(WRK-PRF-IDX)
               END-IF
           END-IF.
           IF WRK-PRF-SITUACAO(WRK-PRF-IDX) = 'I'
              AND WRK-AULAS > ZEROS
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '     PROFESSOR INATIVO COM AULAS NA GRADE'
           END-IF.
           PERFORM 0260-DETALHAR-PROFESSOR
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD.
       0255-CONTAR-AULA-PROFESSOR.
      *>********* CONTANDO UMA AULA DO PROFESSOR
           IF WRK-GRD-PROFESSOR(WRK-GRD-IDX) = WRK-PROFESSOR
               ADD 1 TO WRK-AULAS
           END-IF.
       0260-DETALHAR-PROFESSOR.
      *>********* NA PRIMEIRA AULA DE CADA TURMA/DISCIPLINA DO
      *>          PROFESSOR, LISTANDO O TOTAL DO PAR; EM TODA AULA,
      *>          PROCURANDO OUTRA AULA DELE NO MESMO DIA E HORA
           IF WRK-GRD-PROFESSOR(WRK-GRD-IDX) = WRK-PROFESSOR
               PERFORM 0710-VERIFICAR-PAR-NOVO
               IF PAR-NOVO
                   PERFORM 0720-CONTAR-AULAS-PAR
                   PERFORM 9710-CONTAR-LINHA
                   DISPLAY '     ' WRK-GRD-TURMA(WRK-GRD-IDX) ' '
                           WRK-GRD-DISCIPLINA(WRK-GRD-IDX) ' '
                           WRK-AULAS ' AULA(S)/SEMANA'
               END-IF
               PERFORM 0265-TESTAR-CHOQUE
                   VARYING WRK-GRD-IDX2 FROM WRK-GRD-IDX BY 1
                   UNTIL WRK-GRD-IDX2 > WRK-GRD-QTD
           END-IF.
       0265-TESTAR-CHOQUE.
      *>********* OUTRA AULA DO PROFESSOR NO MESMO DIA E HORA
           IF WRK-GRD-IDX2 > WRK-GRD-IDX
              AND WRK-GRD-PROFESSOR(WRK-GRD-IDX2) = WRK-PROFESSOR
              AND WRK-GRD-DIA(WRK-GRD-IDX2) = WRK-GRD-DIA(WRK-GRD-IDX)
              AND WRK-GRD-AULA(WRK-GRD-IDX2)
                  = WRK-GRD-AULA(WRK-GRD-IDX)
               ADD 1 TO WRK-QTD-CHOQUES
               MOVE WRK-GRD-DIA(WRK-GRD-IDX) TO WRK-DIA
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '     CHOQUE DE HORARIO: ' WRK-DIA-NOME(WRK-DIA)
                       ' ' WRK-GRD-AULA(WRK-GRD-IDX) 'A AULA '
                       WRK-GRD-TURMA(WRK-GRD-IDX) ' X '
                       WRK-GRD-TURMA(WRK-GRD-IDX2)
           END-IF.
       0270-PROFESSOR-SEM-CADASTRO.
      *>********* APONTANDO AULA COM PROFESSOR FORA DO PROFMST (UMA
      *>          LINHA POR TURMA/DISCIPLINA/PROFESSOR)
           MOVE WRK-GRD-PROFESSOR(WRK-GRD-IDX) TO WRK-PROFESSOR.
           PERFORM 0660-LOCALIZAR-PROFESSOR.
           IF WRK-PRF-ACHADO = ZEROS
               PERFORM 0710-VERIFICAR-PAR-NOVO
               IF PAR-NOVO
                   PERFORM 0720-CONTAR-AULAS-PAR
                   PERFORM 9710-CONTAR-LINHA
                   DISPLAY WRK-PROFESSOR ' FORA DO CADASTRO: '
                           WRK-GRD-TURMA(WRK-GRD-IDX) ' '
                           WRK-GRD-DISCIPLINA(WRK-GRD-IDX) ' '
                           WRK-AULAS ' AULA(S)/SEMANA'
               END-IF
           END-IF.
       0280-EMITIR-QUADRO.
      *>********* GRAVANDO O QUADRO DE HORARIOS DA TURMA PARA O MURAL
           MOVE WRK-TUR-CODIGO(WRK-TUR-IDX) TO WRK-TURMA.
           MOVE ZEROS TO WRK-AULA-MAX.
           PERFORM 0282-APURAR-ULTIMA-AULA
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD.
           MOVE ALL '=' TO QUADRO-REC.
           WRITE QUADRO-REC.
           MOVE SPACES TO QUADRO-REC.
           STRING ' QUADRO DE HORARIOS - ' DELIMITED BY SIZE
                  WRK-TURMA DELIMITED BY SIZE
                  ' - PERIODO ' DELIMITED BY SIZE
                  WRK-PERIODO DELIMITED BY SIZE
             INTO QUADRO-REC.
           WRITE QUADRO-REC.
           MOVE ALL '=' TO QUADRO-REC.
           WRITE QUADRO-REC.
           MOVE SPACES TO WRK-QDR-LINHA.
           PERFORM 0283-TITULO-DIA
               VARYING WRK-DIA FROM 1 BY 1
               UNTIL WRK-DIA > 6.
           MOVE WRK-QDR-LINHA TO QUADRO-REC.
           MOVE 'AULA' TO QUADRO-REC(2:4).
           WRITE QUADRO-REC.
           PERFORM 0284-GRAVAR-LINHA-AULA
               VARYING WRK-AULA FROM 1 BY 1
               UNTIL WRK-AULA > WRK-AULA-MAX.
           MOVE ALL '-' TO QUADRO-REC.
           WRITE QUADRO-REC.
           PERFORM 0288-GRAVAR-LEGENDA
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD.
           MOVE SPACES TO QUADRO-REC.
           WRITE QUADRO-REC.
           ADD 1 TO WRK-QTD-QUADROS.
       0282-APURAR-ULTIMA-AULA.
      *>********* APURANDO A ULTIMA AULA DO DIA USADA PELA TURMA
           IF WRK-GRD-TURMA(WRK-GRD-IDX) = WRK-TURMA
              AND WRK-GRD-AULA(WRK-GRD-IDX) > WRK-AULA-MAX
               MOVE WRK-GRD-AULA(WRK-GRD-IDX) TO WRK-AULA-MAX
           END-IF.
       0283-TITULO-DIA.
      *>********* NOME DO DIA NO TOPO DA COLUNA
           MOVE WRK-DIA-NOME(WRK-DIA) TO WRK-QDR-DISCIPLINA(WRK-DIA).
       0284-GRAVAR-LINHA-AULA.
      *>********* MONTANDO A LINHA DE UMA AULA COM OS SEIS DIAS
           MOVE SPACES TO WRK-QDR-LINHA.
           MOVE WRK-AULA TO WRK-QDR-AULA.
           MOVE 'A' TO WRK-QDR-SUFIXO.
           PERFORM 0286-MONTAR-CELULA
               VARYING WRK-DIA FROM 1 BY 1
               UNTIL WRK-DIA > 6.
           MOVE WRK-QDR-LINHA TO QUADRO-REC.
           WRITE QUADRO-REC.
       0286-MONTAR-CELULA.
      *>********* PREENCHENDO A CELULA DO DIA (EM BRANCO SE VAGA)
           MOVE ZEROS TO WRK-GRD-ACHADO.
           PERFORM 0287-TESTAR-HORARIO
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-GRD-QTD
                  OR WRK-GRD-ACHADO > ZEROS.
           IF WRK-GRD-ACHADO > ZEROS
               MOVE WRK-GRD-DISCIPLINA(WRK-GRD-ACHADO)
                   TO WRK-QDR-DISCIPLINA(WRK-DIA)
               MOVE '/' TO WRK-QDR-BARRA(WRK-DIA)
               MOVE WRK-GRD-PROFESSOR(WRK-GRD-ACHADO)
                   TO WRK-QDR-PROFESSOR(WRK-DIA)
           END-IF.
       0287-TESTAR-HORARIO.
      *>********* COMPARANDO UMA AULA COM A TURMA, O DIA E A HORA
           IF WRK-GRD-TURMA(WRK-GRD-IDX) = WRK-TURMA
              AND WRK-GRD-DIA(WRK-GRD-IDX) = WRK-DIA
              AND WRK-GRD-AULA(WRK-GRD-IDX) = WRK-AULA
               MOVE WRK-GRD-IDX TO WRK-GRD-ACHADO
           END-IF.
       0288-GRAVAR-LEGENDA.
      *>********* LEGENDA DO QUADRO: UMA LINHA POR DISCIPLINA/
      *>          PROFESSOR DA TURMA, COM OS NOMES POR EXTENSO
           IF WRK-GRD-TURMA(WRK-GRD-IDX) = WRK-TURMA
               MOVE WRK-GRD-PROFESSOR(WRK-GRD-IDX) TO WRK-PROFESSOR
               PERFORM 0710-VERIFICAR-PAR-NOVO
               IF PAR-NOVO
                   MOVE WRK-GRD-DISCIPLINA(WRK-GRD-IDX)
                       TO WRK-DISCIPLINA
                   PERFORM 0650-LOCALIZAR-DISCIPLINA
                   PERFORM 0660-LOCALIZAR-PROFESSOR
                   PERFORM 0720-CONTAR-AULAS-PAR
                   MOVE SPACES TO QUADRO-REC
                   MOVE WRK-DISCIPLINA TO QUADRO-REC(2:4)
                   IF WRK-DSC-ACHADO > ZEROS
                       MOVE WRK-DSC-NOME(WRK-DSC-ACHADO)
                           TO QUADRO-REC(7:20)
                   END-IF
                   MOVE WRK-PROFESSOR TO QUADRO-REC(28:4)
                   IF WRK-PRF-ACHADO > ZEROS
                       MOVE WRK-PRF-NOME(WRK-PRF-ACHADO)
                           TO QUADRO-REC(33:25)
                   END-IF
                   MOVE WRK-AULAS TO QUADRO-REC(59:3)
                   MOVE 'AULA(S)/SEMANA' TO QUADRO-REC(63:14)
                   WRITE QUADRO-REC
               END-IF
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
       0700-CALCULAR-HORAS.
      *>********* HORAS NO PERIODO DAS AULAS SEMANAIS CONTADAS
           COMPUTE WRK-HORAS ROUNDED =
               WRK-AULAS * WRK-SEMANAS * WRK-MINUTOS / 60.
           MOVE WRK-HORAS TO WRK-HORAS-ED.
       0710-VERIFICAR-PAR-NOVO.
      *>********* A TURMA/DISCIPLINA/PROFESSOR DA AULA CORRENTE JA
      *>          APARECEU EM UMA AULA ANTERIOR?
           MOVE 'S' TO WRK-PAR-NOVO.
           PERFORM 0715-TESTAR-PAR-ANTERIOR
               VARYING WRK-GRD-IDX2 FROM 1 BY 1
               UNTIL WRK-GRD-IDX2 >= WRK-GRD-IDX
                  OR NOT PAR-NOVO.
       0715-TESTAR-PAR-ANTERIOR.
      *>********* COMPARANDO UMA AULA ANTERIOR COM A CORRENTE
           IF WRK-GRD-TURMA(WRK-GRD-IDX2) = WRK-GRD-TURMA(WRK-GRD-IDX)
              AND WRK-GRD-DISCIPLINA(WRK-GRD-IDX2)
                  = WRK-GRD-DISCIPLINA(WRK-GRD-IDX)
              AND WRK-GRD-PROFESSOR(WRK-GRD-IDX2)
                  = WRK-GRD-PROFESSOR(WRK-GRD-IDX)
               MOVE 'N' TO WRK-PAR-NOVO
           END-IF.
       0720-CONTAR-AULAS-PAR.
      *>********* CONTANDO AS AULAS SEMANAIS DA TURMA/DISCIPLINA/
      *>          PROFESSOR DA AULA CORRENTE
           MOVE ZEROS TO WRK-AULAS.
           PERFORM 0725-CONTAR-AULA-PAR
               VARYING WRK-GRD-IDX2 FROM 1 BY 1
               UNTIL WRK-GRD-IDX2 > WRK-GRD-QTD.
       0725-CONTAR-AULA-PAR.
      *>********* CONTANDO UMA AULA DO PAR
           IF WRK-GRD-TURMA(WRK-GRD-IDX2) = WRK-GRD-TURMA(WRK-GRD-IDX)
              AND WRK-GRD-DISCIPLINA(WRK-GRD-IDX2)
                  = WRK-GRD-DISCIPLINA(WRK-GRD-IDX)
              AND WRK-GRD-PROFESSOR(WRK-GRD-IDX2)
                  = WRK-GRD-PROFESSOR(WRK-GRD-IDX)
               ADD 1 TO WRK-AULAS
           END-IF.
       0300-FINALIZAR.
      *>********* RESUMO DA CONFERENCIA
           IF WRK-GRD-QTD > ZEROS
               DISPLAY '---------------------------------------'
               DISPLAY 'DISCIPLINAS COM HORAS FALTANDO: '
                       WRK-QTD-FALTA
               DISPLAY 'DISCIPLINAS COM HORAS EXCEDENTES: '
                       WRK-QTD-EXCESSO
               DISPLAY 'DISCIPLINAS SEM AULA NA GRADE: '
                       WRK-QTD-SEM-AULA
               DISPLAY 'PROFESSORES ACIMA DO CONTRATADO: '
                       WRK-QTD-PROF-ACIMA
               DISPLAY 'CHOQUES DE HORARIO: ' WRK-QTD-CHOQUES
               DISPLAY 'QUADROS GRAVADOS EM QUADROHOR: '
                       WRK-QTD-QUADROS
           END-IF.
           IF CARGA-ESTOUROU
               DISPLAY 'AVISO: MAIS AULAS DO QUE A TABELA (2000) - '
                       'CONFERENCIA INCOMPLETA.'
           END-IF.
           IF TUR-ESTOUROU
               DISPLAY 'AVISO: MAIS TURMAS DO QUE A TABELA (50) - '
                       'CONFERENCIA INCOMPLETA.'
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL104'==.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='GRADE DE HORARIOS - CARGA HORARIA'==.
