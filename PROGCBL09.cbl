      *>           INVALIDAS PARA UM RELATORIO DE REJEITADOS COM O
      *>           MOTIVO, PARA AS ESTATISTICAS COBRIREM SO DADOS
      *>           LIMPOS
      *> OBJETIVO: RECUSAR NA LEITURA A LINHA DE MATRICULA QUE NAO
      *>           ESTA NO CADASTRO DE ALUNOS (ALUNOMST DO PROGCBL107),
      *>           PARA O RELATORIO DE REJEITADOS
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL DISCMST-FILE ASSIGN TO 'DISCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISCMST-STATUS.
           SELECT OPTIONAL ALUNOMST-FILE ASSIGN TO 'ALUNOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOMST-STATUS.
           SELECT OPTIONAL BOLETIMHIST-FILE ASSIGN TO 'BOLETIMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
       FD  DISCMST-FILE.
       01  DISCMST-REC.
           COPY 'DISCIPLINA.cbl'.
       FD  ALUNOMST-FILE.
       01  ALUNOMST-REC.
           COPY 'ALUNO.cbl'.
       FD  BOLETIMHIST-FILE.
       01  BOLETIMHIST-REC.
           COPY 'HISTESC.cbl'.
       77 WRK-EST-EXAMES PIC X(01) VALUE 'N'.
       77 WRK-EST-ALUNOS PIC X(01) VALUE 'N'.
       77 WRK-EST-EXCECOES PIC X(01) VALUE 'N'.
      *>********* MATRICULAS DO CADASTRO DE ALUNOS; SEM O CADASTRO (OU
      *>          COM ELE MAIOR QUE A TABELA) A CONFERENCIA FICA
      *>          DESLIGADA E O OPERADOR E AVISADO
       77 WRK-ALUNOMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUNOMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-ALUNOMST VALUE 'S'.
       01 WRK-CAD-TAB.
          02 WRK-CAD-MATRICULA PIC 9(06) OCCURS 1000 TIMES.
       77 WRK-CAD-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-CAD-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CAD-ACHADO PIC 9(04) VALUE ZEROS.
       77 WRK-CAD-CONFERE PIC X(01) VALUE 'N'.
         88 CAD-CONFERE VALUE 'S'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
               PERFORM 0112-CARREGAR-FREQUENCIA
               PERFORM 0113-CARREGAR-FREQCFG
               PERFORM 0117-CARREGAR-DISCIPLINAS
               PERFORM 0119-CARREGAR-CADASTRO
               PERFORM 0150-LER-TURMA
           END-IF.
       0110-CARREGAR-EXAMES.
                   MOVE DISC-NOME TO WRK-DCM-NOME(WRK-DCM-QTD)
                   MOVE DISC-PESO TO WRK-DCM-PESO(WRK-DCM-QTD)
           END-READ.
       0119-CARREGAR-CADASTRO.
      *>********* CARREGANDO AS MATRICULAS DO CADASTRO DE ALUNOS
           OPEN INPUT ALUNOMST-FILE.
           IF WRK-ALUNOMST-STATUS = '00'
               MOVE 'S' TO WRK-CAD-CONFERE
               PERFORM 0120-LER-CADASTRO UNTIL FIM-ALUNOMST
           END-IF.
           CLOSE ALUNOMST-FILE.
           IF WRK-CAD-QTD = ZEROS
               MOVE 'N' TO WRK-CAD-CONFERE
           END-IF.
           IF NOT CAD-CONFERE
               DISPLAY 'AVISO: CADASTRO DE ALUNOS (ALUNOMST) AUSENTE, '
                       'VAZIO OU MAIOR QUE A TABELA (1000) - '
                       'MATRICULAS NAO CONFERIDAS.'
           END-IF.
       0120-LER-CADASTRO.
      *>********* LENDO UMA MATRICULA DO CADASTRO DE ALUNOS
           READ ALUNOMST-FILE
               AT END
                   MOVE 'S' TO WRK-ALUNOMST-EOF
               NOT AT END
                   IF WRK-CAD-QTD >= 1000
                       MOVE 'N' TO WRK-CAD-CONFERE
                       MOVE 'S' TO WRK-ALUNOMST-EOF
                   ELSE
                       ADD 1 TO WRK-CAD-QTD
                       MOVE ALUN-MATRICULA
                           TO WRK-CAD-MATRICULA(WRK-CAD-QTD)
                   END-IF
           END-READ.
       0108-ABRIR-CSV.
      *>********* ABRINDO O EXPORT EM CSV DO BOLETIM, COM CABECALHO
           OPEN OUTPUT BOLETIMCSV-FILE.
           END-EVALUATE.
       0158-VALIDAR-REGISTRO.
      *>********* VALIDANDO UMA LINHA DE NOTA
           PERFORM 0159-LOCALIZAR-CADASTRO.
           IF TURMA-NOME = SPACES
               MOVE 'NOME EM BRANCO' TO TURMAERR-MOTIVO
               PERFORM 0156-GRAVAR-REJEITADO
                           TO TURMAERR-MOTIVO
                       PERFORM 0156-GRAVAR-REJEITADO
                   ELSE
                       IF CAD-CONFERE AND WRK-CAD-ACHADO = ZEROS
                           MOVE 'ALUNO FORA CADASTRO'
                               TO TURMAERR-MOTIVO
                           PERFORM 0156-GRAVAR-REJEITADO
                       ELSE
                           MOVE 'S' TO WRK-REGISTRO-OK
                           MOVE TURMA-MATRICULA TO WRK-MATRICULA
                           MOVE TURMA-NOME TO WRK-NOME
                           MOVE TURMA-DISCIPLINA TO WRK-DISCIPLINA
                           MOVE TURMA-NOTA1 TO WRK-NOTA1
                           MOVE TURMA-NOTA2 TO WRK-NOTA2
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0159-LOCALIZAR-CADASTRO.
      *>********* LOCALIZANDO A MATRICULA DA LINHA NO CADASTRO DE
      *>          ALUNOS
           MOVE ZEROS TO WRK-CAD-ACHADO.
           IF CAD-CONFERE
               PERFORM 0161-TESTAR-CADASTRO
                   VARYING WRK-CAD-IDX FROM 1 BY 1
                   UNTIL WRK-CAD-IDX > WRK-CAD-QTD
                      OR WRK-CAD-ACHADO > ZEROS
           END-IF.
       0161-TESTAR-CADASTRO.
      *>********* COMPARANDO UMA MATRICULA DO CADASTRO COM A LINHA
           IF WRK-CAD-MATRICULA(WRK-CAD-IDX) = TURMA-MATRICULA
               MOVE WRK-CAD-IDX TO WRK-CAD-ACHADO
           END-IF.
       0156-GRAVAR-REJEITADO.
      *>********* GRAVANDO A LINHA INVALIDA NO RELATORIO DE
      *>          REJEITADOS, COM O MOTIVO
