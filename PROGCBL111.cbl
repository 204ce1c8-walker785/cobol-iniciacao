       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL111.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: ALERTA DE ALUNOS EM RISCO NO MEIO DO PERIODO: LER
      *>           AS NOTAS PARCIAIS DOS DECKS DAS TURMAS (TURMA08/
      *>           TURMA09) E A FREQUENCIA ATE A DATA (FREQ08/FREQ09),
      *>           PROJETAR O RESULTADO DE CADA DISCIPLINA PELO MOTOR
      *>           COMPARTILHADO DO BOLETIM (FAIXAS DO NOTACFG E
      *>           MINIMO DO FREQCFG) E LISTAR QUEM CAMINHA PARA
      *>           RECUPERACAO, REPROVACAO OU REPROVACAO POR FALTA,
      *>           COM A NOTA NECESSARIA PARA APROVAR
      *> OBJETIVO: QUADRO DE HONRA COM OS MELHORES ALUNOS DE CADA
      *>           TURMA PELA MEDIA GERAL PONDERADA, PARA A CERIMONIA
      *>           DE FIM DE PERIODO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TURMA08-FILE ASSIGN TO 'TURMA08'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TURMA08-STATUS.
           SELECT OPTIONAL TURMA09-FILE ASSIGN TO 'TURMA09'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TURMA09-STATUS.
           SELECT OPTIONAL FREQ08-FILE ASSIGN TO 'FREQ08'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FREQ08-STATUS.
           SELECT OPTIONAL FREQ09-FILE ASSIGN TO 'FREQ09'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FREQ09-STATUS.
           SELECT OPTIONAL FREQCFG-FILE ASSIGN TO 'FREQCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FREQCFG-STATUS.
           SELECT OPTIONAL NOTACFG-FILE ASSIGN TO 'NOTACFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTACFG-STATUS.
           SELECT OPTIONAL DISCMST-FILE ASSIGN TO 'DISCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISCMST-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *>********* DECKS DAS TURMAS NO MEIO DO PERIODO: NOTA EM BRANCO
      *>          E NOTA AINDA NAO LANCADA
       FD  TURMA08-FILE.
       01  TURMA08-REC.
           02 TURMA08-MATRICULA PIC 9(06).
           02 TURMA08-NOME PIC X(25).
           02 TURMA08-DISCIPLINA PIC X(04).
           02 TURMA08-NOTA1 PIC 9(04).
           02 TURMA08-NOTA1-X REDEFINES TURMA08-NOTA1 PIC X(04).
           02 TURMA08-NOTA2 PIC 9(02).
           02 TURMA08-NOTA2-X REDEFINES TURMA08-NOTA2 PIC X(02).
       FD  TURMA09-FILE.
       01  TURMA09-REC.
           02 TURMA09-MATRICULA PIC 9(06).
           02 TURMA09-NOME PIC X(25).
           02 TURMA09-DISCIPLINA PIC X(04).
           02 TURMA09-NOTA1 PIC 9(04).
           02 TURMA09-NOTA1-X REDEFINES TURMA09-NOTA1 PIC X(04).
           02 TURMA09-NOTA2 PIC 9(02).
           02 TURMA09-NOTA2-X REDEFINES TURMA09-NOTA2 PIC X(02).
       FD  FREQ08-FILE.
       01  FREQ08-REC.
           02 FREQ08-MATRICULA PIC 9(06).
           02 FREQ08-AULAS-DADAS PIC 9(03).
           02 FREQ08-PRESENCAS PIC 9(03).
       FD  FREQ09-FILE.
       01  FREQ09-REC.
           02 FREQ09-MATRICULA PIC 9(06).
           02 FREQ09-AULAS-DADAS PIC 9(03).
           02 FREQ09-PRESENCAS PIC 9(03).
       FD  FREQCFG-FILE.
       01  FREQCFG-REC.
           02 FREQCFG-MINIMO PIC 9(03).
       FD  NOTACFG-FILE.
       01  NOTACFG-REC.
           02 NOTACFG-LIMITE PIC 9(07)V99.
           02 NOTACFG-CODIGO PIC X(02).
           02 NOTACFG-DESCRICAO PIC X(20).
       FD  DISCMST-FILE.
       01  DISCMST-REC.
           COPY 'DISCIPLINA.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='ALUNOS EM RISCO E QUADRO DE HONRA'==.
       COPY 'FAIXACFG.cbl' REPLACING ==:TABELA:== BY ==WRK-NOTAFAIXA==.
       COPY 'BOLETIM.cbl'.
       77 WRK-TURMA08-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TURMA09-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FREQ08-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FREQ09-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FREQCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-NOTACFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-NOTACFG-EOF PIC X(01) VALUE 'N'.
       77 WRK-DISCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DISCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-DISCMST VALUE 'S'.
       77 WRK-ARQ-EOF PIC X(01) VALUE 'N'.
         88 FIM-ARQ VALUE 'S'.
       77 WRK-QTD-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-IGNORADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-NOTA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RISCO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DISC-RC PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DISC-RP PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DISC-RF PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-HONRA PIC 9(02) VALUE ZEROS.
       77 WRK-LIMITE-AP PIC 9(07)V99 VALUE ZEROS.
      *>********* LINHA DO DECK DA VEZ (QUALQUER DAS TURMAS); SITUACAO
      *>          DAS NOTAS: N = AS DUAS, S = SO A NOTA1, V = NENHUMA
      *>          AINDA, X = LINHA INVALIDA
       77 WRK-LIDA-TURMA PIC X(07) VALUE SPACES.
       77 WRK-LIDA-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-LIDA-NOME PIC X(25) VALUE SPACES.
       77 WRK-LIDA-DISCIPLINA PIC X(04) VALUE SPACES.
       77 WRK-LIDA-NOTA1 PIC 9(04) VALUE ZEROS.
       77 WRK-LIDA-NOTA2 PIC 9(02) VALUE ZEROS.
       77 WRK-LIDA-PENDENTE PIC X(01) VALUE 'N'.
      *>********* FREQUENCIA ATE A DATA, POR TURMA E MATRICULA
       01 WRK-FRQ-TAB.
          02 WRK-FRQ-LINHA OCCURS 200 TIMES.
             03 WRK-FRQ-TURMA PIC X(07).
             03 WRK-FRQ-MATRICULA PIC 9(06).
             03 WRK-FRQ-DADAS PIC 9(03).
             03 WRK-FRQ-PRESENCAS PIC 9(03).
       77 WRK-FRQ-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-FRQ-ESTOURO PIC X(01) VALUE 'N'.
         88 FRQ-ESTOUROU VALUE 'S'.
       01 WRK-DCM-TAB.
          02 WRK-DCM-LINHA OCCURS 50 TIMES.
             03 WRK-DCM-CODIGO PIC X(04).
             03 WRK-DCM-NOME PIC X(20).
             03 WRK-DCM-PESO PIC 9(01)V9.
       77 WRK-DCM-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-DCM-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-DCM-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-DCM-NOME-EXIBIR PIC X(20) VALUE SPACES.
       77 WRK-DCM-PESO-USAR PIC 9(01)V9 VALUE ZEROS.
       77 WRK-CODIGO-BUSCA-DISC PIC X(04) VALUE SPACES.
      *>********* ALUNOS DAS DUAS TURMAS COM AS DISCIPLINAS PROJETADAS
       01 WRK-ALUNOS-TAB.
          02 WRK-ALU-LINHA OCCURS 200 TIMES.
             03 WRK-ALU-TURMA PIC X(07).
             03 WRK-ALU-MATRICULA PIC 9(06).
             03 WRK-ALU-NOME PIC X(25).
             03 WRK-ALU-FREQ-PCT PIC 9(03)V9.
             03 WRK-ALU-MEDIA-GERAL PIC 9(02)V9.
             03 WRK-ALU-RISCO PIC X(01).
             03 WRK-ALU-HONRA PIC X(01).
             03 WRK-ALU-QTD-DISC PIC 9(02).
             03 WRK-ALU-DISC OCCURS 10 TIMES.
                04 WRK-DIS-CODIGO PIC X(04).
                04 WRK-DIS-NOTA1 PIC 9(02).
                04 WRK-DIS-NOTA2 PIC 9(02).
                04 WRK-DIS-PENDENTE PIC X(01).
                04 WRK-DIS-MEDIA PIC 9(02)V9.
                04 WRK-DIS-CODSTAT PIC X(02).
                04 WRK-DIS-STATUS PIC X(20).
       77 WRK-ALU-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ALU-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ALU-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-DIS-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-EST-ALUNOS PIC X(01) VALUE 'N'.
         88 ALUNOS-ESTOUROU VALUE 'S'.
       77 WRK-SOMA-PONDERADA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SOMA-PESOS PIC 9(04)V9 VALUE ZEROS.
      *>********* NOTA NECESSARIA PARA APROVAR (NOTA2 QUANDO AINDA
      *>          NAO LANCADA, SENAO O EXAME FINAL)
       77 WRK-NECESSARIA PIC S9(03)V99 VALUE ZEROS.
       77 WRK-NEC-INTEIRA PIC S9(03) VALUE ZEROS.
       77 WRK-NEC-EXAME PIC S9(03)V9 VALUE ZEROS.
       77 WRK-NEC-TEXTO PIC X(25) VALUE SPACES.
      *>********* QUADRO DE HONRA
       77 WRK-TURMA-QUADRO PIC X(07) VALUE SPACES.
       77 WRK-QH-POS PIC 9(02) VALUE ZEROS.
       77 WRK-QH-MELHOR PIC 9(03) VALUE ZEROS.
      *>********* CAMPOS DE EXIBICAO
       77 WRK-NOTA-ED PIC Z9.
       77 WRK-NOTA2-ED PIC X(02) VALUE SPACES.
       77 WRK-MEDIA-ED PIC Z9,9.
       77 WRK-FREQ-ED PIC ZZ9,9.
       77 WRK-NEC-ED PIC Z9.
       77 WRK-NECX-ED PIC Z9,9.
       77 WRK-POS-ED PIC Z9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDAS TO WRK-RUN-LIDOS.
           MOVE WRK-ALU-QTD TO WRK-RUN-PROC.
           MOVE WRK-QTD-IGNORADAS TO WRK-RUN-REJ.
           MOVE 'OK' TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           GOBACK.
       0100-INICIALIZAR.
      *>********* CARREGANDO AS REGRAS, A FREQUENCIA E AS NOTAS
      *>          PARCIAIS DAS TURMAS
           DISPLAY '***************************************'.
           DISPLAY ' ALUNOS EM RISCO E QUADRO DE HONRA'.
           DISPLAY '***************************************'.
           DISPLAY 'ALUNOS NO QUADRO DE HONRA POR TURMA '
                   '(BRANCO = 3): '.
           ACCEPT WRK-QTD-HONRA FROM CONSOLE.
           IF WRK-QTD-HONRA = ZEROS
               MOVE 3 TO WRK-QTD-HONRA
           END-IF.
           PERFORM 0105-CARREGAR-FAIXAS.
           PERFORM 0107-APURAR-LIMITE-AP.
           PERFORM 0109-CARREGAR-FREQCFG.
           PERFORM 0110-CARREGAR-DISCIPLINAS.
           PERFORM 0120-CARREGAR-FREQ08.
           PERFORM 0125-CARREGAR-FREQ09.
           PERFORM 0140-LER-TURMA08.
           PERFORM 0150-LER-TURMA09.
       0105-CARREGAR-FAIXAS.
      *>********* CARREGANDO AS FAIXAS DE APROVACAO/RECUPERACAO DO
      *>          ARQUIVO DE CONTROLE (AS MESMAS DOS BOLETINS)
           OPEN INPUT NOTACFG-FILE.
           IF WRK-NOTACFG-STATUS = '00'
               PERFORM 0106-LER-FAIXA
                   UNTIL WRK-NOTACFG-EOF = 'S'
                      OR WRK-NOTAFAIXA-QTD >= 10
           END-IF.
           CLOSE NOTACFG-FILE.
           IF WRK-NOTAFAIXA-QTD = ZEROS
      *>********* SEM ARQUIVO DE CONTROLE, USANDO AS FAIXAS PADRAO
               MOVE 2 TO WRK-NOTAFAIXA-QTD
               MOVE 6,00 TO WRK-NOTAFAIXA-LIMITE(1)
               MOVE 'AP' TO WRK-NOTAFAIXA-CODIGO(1)
               MOVE 'APROVADO' TO WRK-NOTAFAIXA-DESCRICAO(1)
               MOVE 3,00 TO WRK-NOTAFAIXA-LIMITE(2)
               MOVE 'RC' TO WRK-NOTAFAIXA-CODIGO(2)
               MOVE 'RECUPERACAO' TO WRK-NOTAFAIXA-DESCRICAO(2)
           END-IF.
       0106-LER-FAIXA.
      *>********* LENDO UMA LINHA DO ARQUIVO DE FAIXAS
           READ NOTACFG-FILE
               AT END
                   MOVE 'S' TO WRK-NOTACFG-EOF
               NOT AT END
                   ADD 1 TO WRK-NOTAFAIXA-QTD
                   MOVE NOTACFG-LIMITE
                       TO WRK-NOTAFAIXA-LIMITE(WRK-NOTAFAIXA-QTD)
                   MOVE NOTACFG-CODIGO
                       TO WRK-NOTAFAIXA-CODIGO(WRK-NOTAFAIXA-QTD)
                   MOVE NOTACFG-DESCRICAO
                       TO WRK-NOTAFAIXA-DESCRICAO(WRK-NOTAFAIXA-QTD)
           END-READ.
       0107-APURAR-LIMITE-AP.
      *>********* MENOR MEDIA QUE APROVA (MENOR LIMITE DE FAIXA AP),
      *>          BASE DA NOTA NECESSARIA
           MOVE 10 TO WRK-LIMITE-AP.
           PERFORM 0108-TESTAR-FAIXA-AP
               VARYING WRK-NOTAFAIXA-IDX FROM 1 BY 1
               UNTIL WRK-NOTAFAIXA-IDX > WRK-NOTAFAIXA-QTD.
       0108-TESTAR-FAIXA-AP.
      *>********* COMPARANDO UMA FAIXA DE APROVACAO
           IF WRK-NOTAFAIXA-CODIGO(WRK-NOTAFAIXA-IDX) = 'AP'
              AND WRK-NOTAFAIXA-LIMITE(WRK-NOTAFAIXA-IDX)
                  < WRK-LIMITE-AP
               MOVE WRK-NOTAFAIXA-LIMITE(WRK-NOTAFAIXA-IDX)
                   TO WRK-LIMITE-AP
           END-IF.
       0109-CARREGAR-FREQCFG.
      *>********* CARREGANDO O MINIMO DE FREQUENCIA DO ARQUIVO DE
      *>          CONTROLE (SEM O ARQUIVO, VALE O PADRAO DO MOTOR)
           OPEN INPUT FREQCFG-FILE.
           IF WRK-FREQCFG-STATUS = '00'
               READ FREQCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FREQCFG-MINIMO TO WRK-BOL-FREQ-MINIMA
               END-READ
           END-IF.
           CLOSE FREQCFG-FILE.
       0110-CARREGAR-DISCIPLINAS.
      *>********* CARREGANDO O CADASTRO DE DISCIPLINAS (SEM O
      *>          CADASTRO, SAI SO O CODIGO E TODO PESO VALE 1,0)
           OPEN INPUT DISCMST-FILE.
           IF WRK-DISCMST-STATUS = '00'
               PERFORM 0111-LER-DISCIPLINA
                   UNTIL FIM-DISCMST OR WRK-DCM-QTD >= 50
           END-IF.
           CLOSE DISCMST-FILE.
       0111-LER-DISCIPLINA.
      *>********* LENDO UMA DISCIPLINA DO CADASTRO
           READ DISCMST-FILE
               AT END
                   MOVE 'S' TO WRK-DISCMST-EOF
               NOT AT END
                   ADD 1 TO WRK-DCM-QTD
                   MOVE DISC-CODIGO TO WRK-DCM-CODIGO(WRK-DCM-QTD)
                   MOVE DISC-NOME TO WRK-DCM-NOME(WRK-DCM-QTD)
                   MOVE DISC-PESO TO WRK-DCM-PESO(WRK-DCM-QTD)
           END-READ.
       0120-CARREGAR-FREQ08.
      *>********* CARREGANDO A FREQUENCIA DA TURMA08 ATE A DATA (SEM
      *>          O ARQUIVO, TODO ALUNO VALE COMO 100 DE PRESENCA)
           OPEN INPUT FREQ08-FILE.
           IF WRK-FREQ08-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-EOF
               PERFORM 0121-LER-FREQ08 UNTIL FIM-ARQ
           END-IF.
           CLOSE FREQ08-FILE.
       0121-LER-FREQ08.
      *>********* LENDO UMA LINHA DE FREQUENCIA DA TURMA08
           READ FREQ08-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF WRK-FRQ-QTD >= 200
                       MOVE 'S' TO WRK-FRQ-ESTOURO
                   ELSE
                       ADD 1 TO WRK-FRQ-QTD
                       MOVE 'TURMA08' TO WRK-FRQ-TURMA(WRK-FRQ-QTD)
                       MOVE FREQ08-MATRICULA
                           TO WRK-FRQ-MATRICULA(WRK-FRQ-QTD)
                       MOVE FREQ08-AULAS-DADAS
                           TO WRK-FRQ-DADAS(WRK-FRQ-QTD)
                       MOVE FREQ08-PRESENCAS
                           TO WRK-FRQ-PRESENCAS(WRK-FRQ-QTD)
                   END-IF
           END-READ.
       0125-CARREGAR-FREQ09.
      *>********* CARREGANDO A FREQUENCIA DA TURMA09 ATE A DATA
           OPEN INPUT FREQ09-FILE.
           IF WRK-FREQ09-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-EOF
               PERFORM 0126-LER-FREQ09 UNTIL FIM-ARQ
           END-IF.
           CLOSE FREQ09-FILE.
       0126-LER-FREQ09.
      *>********* LENDO UMA LINHA DE FREQUENCIA DA TURMA09
           READ FREQ09-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF WRK-FRQ-QTD >= 200
                       MOVE 'S' TO WRK-FRQ-ESTOURO
                   ELSE
                       ADD 1 TO WRK-FRQ-QTD
                       MOVE 'TURMA09' TO WRK-FRQ-TURMA(WRK-FRQ-QTD)
                       MOVE FREQ09-MATRICULA
                           TO WRK-FRQ-MATRICULA(WRK-FRQ-QTD)
                       MOVE FREQ09-AULAS-DADAS
                           TO WRK-FRQ-DADAS(WRK-FRQ-QTD)
                       MOVE FREQ09-PRESENCAS
                           TO WRK-FRQ-PRESENCAS(WRK-FRQ-QTD)
                   END-IF
           END-READ.
       0140-LER-TURMA08.
      *>********* LENDO AS NOTAS PARCIAIS DO DECK DA TURMA08
           OPEN INPUT TURMA08-FILE.
           IF WRK-TURMA08-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-EOF
               PERFORM 0141-LER-NOTA-TURMA08 UNTIL FIM-ARQ
           ELSE
               DISPLAY 'AVISO: DECK TURMA08 AUSENTE - TURMA FORA DO '
                       'ALERTA.'
           END-IF.
           CLOSE TURMA08-FILE.
       0141-LER-NOTA-TURMA08.
      *>********* LENDO UMA LINHA DO DECK (HDR/TRL SAO CONTROLE)
           READ TURMA08-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF TURMA08-REC(1:3) NOT = 'HDR'
                      AND TURMA08-REC(1:3) NOT = 'TRL'
                       ADD 1 TO WRK-QTD-LIDAS
                       MOVE 'TURMA08' TO WRK-LIDA-TURMA
                       MOVE TURMA08-MATRICULA TO WRK-LIDA-MATRICULA
                       MOVE TURMA08-NOME TO WRK-LIDA-NOME
                       MOVE TURMA08-DISCIPLINA TO WRK-LIDA-DISCIPLINA
                       MOVE ZEROS TO WRK-LIDA-NOTA1
                       MOVE ZEROS TO WRK-LIDA-NOTA2
                       EVALUATE TRUE
                           WHEN TURMA08-NOTA1-X = SPACES
                                AND TURMA08-NOTA2-X = SPACES
                               MOVE 'V' TO WRK-LIDA-PENDENTE
                           WHEN TURMA08-MATRICULA IS NOT NUMERIC
                                OR TURMA08-NOTA1 IS NOT NUMERIC
                               MOVE 'X' TO WRK-LIDA-PENDENTE
                           WHEN TURMA08-NOTA2-X = SPACES
                               MOVE 'S' TO WRK-LIDA-PENDENTE
                               MOVE TURMA08-NOTA1 TO WRK-LIDA-NOTA1
                           WHEN TURMA08-NOTA2 IS NOT NUMERIC
                               MOVE 'X' TO WRK-LIDA-PENDENTE
                           WHEN OTHER
                               MOVE 'N' TO WRK-LIDA-PENDENTE
                               MOVE TURMA08-NOTA1 TO WRK-LIDA-NOTA1
                               MOVE TURMA08-NOTA2 TO WRK-LIDA-NOTA2
                       END-EVALUATE
                       PERFORM 0160-REGISTRAR-NOTA
                   END-IF
           END-READ.
       0150-LER-TURMA09.
      *>********* LENDO AS NOTAS PARCIAIS DO DECK DA TURMA09
           OPEN INPUT TURMA09-FILE.
           IF WRK-TURMA09-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-EOF
               PERFORM 0151-LER-NOTA-TURMA09 UNTIL FIM-ARQ
           ELSE
               DISPLAY 'AVISO: DECK TURMA09 AUSENTE - TURMA FORA DO '
                       'ALERTA.'
           END-IF.
           CLOSE TURMA09-FILE.
       0151-LER-NOTA-TURMA09.
      *>********* LENDO UMA LINHA DO DECK (HDR/TRL SAO CONTROLE)
           READ TURMA09-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF TURMA09-REC(1:3) NOT = 'HDR'
                      AND TURMA09-REC(1:3) NOT = 'TRL'
                       ADD 1 TO WRK-QTD-LIDAS
                       MOVE 'TURMA09' TO WRK-LIDA-TURMA
                       MOVE TURMA09-MATRICULA TO WRK-LIDA-MATRICULA
                       MOVE TURMA09-NOME TO WRK-LIDA-NOME
                       MOVE TURMA09-DISCIPLINA TO WRK-LIDA-DISCIPLINA
                       MOVE ZEROS TO WRK-LIDA-NOTA1
                       MOVE ZEROS TO WRK-LIDA-NOTA2
                       EVALUATE TRUE
                           WHEN TURMA09-NOTA1-X = SPACES
                                AND TURMA09-NOTA2-X = SPACES
                               MOVE 'V' TO WRK-LIDA-PENDENTE
                           WHEN TURMA09-MATRICULA IS NOT NUMERIC
                                OR TURMA09-NOTA1 IS NOT NUMERIC
                               MOVE 'X' TO WRK-LIDA-PENDENTE
                           WHEN TURMA09-NOTA2-X = SPACES
                               MOVE 'S' TO WRK-LIDA-PENDENTE
                               MOVE TURMA09-NOTA1 TO WRK-LIDA-NOTA1
                           WHEN TURMA09-NOTA2 IS NOT NUMERIC
                               MOVE 'X' TO WRK-LIDA-PENDENTE
                           WHEN OTHER
                               MOVE 'N' TO WRK-LIDA-PENDENTE
                               MOVE TURMA09-NOTA1 TO WRK-LIDA-NOTA1
                               MOVE TURMA09-NOTA2 TO WRK-LIDA-NOTA2
                       END-EVALUATE
                       PERFORM 0160-REGISTRAR-NOTA
                   END-IF
           END-READ.
       0160-REGISTRAR-NOTA.
      *>********* GUARDANDO A NOTA PARCIAL NO ALUNO; A LINHA SEM NOTA
      *>          AINDA NAO TEM O QUE PROJETAR E A INVALIDA E IGNORADA
           EVALUATE TRUE
               WHEN WRK-LIDA-PENDENTE = 'V'
                   ADD 1 TO WRK-QTD-SEM-NOTA
               WHEN WRK-LIDA-PENDENTE = 'X'
                    OR WRK-LIDA-NOME = SPACES
                    OR WRK-LIDA-NOTA1 > 10
                    OR WRK-LIDA-NOTA2 > 10
                   ADD 1 TO WRK-QTD-IGNORADAS
                   DISPLAY 'LINHA IGNORADA (' WRK-LIDA-TURMA '): '
                           WRK-LIDA-MATRICULA ' ' WRK-LIDA-NOME
               WHEN OTHER
                   PERFORM 0165-GUARDAR-DISCIPLINA
           END-EVALUATE.
       0165-GUARDAR-DISCIPLINA.
      *>********* LOCALIZANDO (OU INCLUINDO) O ALUNO E ACRESCENTANDO
      *>          A DISCIPLINA
           MOVE ZEROS TO WRK-ALU-ACHADO.
           PERFORM 0166-TESTAR-ALUNO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QTD
                  OR WRK-ALU-ACHADO > ZEROS.
           IF WRK-ALU-ACHADO = ZEROS
               IF WRK-ALU-QTD < 200
                   ADD 1 TO WRK-ALU-QTD
                   MOVE WRK-ALU-QTD TO WRK-ALU-ACHADO
                   MOVE WRK-LIDA-TURMA
                     TO WRK-ALU-TURMA(WRK-ALU-ACHADO)
                   MOVE WRK-LIDA-MATRICULA
                     TO WRK-ALU-MATRICULA(WRK-ALU-ACHADO)
                   MOVE WRK-LIDA-NOME TO WRK-ALU-NOME(WRK-ALU-ACHADO)
                   MOVE ZEROS TO WRK-ALU-QTD-DISC(WRK-ALU-ACHADO)
                   MOVE 'N' TO WRK-ALU-RISCO(WRK-ALU-ACHADO)
                   MOVE 'N' TO WRK-ALU-HONRA(WRK-ALU-ACHADO)
               ELSE
                   MOVE 'S' TO WRK-EST-ALUNOS
               END-IF
           END-IF.
           IF WRK-ALU-ACHADO > ZEROS
               IF WRK-ALU-QTD-DISC(WRK-ALU-ACHADO) >= 10
                   MOVE 'S' TO WRK-EST-ALUNOS
               ELSE
                   ADD 1 TO WRK-ALU-QTD-DISC(WRK-ALU-ACHADO)
                   MOVE WRK-ALU-QTD-DISC(WRK-ALU-ACHADO) TO WRK-DIS-IDX
                   MOVE WRK-LIDA-DISCIPLINA
                     TO WRK-DIS-CODIGO(WRK-ALU-ACHADO, WRK-DIS-IDX)
                   MOVE WRK-LIDA-NOTA1
                     TO WRK-DIS-NOTA1(WRK-ALU-ACHADO, WRK-DIS-IDX)
                   MOVE WRK-LIDA-NOTA2
                     TO WRK-DIS-NOTA2(WRK-ALU-ACHADO, WRK-DIS-IDX)
                   MOVE WRK-LIDA-PENDENTE
                     TO WRK-DIS-PENDENTE(WRK-ALU-ACHADO, WRK-DIS-IDX)
               END-IF
           END-IF.
       0166-TESTAR-ALUNO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O ALUNO LIDO
           IF WRK-ALU-TURMA(WRK-ALU-IDX) = WRK-LIDA-TURMA
              AND WRK-ALU-MATRICULA(WRK-ALU-IDX) = WRK-LIDA-MATRICULA
               MOVE WRK-ALU-IDX TO WRK-ALU-ACHADO
           END-IF.
       0200-PROCESSAR.
      *>********* PROJETANDO CADA ALUNO E IMPRIMINDO O ALERTA E O
      *>          QUADRO DE HONRA
           PERFORM 0210-PROJETAR-ALUNO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QTD.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           MOVE WRK-LIMITE-AP TO WRK-MEDIA-ED.
           DISPLAY 'MEDIA PARA APROVAR: ' WRK-MEDIA-ED
                   '   FREQUENCIA MINIMA: ' WRK-BOL-FREQ-MINIMA '%'.
           DISPLAY 'NOTA2 EM BRANCO: PROJECAO PELA NOTA1 E NOTA2 '
                   'NECESSARIA'.
           DISPLAY 'COM AS DUAS NOTAS: EXAME NECESSARIO PARA APROVAR'.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '---------------------------------------'.
           DISPLAY 'ALUNOS EM RISCO'.
           PERFORM 0250-LISTAR-RISCO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QTD.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '---------------------------------------'.
           DISPLAY 'QUADRO DE HONRA'.
           MOVE 'TURMA08' TO WRK-TURMA-QUADRO.
           PERFORM 0270-QUADRO-TURMA.
           MOVE 'TURMA09' TO WRK-TURMA-QUADRO.
           PERFORM 0270-QUADRO-TURMA.
       0210-PROJETAR-ALUNO.
      *>********* FREQUENCIA ATE A DATA, PROJECAO DE CADA DISCIPLINA
      *>          E MEDIA GERAL PONDERADA DO ALUNO
           PERFORM 0215-APURAR-FREQUENCIA.
           MOVE ZEROS TO WRK-SOMA-PONDERADA.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           PERFORM 0220-PROJETAR-DISCIPLINA
               VARYING WRK-DIS-IDX FROM 1 BY 1
               UNTIL WRK-DIS-IDX > WRK-ALU-QTD-DISC(WRK-ALU-IDX).
           MOVE ZEROS TO WRK-ALU-MEDIA-GERAL(WRK-ALU-IDX).
           IF WRK-SOMA-PESOS > ZEROS
               COMPUTE WRK-ALU-MEDIA-GERAL(WRK-ALU-IDX) ROUNDED =
                   WRK-SOMA-PONDERADA / WRK-SOMA-PESOS
           END-IF.
           IF WRK-ALU-RISCO(WRK-ALU-IDX) = 'S'
               ADD 1 TO WRK-QTD-RISCO
           END-IF.
       0215-APURAR-FREQUENCIA.
      *>********* PERCENTUAL DE PRESENCA ATE A DATA (SEM LINHA DE
      *>          FREQUENCIA, O ALUNO VALE 100)
           MOVE 100 TO WRK-ALU-FREQ-PCT(WRK-ALU-IDX).
           MOVE ZEROS TO WRK-FRQ-ACHADO.
           PERFORM 0216-TESTAR-FREQUENCIA
               VARYING WRK-FRQ-IDX FROM 1 BY 1
               UNTIL WRK-FRQ-IDX > WRK-FRQ-QTD
                  OR WRK-FRQ-ACHADO > ZEROS.
           IF WRK-FRQ-ACHADO > ZEROS
              AND WRK-FRQ-DADAS(WRK-FRQ-ACHADO) > ZEROS
               COMPUTE WRK-ALU-FREQ-PCT(WRK-ALU-IDX) ROUNDED =
                   (WRK-FRQ-PRESENCAS(WRK-FRQ-ACHADO) * 100)
                   / WRK-FRQ-DADAS(WRK-FRQ-ACHADO)
           END-IF.
       0216-TESTAR-FREQUENCIA.
      *>********* COMPARANDO UMA LINHA DE FREQUENCIA COM O ALUNO
           IF WRK-FRQ-TURMA(WRK-FRQ-IDX) = WRK-ALU-TURMA(WRK-ALU-IDX)
              AND WRK-FRQ-MATRICULA(WRK-FRQ-IDX)
                  = WRK-ALU-MATRICULA(WRK-ALU-IDX)
               MOVE WRK-FRQ-IDX TO WRK-FRQ-ACHADO
           END-IF.
       0220-PROJETAR-DISCIPLINA.
      *>********* PROJETANDO UMA DISCIPLINA PELO MOTOR DO BOLETIM: COM
      *>          A NOTA2 EM BRANCO, O ALUNO MANTEM O DESEMPENHO DA
      *>          NOTA1; COM AS DUAS, VALE A MEDIA DO BOLETIM
           IF WRK-DIS-PENDENTE(WRK-ALU-IDX, WRK-DIS-IDX) = 'S'
               MOVE WRK-DIS-NOTA1(WRK-ALU-IDX, WRK-DIS-IDX)
                   TO WRK-DIS-MEDIA(WRK-ALU-IDX, WRK-DIS-IDX)
           ELSE
               COMPUTE WRK-DIS-MEDIA(WRK-ALU-IDX, WRK-DIS-IDX) =
                   (WRK-DIS-NOTA1(WRK-ALU-IDX, WRK-DIS-IDX)
                  + WRK-DIS-NOTA2(WRK-ALU-IDX, WRK-DIS-IDX)) / 2
           END-IF.
           MOVE WRK-DIS-MEDIA(WRK-ALU-IDX, WRK-DIS-IDX)
               TO WRK-BOL-MEDIA.
           MOVE WRK-ALU-FREQ-PCT(WRK-ALU-IDX) TO WRK-BOL-FREQ-PCT.
           PERFORM 9660-CLASSIFICAR-MEDIA.
           MOVE WRK-BOL-CODIGO
               TO WRK-DIS-CODSTAT(WRK-ALU-IDX, WRK-DIS-IDX).
           MOVE WRK-BOL-TEXTO
               TO WRK-DIS-STATUS(WRK-ALU-IDX, WRK-DIS-IDX).
           EVALUATE WRK-BOL-CODIGO
               WHEN 'AP'
                   CONTINUE
               WHEN 'RC'
                   MOVE 'S' TO WRK-ALU-RISCO(WRK-ALU-IDX)
                   ADD 1 TO WRK-QTD-DISC-RC
               WHEN 'RF'
                   MOVE 'S' TO WRK-ALU-RISCO(WRK-ALU-IDX)
                   ADD 1 TO WRK-QTD-DISC-RF
               WHEN OTHER
                   MOVE 'S' TO WRK-ALU-RISCO(WRK-ALU-IDX)
                   ADD 1 TO WRK-QTD-DISC-RP
           END-EVALUATE.
           MOVE WRK-DIS-CODIGO(WRK-ALU-IDX, WRK-DIS-IDX)
               TO WRK-CODIGO-BUSCA-DISC.
           PERFORM 0225-LOCALIZAR-DISCIPLINA.
           COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
               + (WRK-DIS-MEDIA(WRK-ALU-IDX, WRK-DIS-IDX)
                  * WRK-DCM-PESO-USAR).
           ADD WRK-DCM-PESO-USAR TO WRK-SOMA-PESOS.
       0225-LOCALIZAR-DISCIPLINA.
      *>********* NOME E PESO DA DISCIPLINA NO CADASTRO (SEM
      *>          CADASTRO: NOME EM BRANCO E PESO 1,0)
           MOVE SPACES TO WRK-DCM-NOME-EXIBIR.
           MOVE 1 TO WRK-DCM-PESO-USAR.
           MOVE ZEROS TO WRK-DCM-ACHADO.
           PERFORM 0226-TESTAR-CADASTRO-DISC
               VARYING WRK-DCM-IDX FROM 1 BY 1
               UNTIL WRK-DCM-IDX > WRK-DCM-QTD
                  OR WRK-DCM-ACHADO > ZEROS.
           IF WRK-DCM-ACHADO > ZEROS
               MOVE WRK-DCM-NOME(WRK-DCM-ACHADO)
                   TO WRK-DCM-NOME-EXIBIR
               IF WRK-DCM-PESO(WRK-DCM-ACHADO) > ZEROS
                   MOVE WRK-DCM-PESO(WRK-DCM-ACHADO)
                       TO WRK-DCM-PESO-USAR
               END-IF
           END-IF.
       0226-TESTAR-CADASTRO-DISC.
      *>********* COMPARANDO UMA POSICAO DO CADASTRO COM O CODIGO
           IF WRK-DCM-CODIGO(WRK-DCM-IDX) = WRK-CODIGO-BUSCA-DISC
               MOVE WRK-DCM-IDX TO WRK-DCM-ACHADO
           END-IF.
       0250-LISTAR-RISCO.
      *>********* UM ALUNO EM RISCO, COM AS DISCIPLINAS QUE NAO
      *>          APROVAM NA PROJECAO
           IF WRK-ALU-RISCO(WRK-ALU-IDX) = 'S'
               MOVE WRK-ALU-FREQ-PCT(WRK-ALU-IDX) TO WRK-FREQ-ED
               PERFORM 9710-CONTAR-LINHA
               DISPLAY WRK-ALU-TURMA(WRK-ALU-IDX) ' '
                       WRK-ALU-MATRICULA(WRK-ALU-IDX) ' '
                       WRK-ALU-NOME(WRK-ALU-IDX) ' PRESENCA '
                       WRK-FREQ-ED '%'
               PERFORM 0255-LISTAR-DISCIPLINA-RISCO
                   VARYING WRK-DIS-IDX FROM 1 BY 1
                   UNTIL WRK-DIS-IDX > WRK-ALU-QTD-DISC(WRK-ALU-IDX)
           END-IF.
       0255-LISTAR-DISCIPLINA-RISCO.
      *>********* UMA DISCIPLINA EM RISCO: NOTAS, PROJECAO E NOTA
      *>          NECESSARIA
           IF WRK-DIS-CODSTAT(WRK-ALU-IDX, WRK-DIS-IDX) NOT = 'AP'
               MOVE WRK-DIS-CODIGO(WRK-ALU-IDX, WRK-DIS-IDX)
                   TO WRK-CODIGO-BUSCA-DISC
               PERFORM 0225-LOCALIZAR-DISCIPLINA
               PERFORM 0260-NOTA-NECESSARIA
               MOVE WRK-DIS-NOTA1(WRK-ALU-IDX, WRK-DIS-IDX)
                   TO WRK-NOTA-ED
               IF WRK-DIS-PENDENTE(WRK-ALU-IDX, WRK-DIS-IDX) = 'S'
                   MOVE '--' TO WRK-NOTA2-ED
               ELSE
                   MOVE WRK-DIS-NOTA2(WRK-ALU-IDX, WRK-DIS-IDX)
                       TO WRK-NEC-ED
                   MOVE WRK-NEC-ED TO WRK-NOTA2-ED
               END-IF
               MOVE WRK-DIS-MEDIA(WRK-ALU-IDX, WRK-DIS-IDX)
                   TO WRK-MEDIA-ED
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '   ' WRK-DIS-CODIGO(WRK-ALU-IDX, WRK-DIS-IDX)
                       ' ' WRK-DCM-NOME-EXIBIR
                       ' N1 ' WRK-NOTA-ED ' N2 ' WRK-NOTA2-ED
                       ' PROJ ' WRK-MEDIA-ED ' '
                       WRK-DIS-STATUS(WRK-ALU-IDX, WRK-DIS-IDX)
                       ' ' WRK-NEC-TEXTO
           END-IF.
       0260-NOTA-NECESSARIA.
      *>********* NOTA QUE FALTA PARA APROVAR: COM A NOTA2 EM BRANCO,
      *>          A NOTA2 MINIMA; COM AS DUAS NOTAS EM RECUPERACAO, O
      *>          EXAME MINIMO (MEDIA FINAL = (MEDIA + EXAME) / 2)
           MOVE SPACES TO WRK-NEC-TEXTO.
           EVALUATE TRUE
               WHEN WRK-DIS-CODSTAT(WRK-ALU-IDX, WRK-DIS-IDX) = 'RF'
                   MOVE 'PRESENCA ABAIXO DO MINIMO' TO WRK-NEC-TEXTO
               WHEN WRK-DIS-PENDENTE(WRK-ALU-IDX, WRK-DIS-IDX) = 'S'
                   COMPUTE WRK-NECESSARIA = (WRK-LIMITE-AP * 2)
                       - WRK-DIS-NOTA1(WRK-ALU-IDX, WRK-DIS-IDX)
                   COMPUTE WRK-NEC-INTEIRA = WRK-NECESSARIA + 0,99
                   IF WRK-NEC-INTEIRA > 10
                       MOVE 'NOTA2 NAO ALCANCA - EXAME'
                           TO WRK-NEC-TEXTO
                   ELSE
                       MOVE WRK-NEC-INTEIRA TO WRK-NEC-ED
                       STRING 'NOTA2 MINIMA ' DELIMITED BY SIZE
                              WRK-NEC-ED DELIMITED BY SIZE
                         INTO WRK-NEC-TEXTO
                   END-IF
               WHEN WRK-DIS-CODSTAT(WRK-ALU-IDX, WRK-DIS-IDX) = 'RC'
                   COMPUTE WRK-NECESSARIA = (WRK-LIMITE-AP * 2)
                       - WRK-DIS-MEDIA(WRK-ALU-IDX, WRK-DIS-IDX)
                   COMPUTE WRK-NEC-EXAME = WRK-NECESSARIA + 0,09
                   IF WRK-NEC-EXAME > 10
                       MOVE 'EXAME NAO ALCANCA' TO WRK-NEC-TEXTO
                   ELSE
                       MOVE WRK-NEC-EXAME TO WRK-NECX-ED
                       STRING 'EXAME MINIMO ' DELIMITED BY SIZE
                              WRK-NECX-ED DELIMITED BY SIZE
                         INTO WRK-NEC-TEXTO
                   END-IF
               WHEN OTHER
                   MOVE 'SEM DIREITO A EXAME' TO WRK-NEC-TEXTO
           END-EVALUATE.
       0270-QUADRO-TURMA.
      *>********* OS MELHORES ALUNOS DA TURMA PELA MEDIA GERAL
      *>          PONDERADA (SO QUEM NAO ESTA EM RISCO EM NADA)
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY WRK-TURMA-QUADRO.
           MOVE 1 TO WRK-QH-MELHOR.
           PERFORM 0275-ESCOLHER-POSICAO
               VARYING WRK-QH-POS FROM 1 BY 1
               UNTIL WRK-QH-POS > WRK-QTD-HONRA
                  OR WRK-QH-MELHOR = ZEROS.
       0275-ESCOLHER-POSICAO.
      *>********* ESCOLHENDO O MELHOR ALUNO AINDA FORA DO QUADRO
           MOVE ZEROS TO WRK-QH-MELHOR.
           PERFORM 0276-COMPARAR-CANDIDATO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-ALU-QTD.
           IF WRK-QH-MELHOR > ZEROS
               MOVE 'S' TO WRK-ALU-HONRA(WRK-QH-MELHOR)
               MOVE WRK-QH-POS TO WRK-POS-ED
               MOVE WRK-ALU-MEDIA-GERAL(WRK-QH-MELHOR) TO WRK-MEDIA-ED
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '   ' WRK-POS-ED 'O LUGAR '
                       WRK-ALU-MATRICULA(WRK-QH-MELHOR) ' '
                       WRK-ALU-NOME(WRK-QH-MELHOR) ' MEDIA '
                       WRK-MEDIA-ED
           ELSE
               IF WRK-QH-POS = 1
                   PERFORM 9710-CONTAR-LINHA
                   DISPLAY '   NENHUM ALUNO SEM RISCO NA TURMA.'
               END-IF
           END-IF.
       0276-COMPARAR-CANDIDATO.
      *>********* O ALUNO DA TURMA, SEM RISCO E FORA DO QUADRO, COM A
      *>          MAIOR MEDIA (EMPATE FICA COM O PRIMEIRO DO DECK)
           IF WRK-ALU-TURMA(WRK-ALU-IDX) = WRK-TURMA-QUADRO
              AND WRK-ALU-RISCO(WRK-ALU-IDX) = 'N'
              AND WRK-ALU-HONRA(WRK-ALU-IDX) = 'N'
               IF WRK-QH-MELHOR = ZEROS
                   MOVE WRK-ALU-IDX TO WRK-QH-MELHOR
               ELSE
                   IF WRK-ALU-MEDIA-GERAL(WRK-ALU-IDX)
                      > WRK-ALU-MEDIA-GERAL(WRK-QH-MELHOR)
                       MOVE WRK-ALU-IDX TO WRK-QH-MELHOR
                   END-IF
               END-IF
           END-IF.
       0300-FINALIZAR.
      *>********* RESUMO DO ALERTA
           DISPLAY '---------------------------------------'.
           DISPLAY 'ALUNOS PROJETADOS: ' WRK-ALU-QTD
                   '  EM RISCO: ' WRK-QTD-RISCO.
           DISPLAY 'DISCIPLINAS EM RECUPERACAO: ' WRK-QTD-DISC-RC
                   '  REPROVACAO: ' WRK-QTD-DISC-RP
                   '  POR FALTA: ' WRK-QTD-DISC-RF.
           DISPLAY 'LINHAS SEM NOTA AINDA: ' WRK-QTD-SEM-NOTA
                   '  LINHAS IGNORADAS: ' WRK-QTD-IGNORADAS.
           IF ALUNOS-ESTOUROU
               DISPLAY 'AVISO: MAIS ALUNOS OU DISCIPLINAS DO QUE A '
                       'TABELA (200 X 10) - ALERTA INCOMPLETO.'
           END-IF.
           IF FRQ-ESTOUROU
               DISPLAY 'AVISO: MAIS LINHAS DE FREQUENCIA DO QUE A '
                       'TABELA (200) - PRESENCA DE ALGUNS ALUNOS '
                       'CONTADA COMO 100.'
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'FAIXACFG-PROC.cbl' REPLACING ==:TABELA:== BY
                                             ==WRK-NOTAFAIXA==.
           COPY 'BOLETIM-PROC.cbl'.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL111'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL111'==.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='ALUNOS EM RISCO E QUADRO DE HONRA'==.
