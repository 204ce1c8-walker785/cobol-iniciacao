      *>           SEM DATILOGRAFIA CASO A CASO
      *> OBJETIVO: IMPRIMIR A LISTA DE EXCECOES (QUEM NAO CONCLUIU E
      *>           EM QUAL DISCIPLINA SEGUROU)
      *> OBJETIVO: SAIR NO CERTIFICADO COM O NOME CIVIL COMPLETO DO
      *>           CADASTRO DE ALUNOS (ALUNOMST DO PROGCBL107); SEM O
      *>           ALUNO NO CADASTRO, VALE O NOME DO HISTORICO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL CERTIFICADO-FILE ASSIGN TO 'CERTIFICADO67'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CERTIFICADO-STATUS.
           SELECT OPTIONAL ALUNOMST-FILE ASSIGN TO 'ALUNOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOMST-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
           COPY 'HISTESC.cbl'.
       FD  CERTIFICADO-FILE.
       01  CERTIFICADO-REC PIC X(70).
       FD  ALUNOMST-FILE.
       01  ALUNOMST-REC.
           COPY 'ALUNO.cbl'.
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-QTD-CERTIFICADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EXCECOES PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* NOME CIVIL DOS ALUNOS DO CADASTRO, PARA O CERTIFICADO
       77 WRK-ALUNOMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUNOMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-ALUNOMST VALUE 'S'.
       01 WRK-CAD-TAB.
          02 WRK-CAD-LINHA OCCURS 1000 TIMES.
             03 WRK-CAD-MATRICULA PIC 9(06).
             03 WRK-CAD-NOME-COMPLETO PIC X(40).
       77 WRK-CAD-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-CAD-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CAD-ACHADO PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-CERTIFICADO PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
               MOVE WRK-HIST-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0110-CARREGAR-CADASTRO.
       0110-CARREGAR-CADASTRO.
      *>********* CARREGANDO O NOME CIVIL DOS ALUNOS DO CADASTRO
           OPEN INPUT ALUNOMST-FILE.
           IF WRK-ALUNOMST-STATUS = '00'
               PERFORM 0115-LER-CADASTRO UNTIL FIM-ALUNOMST
           END-IF.
           CLOSE ALUNOMST-FILE.
       0115-LER-CADASTRO.
      *>********* LENDO UM ALUNO DO CADASTRO
           READ ALUNOMST-FILE
               AT END
                   MOVE 'S' TO WRK-ALUNOMST-EOF
               NOT AT END
                   IF WRK-CAD-QTD < 1000
                       ADD 1 TO WRK-CAD-QTD
                       MOVE ALUN-MATRICULA
                           TO WRK-CAD-MATRICULA(WRK-CAD-QTD)
                       MOVE ALUN-NOME-COMPLETO
                           TO WRK-CAD-NOME-COMPLETO(WRK-CAD-QTD)
                   END-IF
           END-READ.
       0200-PROCESSAR.
      *>********* LENDO UMA LINHA DO HISTORICO E ACUMULANDO O ALUNO
           READ BOLETIMHIST-FILE
           END-IF.
       0320-EMITIR-CERTIFICADO.
      *>********* GRAVANDO O BLOCO DO CERTIFICADO DO ALUNO
           PERFORM 0330-NOME-CERTIFICADO.
           MOVE ALL '=' TO CERTIFICADO-REC.
           WRITE CERTIFICADO-REC.
           MOVE '           CERTIFICADO DE CONCLUSAO'
               TO CERTIFICADO-REC.
           WRITE CERTIFICADO-REC.
           MOVE 'CERTIFICAMOS QUE O(A) ALUNO(A)' TO CERTIFICADO-REC.
           WRITE CERTIFICADO-REC.
           MOVE SPACES TO CERTIFICADO-REC.
           STRING '    ' DELIMITED BY SIZE
                  WRK-NOME-CERTIFICADO DELIMITED BY SIZE
             INTO CERTIFICADO-REC.
           WRITE CERTIFICADO-REC.
           MOVE SPACES TO CERTIFICADO-REC.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'CERTIFICADO: '
                   WRK-ALU-MATRICULA(WRK-ALU-IDX) ' '
                   WRK-NOME-CERTIFICADO.
       0330-NOME-CERTIFICADO.
      *>********* NOME CIVIL DO CADASTRO DE ALUNOS; SEM O ALUNO NO
      *>          CADASTRO (OU COM O NOME EM BRANCO), O DO HISTORICO
           MOVE WRK-ALU-NOME(WRK-ALU-IDX) TO WRK-NOME-CERTIFICADO.
           MOVE ZEROS TO WRK-CAD-ACHADO.
           PERFORM 0335-TESTAR-CADASTRO
               VARYING WRK-CAD-IDX FROM 1 BY 1
               UNTIL WRK-CAD-IDX > WRK-CAD-QTD
                  OR WRK-CAD-ACHADO > ZEROS.
           IF WRK-CAD-ACHADO > ZEROS
              AND WRK-CAD-NOME-COMPLETO(WRK-CAD-ACHADO) NOT = SPACES
               MOVE WRK-CAD-NOME-COMPLETO(WRK-CAD-ACHADO)
                   TO WRK-NOME-CERTIFICADO
           END-IF.
       0335-TESTAR-CADASTRO.
      *>********* COMPARANDO UM ALUNO DO CADASTRO COM A MATRICULA
           IF WRK-CAD-MATRICULA(WRK-CAD-IDX)
              = WRK-ALU-MATRICULA(WRK-ALU-IDX)
               MOVE WRK-CAD-IDX TO WRK-CAD-ACHADO
           END-IF.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL67'==.
           COPY 'REPORTHDR-PROC.cbl'
