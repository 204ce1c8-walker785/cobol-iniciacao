       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL106.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: FATURAMENTO MENSAL DAS MENSALIDADES: PARA CADA ALUNO
      *>           DOS DECKS DAS TURMAS (TURMA08/TURMA09), GRAVAR UM
      *>           TITULO NO CONTAS A RECEBER (CONTASREC17) EM NOME DO
      *>           RESPONSAVEL (CADASTRO FINANCEIRO ALUNOFIN DO
      *>           PROGCBL105), COM O VALOR DA TABELA DE MENSALIDADES
      *>           POR TURMA (MENSTAB), DESCONTO DE BOLSA E DE IRMAOS
      *>           (MENSCFG) E VENCIMENTO ROLADO PARA O PROXIMO DIA
      *>           UTIL (CALENDARIO FERIADOCAL, COPY DIAUTIL); O
      *>           TITULO ENTRA NO AGING DO PROGCBL34, NAS CARTAS DE
      *>           COBRANCA DO PROGCBL55 E NA REMESSA DO PROGCBL96 COMO
      *>           QUALQUER OUTRO
      *> OBJETIVO: REGISTRAR CADA MENSALIDADE FATURADA NO MENSALID E
      *>           PULAR O ALUNO JA FATURADO NA COMPETENCIA, PARA A
      *>           REPETICAO DO LOTE NAO COBRAR DUAS VEZES
      *> OBJETIVO: IMPRIMIR O RESUMO DO FATURAMENTO POR TURMA E A LISTA
      *>           DE ALUNOS NAO FATURADOS COM O MOTIVO
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
           SELECT ALUNOFIN-FILE ASSIGN TO 'ALUNOFIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOFIN-STATUS.
           SELECT MENSTAB-FILE ASSIGN TO 'MENSTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MENSTAB-STATUS.
           SELECT OPTIONAL MENSCFG-FILE ASSIGN TO 'MENSCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MENSCFG-STATUS.
           SELECT OPTIONAL CLIMST-FILE ASSIGN TO 'CLIMST17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIMST-STATUS.
           SELECT OPTIONAL CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT OPTIONAL MENSALID-FILE ASSIGN TO 'MENSALID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MENSALID-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA08-FILE.
       01  TURMA08-REC.
           02 TURMA08-MATRICULA PIC 9(06).
           02 TURMA08-NOME PIC X(25).
           02 FILLER PIC X(10).
       FD  TURMA09-FILE.
       01  TURMA09-REC.
           02 TURMA09-MATRICULA PIC 9(06).
           02 TURMA09-NOME PIC X(25).
           02 FILLER PIC X(10).
       FD  ALUNOFIN-FILE.
       01  ALUNOFIN-REC.
           COPY 'ALUNOFIN.cbl'.
      *>********* TABELA DE MENSALIDADES: UMA LINHA POR TURMA
       FD  MENSTAB-FILE.
       01  MENSTAB-REC.
           02 MTAB-TURMA PIC X(07).
           02 MTAB-VALOR PIC 9(06)V99.
      *>********* CONTROLE DO FATURAMENTO: DIA DO VENCIMENTO (1 A 28)
      *>          E DESCONTO DO SEGUNDO IRMAO E DO TERCEIRO EM DIANTE
       FD  MENSCFG-FILE.
       01  MENSCFG-REC.
           02 MCFG-DIA-VENC PIC 9(02).
           02 MCFG-IRMAO2-PCT PIC 9(03)V99.
           02 MCFG-IRMAO3-PCT PIC 9(03)V99.
       FD  CLIMST-FILE.
       01  CLIMST-REC.
           COPY 'CLIENTE.cbl'.
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  MENSALID-FILE.
       01  MENSALID-REC.
           COPY 'MENSAL.cbl'.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='FATURAMENTO DE MENSALIDADES'==.
       77 WRK-TURMA08-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TURMA09-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUNOFIN-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-MENSTAB-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-MENSCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CLIMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-MENSALID-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ARQ-EOF PIC X(01) VALUE 'N'.
         88 FIM-ARQ VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-COMPETENCIA.
          02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       01 WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
      *>********* PADROES DO CONTROLE (SEM O MENSCFG): VENCIMENTO DIA
      *>          10, 10% PARA O SEGUNDO IRMAO E 15% DO TERCEIRO EM
      *>          DIANTE
       77 WRK-DIA-VENC PIC 9(02) VALUE 10.
       77 WRK-IRMAO2-PCT PIC 9(03)V99 VALUE 10,00.
       77 WRK-IRMAO3-PCT PIC 9(03)V99 VALUE 15,00.
       77 WRK-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-SEQ PIC 9(05) VALUE ZEROS.
      *>********* ALUNOS DOS DECKS DAS TURMAS, UM POR MATRICULA
      *>          SITUACAO: F = A FATURAR, J = JA FATURADO NA
      *>          COMPETENCIA, X = NAO FATURADO (VER O MOTIVO)
       01 WRK-MAT-TAB.
          02 WRK-MAT-LINHA OCCURS 500 TIMES.
             03 WRK-MAT-MATRICULA PIC 9(06).
             03 WRK-MAT-NOME PIC X(25).
             03 WRK-MAT-TURMA PIC X(07).
             03 WRK-MAT-RESPONSAVEL PIC X(05).
             03 WRK-MAT-BOLSA-PCT PIC 9(03)V99.
             03 WRK-MAT-VALOR-BASE PIC 9(06)V99.
             03 WRK-MAT-SITUACAO PIC X(01).
             03 WRK-MAT-MOTIVO PIC X(30).
       77 WRK-MAT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-MAT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-MAT-IDX2 PIC 9(03) VALUE ZEROS.
       77 WRK-MAT-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-MAT-ESTOURO PIC X(01) VALUE 'N'.
         88 MAT-ESTOUROU VALUE 'S'.
       77 WRK-LIDA-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-LIDA-NOME PIC X(25) VALUE SPACES.
       77 WRK-LIDA-TURMA PIC X(07) VALUE SPACES.
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
      *>********* MENSALIDADE E TOTAIS DO FATURAMENTO POR TURMA
       01 WRK-TAB-TAB.
          02 WRK-TAB-LINHA OCCURS 50 TIMES.
             03 WRK-TAB-TURMA PIC X(07).
             03 WRK-TAB-VALOR PIC 9(06)V99.
             03 WRK-TAB-ALUNOS PIC 9(04).
             03 WRK-TAB-TITULOS PIC 9(04).
             03 WRK-TAB-BRUTO PIC 9(09)V99.
             03 WRK-TAB-DESC-BOLSA PIC 9(09)V99.
             03 WRK-TAB-DESC-IRMAO PIC 9(09)V99.
             03 WRK-TAB-LIQUIDO PIC 9(09)V99.
       77 WRK-TAB-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-TAB-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TAB-ACHADO PIC 9(02) VALUE ZEROS.
      *>********* MATRICULAS JA FATURADAS NA COMPETENCIA
       01 WRK-FAT-TAB.
          02 WRK-FAT-MATRICULA PIC 9(06) OCCURS 500 TIMES.
       77 WRK-FAT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FAT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FAT-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* CALCULO DA MENSALIDADE DO ALUNO
       77 WRK-ORDEM-IRMAO PIC 9(02) VALUE ZEROS.
       77 WRK-IRMAO-PCT PIC 9(03)V99 VALUE ZEROS.
       77 WRK-VALOR-BASE PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-BOLSA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-IRMAO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SEQ-TITULO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FATURADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-TITULOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-JA-FATURADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NAO-FATURADOS PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99.
       77 WRK-BOLSA-ED PIC ZZZ.ZZ9,99.
       77 WRK-IRMAO-ED PIC ZZZ.ZZ9,99.
       77 WRK-BASE-ED PIC ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDAS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-FATURADOS TO WRK-RUN-PROC.
           MOVE WRK-QTD-NAO-FATURADOS TO WRK-RUN-REJ.
           MOVE 'OK' TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO A COMPETENCIA E CARREGANDO TABELAS, CADASTROS,
      *>          CALENDARIO E OS ALUNOS DOS DECKS DAS TURMAS
           DISPLAY '***************************************'.
           DISPLAY ' FATURAMENTO MENSAL DE MENSALIDADES'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA AAAAMM (BRANCO = MES CORRENTE): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA-NUM NOT NUMERIC
              OR WRK-COMPETENCIA-NUM = ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA
                       ' - USANDO O MES CORRENTE.'
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0110-CARREGAR-MENSTAB.
           PERFORM 0115-CARREGAR-MENSCFG.
           PERFORM 0120-CARREGAR-ALUNOFIN.
           PERFORM 0125-CARREGAR-CLIENTES.
           PERFORM 0130-CARREGAR-FATURADOS.
           PERFORM 0135-APURAR-ULTIMO-SEQ.
           PERFORM 9680-CARREGAR-FERIADOS.
           PERFORM 0140-LER-TURMA08.
           PERFORM 0150-LER-TURMA09.
       0110-CARREGAR-MENSTAB.
      *>********* CARREGANDO A TABELA DE MENSALIDADES POR TURMA
      *>          (OBRIGATORIA: SEM ELA NAO HA O QUE COBRAR)
           OPEN INPUT MENSTAB-FILE.
           IF WRK-MENSTAB-STATUS NOT = '00'
               MOVE 'MENSTAB' TO WRK-ERR-ARQUIVO
               MOVE WRK-MENSTAB-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           MOVE 'N' TO WRK-ARQ-EOF.
           PERFORM 0111-LER-MENSTAB UNTIL FIM-ARQ.
           CLOSE MENSTAB-FILE.
       0111-LER-MENSTAB.
      *>********* LENDO A MENSALIDADE DE UMA TURMA
           READ MENSTAB-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF WRK-TAB-QTD < 50 AND MTAB-VALOR IS NUMERIC
                       ADD 1 TO WRK-TAB-QTD
                       MOVE MTAB-TURMA TO WRK-TAB-TURMA(WRK-TAB-QTD)
                       MOVE MTAB-VALOR TO WRK-TAB-VALOR(WRK-TAB-QTD)
                       MOVE ZEROS TO WRK-TAB-ALUNOS(WRK-TAB-QTD)
                       MOVE ZEROS TO WRK-TAB-TITULOS(WRK-TAB-QTD)
                       MOVE ZEROS TO WRK-TAB-BRUTO(WRK-TAB-QTD)
                       MOVE ZEROS TO WRK-TAB-DESC-BOLSA(WRK-TAB-QTD)
                       MOVE ZEROS TO WRK-TAB-DESC-IRMAO(WRK-TAB-QTD)
                       MOVE ZEROS TO WRK-TAB-LIQUIDO(WRK-TAB-QTD)
                   END-IF
           END-READ.
       0115-CARREGAR-MENSCFG.
      *>********* CARREGANDO O CONTROLE DO FATURAMENTO (SEM O
      *>          ARQUIVO, VALEM OS PADROES)
           OPEN INPUT MENSCFG-FILE.
           IF WRK-MENSCFG-STATUS = '00'
               READ MENSCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MCFG-DIA-VENC IS NUMERIC
                          AND MCFG-DIA-VENC > ZEROS
                           MOVE MCFG-DIA-VENC TO WRK-DIA-VENC
                       END-IF
                       IF MCFG-IRMAO2-PCT IS NUMERIC
                           MOVE MCFG-IRMAO2-PCT TO WRK-IRMAO2-PCT
                       END-IF
                       IF MCFG-IRMAO3-PCT IS NUMERIC
                           MOVE MCFG-IRMAO3-PCT TO WRK-IRMAO3-PCT
                       END-IF
               END-READ
           END-IF.
           CLOSE MENSCFG-FILE.
      *>********* DIA 28 NO MAXIMO: TODO MES TEM O DIA DO VENCIMENTO
           IF WRK-DIA-VENC > 28
               MOVE 28 TO WRK-DIA-VENC
           END-IF.
       0120-CARREGAR-ALUNOFIN.
      *>********* CARREGANDO O CADASTRO FINANCEIRO DOS ALUNOS
           OPEN INPUT ALUNOFIN-FILE.
           IF WRK-ALUNOFIN-STATUS NOT = '00'
               MOVE 'ALUNOFIN' TO WRK-ERR-ARQUIVO
               MOVE WRK-ALUNOFIN-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           MOVE 'N' TO WRK-ARQ-EOF.
           PERFORM 0121-LER-ALUNOFIN UNTIL FIM-ARQ.
           CLOSE ALUNOFIN-FILE.
       0121-LER-ALUNOFIN.
      *>********* LENDO UM ALUNO DO CADASTRO FINANCEIRO
           READ ALUNOFIN-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF WRK-ALF-QTD < 500
                       ADD 1 TO WRK-ALF-QTD
                       MOVE ALUNOFIN-REC TO WRK-ALF-LINHA(WRK-ALF-QTD)
                   END-IF
           END-READ.
       0125-CARREGAR-CLIENTES.
      *>********* CARREGANDO OS CODIGOS DO CADASTRO DE CLIENTES
           OPEN INPUT CLIMST-FILE.
           IF WRK-CLIMST-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-EOF
               PERFORM 0126-LER-CLIENTE UNTIL FIM-ARQ
           END-IF.
           CLOSE CLIMST-FILE.
       0126-LER-CLIENTE.
      *>********* LENDO UM CLIENTE DO CADASTRO
           READ CLIMST-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF WRK-CLI-QTD < 500
                       ADD 1 TO WRK-CLI-QTD
                       MOVE CLI-CODIGO TO WRK-CLI-CODIGO(WRK-CLI-QTD)
                   END-IF
           END-READ.
       0130-CARREGAR-FATURADOS.
      *>********* CARREGANDO AS MATRICULAS JA FATURADAS NA COMPETENCIA
           OPEN INPUT MENSALID-FILE.
           IF WRK-MENSALID-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-EOF
               PERFORM 0131-LER-FATURADO UNTIL FIM-ARQ
           END-IF.
           CLOSE MENSALID-FILE.
       0131-LER-FATURADO.
      *>********* LENDO UMA MENSALIDADE JA FATURADA
           READ MENSALID-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF MENS-COMPETENCIA = WRK-COMPETENCIA-NUM
                      AND WRK-FAT-QTD < 500
                       ADD 1 TO WRK-FAT-QTD
                       MOVE MENS-MATRICULA
                           TO WRK-FAT-MATRICULA(WRK-FAT-QTD)
                   END-IF
           END-READ.
       0135-APURAR-ULTIMO-SEQ.
      *>********* APURANDO O MAIOR SEQ DO CONTAS A RECEBER: OS TITULOS
      *>          DAS MENSALIDADES SEGUEM A PARTIR DELE
           OPEN INPUT CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-EOF
               PERFORM 0136-LER-TITULO UNTIL FIM-ARQ
           END-IF.
           CLOSE CONTASREC-FILE.
       0136-LER-TITULO.
      *>********* LENDO UM TITULO DO CONTAS A RECEBER
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF CREC-SEQ IS NUMERIC
                      AND CREC-SEQ > WRK-ULTIMO-SEQ
                       MOVE CREC-SEQ TO WRK-ULTIMO-SEQ
                   END-IF
           END-READ.
       0140-LER-TURMA08.
      *>********* LENDO OS ALUNOS DO DECK DA TURMA08
           OPEN INPUT TURMA08-FILE.
           IF WRK-TURMA08-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-EOF
               PERFORM 0141-LER-ALUNO-TURMA08 UNTIL FIM-ARQ
           ELSE
               DISPLAY 'AVISO: DECK TURMA08 AUSENTE - TURMA FORA DO '
                       'FATURAMENTO.'
           END-IF.
           CLOSE TURMA08-FILE.
       0141-LER-ALUNO-TURMA08.
      *>********* LENDO UMA LINHA DO DECK (HDR/TRL SAO CONTROLE)
           READ TURMA08-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF TURMA08-REC(1:3) NOT = 'HDR'
                      AND TURMA08-REC(1:3) NOT = 'TRL'
                      AND TURMA08-MATRICULA IS NUMERIC
                       ADD 1 TO WRK-QTD-LIDAS
                       MOVE TURMA08-MATRICULA TO WRK-LIDA-MATRICULA
                       MOVE TURMA08-NOME TO WRK-LIDA-NOME
                       MOVE 'TURMA08' TO WRK-LIDA-TURMA
                       PERFORM 0160-REGISTRAR-ALUNO
                   END-IF
           END-READ.
       0150-LER-TURMA09.
      *>********* LENDO OS ALUNOS DO DECK DA TURMA09
           OPEN INPUT TURMA09-FILE.
           IF WRK-TURMA09-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-EOF
               PERFORM 0151-LER-ALUNO-TURMA09 UNTIL FIM-ARQ
           ELSE
               DISPLAY 'AVISO: DECK TURMA09 AUSENTE - TURMA FORA DO '
                       'FATURAMENTO.'
           END-IF.
           CLOSE TURMA09-FILE.
       0151-LER-ALUNO-TURMA09.
      *>********* LENDO UMA LINHA DO DECK (HDR/TRL SAO CONTROLE)
           READ TURMA09-FILE
               AT END
                   MOVE 'S' TO WRK-ARQ-EOF
               NOT AT END
                   IF TURMA09-REC(1:3) NOT = 'HDR'
                      AND TURMA09-REC(1:3) NOT = 'TRL'
                      AND TURMA09-MATRICULA IS NUMERIC
                       ADD 1 TO WRK-QTD-LIDAS
                       MOVE TURMA09-MATRICULA TO WRK-LIDA-MATRICULA
                       MOVE TURMA09-NOME TO WRK-LIDA-NOME
                       MOVE 'TURMA09' TO WRK-LIDA-TURMA
                       PERFORM 0160-REGISTRAR-ALUNO
                   END-IF
           END-READ.
       0160-REGISTRAR-ALUNO.
      *>********* O DECK TRAZ UMA LINHA POR DISCIPLINA: O ALUNO ENTRA
      *>          UMA VEZ SO NA TABELA
           MOVE ZEROS TO WRK-MAT-ACHADO.
           PERFORM 0165-TESTAR-MATRICULA
               VARYING WRK-MAT-IDX FROM 1 BY 1
               UNTIL WRK-MAT-IDX > WRK-MAT-QTD
                  OR WRK-MAT-ACHADO > ZEROS.
           IF WRK-MAT-ACHADO = ZEROS
               IF WRK-MAT-QTD >= 500
                   MOVE 'S' TO WRK-MAT-ESTOURO
               ELSE
                   ADD 1 TO WRK-MAT-QTD
                   MOVE WRK-LIDA-MATRICULA
                       TO WRK-MAT-MATRICULA(WRK-MAT-QTD)
                   MOVE WRK-LIDA-NOME TO WRK-MAT-NOME(WRK-MAT-QTD)
                   MOVE WRK-LIDA-TURMA TO WRK-MAT-TURMA(WRK-MAT-QTD)
                   MOVE SPACES TO WRK-MAT-RESPONSAVEL(WRK-MAT-QTD)
                   MOVE ZEROS TO WRK-MAT-BOLSA-PCT(WRK-MAT-QTD)
                   MOVE ZEROS TO WRK-MAT-VALOR-BASE(WRK-MAT-QTD)
                   MOVE 'F' TO WRK-MAT-SITUACAO(WRK-MAT-QTD)
                   MOVE SPACES TO WRK-MAT-MOTIVO(WRK-MAT-QTD)
               END-IF
           END-IF.
       0165-TESTAR-MATRICULA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A MATRICULA
           IF WRK-MAT-MATRICULA(WRK-MAT-IDX) = WRK-LIDA-MATRICULA
               MOVE WRK-MAT-IDX TO WRK-MAT-ACHADO
           END-IF.
       0200-PROCESSAR.
      *>********* CLASSIFICANDO OS ALUNOS E GRAVANDO OS TITULOS
           PERFORM 0210-CLASSIFICAR-ALUNO
               VARYING WRK-MAT-IDX FROM 1 BY 1
               UNTIL WRK-MAT-IDX > WRK-MAT-QTD.
           PERFORM 0220-CALCULAR-VENCIMENTO.
           OPEN EXTEND CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS = '05'
              OR WRK-CONTASREC-STATUS = '35'
               CLOSE CONTASREC-FILE
               OPEN OUTPUT CONTASREC-FILE
           END-IF.
           OPEN EXTEND MENSALID-FILE.
           IF WRK-MENSALID-STATUS = '05'
              OR WRK-MENSALID-STATUS = '35'
               CLOSE MENSALID-FILE
               OPEN OUTPUT MENSALID-FILE
           END-IF.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'COMPETENCIA ' WRK-COMP-MES '/' WRK-COMP-ANO
                   '   VENCIMENTO ' WRK-VENCIMENTO.
           DISPLAY 'MATRIC. ALUNO                     RESP.   '
                   '  MENSALID.      BOLSA     IRMAOS    LIQUIDO'.
           PERFORM 0230-FATURAR-ALUNO
               VARYING WRK-MAT-IDX FROM 1 BY 1
               UNTIL WRK-MAT-IDX > WRK-MAT-QTD.
           CLOSE MENSALID-FILE.
           CLOSE CONTASREC-FILE.
       0210-CLASSIFICAR-ALUNO.
      *>********* CONFERINDO CADASTRO FINANCEIRO, RESPONSAVEL, TABELA
      *>          DA TURMA E FATURAMENTO ANTERIOR DO ALUNO
           MOVE ZEROS TO WRK-ALF-ACHADO.
           PERFORM 0211-TESTAR-ALUNOFIN
               VARYING WRK-ALF-IDX FROM 1 BY 1
               UNTIL WRK-ALF-IDX > WRK-ALF-QTD
                  OR WRK-ALF-ACHADO > ZEROS.
           MOVE ZEROS TO WRK-TAB-ACHADO.
           PERFORM 0213-TESTAR-TURMA
               VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > WRK-TAB-QTD
                  OR WRK-TAB-ACHADO > ZEROS.
           MOVE ZEROS TO WRK-FAT-ACHADO.
           PERFORM 0214-TESTAR-FATURADO
               VARYING WRK-FAT-IDX FROM 1 BY 1
               UNTIL WRK-FAT-IDX > WRK-FAT-QTD
                  OR WRK-FAT-ACHADO > ZEROS.
           IF WRK-ALF-ACHADO > ZEROS
               MOVE WRK-ALF-RESPONSAVEL(WRK-ALF-ACHADO)
                   TO WRK-MAT-RESPONSAVEL(WRK-MAT-IDX)
               IF WRK-ALF-BOLSA-PCT(WRK-ALF-ACHADO) IS NUMERIC
                   MOVE WRK-ALF-BOLSA-PCT(WRK-ALF-ACHADO)
                       TO WRK-MAT-BOLSA-PCT(WRK-MAT-IDX)
               END-IF
               PERFORM 0215-LOCALIZAR-CLIENTE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-FAT-ACHADO > ZEROS
                   MOVE 'J' TO WRK-MAT-SITUACAO(WRK-MAT-IDX)
                   MOVE 'JA FATURADO NA COMPETENCIA'
                       TO WRK-MAT-MOTIVO(WRK-MAT-IDX)
               WHEN WRK-ALF-ACHADO = ZEROS
                   MOVE 'X' TO WRK-MAT-SITUACAO(WRK-MAT-IDX)
                   MOVE 'SEM CADASTRO FINANCEIRO'
                       TO WRK-MAT-MOTIVO(WRK-MAT-IDX)
               WHEN WRK-ALF-SITUACAO(WRK-ALF-ACHADO) = 'I'
                   MOVE 'X' TO WRK-MAT-SITUACAO(WRK-MAT-IDX)
                   MOVE 'ALUNO INATIVO NO CADASTRO'
                       TO WRK-MAT-MOTIVO(WRK-MAT-IDX)
               WHEN WRK-CLI-ACHADO = ZEROS
                   MOVE 'X' TO WRK-MAT-SITUACAO(WRK-MAT-IDX)
                   MOVE 'RESPONSAVEL FORA DO CLIMST17'
                       TO WRK-MAT-MOTIVO(WRK-MAT-IDX)
               WHEN WRK-TAB-ACHADO = ZEROS
                   MOVE 'X' TO WRK-MAT-SITUACAO(WRK-MAT-IDX)
                   MOVE 'TURMA SEM MENSALIDADE NA TABELA'
                       TO WRK-MAT-MOTIVO(WRK-MAT-IDX)
               WHEN OTHER
                   MOVE WRK-TAB-VALOR(WRK-TAB-ACHADO)
                       TO WRK-MAT-VALOR-BASE(WRK-MAT-IDX)
           END-EVALUATE.
       0211-TESTAR-ALUNOFIN.
      *>********* COMPARANDO UM ALUNO DO CADASTRO FINANCEIRO
           IF WRK-ALF-MATRICULA(WRK-ALF-IDX)
              = WRK-MAT-MATRICULA(WRK-MAT-IDX)
               MOVE WRK-ALF-IDX TO WRK-ALF-ACHADO
           END-IF.
       0213-TESTAR-TURMA.
      *>********* COMPARANDO UMA TURMA DA TABELA DE MENSALIDADES
           IF WRK-TAB-TURMA(WRK-TAB-IDX) = WRK-MAT-TURMA(WRK-MAT-IDX)
               MOVE WRK-TAB-IDX TO WRK-TAB-ACHADO
           END-IF.
       0214-TESTAR-FATURADO.
      *>********* COMPARANDO UMA MATRICULA JA FATURADA
           IF WRK-FAT-MATRICULA(WRK-FAT-IDX)
              = WRK-MAT-MATRICULA(WRK-MAT-IDX)
               MOVE WRK-FAT-IDX TO WRK-FAT-ACHADO
           END-IF.
       0215-LOCALIZAR-CLIENTE.
      *>********* LOCALIZANDO O RESPONSAVEL NO CADASTRO DE CLIENTES
           MOVE ZEROS TO WRK-CLI-ACHADO.
           PERFORM 0216-TESTAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                  OR WRK-CLI-ACHADO > ZEROS.
       0216-TESTAR-CLIENTE.
      *>********* COMPARANDO UM CLIENTE DO CADASTRO
           IF WRK-CLI-CODIGO(WRK-CLI-IDX)
              = WRK-MAT-RESPONSAVEL(WRK-MAT-IDX)
               MOVE WRK-CLI-IDX TO WRK-CLI-ACHADO
           END-IF.
       0220-CALCULAR-VENCIMENTO.
      *>********* VENCIMENTO DA COMPETENCIA NO DIA DO CONTROLE,
      *>          ROLADO PARA O PROXIMO DIA UTIL
           MOVE WRK-COMP-ANO TO WRK-DU-ANO.
           MOVE WRK-COMP-MES TO WRK-DU-MES.
           MOVE WRK-DIA-VENC TO WRK-DU-DIA.
           PERFORM 9684-PROXIMO-DIA-UTIL.
           MOVE WRK-DU-DATA TO WRK-VENCIMENTO.
       0230-FATURAR-ALUNO.
      *>********* CALCULANDO A MENSALIDADE DO ALUNO A FATURAR E
      *>          GRAVANDO O TITULO E O REGISTRO DO FATURAMENTO
           IF WRK-MAT-SITUACAO(WRK-MAT-IDX) = 'F'
               PERFORM 0240-CALCULAR-MENSALIDADE
               PERFORM 0250-GRAVAR-FATURAMENTO
           ELSE
               IF WRK-MAT-SITUACAO(WRK-MAT-IDX) = 'J'
                   ADD 1 TO WRK-QTD-JA-FATURADOS
               ELSE
                   ADD 1 TO WRK-QTD-NAO-FATURADOS
               END-IF
           END-IF.
       0240-CALCULAR-MENSALIDADE.
      *>********* BOLSA SOBRE A MENSALIDADE DA TURMA E DESCONTO DE
      *>          IRMAOS SOBRE O QUE SOBRA; O IRMAO DE MATRICULA MAIS
      *>          ANTIGA PAGA SEM DESCONTO DE IRMAO
           MOVE WRK-MAT-VALOR-BASE(WRK-MAT-IDX) TO WRK-VALOR-BASE.
           COMPUTE WRK-DESC-BOLSA ROUNDED =
               WRK-VALOR-BASE * WRK-MAT-BOLSA-PCT(WRK-MAT-IDX) / 100.
           MOVE 1 TO WRK-ORDEM-IRMAO.
           PERFORM 0245-CONTAR-IRMAO-ANTERIOR
               VARYING WRK-MAT-IDX2 FROM 1 BY 1
               UNTIL WRK-MAT-IDX2 > WRK-MAT-QTD.
           EVALUATE TRUE
               WHEN WRK-ORDEM-IRMAO = 1
                   MOVE ZEROS TO WRK-IRMAO-PCT
               WHEN WRK-ORDEM-IRMAO = 2
                   MOVE WRK-IRMAO2-PCT TO WRK-IRMAO-PCT
               WHEN OTHER
                   MOVE WRK-IRMAO3-PCT TO WRK-IRMAO-PCT
           END-EVALUATE.
           COMPUTE WRK-DESC-IRMAO ROUNDED =
               (WRK-VALOR-BASE - WRK-DESC-BOLSA) * WRK-IRMAO-PCT / 100.
           COMPUTE WRK-VALOR =
               WRK-VALOR-BASE - WRK-DESC-BOLSA - WRK-DESC-IRMAO.
       0245-CONTAR-IRMAO-ANTERIOR.
      *>********* IRMAO: OUTRO ALUNO ATIVO DO MESMO RESPONSAVEL (A
      *>          FATURAR OU JA FATURADO NA COMPETENCIA) COM MATRICULA
      *>          MENOR
           IF WRK-MAT-IDX2 NOT = WRK-MAT-IDX
              AND (WRK-MAT-SITUACAO(WRK-MAT-IDX2) = 'F'
                   OR WRK-MAT-SITUACAO(WRK-MAT-IDX2) = 'J')
              AND WRK-MAT-RESPONSAVEL(WRK-MAT-IDX2)
                  = WRK-MAT-RESPONSAVEL(WRK-MAT-IDX)
              AND WRK-MAT-MATRICULA(WRK-MAT-IDX2)
                  < WRK-MAT-MATRICULA(WRK-MAT-IDX)
               ADD 1 TO WRK-ORDEM-IRMAO
           END-IF.
       0250-GRAVAR-FATURAMENTO.
      *>********* TITULO NO CONTAS A RECEBER (MENOS NA BOLSA
      *>          INTEGRAL), REGISTRO NO MENSALID E TOTAIS DA TURMA
           MOVE ZEROS TO WRK-SEQ-TITULO.
           IF WRK-VALOR > ZEROS
               ADD 1 TO WRK-ULTIMO-SEQ
               MOVE WRK-ULTIMO-SEQ TO WRK-SEQ-TITULO
               MOVE WRK-SEQ-TITULO TO CREC-SEQ
               MOVE WRK-DATA-HOJE TO CREC-DATA-VENDA
               MOVE WRK-MAT-RESPONSAVEL(WRK-MAT-IDX) TO CREC-CLIENTE
               MOVE WRK-VALOR TO CREC-VALOR
               MOVE WRK-VENCIMENTO TO CREC-VENCIMENTO
               MOVE 'A' TO CREC-STATUS
               MOVE ZEROS TO CREC-DATA-PGTO
               MOVE 1 TO CREC-PARCELA
               MOVE 1 TO CREC-PARCELAS
               MOVE ZEROS TO CREC-NOSSO-NUMERO
               WRITE CONTASREC-REC
               ADD 1 TO WRK-QTD-TITULOS
           END-IF.
           MOVE WRK-COMPETENCIA-NUM TO MENS-COMPETENCIA.
           MOVE WRK-MAT-MATRICULA(WRK-MAT-IDX) TO MENS-MATRICULA.
           MOVE WRK-MAT-TURMA(WRK-MAT-IDX) TO MENS-TURMA.
           MOVE WRK-MAT-RESPONSAVEL(WRK-MAT-IDX) TO MENS-RESPONSAVEL.
           MOVE WRK-VALOR-BASE TO MENS-VALOR-BASE.
           MOVE WRK-DESC-BOLSA TO MENS-DESC-BOLSA.
           MOVE WRK-DESC-IRMAO TO MENS-DESC-IRMAO.
           MOVE WRK-VALOR TO MENS-VALOR.
           MOVE WRK-SEQ-TITULO TO MENS-SEQ.
           MOVE WRK-VENCIMENTO TO MENS-VENCIMENTO.
           MOVE WRK-DATA-HOJE TO MENS-DATA.
           WRITE MENSALID-REC.
           ADD 1 TO WRK-QTD-FATURADOS.
           ADD WRK-VALOR TO WRK-TOTAL-LIQUIDO.
           PERFORM 0255-SOMAR-TURMA.
           MOVE WRK-VALOR-BASE TO WRK-BASE-ED.
           MOVE WRK-DESC-BOLSA TO WRK-BOLSA-ED.
           MOVE WRK-DESC-IRMAO TO WRK-IRMAO-ED.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           PERFORM 9710-CONTAR-LINHA.
           IF WRK-VALOR > ZEROS
               DISPLAY WRK-MAT-MATRICULA(WRK-MAT-IDX) ' '
                       WRK-MAT-NOME(WRK-MAT-IDX) ' '
                       WRK-MAT-RESPONSAVEL(WRK-MAT-IDX) ' '
                       WRK-BASE-ED ' ' WRK-BOLSA-ED ' ' WRK-IRMAO-ED
                       ' ' WRK-VALOR-ED ' SEQ ' WRK-SEQ-TITULO
           ELSE
               DISPLAY WRK-MAT-MATRICULA(WRK-MAT-IDX) ' '
                       WRK-MAT-NOME(WRK-MAT-IDX) ' '
                       WRK-MAT-RESPONSAVEL(WRK-MAT-IDX) ' '
                       WRK-BASE-ED ' ' WRK-BOLSA-ED ' ' WRK-IRMAO-ED
                       ' ' WRK-VALOR-ED ' BOLSA INTEGRAL'
           END-IF.
       0255-SOMAR-TURMA.
      *>********* SOMANDO O ALUNO NOS TOTAIS DA TURMA
           MOVE ZEROS TO WRK-TAB-ACHADO.
           PERFORM 0213-TESTAR-TURMA
               VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > WRK-TAB-QTD
                  OR WRK-TAB-ACHADO > ZEROS.
           ADD 1 TO WRK-TAB-ALUNOS(WRK-TAB-ACHADO).
           IF WRK-VALOR > ZEROS
               ADD 1 TO WRK-TAB-TITULOS(WRK-TAB-ACHADO)
           END-IF.
           ADD WRK-VALOR-BASE TO WRK-TAB-BRUTO(WRK-TAB-ACHADO).
           ADD WRK-DESC-BOLSA TO WRK-TAB-DESC-BOLSA(WRK-TAB-ACHADO).
           ADD WRK-DESC-IRMAO TO WRK-TAB-DESC-IRMAO(WRK-TAB-ACHADO).
           ADD WRK-VALOR TO WRK-TAB-LIQUIDO(WRK-TAB-ACHADO).
       0300-FINALIZAR.
      *>********* RESUMO POR TURMA E LISTA DOS NAO FATURADOS
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'RESUMO POR TURMA - COMPETENCIA ' WRK-COMP-MES '/'
                   WRK-COMP-ANO.
           PERFORM 0310-RESUMIR-TURMA
               VARYING WRK-TAB-IDX FROM 1 BY 1
               UNTIL WRK-TAB-IDX > WRK-TAB-QTD.
           DISPLAY '---------------------------------------'.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED.
           DISPLAY 'ALUNOS FATURADOS: ' WRK-QTD-FATURADOS
                   '  TITULOS GRAVADOS: ' WRK-QTD-TITULOS
                   '  TOTAL: ' WRK-TOTAL-ED.
           DISPLAY 'JA FATURADOS NA COMPETENCIA (PULADOS): '
                   WRK-QTD-JA-FATURADOS.
           DISPLAY 'NAO FATURADOS: ' WRK-QTD-NAO-FATURADOS.
           IF WRK-QTD-NAO-FATURADOS > ZEROS
               PERFORM 0320-LISTAR-NAO-FATURADO
                   VARYING WRK-MAT-IDX FROM 1 BY 1
                   UNTIL WRK-MAT-IDX > WRK-MAT-QTD
           END-IF.
           IF MAT-ESTOUROU
               DISPLAY 'AVISO: MAIS ALUNOS NOS DECKS DO QUE A TABELA '
                       '(500) - FATURAMENTO INCOMPLETO.'
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.
       0310-RESUMIR-TURMA.
      *>********* LINHA DO RESUMO DE UMA TURMA
           IF WRK-TAB-ALUNOS(WRK-TAB-IDX) > ZEROS
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '---------------------------------------'
               MOVE WRK-TAB-BRUTO(WRK-TAB-IDX) TO WRK-TOTAL-ED
               DISPLAY WRK-TAB-TURMA(WRK-TAB-IDX)
                       ' ALUNOS: ' WRK-TAB-ALUNOS(WRK-TAB-IDX)
                       ' TITULOS: ' WRK-TAB-TITULOS(WRK-TAB-IDX)
                       ' BRUTO: ' WRK-TOTAL-ED
               MOVE WRK-TAB-DESC-BOLSA(WRK-TAB-IDX) TO WRK-TOTAL-ED
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '        DESCONTO BOLSA:  ' WRK-TOTAL-ED
               MOVE WRK-TAB-DESC-IRMAO(WRK-TAB-IDX) TO WRK-TOTAL-ED
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '        DESCONTO IRMAOS: ' WRK-TOTAL-ED
               MOVE WRK-TAB-LIQUIDO(WRK-TAB-IDX) TO WRK-TOTAL-ED
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '        LIQUIDO FATURADO:' WRK-TOTAL-ED
           END-IF.
       0320-LISTAR-NAO-FATURADO.
      *>********* ALUNO DO DECK QUE FICOU FORA DO FATURAMENTO
           IF WRK-MAT-SITUACAO(WRK-MAT-IDX) = 'X'
               PERFORM 9710-CONTAR-LINHA
               DISPLAY 'NAO FATURADO: ' WRK-MAT-MATRICULA(WRK-MAT-IDX)
                       ' ' WRK-MAT-NOME(WRK-MAT-IDX) ' '
                       WRK-MAT-TURMA(WRK-MAT-IDX) ' - '
                       WRK-MAT-MOTIVO(WRK-MAT-IDX)
           END-IF.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL106'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL106'==.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='FATURAMENTO DE MENSALIDADES'==.
