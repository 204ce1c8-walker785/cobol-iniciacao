       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL113.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: RELATORIO DAS PROPOSTAS DE EMPRESTIMO PENDENTES DE
      *>           APROVACAO (PROPOSTA25): UMA LINHA POR PROPOSTA COM
      *>           OS DIAS DE ESPERA (BASE 30/360), O PRINCIPAL, O
      *>           SALDO EM ABERTO DO TOMADOR NA DIGITACAO, O MOTIVO
      *>           DA ALCADA E QUEM DIGITOU
      *> OBJETIVO: RESUMO DO ARQUIVO POR SITUACAO (PENDENTES,
      *>           LIBERADAS NA HORA, APROVADAS E RECUSADAS)
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSTA-FILE ASSIGN TO 'PROPOSTA25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROPOSTA-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSTA-FILE.
       01  PROPOSTA-REC.
           COPY 'PROPOSTA.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='PROPOSTAS PENDENTES DE APROVACAO'==.
       COPY 'MOEDA.cbl'.
       77 WRK-PROPOSTA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROPOSTA-EOF PIC X(01) VALUE 'N'.
         88 FIM-PROPOSTA VALUE 'S'.
       77 WRK-QTD-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIBERADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APROVADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PENDENTE PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DIAS-ESPERA PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04).
          02 WRK-HOJE-MES PIC 9(02).
          02 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-PROP.
          02 WRK-PROP-ANO PIC 9(04).
          02 WRK-PROP-MES PIC 9(02).
          02 WRK-PROP-DIA PIC 9(02).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDAS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-PENDENTES TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE 'OK' TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           GOBACK.
       0100-INICIALIZAR.
      *>********* REGISTRANDO O INICIO DA EXECUCAO
           DISPLAY '***************************************'.
           DISPLAY ' PROPOSTAS PENDENTES DE APROVACAO'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9610-SELECIONAR-MOEDA.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
       0200-PROCESSAR.
      *>********* LISTANDO AS PROPOSTAS PENDENTES E CONTANDO TODAS
      *>          POR SITUACAO
           OPEN INPUT PROPOSTA-FILE.
           IF WRK-PROPOSTA-STATUS NOT = '00'
               MOVE 'PROPOSTA25' TO WRK-ERR-ARQUIVO
               MOVE WRK-PROPOSTA-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'PROP  DATA      DIAS TOMADOR                  '
                   '       PRINCIPAL    SALDO ABERTO MOTIVO'
                   '               DIGITADOR'.
           PERFORM 0210-LER-PROPOSTA UNTIL FIM-PROPOSTA.
           CLOSE PROPOSTA-FILE.
       0210-LER-PROPOSTA.
      *>********* LENDO UMA PROPOSTA DO ARQUIVO
           READ PROPOSTA-FILE
               AT END
                   MOVE 'S' TO WRK-PROPOSTA-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   EVALUATE PROP-SITUACAO
                       WHEN 'P'
                           PERFORM 0220-LISTAR-PENDENTE
                       WHEN 'L'
                           ADD 1 TO WRK-QTD-LIBERADAS
                       WHEN 'A'
                           ADD 1 TO WRK-QTD-APROVADAS
                       WHEN 'R'
                           ADD 1 TO WRK-QTD-RECUSADAS
                   END-EVALUATE
           END-READ.
       0220-LISTAR-PENDENTE.
      *>********* IMPRIMINDO UMA PROPOSTA PENDENTE COM OS DIAS DE
      *>          ESPERA DESDE A DIGITACAO (BASE 30/360)
           ADD 1 TO WRK-QTD-PENDENTES.
           ADD PROP-PRINCIPAL TO WRK-TOTAL-PENDENTE.
           MOVE PROP-DATA TO WRK-DATA-PROP.
           COMPUTE WRK-DIAS-ESPERA =
               ((WRK-HOJE-ANO - WRK-PROP-ANO) * 360)
               + ((WRK-HOJE-MES - WRK-PROP-MES) * 30)
               + (WRK-HOJE-DIA - WRK-PROP-DIA).
           IF WRK-DIAS-ESPERA < ZEROS
               MOVE ZEROS TO WRK-DIAS-ESPERA
           END-IF.
           MOVE WRK-DIAS-ESPERA TO WRK-DIAS-ED.
           MOVE PROP-PRINCIPAL TO WRK-VALOR-ED.
           MOVE PROP-SALDO-ABERTO TO WRK-VALOR-ED2.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY PROP-NUMERO ' ' PROP-DATA ' ' WRK-DIAS-ED ' '
                   PROP-TOMADOR ' ' WRK-VALOR-ED ' ' WRK-VALOR-ED2
                   ' ' PROP-MOTIVO-ALCADA ' ' PROP-DIGITADOR.
       0300-FINALIZAR.
      *>********* IMPRIMINDO OS TOTAIS E O RESUMO POR SITUACAO
           MOVE WRK-TOTAL-PENDENTE TO WRK-VALOR-ED.
           DISPLAY '---------------------------------------'.
           DISPLAY 'PROPOSTAS PENDENTES.....: ' WRK-QTD-PENDENTES.
           DISPLAY 'PRINCIPAL PENDENTE......: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED.
           DISPLAY 'LIBERADAS NA HORA.......: ' WRK-QTD-LIBERADAS.
           DISPLAY 'APROVADAS...............: ' WRK-QTD-APROVADAS.
           DISPLAY 'RECUSADAS...............: ' WRK-QTD-RECUSADAS.
           DISPLAY 'PROPOSTAS LIDAS.........: ' WRK-QTD-LIDAS.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='PROPOSTAS PENDENTES DE APROVACAO'==.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL113'==.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL113'==.
