       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL98.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: IMPRIMIR O RELATORIO DIARIO DE PENDENCIAS DE VENDA
      *>           (BACKORD10, COPY BACKORDER): CADA ITEM AINDA A
      *>           ESPERA DE ESTOQUE, COM PEDIDO, CLIENTE, PRODUTO,
      *>           QUANTIDADE, VALOR E IDADE EM DIAS DESDE QUE FICOU
      *>           PENDENTE (BASE 30/360), E OS TOTAIS POR FAIXA DE
      *>           IDADE (ATE 7 / ATE 15 / ATE 30 / MAIS 30 DIAS)
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BACKORD-FILE ASSIGN TO 'BACKORD10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BACKORD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKORD-FILE.
       01  BACKORD-REC.
           COPY 'BACKORDER.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='PENDENCIAS DE VENDA - IDADE E VALOR'==.
       77 WRK-BACKORD-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-BACKORD-EOF PIC X(01) VALUE 'N'.
         88 FIM-BACKORD VALUE 'S'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04).
          02 WRK-HOJE-MES PIC 9(02).
          02 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-PEND.
          02 WRK-PEND-ANO PIC 9(04).
          02 WRK-PEND-MES PIC 9(02).
          02 WRK-PEND-DIA PIC 9(02).
      *>********* CABECALHO DO PEDIDO GUARDADO NA PENDENCIA
       01 WRK-PEND-CAB.
          02 WRK-PCAB-NUMERO PIC 9(05).
          02 WRK-PCAB-CLIENTE PIC X(20).
          02 WRK-PCAB-UF PIC X(02).
          02 FILLER PIC X(83).
       77 WRK-IDADE PIC S9(05) VALUE ZEROS.
       77 WRK-IDADE-MAX PIC S9(05) VALUE ZEROS.
       77 WRK-VALOR-LINHA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ABERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-UNIDADES PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-ATE7 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE15 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ATE30 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MAIS30 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-GERAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-IDADE-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-BACKORD.
           PERFORM 0300-FINALIZAR.

           GOBACK.
       0100-INICIALIZAR.
      *>********* ABRINDO O ARQUIVO DE PENDENCIAS E O RELATORIO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT BACKORD-FILE.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'PEDIDO ITEM CLIENTE              UF PRODUTO'
                   '                    QTD          VALOR  DATA'
                   '     IDADE'.
           IF WRK-BACKORD-STATUS = '00'
               PERFORM 0110-LER-PENDENCIA
           ELSE
               MOVE 'S' TO WRK-BACKORD-EOF
           END-IF.
       0110-LER-PENDENCIA.
      *>********* LENDO A PROXIMA PENDENCIA DO ARQUIVO
           READ BACKORD-FILE
               AT END
                   MOVE 'S' TO WRK-BACKORD-EOF
           END-READ.
       0200-PROCESSAR.
      *>********* LISTANDO A PENDENCIA AINDA A ESPERA DE ESTOQUE
           IF BKO-STATUS = 'A'
               PERFORM 0210-LISTAR-PENDENCIA
           END-IF.
           PERFORM 0110-LER-PENDENCIA.
       0210-LISTAR-PENDENCIA.
      *>********* APURANDO IDADE E VALOR DA PENDENCIA, SOMANDO NA
      *>          FAIXA DE IDADE E IMPRIMINDO A LINHA
           MOVE BKO-DATA TO WRK-DATA-PEND.
           COMPUTE WRK-IDADE =
               ((WRK-HOJE-ANO - WRK-PEND-ANO) * 360)
               + ((WRK-HOJE-MES - WRK-PEND-MES) * 30)
               + (WRK-HOJE-DIA - WRK-PEND-DIA).
           IF WRK-IDADE < ZEROS
               MOVE ZEROS TO WRK-IDADE
           END-IF.
           IF WRK-IDADE > WRK-IDADE-MAX
               MOVE WRK-IDADE TO WRK-IDADE-MAX
           END-IF.
           COMPUTE WRK-VALOR-LINHA = BKO-VALOR * BKO-QUANTIDADE.
           ADD 1 TO WRK-QTD-ABERTAS.
           ADD BKO-QUANTIDADE TO WRK-QTD-UNIDADES.
           ADD WRK-VALOR-LINHA TO WRK-TOT-GERAL.
           EVALUATE TRUE
               WHEN WRK-IDADE <= 7
                   ADD WRK-VALOR-LINHA TO WRK-TOT-ATE7
               WHEN WRK-IDADE <= 15
                   ADD WRK-VALOR-LINHA TO WRK-TOT-ATE15
               WHEN WRK-IDADE <= 30
                   ADD WRK-VALOR-LINHA TO WRK-TOT-ATE30
               WHEN OTHER
                   ADD WRK-VALOR-LINHA TO WRK-TOT-MAIS30
           END-EVALUATE.
           MOVE BKO-CABECALHO TO WRK-PEND-CAB.
           MOVE WRK-VALOR-LINHA TO WRK-VALOR-ED.
           MOVE WRK-IDADE TO WRK-IDADE-ED.
           MOVE BKO-QUANTIDADE TO WRK-QTD-ED.
           DISPLAY BKO-PEDIDO '  ' BKO-ITEM '  ' WRK-PCAB-CLIENTE ' '
                   WRK-PCAB-UF ' ' BKO-PRODUTO ' ' WRK-QTD-ED ' '
                   WRK-VALOR-ED ' ' BKO-DATA ' ' WRK-IDADE-ED.
           PERFORM 9710-CONTAR-LINHA.
       0300-FINALIZAR.
      *>********* IMPRIMINDO OS TOTAIS POR FAIXA DE IDADE
           CLOSE BACKORD-FILE.
           DISPLAY '-----------------------------------------------'.
           IF WRK-QTD-ABERTAS = ZEROS
               DISPLAY 'NENHUMA PENDENCIA A ESPERA DE ESTOQUE.'
           ELSE
               MOVE WRK-TOT-ATE7 TO WRK-VALOR-ED
               DISPLAY 'ATE 7 DIAS ............: ' WRK-VALOR-ED
               MOVE WRK-TOT-ATE15 TO WRK-VALOR-ED
               DISPLAY 'DE 8 A 15 DIAS ........: ' WRK-VALOR-ED
               MOVE WRK-TOT-ATE30 TO WRK-VALOR-ED
               DISPLAY 'DE 16 A 30 DIAS .......: ' WRK-VALOR-ED
               MOVE WRK-TOT-MAIS30 TO WRK-VALOR-ED
               DISPLAY 'MAIS DE 30 DIAS .......: ' WRK-VALOR-ED
               MOVE WRK-TOT-GERAL TO WRK-VALOR-ED
               DISPLAY 'TOTAL PENDENTE ........: ' WRK-VALOR-ED
               DISPLAY 'ITENS PENDENTES: ' WRK-QTD-ABERTAS
                       ' UNIDADES: ' WRK-QTD-UNIDADES
               MOVE WRK-IDADE-MAX TO WRK-IDADE-ED
               DISPLAY 'PENDENCIA MAIS ANTIGA: ' WRK-IDADE-ED ' DIAS'
           END-IF.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='PENDENCIAS DE VENDA - IDADE E VALOR'==.
