       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL114.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: INFORME ANUAL DE RENDIMENTOS DAS POSICOES DE
      *>           INVESTIMENTO POR TITULAR, A PARTIR DOS RESGATES DO
      *>           ANO PEDIDO (RESGATE71): CADA RESGATE COM VALOR
      *>           BRUTO, RENDIMENTO, ALIQUOTA E IR RETIDO NA FONTE,
      *>           E OS TOTAIS DO TITULAR E GERAL
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESGATE-FILE ASSIGN TO 'RESGATE71'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RESGATE-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESGATE-FILE.
       01  RESGATE-REC.
           COPY 'RESGATE.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='INFORME ANUAL DE RENDIMENTOS'==.
       COPY 'MOEDA.cbl'.
       77 WRK-RESGATE-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RESGATE-EOF PIC X(01) VALUE 'N'.
         88 FIM-RESGATE VALUE 'S'.
       77 WRK-ANO-BASE PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FORA-TABELA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TITULARES PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-RSG.
          02 WRK-RSG-ANO PIC 9(04).
          02 WRK-RSG-MESDIA PIC 9(04).
      *>********* RESGATES DO ANO EM MEMORIA, COM A CHAVE DE ORDEM
      *>          TITULAR + NUMERO DO RESGATE
       01 WRK-INF-TAB.
          02 WRK-INF-LINHA OCCURS 500 TIMES.
             03 WRK-INF-CHAVE.
                04 WRK-INF-TITULAR PIC X(25).
                04 WRK-INF-NUMERO PIC 9(05).
             03 WRK-INF-DATA PIC 9(08).
             03 WRK-INF-INDEXADOR PIC X(04).
             03 WRK-INF-TIPO PIC X(01).
             03 WRK-INF-VALOR PIC 9(09)V99.
             03 WRK-INF-GANHO PIC 9(09)V99.
             03 WRK-INF-ALIQUOTA PIC 9(02)V999.
             03 WRK-INF-IR PIC 9(08)V99.
       77 WRK-INF-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-INF-IDX PIC 9(03) VALUE ZEROS.
       01 WRK-ORD-TAB.
          02 WRK-ORD-INF PIC 9(03) OCCURS 500 TIMES.
       77 WRK-ORD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ORD-IDX2 PIC 9(03) VALUE ZEROS.
       77 WRK-ORD-MENOR PIC 9(03) VALUE ZEROS.
       77 WRK-ORD-TROCA PIC 9(03) VALUE ZEROS.
      *>********* QUEBRA POR TITULAR
       77 WRK-TITULAR-ATUAL PIC X(25) VALUE SPACES.
       77 WRK-TIT-BRUTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TIT-GANHO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TIT-IR PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-BRUTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-GANHO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-IR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED3 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ALIQ-ED PIC Z9,999 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-INF-QTD TO WRK-RUN-PROC.
           MOVE WRK-QTD-FORA-TABELA TO WRK-RUN-REJ.
           IF WRK-QTD-FORA-TABELA > ZEROS
               MOVE 'INCOMPLETO' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'OK' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.
           GOBACK.
       0100-INICIALIZAR.
      *>********* PEDINDO O ANO-BASE E REGISTRANDO O INICIO
           DISPLAY '***************************************'.
           DISPLAY ' INFORME ANUAL DE RENDIMENTOS'.
           DISPLAY '***************************************'.
           DISPLAY 'ANO-BASE DO INFORME (AAAA): '.
           ACCEPT WRK-ANO-BASE FROM CONSOLE.
           PERFORM 9610-SELECIONAR-MOEDA.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
       0200-PROCESSAR.
      *>********* CARREGANDO OS RESGATES DO ANO, ORDENANDO POR
      *>          TITULAR E IMPRIMINDO COM QUEBRA POR TITULAR
           OPEN INPUT RESGATE-FILE.
           IF WRK-RESGATE-STATUS NOT = '00'
               MOVE 'RESGATE71' TO WRK-ERR-ARQUIVO
               MOVE WRK-RESGATE-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0210-LER-RESGATE UNTIL FIM-RESGATE.
           CLOSE RESGATE-FILE.
           PERFORM 0220-ORDENAR-POSICAO
               VARYING WRK-ORD-IDX FROM 1 BY 1
               UNTIL WRK-ORD-IDX >= WRK-INF-QTD.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'ANO-BASE: ' WRK-ANO-BASE.
           DISPLAY 'RESG  DATA     INDX T     VALOR BRUTO      '
                   'RENDIMENTO ALIQ%      IR RETIDO'.
           MOVE SPACES TO WRK-TITULAR-ATUAL.
           PERFORM 0240-IMPRIMIR-RESGATE
               VARYING WRK-ORD-IDX FROM 1 BY 1
               UNTIL WRK-ORD-IDX > WRK-INF-QTD.
           IF WRK-INF-QTD > ZEROS
               PERFORM 0250-TOTAL-TITULAR
           END-IF.
       0210-LER-RESGATE.
      *>********* LENDO UM RESGATE E GUARDANDO OS DO ANO-BASE
           READ RESGATE-FILE
               AT END
                   MOVE 'S' TO WRK-RESGATE-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE RSG-DATA TO WRK-DATA-RSG
                   IF WRK-RSG-ANO = WRK-ANO-BASE
                       PERFORM 0215-GUARDAR-RESGATE
                   END-IF
           END-READ.
       0215-GUARDAR-RESGATE.
      *>********* GUARDANDO UM RESGATE DO ANO NA TABELA
           IF WRK-INF-QTD >= 500
               ADD 1 TO WRK-QTD-FORA-TABELA
           ELSE
               ADD 1 TO WRK-INF-QTD
               MOVE WRK-INF-QTD TO WRK-ORD-INF(WRK-INF-QTD)
               MOVE RSG-TITULAR TO WRK-INF-TITULAR(WRK-INF-QTD)
               MOVE RSG-NUMERO TO WRK-INF-NUMERO(WRK-INF-QTD)
               MOVE RSG-DATA TO WRK-INF-DATA(WRK-INF-QTD)
               MOVE RSG-INDEXADOR TO WRK-INF-INDEXADOR(WRK-INF-QTD)
               MOVE RSG-TIPO TO WRK-INF-TIPO(WRK-INF-QTD)
               MOVE RSG-VALOR TO WRK-INF-VALOR(WRK-INF-QTD)
               MOVE RSG-GANHO TO WRK-INF-GANHO(WRK-INF-QTD)
               MOVE RSG-ALIQUOTA TO WRK-INF-ALIQUOTA(WRK-INF-QTD)
               MOVE RSG-IR TO WRK-INF-IR(WRK-INF-QTD)
           END-IF.
       0220-ORDENAR-POSICAO.
      *>********* TRAZENDO PARA A POSICAO O MENOR TITULAR/RESGATE
      *>          RESTANTE
           MOVE WRK-ORD-IDX TO WRK-ORD-MENOR.
           PERFORM 0225-TESTAR-MENOR
               VARYING WRK-ORD-IDX2 FROM WRK-ORD-IDX BY 1
               UNTIL WRK-ORD-IDX2 > WRK-INF-QTD.
           IF WRK-ORD-MENOR NOT = WRK-ORD-IDX
               MOVE WRK-ORD-INF(WRK-ORD-IDX) TO WRK-ORD-TROCA
               MOVE WRK-ORD-INF(WRK-ORD-MENOR)
                   TO WRK-ORD-INF(WRK-ORD-IDX)
               MOVE WRK-ORD-TROCA TO WRK-ORD-INF(WRK-ORD-MENOR)
           END-IF.
       0225-TESTAR-MENOR.
      *>********* COMPARANDO UMA POSICAO COM A MENOR JA ACHADA
           IF WRK-INF-CHAVE(WRK-ORD-INF(WRK-ORD-IDX2))
              < WRK-INF-CHAVE(WRK-ORD-INF(WRK-ORD-MENOR))
               MOVE WRK-ORD-IDX2 TO WRK-ORD-MENOR
           END-IF.
       0240-IMPRIMIR-RESGATE.
      *>********* IMPRIMINDO UM RESGATE, FECHANDO O TITULAR ANTERIOR
      *>          QUANDO O TITULAR MUDA
           MOVE WRK-ORD-INF(WRK-ORD-IDX) TO WRK-INF-IDX.
           IF WRK-INF-TITULAR(WRK-INF-IDX) NOT = WRK-TITULAR-ATUAL
               IF WRK-TITULAR-ATUAL NOT = SPACES
                   PERFORM 0250-TOTAL-TITULAR
               END-IF
               MOVE WRK-INF-TITULAR(WRK-INF-IDX) TO WRK-TITULAR-ATUAL
               ADD 1 TO WRK-QTD-TITULARES
               MOVE ZEROS TO WRK-TIT-BRUTO
               MOVE ZEROS TO WRK-TIT-GANHO
               MOVE ZEROS TO WRK-TIT-IR
               PERFORM 9710-CONTAR-LINHA
               DISPLAY 'TITULAR: ' WRK-TITULAR-ATUAL
           END-IF.
           ADD WRK-INF-VALOR(WRK-INF-IDX) TO WRK-TIT-BRUTO.
           ADD WRK-INF-GANHO(WRK-INF-IDX) TO WRK-TIT-GANHO.
           ADD WRK-INF-IR(WRK-INF-IDX) TO WRK-TIT-IR.
           MOVE WRK-INF-VALOR(WRK-INF-IDX) TO WRK-VALOR-ED.
           MOVE WRK-INF-GANHO(WRK-INF-IDX) TO WRK-VALOR-ED2.
           MOVE WRK-INF-IR(WRK-INF-IDX) TO WRK-VALOR-ED3.
           MOVE WRK-INF-ALIQUOTA(WRK-INF-IDX) TO WRK-ALIQ-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY WRK-INF-NUMERO(WRK-INF-IDX) ' '
                   WRK-INF-DATA(WRK-INF-IDX) ' '
                   WRK-INF-INDEXADOR(WRK-INF-IDX) ' '
                   WRK-INF-TIPO(WRK-INF-IDX) ' '
                   WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' '
                   WRK-ALIQ-ED ' ' WRK-VALOR-ED3.
       0250-TOTAL-TITULAR.
      *>********* IMPRIMINDO OS TOTAIS DO ANO DE UM TITULAR
           ADD WRK-TIT-BRUTO TO WRK-TOT-BRUTO.
           ADD WRK-TIT-GANHO TO WRK-TOT-GANHO.
           ADD WRK-TIT-IR TO WRK-TOT-IR.
           MOVE WRK-TIT-BRUTO TO WRK-VALOR-ED.
           MOVE WRK-TIT-GANHO TO WRK-VALOR-ED2.
           MOVE WRK-TIT-IR TO WRK-VALOR-ED3.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '  TOTAL DO TITULAR: BRUTO ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED ' RENDIMENTO ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED2 ' IR RETIDO ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED3.
       0300-FINALIZAR.
      *>********* IMPRIMINDO OS TOTAIS GERAIS DO ANO
           MOVE WRK-TOT-BRUTO TO WRK-VALOR-ED.
           MOVE WRK-TOT-GANHO TO WRK-VALOR-ED2.
           MOVE WRK-TOT-IR TO WRK-VALOR-ED3.
           DISPLAY '---------------------------------------'.
           DISPLAY 'TITULARES...............: ' WRK-QTD-TITULARES.
           DISPLAY 'RESGATES NO ANO.........: ' WRK-INF-QTD.
           DISPLAY 'VALOR BRUTO RESGATADO...: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED.
           DISPLAY 'RENDIMENTOS.............: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED2.
           DISPLAY 'IR RETIDO NA FONTE......: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED3.
           IF WRK-QTD-FORA-TABELA > ZEROS
               DISPLAY 'RESGATES ALEM DA TABELA (500), FORA DO '
                       'INFORME: ' WRK-QTD-FORA-TABELA
           END-IF.
           DISPLAY 'RESGATES LIDOS..........: ' WRK-QTD-LIDOS.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='INFORME ANUAL DE RENDIMENTOS'==.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL114'==.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL114'==.
