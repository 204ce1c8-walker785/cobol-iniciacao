      *>           90 DIAS)
      *> OBJETIVO: IMPRIMIR O SUMARIO DE CARTAS GERADAS POR FAIXA,
      *>           PARA ACOMPANHAR A REGUA DE COBRANCA
      *> OBJETIVO: LISTAR NA CARTA CADA TITULO VENCIDO DO CLIENTE COM
      *>           A PARCELA N DE N DA VENDA A PRAZO PARCELADA,
      *>           VENCIMENTO, VALOR E DIAS DE ATRASO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-DEV-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-DEV-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DEV-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* TITULOS VENCIDOS LISTADOS NAS CARTAS (TITULO
      *>          ANTIGO SEM PARCELA E A PARCELA 01 DE 01)
       01 WRK-VTO-TAB.
          02 WRK-VTO-LINHA OCCURS 500 TIMES.
             03 WRK-VTO-CLIENTE PIC X(05).
             03 WRK-VTO-SEQ PIC 9(05).
             03 WRK-VTO-PARCELA PIC 9(02).
             03 WRK-VTO-PARCELAS PIC 9(02).
             03 WRK-VTO-VENCIMENTO PIC 9(08).
             03 WRK-VTO-VALOR PIC 9(06)V99.
             03 WRK-VTO-ATRASO PIC 9(05).
       77 WRK-VTO-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-VTO-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-VTO-ESTOURO PIC X(01) VALUE 'N'.
         88 LISTA-ESTOUROU VALUE 'S'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-QTD-LEMBRETE PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FIRME PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FINAL PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
                   MOVE WRK-DIAS-ATRASO
                       TO WRK-DEV-MAIOR-ATRASO(WRK-DEV-ACHADO)
               END-IF
               PERFORM 0230-GUARDAR-TITULO
           END-IF.
       0225-TESTAR-DEVEDOR.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O CLIENTE
           IF WRK-DEV-CLIENTE(WRK-DEV-IDX) = CREC-CLIENTE
               MOVE WRK-DEV-IDX TO WRK-DEV-ACHADO
           END-IF.
       0230-GUARDAR-TITULO.
      *>********* GUARDANDO O TITULO VENCIDO PARA A LISTA DA CARTA
           IF WRK-VTO-QTD < 500
               ADD 1 TO WRK-VTO-QTD
               MOVE CREC-CLIENTE TO WRK-VTO-CLIENTE(WRK-VTO-QTD)
               MOVE CREC-SEQ TO WRK-VTO-SEQ(WRK-VTO-QTD)
               IF CREC-PARCELA NUMERIC AND CREC-PARCELAS NUMERIC
                  AND CREC-PARCELA > ZEROS
                   MOVE CREC-PARCELA TO WRK-VTO-PARCELA(WRK-VTO-QTD)
                   MOVE CREC-PARCELAS
                       TO WRK-VTO-PARCELAS(WRK-VTO-QTD)
               ELSE
                   MOVE 1 TO WRK-VTO-PARCELA(WRK-VTO-QTD)
                   MOVE 1 TO WRK-VTO-PARCELAS(WRK-VTO-QTD)
               END-IF
               MOVE CREC-VENCIMENTO
                   TO WRK-VTO-VENCIMENTO(WRK-VTO-QTD)
               MOVE CREC-VALOR TO WRK-VTO-VALOR(WRK-VTO-QTD)
               MOVE WRK-DIAS-ATRASO TO WRK-VTO-ATRASO(WRK-VTO-QTD)
           ELSE
               MOVE 'S' TO WRK-VTO-ESTOURO
           END-IF.
       0300-FINALIZAR.
      *>********* GERANDO AS CARTAS E O SUMARIO POR FAIXA
           CLOSE CONTASREC-FILE.
               DISPLAY 'AVISO: MAIS DEVEDORES DO QUE A TABELA (100) '
                       '- CARTAS INCOMPLETAS.'
           END-IF.
           IF LISTA-ESTOUROU
               DISPLAY 'AVISO: MAIS TITULOS VENCIDOS DO QUE A LISTA '
                       '(500) - TITULOS OMITIDOS NAS CARTAS.'
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.
       0310-GERAR-CARTA.
      *>********* GERANDO A CARTA DE UM DEVEDOR, COM O TOM DA FAIXA
                  ' DIAS' DELIMITED BY SIZE
             INTO CARTACOB-REC.
           WRITE CARTACOB-REC.
           PERFORM 0315-LISTAR-TITULO
               VARYING WRK-VTO-IDX FROM 1 BY 1
               UNTIL WRK-VTO-IDX > WRK-VTO-QTD.
           EVALUATE TRUE
               WHEN WRK-DEV-MAIOR-ATRASO(WRK-DEV-IDX) <= 30
                   ADD 1 TO WRK-QTD-LEMBRETE
                       TO CARTACOB-REC
                   WRITE CARTACOB-REC
           END-EVALUATE.
       0315-LISTAR-TITULO.
      *>********* LISTANDO NA CARTA UM TITULO VENCIDO DO DEVEDOR
           IF WRK-VTO-CLIENTE(WRK-VTO-IDX)
              = WRK-DEV-CLIENTE(WRK-DEV-IDX)
               MOVE WRK-VTO-VALOR(WRK-VTO-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO CARTACOB-REC
               STRING '  SEQ ' DELIMITED BY SIZE
                      WRK-VTO-SEQ(WRK-VTO-IDX) DELIMITED BY SIZE
                      ' PARC ' DELIMITED BY SIZE
                      WRK-VTO-PARCELA(WRK-VTO-IDX) DELIMITED BY SIZE
                      ' DE ' DELIMITED BY SIZE
                      WRK-VTO-PARCELAS(WRK-VTO-IDX) DELIMITED BY SIZE
                      ' VENC ' DELIMITED BY SIZE
                      WRK-VTO-VENCIMENTO(WRK-VTO-IDX)
                      DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' ATRASO ' DELIMITED BY SIZE
                      WRK-VTO-ATRASO(WRK-VTO-IDX) DELIMITED BY SIZE
                      ' DIAS' DELIMITED BY SIZE
                 INTO CARTACOB-REC
               WRITE CARTACOB-REC
           END-IF.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL55'==.
