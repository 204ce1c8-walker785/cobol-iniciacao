      *>           EM ABERTO E O TOTAL EM ABERTO NO RODAPE
      *> OBJETIVO: GRAVAR O EXTRATO NO ARQUIVO EXTRATO54, PRONTO PARA
      *>           ENTREGAR AO CLIENTE QUE CONTESTA O SALDO
      *> OBJETIVO: MOSTRAR NO EXTRATO A PARCELA N DE N DE CADA TITULO
      *>           DA VENDA A PRAZO PARCELADA (TITULO ANTIGO SAI COMO
      *>           PARCELA 01 DE 01); LINHA DO EXTRATO54 ALARGADA
      *>           PARA CABER O SALDO E A PARCELA
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  EXTRATO-FILE.
       01  EXTRATO-REC PIC X(130).
       WORKING-STORAGE SECTION.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
       77 WRK-SALDO-CORRENTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ABERTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-STATUS-TEXTO PIC X(12) VALUE SPACES.
       77 WRK-PARCELA PIC 9(02) VALUE ZEROS.
       77 WRK-PARCELAS PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
               WHEN OTHER
                   MOVE CREC-STATUS TO WRK-STATUS-TEXTO
           END-EVALUATE.
      *>********* TITULO ANTIGO SEM PARCELA E A PARCELA UNICA
           IF CREC-PARCELA NUMERIC AND CREC-PARCELAS NUMERIC
              AND CREC-PARCELA > ZEROS
               MOVE CREC-PARCELA TO WRK-PARCELA
               MOVE CREC-PARCELAS TO WRK-PARCELAS
           ELSE
               MOVE 1 TO WRK-PARCELA
               MOVE 1 TO WRK-PARCELAS
           END-IF.
           MOVE CREC-VALOR TO WRK-VALOR-ED.
           MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'SEQ ' CREC-SEQ
                   ' PARC ' WRK-PARCELA ' DE ' WRK-PARCELAS
                   ' EMISSAO ' CREC-DATA-VENDA
                   ' VENC ' CREC-VENCIMENTO
                   ' VALOR ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED
           MOVE SPACES TO EXTRATO-REC.
           STRING 'SEQ=' DELIMITED BY SIZE
                  CREC-SEQ DELIMITED BY SIZE
                  ' PARC=' DELIMITED BY SIZE
                  WRK-PARCELA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-PARCELAS DELIMITED BY SIZE
                  ' EMISSAO=' DELIMITED BY SIZE
                  CREC-DATA-VENDA DELIMITED BY SIZE
                  ' VENC=' DELIMITED BY SIZE
