      *> OBJETIVO: O CADASTRO PRODMST SEGUE COMO O ESTOQUE
      *>           CONSOLIDADO DA REDE; AS TRANSFERENCIAS SO MOVEM
      *>           SALDO ENTRE FILIAIS E NAO ALTERAM O TOTAL
      *> OBJETIVO: GRAVAR NO RAZAO DE ESTOQUE (MOVESTQ, COPY KARDEX)
      *>           A SAIDA DA FILIAL DE ORIGEM (TS) NO ENVIO E A
      *>           ENTRADA NA FILIAL DE DESTINO (TE) NO RECEBIMENTO,
      *>           COM O SALDO DA FILIAL
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVESTQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTQFIL-FILE.
           02 TRF-DATA-RECEB PIC 9(08).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'KARDEX.cbl'.
       77 WRK-MAX-FILIAL PIC 9(02) VALUE 5.
       77 WRK-ESTQFIL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRANSF-STATUS PIC X(02) VALUE ZEROS.
           MOVE WRK-PRODUTO TO WRK-AUDIT-ANTES.
           MOVE WRK-SEQ-NOVO TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           MOVE 'TS' TO WRK-KDX-TIPO.
           MOVE WRK-FIL-ORIGEM TO WRK-KDX-FILIAL.
           MOVE WRK-QTD-MOVER TO WRK-KDX-SAIDA.
           MOVE WRK-SEQ-NOVO TO WRK-SEQ-ALVO.
           PERFORM 0270-GRAVAR-MOVIMENTO.
           DISPLAY 'TRANSFERENCIA ' WRK-SEQ-NOVO ' EM TRANSITO ('
                   WRK-PRODUTO ' QTD ' WRK-QTD-MOVER ').'.
       0235-TESTAR-SEQ.
                   MOVE WRK-SEQ-ALVO TO WRK-AUDIT-ANTES
                   MOVE WRK-PRODUTO TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   MOVE 'TE' TO WRK-KDX-TIPO
                   MOVE WRK-FIL-BUSCA TO WRK-KDX-FILIAL
                   MOVE WRK-TRF-QTDADE(WRK-TRF-ACHADO)
                       TO WRK-KDX-ENTRADA
                   PERFORM 0270-GRAVAR-MOVIMENTO
                   DISPLAY 'TRANSFERENCIA ' WRK-SEQ-ALVO
                           ' RECEBIDA NA FILIAL ' WRK-FIL-BUSCA '.'
               END-IF
               MOVE WRK-PRODUTO TO WRK-EST-PRODUTO(WRK-EST-ACHADO)
               MOVE ZEROS TO WRK-EST-ESTOQUE(WRK-EST-ACHADO)
           END-IF.
       0270-GRAVAR-MOVIMENTO.
      *>********* GRAVANDO NO RAZAO DE ESTOQUE A PERNA DA
      *>          TRANSFERENCIA (TIPO, FILIAL E QUANTIDADE JA
      *>          PREENCHIDOS) COM O SALDO DA FILIAL; O TOTAL DO
      *>          PRODMST NAO MUDA
           MOVE WRK-PRODUTO TO WRK-KDX-PRODUTO.
           MOVE SPACES TO WRK-KDX-DOCUMENTO.
           STRING 'TRANSF ' WRK-SEQ-ALVO
               DELIMITED BY SIZE
             INTO WRK-KDX-DOCUMENTO.
           MOVE ZEROS TO WRK-KDX-CUSTO.
           MOVE WRK-EST-ESTOQUE(WRK-EST-ACHADO) TO WRK-KDX-SALDO.
           MOVE WRK-OPERADOR TO WRK-KDX-OPERADOR.
           PERFORM 9810-GRAVAR-MOVIMENTO.
       0260-RELATORIO-TRANSITO.
      *>********* RELATORIO DAS TRANSFERENCIAS PARADAS EM TRANSITO
      *>          HA MAIS DE N DIAS (BASE 30/360)
       0300-FINALIZAR.
      *>********* ENCERRANDO AS TRANSFERENCIAS
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'KARDEX-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL60'==.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL60'==.
