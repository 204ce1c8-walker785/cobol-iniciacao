      *>           (INDICIO DE COPIA INCOMPLETA)
      *> OBJETIVO: GRAVAR O RESULTADO DA CONSOLIDACAO NO RUNCTL PARA
      *>           O RELATORIO DA MANHA DO PROGCBL41
      *> OBJETIVO: LEVAR A SERIE E O NUMERO DO DOCUMENTO FISCAL DO
      *>           ARQUIVO DA FILIAL PARA O VENDATRX CONSOLIDADO
      *> OBJETIVO: GRAVAR CADA TRANSACAO CONSOLIDADA NO ARQUIVO DO
      *>           SEU ANO/MES (VENDATRXAAAAMM), ATUALIZANDO O
      *>           DIRETORIO DE PERIODOS (VENDADIR), E CARREGAR DO
      *>           CENTRAL SO OS PERIODOS COBERTOS PELAS COPIAS
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDATRX-STATUS.
           SELECT OPTIONAL VENDADIR-FILE ASSIGN TO 'VENDADIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDADIR-STATUS.
           SELECT OPTIONAL FILIALTRX-FILE ASSIGN TO WRK-NOME-FILIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FILIALTRX-STATUS.
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  VENDADIR-FILE.
       01  VENDADIR-REC.
           COPY 'VENDADIR.cbl'.
       FD  FILIALTRX-FILE.
       01  FILIALTRX-REC.
           02 FTRX-SEQ PIC 9(05).
           02 FTRX-VAL-DINHEIRO PIC 9(08)V99.
           02 FTRX-VAL-CARTAO PIC 9(08)V99.
           02 FTRX-VAL-PRAZO PIC 9(08)V99.
           02 FTRX-SERIE PIC 9(03).
           02 FTRX-DOCFISC PIC 9(07).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'VENDAGRV.cbl'.
       COPY 'RUNCTL.cbl'.
       77 WRK-MAX-FILIAL PIC 9(02) VALUE 5.
       77 WRK-VENDATRX-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FILIALTRX-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FILIALTRX-EOF PIC X(01) VALUE 'N'.
         88 FIM-FILIALTRX VALUE 'S'.
       77 WRK-NOME-FILIAL PIC X(20) VALUE SPACES.
      *>********* FAIXA DE PERIODOS (AAAAMM) COBERTA PELAS COPIAS
       77 WRK-PER-MINIMO PIC 9(06) VALUE ZEROS.
       77 WRK-PER-MAXIMO PIC 9(06) VALUE ZEROS.
       77 WRK-PER-TRX PIC 9(06) VALUE ZEROS.
      *>********* PARES (FILIAL, SEQ) JA VISTOS, DO CENTRAL E DAS
      *>          COPIAS CONSOLIDADAS NESTA RODADA
       01 WRK-PAR-TAB.

           GOBACK.
       0100-INICIALIZAR.
      *>********* CARREGANDO OS PARES (FILIAL, SEQ) JA NO CENTRAL,
      *>          SO DOS PERIODOS (ANO/MES) PRESENTES NAS COPIAS
           DISPLAY '***************************************'.
           DISPLAY ' CONSOLIDACAO DAS TRANSACOES POR FILIAL'.
           DISPLAY '***************************************'.
           MOVE 999999 TO WRK-PER-MINIMO.
           MOVE ZEROS TO WRK-PER-MAXIMO.
           PERFORM 0102-MEDIR-COPIA
               VARYING WRK-FIL FROM 1 BY 1
               UNTIL WRK-FIL > WRK-MAX-FILIAL.
           IF WRK-PER-MAXIMO > ZEROS
               DISPLAY 'PERIODOS NAS COPIAS: ' WRK-PER-MINIMO ' A '
                       WRK-PER-MAXIMO
               MOVE WRK-PER-MINIMO TO WRK-VTP-INICIO
               MOVE WRK-PER-MAXIMO TO WRK-VTP-FIM
               PERFORM 9882-ABRIR-FAIXA
               PERFORM 0110-LER-CENTRAL UNTIL FIM-FAIXA-VTP
           END-IF.
           DISPLAY 'PARES JA NO CENTRAL: ' WRK-PAR-QTD.
           IF CARGA-ESTOUROU
      *>********* CENTRAL MAIOR QUE A TABELA DE PARES: A CHECAGEM DE
      *>          DUPLICADOS SAIRIA FURADA, ENTAO NADA E CONSOLIDADO
               DISPLAY 'PERIODOS DAS COPIAS NO CENTRAL MAIORES QUE '
                       'A TABELA (999) - CONSOLIDACAO ABORTADA; '
                       'CONSOLIDE AS COPIAS COM MAIS FREQUENCIA.'
           END-IF.
       0102-MEDIR-COPIA.
      *>********* APURANDO O MENOR E O MAIOR ANO/MES DA COPIA DE UMA
      *>          FILIAL
           MOVE SPACES TO WRK-NOME-FILIAL.
           STRING 'VENDATRXF' DELIMITED BY SIZE
                  WRK-FIL DELIMITED BY SIZE
             INTO WRK-NOME-FILIAL.
           MOVE 'N' TO WRK-FILIALTRX-EOF.
           OPEN INPUT FILIALTRX-FILE.
           IF WRK-FILIALTRX-STATUS = '00'
               PERFORM 0104-LER-PERIODO-COPIA UNTIL FIM-FILIALTRX
           END-IF.
           CLOSE FILIALTRX-FILE.
       0104-LER-PERIODO-COPIA.
      *>********* LENDO UMA TRANSACAO DA COPIA E ALARGANDO A FAIXA
           READ FILIALTRX-FILE
               AT END
                   MOVE 'S' TO WRK-FILIALTRX-EOF
               NOT AT END
                   MOVE FTRX-DATA(1:6) TO WRK-PER-TRX
                   IF WRK-PER-TRX < WRK-PER-MINIMO
                       MOVE WRK-PER-TRX TO WRK-PER-MINIMO
                   END-IF
                   IF WRK-PER-TRX > WRK-PER-MAXIMO
                       MOVE WRK-PER-TRX TO WRK-PER-MAXIMO
                   END-IF
           END-READ.
       0110-LER-CENTRAL.
      *>********* LENDO UM PAR (FILIAL, SEQ) DO CENTRAL
           PERFORM 9883-LER-FAIXA.
           IF REGISTRO-VTP-LIDO
               IF WRK-PAR-QTD >= 999
                   MOVE 'S' TO WRK-CARGA-ESTOURO
                   PERFORM 9885-FECHAR-FAIXA
               ELSE
                   ADD 1 TO WRK-PAR-QTD
                   MOVE VENDATRX-FILIAL
                       TO WRK-PAR-FILIAL(WRK-PAR-QTD)
                   MOVE VENDATRX-SEQ
                       TO WRK-PAR-SEQ(WRK-PAR-QTD)
               END-IF
           END-IF.
       0200-CONSOLIDAR-FILIAL.
      *>********* CONSOLIDANDO A COPIA DE UMA FILIAL NO CENTRAL
           MOVE SPACES TO WRK-NOME-FILIAL.
           IF WRK-FILIALTRX-STATUS NOT = '00'
               DISPLAY WRK-NOME-FILIAL ' AUSENTE - FILIAL PULADA.'
           ELSE
               PERFORM 0210-LER-COPIA UNTIL FIM-FILIALTRX
               DISPLAY WRK-NOME-FILIAL ' CONSOLIDADO: '
                       WRK-QTD-FIL-ACEITAS ' TRANSACAO(OES).'
               PERFORM 0250-RELATAR-BURACOS
                       TO WRK-PAR-FILIAL(WRK-PAR-QTD)
                   MOVE FTRX-SEQ TO WRK-PAR-SEQ(WRK-PAR-QTD)
                   MOVE FILIALTRX-REC TO VENDATRX-REC
                   PERFORM 9886-GRAVAR-VENDATRX

                   ADD 1 TO WRK-QTD-ACEITAS
                   ADD 1 TO WRK-QTD-FIL-ACEITAS
           END-EVALUATE.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL74'==.
           COPY 'VENDAPER-PROC.cbl'.
           COPY 'VENDAGRV-PROC.cbl'.
