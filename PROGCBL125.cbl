       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL125.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: RELATORIO MENSAL DOS PEDIDOS DE REEMBOLSO DE
      *>           DESPESAS (REEMB124 DO PROGCBL124) PELA DATA DA
      *>           DESPESA: LISTA DOS PEDIDOS DO MES COM O NOME DO
      *>           FUNCIONARIO (FUNCMST), RESUMO POR SITUACAO
      *>           (PENDENTE, APROVADO, PAGO NA FOLHA, RECUSADO) E
      *>           RESUMO POR CATEGORIA COM O VALOR EM CADA SITUACAO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REEMB-FILE ASSIGN TO 'REEMB124'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REEMB-STATUS.
           SELECT OPTIONAL FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REEMB-FILE.
       01  REEMB-REC.
           COPY 'REEMBOLSO.cbl'.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='REEMBOLSOS DE DESPESAS DO MES'==.
       77 WRK-REEMB-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REEMB-EOF PIC X(01) VALUE 'N'.
         88 FIM-REEMB VALUE 'S'.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
      *>********* MES DE REFERENCIA
       01 WRK-MES-REF.
          02 WRK-REF-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-REF-MES PIC 9(02) VALUE ZEROS.
       01 WRK-ANOMES REDEFINES WRK-MES-REF PIC 9(06).
       77 WRK-MES-VALIDO PIC X(01) VALUE 'N'.
         88 MES-VALIDO VALUE 'S'.
      *>********* NOMES DOS FUNCIONARIOS (FUNCMST)
       01 WRK-FUN-TAB.
          02 WRK-FUN-LINHA OCCURS 500 TIMES.
             03 WRK-FUN-MATRICULA PIC 9(06).
             03 WRK-FUN-NOME PIC X(25).
       77 WRK-FUN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-NOME PIC X(25) VALUE SPACES.
      *>********* TOTAIS POR SITUACAO (1 = PENDENTE, 2 = APROVADO,
      *>          3 = PAGO NA FOLHA, 4 = RECUSADO)
       01 WRK-SIT-NOMES.
          02 FILLER PIC X(10) VALUE 'PENDENTE'.
          02 FILLER PIC X(10) VALUE 'APROVADO'.
          02 FILLER PIC X(10) VALUE 'PAGO'.
          02 FILLER PIC X(10) VALUE 'RECUSADO'.
       01 WRK-SIT-NOMES-R REDEFINES WRK-SIT-NOMES.
          02 WRK-SIT-NOME PIC X(10) OCCURS 4 TIMES.
       01 WRK-SIT-TAB.
          02 WRK-SIT-LINHA OCCURS 4 TIMES.
             03 WRK-SIT-QTD PIC 9(05).
             03 WRK-SIT-VALOR PIC 9(09)V99.
       77 WRK-SIT-IDX PIC 9(01) VALUE ZEROS.
      *>********* TOTAIS POR CATEGORIA E SITUACAO (A ULTIMA LINHA
      *>          SOMA CATEGORIA FORA DA LISTA DO PROGCBL124)
       01 WRK-CAT-NOMES.
          02 FILLER PIC X(10) VALUE 'VIAGEM'.
          02 FILLER PIC X(10) VALUE 'HOSPEDAGEM'.
          02 FILLER PIC X(10) VALUE 'REFEICAO'.
          02 FILLER PIC X(10) VALUE 'TRANSPORTE'.
          02 FILLER PIC X(10) VALUE 'MATERIAL'.
          02 FILLER PIC X(10) VALUE 'OUTROS'.
          02 FILLER PIC X(10) VALUE '(OUTRA)'.
       01 WRK-CAT-NOMES-R REDEFINES WRK-CAT-NOMES.
          02 WRK-CAT-NOME PIC X(10) OCCURS 7 TIMES.
       01 WRK-CAT-TAB.
          02 WRK-CAT-LINHA OCCURS 7 TIMES.
             03 WRK-CAT-QTD PIC 9(05).
             03 WRK-CAT-VALOR PIC 9(09)V99 OCCURS 4 TIMES.
       77 WRK-CAT-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-CAT-ACHADO PIC 9(01) VALUE ZEROS.
      *>********* TOTAIS DO MES
       77 WRK-TOT-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VALOR PIC 9(09)V99 VALUE ZEROS.
      *>********* LINHA DO RELATORIO
       77 WRK-SITUACAO-DESC PIC X(10) VALUE SPACES.
       77 WRK-VALOR-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PEND-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-APROV-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PAGO-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RECUS-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
      *>********* CONTADORES DO CONTROLE DE EXECUCAO
       77 WRK-QTD-LIDOS PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF MES-VALIDO
               PERFORM 0200-LISTAR-PEDIDOS
               PERFORM 0250-IMPRIMIR-SITUACOES
               PERFORM 0260-IMPRIMIR-CATEGORIAS
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-TOT-QTD TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           IF MES-VALIDO
               MOVE 'OK' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'MES INVAL' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO O MES E CARREGANDO OS NOMES DOS FUNCIONARIOS
           DISPLAY '***************************************'.
           DISPLAY ' REEMBOLSOS DE DESPESAS DO MES'.
           DISPLAY '***************************************'.
           DISPLAY 'ANO/MES DO RELATORIO (AAAAMM): '.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           IF WRK-ANOMES NOT NUMERIC
              OR WRK-REF-MES < 1 OR WRK-REF-MES > 12
              OR WRK-REF-ANO < 1900
               DISPLAY 'MES ' WRK-ANOMES ' INVALIDO - RELATORIO NAO '
                       'EMITIDO.'
           ELSE
               MOVE 'S' TO WRK-MES-VALIDO
               INITIALIZE WRK-SIT-TAB
               INITIALIZE WRK-CAT-TAB
               PERFORM 0110-CARREGAR-FUNCIONARIOS
           END-IF.
       0110-CARREGAR-FUNCIONARIOS.
      *>********* CARREGANDO MATRICULA E NOME DOS FUNCIONARIOS
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0115-LER-FUNCIONARIO UNTIL FIM-FUNCMST
           END-IF.
           CLOSE FUNCMST-FILE.
       0115-LER-FUNCIONARIO.
      *>********* LENDO UM FUNCIONARIO DO CADASTRO
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FUNCMST-EOF
               NOT AT END
                   IF FUNCMST-MATRICULA NUMERIC
                      AND FUNCMST-MATRICULA > ZEROS
                      AND WRK-FUN-QTD < 500
                       ADD 1 TO WRK-FUN-QTD
                       MOVE FUNCMST-MATRICULA
                           TO WRK-FUN-MATRICULA(WRK-FUN-QTD)
                       MOVE FUNCMST-NOME TO WRK-FUN-NOME(WRK-FUN-QTD)
                   END-IF
           END-READ.
       0200-LISTAR-PEDIDOS.
      *>********* LISTANDO OS PEDIDOS COM DESPESA NO MES E SOMANDO
      *>          POR SITUACAO E CATEGORIA
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'MES DE REFERENCIA: ' WRK-REF-MES '/' WRK-REF-ANO.
           DISPLAY 'MATRIC-SEQ DATA     FUNCIONARIO               '
                   'CATEGORIA         VALOR CC   SITUACAO'.
           OPEN INPUT REEMB-FILE.
           IF WRK-REEMB-STATUS = '00'
               PERFORM 0210-LER-PEDIDO UNTIL FIM-REEMB
           END-IF.
           CLOSE REEMB-FILE.
           IF WRK-TOT-QTD = ZEROS
               DISPLAY 'NENHUM PEDIDO DE REEMBOLSO NO MES.'
           ELSE
               MOVE WRK-TOT-VALOR TO WRK-TOTAL-ED
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '======================================='
               PERFORM 9710-CONTAR-LINHA
               DISPLAY 'TOTAL DO MES: ' WRK-TOT-QTD ' PEDIDOS  '
                       WRK-TOTAL-ED
           END-IF.
       0210-LER-PEDIDO.
      *>********* LENDO UM PEDIDO E TRATANDO O QUE E DO MES
           READ REEMB-FILE
               AT END
                   MOVE 'S' TO WRK-REEMB-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF RMB-DATA(1:6) = WRK-MES-REF
                       PERFORM 0220-TRATAR-PEDIDO
                   END-IF
           END-READ.
       0220-TRATAR-PEDIDO.
      *>********* SOMANDO O PEDIDO NA SITUACAO E NA CATEGORIA E
      *>          IMPRIMINDO A LINHA
           EVALUATE RMB-SITUACAO
               WHEN 'P'
                   MOVE 1 TO WRK-SIT-IDX
               WHEN 'A'
                   MOVE 2 TO WRK-SIT-IDX
               WHEN 'G'
                   MOVE 3 TO WRK-SIT-IDX
               WHEN OTHER
                   MOVE 4 TO WRK-SIT-IDX
           END-EVALUATE.
           MOVE ZEROS TO WRK-CAT-ACHADO.
           PERFORM 0225-TESTAR-CATEGORIA
               VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX > 6
                  OR WRK-CAT-ACHADO > ZEROS.
           IF WRK-CAT-ACHADO = ZEROS
               MOVE 7 TO WRK-CAT-ACHADO
           END-IF.
           ADD 1 TO WRK-TOT-QTD.
           ADD RMB-VALOR TO WRK-TOT-VALOR.
           ADD 1 TO WRK-SIT-QTD(WRK-SIT-IDX).
           ADD RMB-VALOR TO WRK-SIT-VALOR(WRK-SIT-IDX).
           ADD 1 TO WRK-CAT-QTD(WRK-CAT-ACHADO).
           ADD RMB-VALOR TO WRK-CAT-VALOR(WRK-CAT-ACHADO, WRK-SIT-IDX).
           PERFORM 0230-LOCALIZAR-NOME.
           MOVE WRK-SIT-NOME(WRK-SIT-IDX) TO WRK-SITUACAO-DESC.
           MOVE RMB-VALOR TO WRK-VALOR-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY RMB-MATRICULA '-' RMB-SEQUENCIA ' ' RMB-DATA ' '
                   WRK-NOME ' ' RMB-CATEGORIA ' ' WRK-VALOR-ED ' '
                   RMB-CCUSTO ' ' WRK-SITUACAO-DESC.
       0225-TESTAR-CATEGORIA.
      *>********* COMPARANDO A CATEGORIA DO PEDIDO COM UMA DA LISTA
           IF WRK-CAT-NOME(WRK-CAT-IDX) = RMB-CATEGORIA
               MOVE WRK-CAT-IDX TO WRK-CAT-ACHADO
           END-IF.
       0230-LOCALIZAR-NOME.
      *>********* LOCALIZANDO O NOME DO FUNCIONARIO PELA MATRICULA
           MOVE ZEROS TO WRK-FUN-ACHADO.
           PERFORM 0235-TESTAR-FUNCIONARIO
               VARYING WRK-FUN-IDX FROM 1 BY 1
               UNTIL WRK-FUN-IDX > WRK-FUN-QTD
                  OR WRK-FUN-ACHADO > ZEROS.
           IF WRK-FUN-ACHADO > ZEROS
               MOVE WRK-FUN-NOME(WRK-FUN-ACHADO) TO WRK-NOME
           ELSE
               MOVE '(SEM CADASTRO)' TO WRK-NOME
           END-IF.
       0235-TESTAR-FUNCIONARIO.
      *>********* COMPARANDO UM FUNCIONARIO COM A MATRICULA
           IF WRK-FUN-MATRICULA(WRK-FUN-IDX) = RMB-MATRICULA
               MOVE WRK-FUN-IDX TO WRK-FUN-ACHADO
           END-IF.
       0250-IMPRIMIR-SITUACOES.
      *>********* RESUMO DO MES POR SITUACAO DO PEDIDO
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY ' '.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'RESUMO POR SITUACAO     QTD          VALOR'.
           PERFORM 0255-IMPRIMIR-SITUACAO
               VARYING WRK-SIT-IDX FROM 1 BY 1
               UNTIL WRK-SIT-IDX > 4.
       0255-IMPRIMIR-SITUACAO.
      *>********* IMPRIMINDO O TOTAL DE UMA SITUACAO
           MOVE WRK-SIT-QTD(WRK-SIT-IDX) TO WRK-QTD-ED.
           MOVE WRK-SIT-VALOR(WRK-SIT-IDX) TO WRK-TOTAL-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY WRK-SIT-NOME(WRK-SIT-IDX) '          '
                   WRK-QTD-ED WRK-TOTAL-ED.
       0260-IMPRIMIR-CATEGORIAS.
      *>********* RESUMO DO MES POR CATEGORIA, COM O VALOR EM CADA
      *>          SITUACAO (CATEGORIA SEM PEDIDO NAO SAI)
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY ' '.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'CATEGORIA    QTD      PENDENTE      APROVADO'
                   '          PAGO      RECUSADO'.
           PERFORM 0265-IMPRIMIR-CATEGORIA
               VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX > 7.
       0265-IMPRIMIR-CATEGORIA.
      *>********* IMPRIMINDO OS TOTAIS DE UMA CATEGORIA
           IF WRK-CAT-QTD(WRK-CAT-IDX) > ZEROS
               MOVE WRK-CAT-QTD(WRK-CAT-IDX) TO WRK-QTD-ED
               MOVE WRK-CAT-VALOR(WRK-CAT-IDX, 1) TO WRK-PEND-ED
               MOVE WRK-CAT-VALOR(WRK-CAT-IDX, 2) TO WRK-APROV-ED
               MOVE WRK-CAT-VALOR(WRK-CAT-IDX, 3) TO WRK-PAGO-ED
               MOVE WRK-CAT-VALOR(WRK-CAT-IDX, 4) TO WRK-RECUS-ED
               PERFORM 9710-CONTAR-LINHA
               DISPLAY WRK-CAT-NOME(WRK-CAT-IDX) ' ' WRK-QTD-ED
                       WRK-PEND-ED WRK-APROV-ED WRK-PAGO-ED
                       WRK-RECUS-ED
           END-IF.
       0300-FINALIZAR.
      *>********* ENCERRANDO O RELATORIO
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                  BY =='REEMBOLSOS DE DESPESAS DO MES'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL125'==.
