       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL121.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: RELATORIO DO VALOR CONTABIL DO ATIVO IMOBILIZADO
      *>           (ATIVOMST) POR CENTRO DE CUSTO, EM ORDEM DE CENTRO:
      *>           CUSTO, DEPRECIACAO ACUMULADA E VALOR CONTABIL
      *>           LIQUIDO DE CADA BEM NAO BAIXADO, COM SUBTOTAL POR
      *>           CENTRO E TOTAL GERAL
      *> OBJETIVO: RELATORIO DOS BENS TOTALMENTE DEPRECIADOS E DOS
      *>           BAIXADOS, COM A DATA DA BAIXA, O VALOR DE VENDA E O
      *>           GANHO OU A PERDA APURADOS NO PROGCBL119
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATIVO-FILE ASSIGN TO 'ATIVOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATIVO-STATUS.
           SELECT OPTIONAL CCUSTO-FILE ASSIGN TO 'CCUSTOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCUSTO-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATIVO-FILE.
       01  ATIVO-REC.
           COPY 'ATIVO.cbl'.
       FD  CCUSTO-FILE.
       01  CCUSTO-REC.
           COPY 'CCUSTO.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='ATIVO IMOBILIZADO - VALOR CONTABIL'==.
       77 WRK-ATIVO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CCUSTO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ATIVO-EOF PIC X(01) VALUE 'N'.
         88 FIM-ATIVO VALUE 'S'.
       77 WRK-CCUSTO-EOF PIC X(01) VALUE 'N'.
         88 FIM-CCUSTO VALUE 'S'.
      *>********* CADASTRO DE BENS EM MEMORIA (MESMO LAYOUT DO
      *>          ATIVO.cbl)
       01 WRK-ATV-TAB.
          02 WRK-ATV-LINHA OCCURS 200 TIMES.
             03 WRK-ATV-PLAQUETA PIC X(08).
             03 WRK-ATV-DESCRICAO PIC X(30).
             03 WRK-ATV-CCUSTO PIC X(04).
             03 WRK-ATV-DATA-AQUISICAO PIC 9(08).
             03 WRK-ATV-CUSTO PIC 9(09)V99.
             03 WRK-ATV-VIDA-MESES PIC 9(03).
             03 WRK-ATV-STATUS PIC X(01).
             03 WRK-ATV-DEPREC-ACUM PIC 9(09)V99.
             03 WRK-ATV-ULTIMO-MES PIC 9(06).
             03 WRK-ATV-DATA-BAIXA PIC 9(08).
             03 WRK-ATV-VALOR-BAIXA PIC 9(09)V99.
             03 WRK-ATV-RESULTADO PIC 9(09)V99.
             03 WRK-ATV-RESULTADO-TIPO PIC X(01).
             03 WRK-ATV-MOTIVO-BAIXA PIC X(20).
       77 WRK-ATV-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ATV-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* NOMES DOS CENTROS DE CUSTO (CCUSTOMST)
       01 WRK-CCN-TAB.
          02 WRK-CCN-LINHA OCCURS 50 TIMES.
             03 WRK-CCN-CODIGO PIC X(04).
             03 WRK-CCN-NOME PIC X(25).
       77 WRK-CCN-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-CCN-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CCN-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-CC-NOME PIC X(25) VALUE SPACES.
      *>********* CENTROS DOS BENS NAO BAIXADOS, EM ORDEM DE CODIGO
       01 WRK-ORD-TAB.
          02 WRK-ORD-CODIGO PIC X(04) OCCURS 200 TIMES.
       77 WRK-ORD-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ORD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ORD-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-ORD-POSICAO PIC 9(03) VALUE ZEROS.
      *>********* TOTAIS
       77 WRK-CC-QTD-BENS PIC 9(03) VALUE ZEROS.
       77 WRK-CC-CUSTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CC-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CC-VCL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-QTD-BENS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CUSTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VCL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VCL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-DEPRECIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VENDAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-GANHOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PERDAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RESULTADO-DESC PIC X(05) VALUE SPACES.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED3 PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-VALOR-CONTABIL.
           PERFORM 0400-DEPRECIADOS-BAIXADOS.
           PERFORM 0300-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-ATV-QTD TO WRK-RUN-LIDOS.
           MOVE WRK-ATV-QTD TO WRK-RUN-PROC.
           IF CARGA-ESTOUROU
               MOVE 'INCOMPLETO' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'OK' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* CARREGANDO OS CENTROS DE CUSTO E OS BENS
           PERFORM 0110-CARREGAR-CENTROS.
           PERFORM 0120-CARREGAR-BENS.
       0110-CARREGAR-CENTROS.
      *>********* CARREGANDO OS NOMES DOS CENTROS DE CUSTO
           OPEN INPUT CCUSTO-FILE.
           IF WRK-CCUSTO-STATUS = '00'
               PERFORM 0115-LER-CENTRO UNTIL FIM-CCUSTO
           END-IF.
           CLOSE CCUSTO-FILE.
       0115-LER-CENTRO.
      *>********* LENDO UM CENTRO DE CUSTO DO CADASTRO
           READ CCUSTO-FILE
               AT END
                   MOVE 'S' TO WRK-CCUSTO-EOF
               NOT AT END
                   IF WRK-CCN-QTD < 50
                       ADD 1 TO WRK-CCN-QTD
                       MOVE CCUSTO-CODIGO TO WRK-CCN-CODIGO(WRK-CCN-QTD)
                       MOVE CCUSTO-NOME TO WRK-CCN-NOME(WRK-CCN-QTD)
                   END-IF
           END-READ.
       0120-CARREGAR-BENS.
      *>********* CARREGANDO O CADASTRO DE BENS E MONTANDO A LISTA
      *>          ORDENADA DOS CENTROS COM BEM NAO BAIXADO
           OPEN INPUT ATIVO-FILE.
           IF WRK-ATIVO-STATUS = '00'
               PERFORM 0125-LER-BEM UNTIL FIM-ATIVO
           END-IF.
           CLOSE ATIVO-FILE.
       0125-LER-BEM.
      *>********* LENDO UM BEM DO CADASTRO
           READ ATIVO-FILE
               AT END
                   MOVE 'S' TO WRK-ATIVO-EOF
               NOT AT END
                   IF WRK-ATV-QTD >= 200
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-ATV-QTD
                       MOVE ATIVO-REC TO WRK-ATV-LINHA(WRK-ATV-QTD)
                       IF ATV-STATUS NOT = 'B'
                           PERFORM 0130-INCLUIR-CENTRO
                       END-IF
                   END-IF
           END-READ.
       0130-INCLUIR-CENTRO.
      *>********* LOCALIZANDO O CENTRO DO BEM NA LISTA ORDENADA; SE
      *>          NAO EXISTE, ABRINDO A POSICAO E INCLUINDO
           MOVE ZEROS TO WRK-ORD-ACHADO.
           MOVE ZEROS TO WRK-ORD-POSICAO.
           PERFORM 0132-PROCURAR-POSICAO
               VARYING WRK-ORD-IDX FROM 1 BY 1
                 UNTIL WRK-ORD-IDX > WRK-ORD-QTD
                    OR WRK-ORD-POSICAO > ZEROS.
           IF WRK-ORD-ACHADO = ZEROS
               IF WRK-ORD-POSICAO = ZEROS
                   COMPUTE WRK-ORD-POSICAO = WRK-ORD-QTD + 1
               END-IF
               PERFORM 0134-DESLOCAR-CENTRO
                   VARYING WRK-ORD-IDX FROM WRK-ORD-QTD BY -1
                     UNTIL WRK-ORD-IDX < WRK-ORD-POSICAO
               ADD 1 TO WRK-ORD-QTD
               MOVE ATV-CCUSTO TO WRK-ORD-CODIGO(WRK-ORD-POSICAO)
           END-IF.
       0132-PROCURAR-POSICAO.
      *>********* PRIMEIRO CENTRO IGUAL (ACHADO) OU MAIOR (POSICAO DE
      *>          INCLUSAO)
           IF WRK-ORD-CODIGO(WRK-ORD-IDX) = ATV-CCUSTO
               MOVE WRK-ORD-IDX TO WRK-ORD-ACHADO
               MOVE WRK-ORD-IDX TO WRK-ORD-POSICAO
           ELSE
               IF WRK-ORD-CODIGO(WRK-ORD-IDX) > ATV-CCUSTO
                   MOVE WRK-ORD-IDX TO WRK-ORD-POSICAO
               END-IF
           END-IF.
       0134-DESLOCAR-CENTRO.
      *>********* EMPURRANDO UM CENTRO UMA POSICAO PARA BAIXO
           MOVE WRK-ORD-CODIGO(WRK-ORD-IDX)
             TO WRK-ORD-CODIGO(WRK-ORD-IDX + 1).
       0200-VALOR-CONTABIL.
      *>********* VALOR CONTABIL DOS BENS NAO BAIXADOS POR CENTRO DE
      *>          CUSTO
           PERFORM 9700-IMPRIMIR-CABECALHO.
           IF CARGA-ESTOUROU
               DISPLAY '*** CADASTRO MAIOR QUE A TABELA (200) - '
                       'RELATORIO INCOMPLETO ***'
           END-IF.
           DISPLAY 'PLAQUETA DESCRICAO                      AQUISICAO'
                   '              CUSTO      DEPR ACUMULADA'
                   '     VALOR CONTABIL S'.
           PERFORM 0210-IMPRIMIR-CENTRO
               VARYING WRK-ORD-IDX FROM 1 BY 1
               UNTIL WRK-ORD-IDX > WRK-ORD-QTD.
           MOVE WRK-TOT-CUSTO TO WRK-VALOR-ED.
           MOVE WRK-TOT-ACUM TO WRK-VALOR-ED2.
           MOVE WRK-TOT-VCL TO WRK-VALOR-ED3.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '======================================='.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'TOTAL GERAL (' WRK-TOT-QTD-BENS ' BENS)'
                   '                        '
                   WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' ' WRK-VALOR-ED3.
       0210-IMPRIMIR-CENTRO.
      *>********* BENS DE UM CENTRO DE CUSTO E O SUBTOTAL DO CENTRO
           PERFORM 0215-BUSCAR-NOME-CENTRO.
           MOVE ZEROS TO WRK-CC-QTD-BENS.
           MOVE ZEROS TO WRK-CC-CUSTO.
           MOVE ZEROS TO WRK-CC-ACUM.
           MOVE ZEROS TO WRK-CC-VCL.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'CENTRO DE CUSTO ' WRK-ORD-CODIGO(WRK-ORD-IDX) ' '
                   WRK-CC-NOME.
           PERFORM 0220-IMPRIMIR-BEM
               VARYING WRK-ATV-IDX FROM 1 BY 1
               UNTIL WRK-ATV-IDX > WRK-ATV-QTD.
           MOVE WRK-CC-CUSTO TO WRK-VALOR-ED.
           MOVE WRK-CC-ACUM TO WRK-VALOR-ED2.
           MOVE WRK-CC-VCL TO WRK-VALOR-ED3.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '  SUBTOTAL ' WRK-ORD-CODIGO(WRK-ORD-IDX) ' ('
                   WRK-CC-QTD-BENS ' BENS)'
                   '                        '
                   WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' ' WRK-VALOR-ED3.
           ADD WRK-CC-QTD-BENS TO WRK-TOT-QTD-BENS.
           ADD WRK-CC-CUSTO TO WRK-TOT-CUSTO.
           ADD WRK-CC-ACUM TO WRK-TOT-ACUM.
           ADD WRK-CC-VCL TO WRK-TOT-VCL.
       0215-BUSCAR-NOME-CENTRO.
      *>********* BUSCANDO O NOME DO CENTRO NO CCUSTOMST
           MOVE '(CENTRO NAO CADASTRADO)' TO WRK-CC-NOME.
           MOVE ZEROS TO WRK-CCN-ACHADO.
           PERFORM 0217-TESTAR-CENTRO
               VARYING WRK-CCN-IDX FROM 1 BY 1
               UNTIL WRK-CCN-IDX > WRK-CCN-QTD
                  OR WRK-CCN-ACHADO > ZEROS.
       0217-TESTAR-CENTRO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O CENTRO
           IF WRK-CCN-CODIGO(WRK-CCN-IDX) = WRK-ORD-CODIGO(WRK-ORD-IDX)
               MOVE WRK-CCN-IDX TO WRK-CCN-ACHADO
               MOVE WRK-CCN-NOME(WRK-CCN-IDX) TO WRK-CC-NOME
           END-IF.
       0220-IMPRIMIR-BEM.
      *>********* UM BEM NAO BAIXADO DO CENTRO CORRENTE
           IF WRK-ATV-CCUSTO(WRK-ATV-IDX) = WRK-ORD-CODIGO(WRK-ORD-IDX)
              AND WRK-ATV-STATUS(WRK-ATV-IDX) NOT = 'B'
               SUBTRACT WRK-ATV-DEPREC-ACUM(WRK-ATV-IDX)
                   FROM WRK-ATV-CUSTO(WRK-ATV-IDX) GIVING WRK-VCL
               ADD 1 TO WRK-CC-QTD-BENS
               ADD WRK-ATV-CUSTO(WRK-ATV-IDX) TO WRK-CC-CUSTO
               ADD WRK-ATV-DEPREC-ACUM(WRK-ATV-IDX) TO WRK-CC-ACUM
               ADD WRK-VCL TO WRK-CC-VCL
               MOVE WRK-ATV-CUSTO(WRK-ATV-IDX) TO WRK-VALOR-ED
               MOVE WRK-ATV-DEPREC-ACUM(WRK-ATV-IDX) TO WRK-VALOR-ED2
               MOVE WRK-VCL TO WRK-VALOR-ED3
               PERFORM 9710-CONTAR-LINHA
               DISPLAY WRK-ATV-PLAQUETA(WRK-ATV-IDX) ' '
                       WRK-ATV-DESCRICAO(WRK-ATV-IDX) ' '
                       WRK-ATV-DATA-AQUISICAO(WRK-ATV-IDX) ' '
                       WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' '
                       WRK-VALOR-ED3 ' ' WRK-ATV-STATUS(WRK-ATV-IDX)
           END-IF.
       0400-DEPRECIADOS-BAIXADOS.
      *>********* BENS TOTALMENTE DEPRECIADOS E BENS BAIXADOS, COM O
      *>          RESULTADO DA BAIXA
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'BENS TOTALMENTE DEPRECIADOS E BAIXADOS'.
           DISPLAY 'PLAQUETA DESCRICAO                      CC   S'
                   '              CUSTO  BAIXA EM'
                   '        VALOR DE VENDA   GANHO/PERDA'.
           PERFORM 0410-IMPRIMIR-BEM
               VARYING WRK-ATV-IDX FROM 1 BY 1
               UNTIL WRK-ATV-IDX > WRK-ATV-QTD.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '======================================='.
           DISPLAY 'TOTALMENTE DEPRECIADOS..: ' WRK-QTD-DEPRECIADOS.
           DISPLAY 'BAIXADOS................: ' WRK-QTD-BAIXADOS.
           MOVE WRK-TOT-VENDAS TO WRK-VALOR-ED.
           DISPLAY 'VALOR DAS VENDAS........: ' WRK-VALOR-ED.
           MOVE WRK-TOT-GANHOS TO WRK-VALOR-ED.
           DISPLAY 'GANHOS NA BAIXA.........: ' WRK-VALOR-ED.
           MOVE WRK-TOT-PERDAS TO WRK-VALOR-ED.
           DISPLAY 'PERDAS NA BAIXA.........: ' WRK-VALOR-ED.
       0410-IMPRIMIR-BEM.
      *>********* UM BEM TOTALMENTE DEPRECIADO (T) OU BAIXADO (B)
           EVALUATE WRK-ATV-STATUS(WRK-ATV-IDX)
               WHEN 'T'
                   ADD 1 TO WRK-QTD-DEPRECIADOS
                   MOVE WRK-ATV-CUSTO(WRK-ATV-IDX) TO WRK-VALOR-ED
                   PERFORM 9710-CONTAR-LINHA
                   DISPLAY WRK-ATV-PLAQUETA(WRK-ATV-IDX) ' '
                           WRK-ATV-DESCRICAO(WRK-ATV-IDX) ' '
                           WRK-ATV-CCUSTO(WRK-ATV-IDX) ' T '
                           WRK-VALOR-ED '  DEPRECIADO ATE '
                           WRK-ATV-ULTIMO-MES(WRK-ATV-IDX)
               WHEN 'B'
                   ADD 1 TO WRK-QTD-BAIXADOS
                   ADD WRK-ATV-VALOR-BAIXA(WRK-ATV-IDX)
                       TO WRK-TOT-VENDAS
                   IF WRK-ATV-RESULTADO-TIPO(WRK-ATV-IDX) = 'G'
                       ADD WRK-ATV-RESULTADO(WRK-ATV-IDX)
                           TO WRK-TOT-GANHOS
                       MOVE 'GANHO' TO WRK-RESULTADO-DESC
                   ELSE
                       ADD WRK-ATV-RESULTADO(WRK-ATV-IDX)
                           TO WRK-TOT-PERDAS
                       MOVE 'PERDA' TO WRK-RESULTADO-DESC
                   END-IF
                   MOVE WRK-ATV-CUSTO(WRK-ATV-IDX) TO WRK-VALOR-ED
                   MOVE WRK-ATV-VALOR-BAIXA(WRK-ATV-IDX)
                       TO WRK-VALOR-ED2
                   MOVE WRK-ATV-RESULTADO(WRK-ATV-IDX) TO WRK-VALOR-ED3
                   PERFORM 9710-CONTAR-LINHA
                   DISPLAY WRK-ATV-PLAQUETA(WRK-ATV-IDX) ' '
                           WRK-ATV-DESCRICAO(WRK-ATV-IDX) ' '
                           WRK-ATV-CCUSTO(WRK-ATV-IDX) ' B '
                           WRK-VALOR-ED ' '
                           WRK-ATV-DATA-BAIXA(WRK-ATV-IDX) ' '
                           WRK-VALOR-ED2 ' ' WRK-VALOR-ED3 ' '
                           WRK-RESULTADO-DESC
                   PERFORM 9710-CONTAR-LINHA
                   DISPLAY '         MOTIVO: '
                           WRK-ATV-MOTIVO-BAIXA(WRK-ATV-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0300-FINALIZAR.
      *>********* ENCERRANDO OS RELATORIOS
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='ATIVO IMOBILIZADO - VALOR CONTABIL'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL121'==.
