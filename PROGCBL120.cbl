       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL120.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: DEPRECIAR NO FECHAMENTO DO MES OS BENS EM USO DO
      *>           ATIVO IMOBILIZADO (ATIVOMST, PROGCBL119) PELO
      *>           METODO LINEAR (CUSTO / VIDA UTIL EM MESES, A PARTIR
      *>           DO MES SEGUINTE AO DA AQUISICAO), COM OS MESES
      *>           ATRASADOS DE BEM AINDA NAO DEPRECIADO E O RESIDUAL
      *>           DO ARREDONDAMENTO NO ULTIMO MES DA VIDA UTIL; O BEM
      *>           QUE COMPLETA O CUSTO PASSA A TOTALMENTE DEPRECIADO
      *> OBJETIVO: GRAVAR NO DIARIOGL38, NO LAYOUT DO PROGCBL72, UM
      *>           LOTE NO ULTIMO DIA DO MES COM UMA PARTIDA POR
      *>           CENTRO DE CUSTO (CONTAS DO DE-PARA CONTAMAP38,
      *>           MOVIMENTO DEPRECIAC); O RELATORIO POR BEM CONFERE
      *>           COM O TOTAL DO LOTE
      *> OBJETIVO: A RERODADA DO MESMO MES NAO LANCA DE NOVO: CADA BEM
      *>           GUARDA O ULTIMO MES DEPRECIADO
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
           SELECT OPTIONAL CONTAMAP-FILE ASSIGN TO 'CONTAMAP38'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTAMAP-STATUS.
           SELECT OPTIONAL DIARIOGL-FILE ASSIGN TO 'DIARIOGL38'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIARIOGL-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATIVO-FILE.
       01  ATIVO-REC.
           COPY 'ATIVO.cbl'.
       FD  CONTAMAP-FILE.
       01  CONTAMAP-REC.
           02 CMAP-MOVIMENTO PIC X(10).
           02 CMAP-CONTA-DEBITO PIC X(08).
           02 CMAP-CONTA-CREDITO PIC X(08).
       FD  DIARIOGL-FILE.
       01  DIARIOGL-REC PIC X(80).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO'==.
       COPY 'DEPRATIVO.cbl'.
       77 WRK-ATIVO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTAMAP-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DIARIOGL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ATIVO-EOF PIC X(01) VALUE 'N'.
         88 FIM-ATIVO VALUE 'S'.
       77 WRK-CONTAMAP-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTAMAP VALUE 'S'.
       77 WRK-DATA-ATUAL PIC 9(08) VALUE ZEROS.
       77 WRK-MES-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-MES-VALIDO PIC X(01) VALUE 'N'.
         88 MES-VALIDO VALUE 'S'.
      *>********* MES DE REFERENCIA E DATA DO LOTE
       01 WRK-MES-REF.
          02 WRK-REF-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-REF-MES PIC 9(02) VALUE ZEROS.
       01 WRK-ANOMES REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-DATA-FIM-MES.
          02 WRK-FIM-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-FIM-MES PIC 9(02) VALUE ZEROS.
          02 WRK-FIM-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-FIM-NUM REDEFINES WRK-DATA-FIM-MES PIC 9(08).
       01 WRK-DIAS-MES-TAB.
          02 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-DIAS-MES-RED REDEFINES WRK-DIAS-MES-TAB.
          02 WRK-DIAS-NO-MES PIC 9(02) OCCURS 12 TIMES.
       77 WRK-DIAS-MES PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO4 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO100 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO400 PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC PIC 9(04) VALUE ZEROS.
      *>********* CONTAS DA DEPRECIACAO (DE-PARA OU PADRAO EMBUTIDO):
      *>          DESPESA DE DEPRECIACAO CONTRA DEPRECIACAO ACUMULADA
       77 WRK-CONTA-DEBITO PIC X(08) VALUE '42010001'.
       77 WRK-CONTA-CREDITO PIC X(08) VALUE '12020002'.
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
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* DEPRECIACAO DO MES POR CENTRO DE CUSTO, PARA O LOTE
       01 WRK-CCD-TAB.
          02 WRK-CCD-LINHA OCCURS 50 TIMES.
             03 WRK-CCD-CODIGO PIC X(04).
             03 WRK-CCD-BENS PIC 9(03).
             03 WRK-CCD-VALOR PIC 9(09)V99.
       77 WRK-CCD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-CCD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CCD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-CCD-ESTOURO PIC X(01) VALUE 'N'.
         88 CENTROS-ESTOURARAM VALUE 'S'.
      *>********* TOTAIS E CONCILIACAO
       77 WRK-QTD-EM-USO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DEPRECIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ENCERRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FORA PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-DEPREC PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LCT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-LCT-CONTA PIC X(08) VALUE SPACES.
       77 WRK-LCT-DC PIC X(01) VALUE SPACES.
       77 WRK-HISTORICO PIC X(20) VALUE SPACES.
       77 WRK-GRAVOU-DIARIO PIC X(01) VALUE 'N'.
         88 DIARIO-GRAVADO VALUE 'S'.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED3 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MESES-ED PIC ZZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF MES-VALIDO AND NOT CARGA-ESTOUROU
               PERFORM 0200-DEPRECIAR-BENS
               PERFORM 0400-GRAVAR-LOTE
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-ATV-QTD TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-DEPRECIADOS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           EVALUATE TRUE
               WHEN NOT MES-VALIDO
                   MOVE 'MES INVAL' TO WRK-RUN-SITUACAO
               WHEN CARGA-ESTOUROU OR CENTROS-ESTOURARAM
                   MOVE 'ERRO' TO WRK-RUN-SITUACAO
               WHEN WRK-QTD-DEPRECIADOS = ZEROS
                   MOVE 'SEM DEPREC' TO WRK-RUN-SITUACAO
               WHEN WRK-LOTE-DEBITOS NOT = WRK-TOTAL-DEPREC
                   MOVE 'DIVERGENTE' TO WRK-RUN-SITUACAO
               WHEN OTHER
                   MOVE 'OK' TO WRK-RUN-SITUACAO
           END-EVALUATE.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO O MES E CARREGANDO AS CONTAS E OS BENS
           DISPLAY '***************************************'.
           DISPLAY ' DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO'.
           DISPLAY '***************************************'.
           DISPLAY 'ANO/MES DA DEPRECIACAO (AAAAMM): '.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DIVIDE WRK-DATA-ATUAL BY 100 GIVING WRK-MES-ATUAL.
           IF WRK-REF-MES < 1 OR WRK-REF-MES > 12
              OR WRK-ANOMES > WRK-MES-ATUAL
               DISPLAY 'MES ' WRK-ANOMES ' INVALIDO OU FUTURO - '
                       'NADA DEPRECIADO.'
           ELSE
               MOVE 'S' TO WRK-MES-VALIDO
               PERFORM 0110-MONTAR-DATAS
               PERFORM 0140-CARREGAR-CONTAMAP
               PERFORM 0150-CARREGAR-BENS
           END-IF.
       0110-MONTAR-DATAS.
      *>********* MONTANDO O ULTIMO DIA DO MES (COM FEVEREIRO DE 29
      *>          DIAS EM ANO BISSEXTO), DATA DO LOTE
           MOVE WRK-DIAS-NO-MES(WRK-REF-MES) TO WRK-DIAS-MES.
           IF WRK-REF-MES = 2
               DIVIDE WRK-REF-ANO BY 4 GIVING WRK-QUOC
                   REMAINDER WRK-RESTO4
               DIVIDE WRK-REF-ANO BY 100 GIVING WRK-QUOC
                   REMAINDER WRK-RESTO100
               DIVIDE WRK-REF-ANO BY 400 GIVING WRK-QUOC
                   REMAINDER WRK-RESTO400
               IF (WRK-RESTO4 = ZEROS AND WRK-RESTO100 NOT = ZEROS)
                  OR WRK-RESTO400 = ZEROS
                   MOVE 29 TO WRK-DIAS-MES
               END-IF
           END-IF.
           MOVE WRK-REF-ANO TO WRK-FIM-ANO.
           MOVE WRK-REF-MES TO WRK-FIM-MES.
           MOVE WRK-DIAS-MES TO WRK-FIM-DIA.
       0140-CARREGAR-CONTAMAP.
      *>********* BUSCANDO NO DE-PARA AS CONTAS DO MOVIMENTO
      *>          DEPRECIAC (SEM A LINHA, VALE O PADRAO EMBUTIDO)
           OPEN INPUT CONTAMAP-FILE.
           IF WRK-CONTAMAP-STATUS = '00'
               PERFORM 0145-LER-CONTAMAP UNTIL FIM-CONTAMAP
           END-IF.
           CLOSE CONTAMAP-FILE.
       0145-LER-CONTAMAP.
      *>********* LENDO UMA LINHA DO DE-PARA DE CONTAS
           READ CONTAMAP-FILE
               AT END
                   MOVE 'S' TO WRK-CONTAMAP-EOF
               NOT AT END
                   IF CMAP-MOVIMENTO = 'DEPRECIAC'
                       MOVE CMAP-CONTA-DEBITO TO WRK-CONTA-DEBITO
                       MOVE CMAP-CONTA-CREDITO TO WRK-CONTA-CREDITO
                   END-IF
           END-READ.
       0150-CARREGAR-BENS.
      *>********* CARREGANDO O CADASTRO DE BENS EM MEMORIA
           OPEN INPUT ATIVO-FILE.
           IF WRK-ATIVO-STATUS = '00'
               PERFORM 0155-LER-BEM UNTIL FIM-ATIVO
           END-IF.
           CLOSE ATIVO-FILE.
           IF CARGA-ESTOUROU
      *>********* CADASTRO MAIOR QUE A TABELA: A REGRAVACAO PERDERIA
      *>          OS BENS EXCEDENTES, ENTAO NADA E DEPRECIADO
               DISPLAY 'CADASTRO DE BENS MAIOR QUE A TABELA '
                       '(200) - DEPRECIACAO BLOQUEADA.'
           END-IF.
       0155-LER-BEM.
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
                   END-IF
           END-READ.
       0200-DEPRECIAR-BENS.
      *>********* APURANDO A DEPRECIACAO DE CADA BEM EM USO E
      *>          IMPRIMINDO O RELATORIO POR BEM
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'MES DE REFERENCIA: ' WRK-ANOMES '  LOTE EM: '
                   WRK-DATA-FIM-NUM '  CONTAS D/C: ' WRK-CONTA-DEBITO
                   '/' WRK-CONTA-CREDITO.
           DISPLAY 'PLAQUETA DESCRICAO                      CC   '
                   'MESES          QUOTA     DEPRECIACAO  '
                   '    ACUMULADA SIT'.
           PERFORM 0210-APURAR-BEM
               VARYING WRK-ATV-IDX FROM 1 BY 1
               UNTIL WRK-ATV-IDX > WRK-ATV-QTD.
           PERFORM 0250-IMPRIMIR-CENTROS.
       0210-APURAR-BEM.
      *>********* DEPRECIANDO UM BEM EM USO ATE O MES DE REFERENCIA
      *>          (BEM TOTALMENTE DEPRECIADO OU BAIXADO FICA DE FORA)
           IF WRK-ATV-STATUS(WRK-ATV-IDX) NOT = 'A'
               ADD 1 TO WRK-QTD-FORA
           ELSE
               ADD 1 TO WRK-QTD-EM-USO
               MOVE WRK-ATV-CUSTO(WRK-ATV-IDX) TO WRK-DEP-CUSTO
               MOVE WRK-ATV-DEPREC-ACUM(WRK-ATV-IDX) TO WRK-DEP-ACUM
               MOVE WRK-ATV-VIDA-MESES(WRK-ATV-IDX) TO WRK-DEP-VIDA
               MOVE WRK-ATV-DATA-AQUISICAO(WRK-ATV-IDX)
                   TO WRK-DEP-AQUISICAO-NUM
               MOVE WRK-ATV-ULTIMO-MES(WRK-ATV-IDX)
                   TO WRK-DEP-ULTIMO-NUM
               MOVE WRK-ANOMES TO WRK-DEP-ATE-NUM
               PERFORM 9870-CALCULAR-DEPRECIACAO
               IF WRK-DEP-VALOR > ZEROS
                   PERFORM 0220-LANCAR-BEM
               END-IF
           END-IF.
       0220-LANCAR-BEM.
      *>********* ACUMULANDO A DEPRECIACAO NO BEM E NO CENTRO DE
      *>          CUSTO E IMPRIMINDO A LINHA DO BEM
           PERFORM 0230-LOCALIZAR-CENTRO.
           IF WRK-CCD-ACHADO = ZEROS
               MOVE 'S' TO WRK-CCD-ESTOURO
           ELSE
               ADD WRK-DEP-VALOR TO WRK-ATV-DEPREC-ACUM(WRK-ATV-IDX)
               MOVE WRK-ANOMES TO WRK-ATV-ULTIMO-MES(WRK-ATV-IDX)
               IF DEP-ENCERRADA
                   MOVE 'T' TO WRK-ATV-STATUS(WRK-ATV-IDX)
                   ADD 1 TO WRK-QTD-ENCERRADOS
               END-IF
               ADD 1 TO WRK-QTD-DEPRECIADOS
               ADD WRK-DEP-VALOR TO WRK-TOTAL-DEPREC
               ADD 1 TO WRK-CCD-BENS(WRK-CCD-ACHADO)
               ADD WRK-DEP-VALOR TO WRK-CCD-VALOR(WRK-CCD-ACHADO)
               MOVE WRK-DEP-MESES TO WRK-MESES-ED
               MOVE WRK-DEP-QUOTA TO WRK-VALOR-ED
               MOVE WRK-DEP-VALOR TO WRK-VALOR-ED2
               MOVE WRK-ATV-DEPREC-ACUM(WRK-ATV-IDX) TO WRK-VALOR-ED3
               PERFORM 9710-CONTAR-LINHA
               DISPLAY WRK-ATV-PLAQUETA(WRK-ATV-IDX) ' '
                       WRK-ATV-DESCRICAO(WRK-ATV-IDX) ' '
                       WRK-ATV-CCUSTO(WRK-ATV-IDX) ' ' WRK-MESES-ED
                       ' ' WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' '
                       WRK-VALOR-ED3 ' ' WRK-ATV-STATUS(WRK-ATV-IDX)
           END-IF.
       0230-LOCALIZAR-CENTRO.
      *>********* LOCALIZANDO O CENTRO DE CUSTO DO BEM NA TABELA DO
      *>          LOTE (INCLUINDO-O NA PRIMEIRA OCORRENCIA)
           MOVE ZEROS TO WRK-CCD-ACHADO.
           PERFORM 0235-TESTAR-CENTRO
               VARYING WRK-CCD-IDX FROM 1 BY 1
               UNTIL WRK-CCD-IDX > WRK-CCD-QTD
                  OR WRK-CCD-ACHADO > ZEROS.
           IF WRK-CCD-ACHADO = ZEROS AND WRK-CCD-QTD < 50
               ADD 1 TO WRK-CCD-QTD
               MOVE WRK-CCD-QTD TO WRK-CCD-ACHADO
               MOVE WRK-ATV-CCUSTO(WRK-ATV-IDX)
                   TO WRK-CCD-CODIGO(WRK-CCD-ACHADO)
               MOVE ZEROS TO WRK-CCD-BENS(WRK-CCD-ACHADO)
               MOVE ZEROS TO WRK-CCD-VALOR(WRK-CCD-ACHADO)
           END-IF.
       0235-TESTAR-CENTRO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O CENTRO
           IF WRK-CCD-CODIGO(WRK-CCD-IDX) = WRK-ATV-CCUSTO(WRK-ATV-IDX)
               MOVE WRK-CCD-IDX TO WRK-CCD-ACHADO
           END-IF.
       0250-IMPRIMIR-CENTROS.
      *>********* IMPRIMINDO A DEPRECIACAO DO MES POR CENTRO DE CUSTO
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '---------------------------------------'.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'CENTRO  BENS     DEPRECIACAO'.
           PERFORM 0255-IMPRIMIR-CENTRO
               VARYING WRK-CCD-IDX FROM 1 BY 1
               UNTIL WRK-CCD-IDX > WRK-CCD-QTD.
       0255-IMPRIMIR-CENTRO.
      *>********* IMPRIMINDO O TOTAL DE UM CENTRO DE CUSTO
           MOVE WRK-CCD-VALOR(WRK-CCD-IDX) TO WRK-VALOR-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY WRK-CCD-CODIGO(WRK-CCD-IDX) '    '
                   WRK-CCD-BENS(WRK-CCD-IDX) ' ' WRK-VALOR-ED.
       0400-GRAVAR-LOTE.
      *>********* GRAVANDO NO DIARIO O LOTE DO MES E REGRAVANDO O
      *>          CADASTRO, SO COM TODOS OS CENTROS NA TABELA E ALGUMA
      *>          DEPRECIACAO A LANCAR
           EVALUATE TRUE
               WHEN CENTROS-ESTOURARAM
                   DISPLAY '*** MAIS CENTROS DE CUSTO DO QUE A TABELA '
                           '(50) - NADA GRAVADO ***'
               WHEN WRK-QTD-DEPRECIADOS = ZEROS
                   DISPLAY 'NENHUMA DEPRECIACAO A LANCAR NO MES '
                           WRK-ANOMES ' - NADA GRAVADO.'
               WHEN OTHER
                   PERFORM 0410-ABRIR-DIARIO
                   PERFORM 0420-GRAVAR-LOTE-DIARIO
                   CLOSE DIARIOGL-FILE
                   MOVE 'S' TO WRK-GRAVOU-DIARIO
                   PERFORM 0450-GRAVAR-BENS
           END-EVALUATE.
       0410-ABRIR-DIARIO.
      *>********* ABRINDO O DIARIO PARA ACRESCENTAR O LOTE, SEM
      *>          APAGAR OS LOTES JA GRAVADOS
           OPEN EXTEND DIARIOGL-FILE.
           IF WRK-DIARIOGL-STATUS = '05'
              OR WRK-DIARIOGL-STATUS = '35'
               CLOSE DIARIOGL-FILE
               OPEN OUTPUT DIARIOGL-FILE
           END-IF.
       0420-GRAVAR-LOTE-DIARIO.
      *>********* GRAVANDO O LOTE (CABECALHO, PARTIDAS POR CENTRO DE
      *>          CUSTO E TOTAL), NO MESMO LAYOUT DO PROGCBL72
           MOVE ZEROS TO WRK-LOTE-DEBITOS.
           MOVE ZEROS TO WRK-LOTE-CREDITOS.
           COMPUTE WRK-LCT-QTD = WRK-CCD-QTD * 2.
           MOVE SPACES TO DIARIOGL-REC.
           STRING 'LOTE ' DELIMITED BY SIZE
                  WRK-DATA-FIM-NUM DELIMITED BY SIZE
                  ' LANCAMENTOS=' DELIMITED BY SIZE
                  WRK-LCT-QTD DELIMITED BY SIZE
             INTO DIARIOGL-REC.
           WRITE DIARIOGL-REC.
           PERFORM 0430-GRAVAR-PARTIDA
               VARYING WRK-CCD-IDX FROM 1 BY 1
               UNTIL WRK-CCD-IDX > WRK-CCD-QTD.
           MOVE SPACES TO DIARIOGL-REC.
           STRING 'TOTAL D=' DELIMITED BY SIZE
                  WRK-LOTE-DEBITOS DELIMITED BY SIZE
                  ' C=' DELIMITED BY SIZE
                  WRK-LOTE-CREDITOS DELIMITED BY SIZE
             INTO DIARIOGL-REC.
           WRITE DIARIOGL-REC.
       0430-GRAVAR-PARTIDA.
      *>********* GRAVANDO O DEBITO E O CREDITO DE UM CENTRO DE CUSTO
      *>          (O CENTRO VAI NO HISTORICO)
           MOVE SPACES TO WRK-HISTORICO.
           STRING 'DEPRECIACAO CC ' DELIMITED BY SIZE
                  WRK-CCD-CODIGO(WRK-CCD-IDX) DELIMITED BY SIZE
             INTO WRK-HISTORICO.
           MOVE WRK-CONTA-DEBITO TO WRK-LCT-CONTA.
           MOVE 'D' TO WRK-LCT-DC.
           PERFORM 0440-GRAVAR-LANCAMENTO.
           ADD WRK-CCD-VALOR(WRK-CCD-IDX) TO WRK-LOTE-DEBITOS.
           MOVE WRK-CONTA-CREDITO TO WRK-LCT-CONTA.
           MOVE 'C' TO WRK-LCT-DC.
           PERFORM 0440-GRAVAR-LANCAMENTO.
           ADD WRK-CCD-VALOR(WRK-CCD-IDX) TO WRK-LOTE-CREDITOS.
       0440-GRAVAR-LANCAMENTO.
      *>********* GRAVANDO UM LANCAMENTO DO LOTE
           MOVE SPACES TO DIARIOGL-REC.
           STRING WRK-DATA-FIM-NUM DELIMITED BY SIZE
                  ' CONTA=' DELIMITED BY SIZE
                  WRK-LCT-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-LCT-DC DELIMITED BY SIZE
                  ' VALOR=' DELIMITED BY SIZE
                  WRK-CCD-VALOR(WRK-CCD-IDX) DELIMITED BY SIZE
                  ' HIST=' DELIMITED BY SIZE
                  WRK-HISTORICO DELIMITED BY SIZE
             INTO DIARIOGL-REC.
           WRITE DIARIOGL-REC.
       0450-GRAVAR-BENS.
      *>********* REGRAVANDO O CADASTRO COM A DEPRECIACAO ACUMULADA E
      *>          O ULTIMO MES DEPRECIADO DE CADA BEM
           OPEN OUTPUT ATIVO-FILE.
           PERFORM 0455-GRAVAR-UM-BEM
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-ATV-QTD.
           CLOSE ATIVO-FILE.
       0455-GRAVAR-UM-BEM.
      *>********* GRAVANDO UM BEM NO CADASTRO
           MOVE WRK-ATV-LINHA(WRK-CONT) TO ATIVO-REC.
           WRITE ATIVO-REC.
       0300-FINALIZAR.
      *>********* RESUMO DOS BENS E CONCILIACAO DO RELATORIO COM O
      *>          LOTE GRAVADO NO DIARIO
           DISPLAY '---------------------------------------'.
           DISPLAY 'BENS NO CADASTRO........: ' WRK-ATV-QTD.
           DISPLAY 'BENS EM USO.............: ' WRK-QTD-EM-USO.
           DISPLAY 'DEPRECIADOS NO MES......: ' WRK-QTD-DEPRECIADOS.
           DISPLAY 'TOTALMENTE DEPRECIADOS..: ' WRK-QTD-ENCERRADOS.
           DISPLAY 'DEPRECIADOS/BAIXADOS....: ' WRK-QTD-FORA.
           MOVE WRK-TOTAL-DEPREC TO WRK-VALOR-ED.
           DISPLAY 'DEPRECIACAO POR BEM.....: ' WRK-VALOR-ED.
           IF DIARIO-GRAVADO
               MOVE WRK-LOTE-DEBITOS TO WRK-VALOR-ED
               MOVE WRK-LOTE-CREDITOS TO WRK-VALOR-ED2
               DISPLAY 'LOTE NO DIARIO D/C......: ' WRK-VALOR-ED
                       ' / ' WRK-VALOR-ED2 '  EM ' WRK-DATA-FIM-NUM
               IF WRK-LOTE-DEBITOS = WRK-TOTAL-DEPREC
                  AND WRK-LOTE-DEBITOS = WRK-LOTE-CREDITOS
                   DISPLAY 'RELATORIO CONFERE COM O DIARIOGL38.'
               ELSE
                   DISPLAY '*** RELATORIO DIVERGE DO DIARIOGL38 ***'
               END-IF
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'DEPRATIVO-PROC.cbl'.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL120'==.
