       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL123.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: RELATORIO MENSAL ORCADO X REALIZADO POR CENTRO DE
      *>           CUSTO E CATEGORIA, NO MES E ACUMULADO NO ANO: O
      *>           ORCADO VEM DO ORCAMCC122 (PROGCBL122); O REALIZADO DA
      *>           FOLHA (BRUTO DO FOLHAHIST05, COM O CENTRO DO
      *>           FUNCIONARIO NO FUNCMST), DOS ENCARGOS DA EMPRESA
      *>           SOBRE O BRUTO (FGTS E INSS PATRONAL, AS ALIQUOTAS DO
      *>           PROGCBL05) E DOS LANCAMENTOS POSTADOS NO RAZAOGL118
      *>           NAS CONTAS COM CATEGORIA NO ORCCAT122
      *> OBJETIVO: DESTACAR O CENTRO QUE PASSAR DO ORCADO EM MAIS QUE O
      *>           PERCENTUAL DE TOLERANCIA DO ORCCFG122 (PADRAO 10%),
      *>           NO MES OU NO ACUMULADO, COM O RESUMO DOS CENTROS
      *>           ESTOURADOS NO FIM DO RELATORIO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORCAMCC-FILE ASSIGN TO 'ORCAMCC122'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCAMCC-STATUS.
           SELECT OPTIONAL ORCCAT-FILE ASSIGN TO 'ORCCAT122'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCCAT-STATUS.
           SELECT OPTIONAL ORCCFG-FILE ASSIGN TO 'ORCCFG122'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCCFG-STATUS.
           SELECT OPTIONAL CCUSTO-FILE ASSIGN TO 'CCUSTOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCUSTO-STATUS.
           SELECT OPTIONAL FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL FOLHAHIST-FILE ASSIGN TO 'FOLHAHIST05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHIST-STATUS.
           SELECT OPTIONAL RAZAOGL-FILE ASSIGN TO 'RAZAOGL118'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RAZAOGL-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMCC-FILE.
       01  ORCAMCC-REC.
           COPY 'ORCAMCC.cbl'.
       FD  ORCCAT-FILE.
       01  ORCCAT-REC.
           02 OCAT-CONTA PIC X(08).
           02 OCAT-CATEGORIA PIC X(10).
           02 OCAT-CCUSTO PIC X(04).
       FD  ORCCFG-FILE.
       01  ORCCFG-REC.
           02 OCFG-PERCENTUAL PIC 9(03)V99.
       FD  CCUSTO-FILE.
       01  CCUSTO-REC.
           COPY 'CCUSTO.cbl'.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  FOLHAHIST-FILE.
       01  FOLHAHIST-REC.
           COPY 'FOLHAHIST.cbl'.
       FD  RAZAOGL-FILE.
       01  RAZAOGL-REC.
           02 RZG-DATA.
              03 RZG-ANO PIC 9(04).
              03 RZG-MES PIC 9(02).
              03 RZG-DIA PIC 9(02).
           02 RZG-CONTA PIC X(08).
           02 RZG-DC PIC X(01).
           02 RZG-VALOR PIC 9(09)V99.
           02 RZG-HISTORICO PIC X(20).
           02 RZG-LOTE-DATA PIC 9(08).
           02 RZG-POSTADO-EM PIC 9(08).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='ORCADO X REALIZADO POR CENTRO DE CUSTO'==.
       77 WRK-ORCAMCC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCCAT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CCUSTO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FOLHAHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RAZAOGL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCAMCC-EOF PIC X(01) VALUE 'N'.
         88 FIM-ORCAMCC VALUE 'S'.
       77 WRK-ORCCAT-EOF PIC X(01) VALUE 'N'.
         88 FIM-ORCCAT VALUE 'S'.
       77 WRK-CCUSTO-EOF PIC X(01) VALUE 'N'.
         88 FIM-CCUSTO VALUE 'S'.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-FOLHAHIST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FOLHAHIST VALUE 'S'.
       77 WRK-RAZAOGL-EOF PIC X(01) VALUE 'N'.
         88 FIM-RAZAOGL VALUE 'S'.
      *>********* MES DE REFERENCIA
       01 WRK-MES-REF.
          02 WRK-REF-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-REF-MES PIC 9(02) VALUE ZEROS.
       01 WRK-ANOMES REDEFINES WRK-MES-REF PIC 9(06).
       77 WRK-MES-VALIDO PIC X(01) VALUE 'N'.
         88 MES-VALIDO VALUE 'S'.
      *>********* PERCENTUAL DE TOLERANCIA (ORCCFG122 OU PADRAO) E
      *>          ENCARGOS DA EMPRESA SOBRE O BRUTO (MESMAS ALIQUOTAS
      *>          DO PROGCBL05)
       77 WRK-PERCENTUAL PIC 9(03)V99 VALUE 10,00.
       77 WRK-FGTS-ALIQUOTA PIC 9(02)V999 VALUE 8,000.
       77 WRK-INSS-PATR-ALIQUOTA PIC 9(02)V999 VALUE 20,000.
       77 WRK-FGTS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-INSS-PATR PIC 9(07)V99 VALUE ZEROS.
      *>********* NOMES DOS CENTROS DE CUSTO (CCUSTOMST)
       01 WRK-CCN-TAB.
          02 WRK-CCN-LINHA OCCURS 50 TIMES.
             03 WRK-CCN-CODIGO PIC X(04).
             03 WRK-CCN-NOME PIC X(25).
       77 WRK-CCN-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-CCN-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CCN-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-CC-NOME PIC X(25) VALUE SPACES.
       77 WRK-CC-ATUAL PIC X(04) VALUE SPACES.
      *>********* CENTRO DE CUSTO DE CADA FUNCIONARIO (FUNCMST)
       01 WRK-FUN-TAB.
          02 WRK-FUN-LINHA OCCURS 500 TIMES.
             03 WRK-FUN-MATRICULA PIC 9(06).
             03 WRK-FUN-NOME PIC X(25).
             03 WRK-FUN-CCUSTO PIC X(04).
       77 WRK-FUN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* CATEGORIA DAS CONTAS DO DIARIO (ORCCAT122)
       01 WRK-CAT-TAB.
          02 WRK-CAT-LINHA OCCURS 100 TIMES.
             03 WRK-CAT-CONTA PIC X(08).
             03 WRK-CAT-CATEGORIA PIC X(10).
             03 WRK-CAT-CCUSTO PIC X(04).
       77 WRK-CAT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CAT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CAT-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* ORCADO E REALIZADO POR CENTRO E CATEGORIA, EM ORDEM
      *>          DE CENTRO E CATEGORIA (CENTRO EM BRANCO = REALIZADO
      *>          SEM CENTRO IDENTIFICADO)
       01 WRK-AGR-TAB.
          02 WRK-AGR-LINHA OCCURS 500 TIMES.
             03 WRK-AGR-CHAVE.
                04 WRK-AGR-CCUSTO PIC X(04).
                04 WRK-AGR-CATEGORIA PIC X(10).
             03 WRK-AGR-ORC-MES PIC 9(11)V99.
             03 WRK-AGR-ORC-ACUM PIC 9(11)V99.
             03 WRK-AGR-REAL-MES PIC S9(11)V99.
             03 WRK-AGR-REAL-ACUM PIC S9(11)V99.
       77 WRK-AGR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-AGR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-AGR-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-AGR-POSICAO PIC 9(03) VALUE ZEROS.
       77 WRK-AGR-ESTOURO PIC X(01) VALUE 'N'.
         88 AGR-ESTOUROU VALUE 'S'.
       01 WRK-CHAVE.
          02 WRK-CCUSTO PIC X(04) VALUE SPACES.
          02 WRK-CATEGORIA PIC X(10) VALUE SPACES.
      *>********* VALOR A SOMAR NA CHAVE E SE E DO MES DE REFERENCIA
       77 WRK-VALOR PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DO-MES PIC X(01) VALUE 'N'.
         88 VALOR-DO-MES VALUE 'S'.
      *>********* LEITURA DO HISTORICO DO LANCAMENTO (' CC XXXX')
       77 WRK-POS PIC 9(02) VALUE ZEROS.
       77 WRK-CC-HIST PIC X(04) VALUE SPACES.
      *>********* CENTROS ESTOURADOS (PARA O RESUMO)
       01 WRK-EST-TAB.
          02 WRK-EST-LINHA OCCURS 50 TIMES.
             03 WRK-EST-CCUSTO PIC X(04).
             03 WRK-EST-MARCA PIC X(02).
       77 WRK-EST-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-EST-IDX PIC 9(02) VALUE ZEROS.
      *>********* TOTAIS DO CENTRO E GERAL
       77 WRK-CC-ORC-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CC-ORC-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CC-REAL-MES PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CC-REAL-ACUM PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ORC-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ORC-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REAL-MES PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-REAL-ACUM PIC S9(11)V99 VALUE ZEROS.
      *>********* LINHA DO RELATORIO
       77 WRK-ORC-MES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ORC-ACUM PIC 9(11)V99 VALUE ZEROS.
       77 WRK-REAL-MES PIC S9(11)V99 VALUE ZEROS.
       77 WRK-REAL-ACUM PIC S9(11)V99 VALUE ZEROS.
       77 WRK-LIMITE PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MARCA PIC X(02) VALUE SPACES.
       77 WRK-ORC-MES-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-REAL-MES-ED PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-VAR-MES-ED PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-ORC-ACUM-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-REAL-ACUM-ED PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-VAR-ACUM-ED PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZ9,99 VALUE ZEROS.
      *>********* CONTADORES DO CONTROLE DE EXECUCAO
       77 WRK-QTD-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-USADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-CENTRO PIC 9(06) VALUE ZEROS.
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
               PERFORM 0150-APURAR-ORCADO
               PERFORM 0160-APURAR-FOLHA
               PERFORM 0170-APURAR-DIARIO
               PERFORM 0200-IMPRIMIR-RELATORIO
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-USADOS TO WRK-RUN-PROC.
           MOVE WRK-QTD-SEM-CENTRO TO WRK-RUN-REJ.
           EVALUATE TRUE
               WHEN NOT MES-VALIDO
                   MOVE 'MES INVAL' TO WRK-RUN-SITUACAO
               WHEN AGR-ESTOUROU
                   MOVE 'INCOMPLETO' TO WRK-RUN-SITUACAO
               WHEN WRK-EST-QTD > ZEROS
                   MOVE 'ESTOURO' TO WRK-RUN-SITUACAO
               WHEN OTHER
                   MOVE 'OK' TO WRK-RUN-SITUACAO
           END-EVALUATE.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO O MES E CARREGANDO OS CENTROS, OS
      *>          FUNCIONARIOS, AS CATEGORIAS E A TOLERANCIA
           DISPLAY '***************************************'.
           DISPLAY ' ORCADO X REALIZADO POR CENTRO DE CUSTO'.
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
               PERFORM 0110-CARREGAR-CENTROS
               PERFORM 0120-CARREGAR-FUNCIONARIOS
               PERFORM 0130-CARREGAR-CATEGORIAS
               PERFORM 0140-CARREGAR-TOLERANCIA
           END-IF.
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
       0120-CARREGAR-FUNCIONARIOS.
      *>********* CARREGANDO MATRICULA, NOME E CENTRO DE CUSTO DOS
      *>          FUNCIONARIOS, PARA LEVAR A FOLHA AO CENTRO
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0125-LER-FUNCIONARIO UNTIL FIM-FUNCMST
           END-IF.
           CLOSE FUNCMST-FILE.
       0125-LER-FUNCIONARIO.
      *>********* LENDO UM FUNCIONARIO DO CADASTRO
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FUNCMST-EOF
               NOT AT END
                   IF WRK-FUN-QTD < 500
                       ADD 1 TO WRK-FUN-QTD
                       IF FUNCMST-MATRICULA NUMERIC
                           MOVE FUNCMST-MATRICULA
                               TO WRK-FUN-MATRICULA(WRK-FUN-QTD)
                       ELSE
                           MOVE ZEROS TO WRK-FUN-MATRICULA(WRK-FUN-QTD)
                       END-IF
                       MOVE FUNCMST-NOME TO WRK-FUN-NOME(WRK-FUN-QTD)
                       MOVE FUNCMST-CCUSTO
                           TO WRK-FUN-CCUSTO(WRK-FUN-QTD)
                   END-IF
           END-READ.
       0130-CARREGAR-CATEGORIAS.
      *>********* CARREGANDO A CATEGORIA DAS CONTAS DO DIARIO
           OPEN INPUT ORCCAT-FILE.
           IF WRK-ORCCAT-STATUS = '00'
               PERFORM 0135-LER-CATEGORIA UNTIL FIM-ORCCAT
           END-IF.
           CLOSE ORCCAT-FILE.
       0135-LER-CATEGORIA.
      *>********* LENDO A CATEGORIA DE UMA CONTA
           READ ORCCAT-FILE
               AT END
                   MOVE 'S' TO WRK-ORCCAT-EOF
               NOT AT END
                   IF WRK-CAT-QTD < 100
                       ADD 1 TO WRK-CAT-QTD
                       MOVE ORCCAT-REC TO WRK-CAT-LINHA(WRK-CAT-QTD)
                   END-IF
           END-READ.
       0140-CARREGAR-TOLERANCIA.
      *>********* LENDO O PERCENTUAL DE TOLERANCIA (SEM O ARQUIVO,
      *>          VALE O PADRAO EMBUTIDO DE 10%)
           OPEN INPUT ORCCFG-FILE.
           IF WRK-ORCCFG-STATUS = '00'
               READ ORCCFG-FILE
                   NOT AT END
                       IF OCFG-PERCENTUAL NUMERIC
                           MOVE OCFG-PERCENTUAL TO WRK-PERCENTUAL
                       END-IF
               END-READ
           END-IF.
           CLOSE ORCCFG-FILE.
       0150-APURAR-ORCADO.
      *>********* SOMANDO O ORCADO DO ANO ATE O MES DE REFERENCIA
           OPEN INPUT ORCAMCC-FILE.
           IF WRK-ORCAMCC-STATUS = '00'
               PERFORM 0155-LER-ORCAMENTO UNTIL FIM-ORCAMCC
           END-IF.
           CLOSE ORCAMCC-FILE.
       0155-LER-ORCAMENTO.
      *>********* LENDO UMA LINHA DO ORCAMENTO
           READ ORCAMCC-FILE
               AT END
                   MOVE 'S' TO WRK-ORCAMCC-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF ORCC-ANO = WRK-REF-ANO
                      AND ORCC-MES <= WRK-REF-MES
                       ADD 1 TO WRK-QTD-USADOS
                       MOVE ORCC-CCUSTO TO WRK-CCUSTO
                       MOVE ORCC-CATEGORIA TO WRK-CATEGORIA
                       PERFORM 0400-LOCALIZAR-AGREGADO
                       IF WRK-AGR-ACHADO > ZEROS
                           ADD ORCC-VALOR
                               TO WRK-AGR-ORC-ACUM(WRK-AGR-ACHADO)
                           IF ORCC-MES = WRK-REF-MES
                               ADD ORCC-VALOR
                                   TO WRK-AGR-ORC-MES(WRK-AGR-ACHADO)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       0160-APURAR-FOLHA.
      *>********* SOMANDO O BRUTO DA FOLHA E OS ENCARGOS DA EMPRESA DO
      *>          ANO ATE O MES DE REFERENCIA, NO CENTRO DO FUNCIONARIO
           OPEN INPUT FOLHAHIST-FILE.
           IF WRK-FOLHAHIST-STATUS = '00'
               PERFORM 0165-LER-FOLHA UNTIL FIM-FOLHAHIST
           END-IF.
           CLOSE FOLHAHIST-FILE.
       0165-LER-FOLHA.
      *>********* LENDO UM REGISTRO DO HISTORICO DA FOLHA (FOLHA
      *>          MENSAL, FERIAS E 13O SALARIO)
           READ FOLHAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-FOLHAHIST-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF FH-ANO = WRK-REF-ANO AND FH-MES <= WRK-REF-MES
                       ADD 1 TO WRK-QTD-USADOS
                       PERFORM 0167-SOMAR-FOLHA
                   END-IF
           END-READ.
       0167-SOMAR-FOLHA.
      *>********* LEVANDO O BRUTO E OS ENCARGOS AO CENTRO DO
      *>          FUNCIONARIO (PELA MATRICULA; REGISTRO ANTIGO SEM
      *>          MATRICULA, PELO NOME)
           PERFORM 0500-LOCALIZAR-FUNCIONARIO.
           IF WRK-FUN-ACHADO = ZEROS
               MOVE SPACES TO WRK-CCUSTO
               ADD 1 TO WRK-QTD-SEM-CENTRO
           ELSE
               MOVE WRK-FUN-CCUSTO(WRK-FUN-ACHADO) TO WRK-CCUSTO
           END-IF.
           IF FH-MES = WRK-REF-MES
               MOVE 'S' TO WRK-DO-MES
           ELSE
               MOVE 'N' TO WRK-DO-MES
           END-IF.
           COMPUTE WRK-FGTS ROUNDED =
               (FH-BRUTO * WRK-FGTS-ALIQUOTA) / 100.
           COMPUTE WRK-INSS-PATR ROUNDED =
               (FH-BRUTO * WRK-INSS-PATR-ALIQUOTA) / 100.
           MOVE 'FOLHA' TO WRK-CATEGORIA.
           MOVE FH-BRUTO TO WRK-VALOR.
           PERFORM 0410-SOMAR-REALIZADO.
           MOVE 'ENCARGOS' TO WRK-CATEGORIA.
           COMPUTE WRK-VALOR = WRK-FGTS + WRK-INSS-PATR.
           PERFORM 0410-SOMAR-REALIZADO.
       0170-APURAR-DIARIO.
      *>********* SOMANDO OS LANCAMENTOS POSTADOS DO ANO ATE O MES DE
      *>          REFERENCIA NAS CONTAS COM CATEGORIA (O LIQUIDO DA
      *>          FOLHA LANCADO PELO PROGCBL72 JA ENTRA PELO
      *>          FOLHAHIST05 E FICA DE FORA)
           OPEN INPUT RAZAOGL-FILE.
           IF WRK-RAZAOGL-STATUS = '00'
               PERFORM 0175-LER-RAZAO UNTIL FIM-RAZAOGL
           END-IF.
           CLOSE RAZAOGL-FILE.
       0175-LER-RAZAO.
      *>********* LENDO UM LANCAMENTO DO RAZAO
           READ RAZAOGL-FILE
               AT END
                   MOVE 'S' TO WRK-RAZAOGL-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF RZG-ANO = WRK-REF-ANO AND RZG-MES <= WRK-REF-MES
                      AND RZG-HISTORICO NOT = 'FOLHA DE PAGAMENTO'
                       PERFORM 0600-LOCALIZAR-CONTA
                       IF WRK-CAT-ACHADO > ZEROS
                           ADD 1 TO WRK-QTD-USADOS
                           PERFORM 0177-SOMAR-LANCAMENTO
                       END-IF
                   END-IF
           END-READ.
       0177-SOMAR-LANCAMENTO.
      *>********* LEVANDO O LANCAMENTO A CATEGORIA DA CONTA E AO
      *>          CENTRO DO HISTORICO (' CC XXXX'), OU AO CENTRO PADRAO
      *>          DA CONTA; DEBITO SOMA E CREDITO ESTORNA A DESPESA
           MOVE WRK-CAT-CATEGORIA(WRK-CAT-ACHADO) TO WRK-CATEGORIA.
           PERFORM 0700-LER-CENTRO-HISTORICO.
           IF WRK-CC-HIST NOT = SPACES
               MOVE WRK-CC-HIST TO WRK-CCUSTO
           ELSE
               MOVE WRK-CAT-CCUSTO(WRK-CAT-ACHADO) TO WRK-CCUSTO
           END-IF.
           IF WRK-CCUSTO = SPACES
               ADD 1 TO WRK-QTD-SEM-CENTRO
           END-IF.
           IF RZG-MES = WRK-REF-MES
               MOVE 'S' TO WRK-DO-MES
           ELSE
               MOVE 'N' TO WRK-DO-MES
           END-IF.
           IF RZG-DC = 'C'
               COMPUTE WRK-VALOR = ZEROS - RZG-VALOR
           ELSE
               MOVE RZG-VALOR TO WRK-VALOR
           END-IF.
           PERFORM 0410-SOMAR-REALIZADO.
       0200-IMPRIMIR-RELATORIO.
      *>********* IMPRIMINDO AS CATEGORIAS DE CADA CENTRO, COM O
      *>          SUBTOTAL DO CENTRO, O TOTAL GERAL E O RESUMO DOS
      *>          CENTROS ESTOURADOS
           PERFORM 9700-IMPRIMIR-CABECALHO.
           MOVE WRK-PERCENTUAL TO WRK-PCT-ED.
           DISPLAY 'MES DE REFERENCIA: ' WRK-REF-MES '/' WRK-REF-ANO
                   '   TOLERANCIA: ' WRK-PCT-ED '%'.
           IF AGR-ESTOUROU
               DISPLAY '*** MAIS DE 500 CENTROS/CATEGORIAS - '
                       'RELATORIO INCOMPLETO ***'
           END-IF.
           DISPLAY 'CATEGORIA      ORCADO MES  REALIZADO MES'
                   '   VARIACAO MES    ORCADO ACUM REALIZADO ACUM'
                   '  VARIACAO ACUM'.
           IF WRK-AGR-QTD = ZEROS
               DISPLAY 'NENHUM ORCADO OU REALIZADO NO ANO.'
           ELSE
               PERFORM 0210-IMPRIMIR-LINHA
                   VARYING WRK-AGR-IDX FROM 1 BY 1
                   UNTIL WRK-AGR-IDX > WRK-AGR-QTD
               PERFORM 0230-FECHAR-CENTRO
           END-IF.
           MOVE WRK-TOT-ORC-MES TO WRK-ORC-MES.
           MOVE WRK-TOT-ORC-ACUM TO WRK-ORC-ACUM.
           MOVE WRK-TOT-REAL-MES TO WRK-REAL-MES.
           MOVE WRK-TOT-REAL-ACUM TO WRK-REAL-ACUM.
           PERFORM 0250-MONTAR-VALORES.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '======================================='.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'TOTAL GERAL' WRK-ORC-MES-ED ' '
                   WRK-REAL-MES-ED ' ' WRK-VAR-MES-ED ' '
                   WRK-ORC-ACUM-ED ' ' WRK-REAL-ACUM-ED ' '
                   WRK-VAR-ACUM-ED ' ' WRK-MARCA.
           PERFORM 0260-IMPRIMIR-RESUMO.
       0210-IMPRIMIR-LINHA.
      *>********* UMA CATEGORIA DO CENTRO CORRENTE, ABRINDO O CENTRO
      *>          NA TROCA DE CODIGO
           IF WRK-AGR-IDX = 1
               PERFORM 0220-ABRIR-CENTRO
           ELSE
               IF WRK-AGR-CCUSTO(WRK-AGR-IDX)
                  NOT = WRK-AGR-CCUSTO(WRK-AGR-IDX - 1)
                   PERFORM 0230-FECHAR-CENTRO
                   PERFORM 0220-ABRIR-CENTRO
               END-IF
           END-IF.
           MOVE WRK-AGR-ORC-MES(WRK-AGR-IDX) TO WRK-ORC-MES.
           MOVE WRK-AGR-ORC-ACUM(WRK-AGR-IDX) TO WRK-ORC-ACUM.
           MOVE WRK-AGR-REAL-MES(WRK-AGR-IDX) TO WRK-REAL-MES.
           MOVE WRK-AGR-REAL-ACUM(WRK-AGR-IDX) TO WRK-REAL-ACUM.
           PERFORM 0250-MONTAR-VALORES.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY WRK-AGR-CATEGORIA(WRK-AGR-IDX) ' '
                   WRK-ORC-MES-ED ' ' WRK-REAL-MES-ED ' '
                   WRK-VAR-MES-ED ' ' WRK-ORC-ACUM-ED ' '
                   WRK-REAL-ACUM-ED ' ' WRK-VAR-ACUM-ED ' ' WRK-MARCA.
           ADD WRK-ORC-MES TO WRK-CC-ORC-MES.
           ADD WRK-ORC-ACUM TO WRK-CC-ORC-ACUM.
           ADD WRK-REAL-MES TO WRK-CC-REAL-MES.
           ADD WRK-REAL-ACUM TO WRK-CC-REAL-ACUM.
       0220-ABRIR-CENTRO.
      *>********* TITULO DO CENTRO E ZERAGEM DO SUBTOTAL
           MOVE ZEROS TO WRK-CC-ORC-MES.
           MOVE ZEROS TO WRK-CC-ORC-ACUM.
           MOVE ZEROS TO WRK-CC-REAL-MES.
           MOVE ZEROS TO WRK-CC-REAL-ACUM.
           MOVE WRK-AGR-CCUSTO(WRK-AGR-IDX) TO WRK-CC-ATUAL.
           PERFORM 0225-BUSCAR-NOME-CENTRO.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'CENTRO DE CUSTO ' WRK-CC-ATUAL ' ' WRK-CC-NOME.
       0225-BUSCAR-NOME-CENTRO.
      *>********* BUSCANDO O NOME DO CENTRO NO CCUSTOMST
           IF WRK-CC-ATUAL = SPACES
               MOVE '(REALIZADO SEM CENTRO)' TO WRK-CC-NOME
           ELSE
               MOVE '(CENTRO NAO CADASTRADO)' TO WRK-CC-NOME
               MOVE ZEROS TO WRK-CCN-ACHADO
               PERFORM 0227-TESTAR-CENTRO
                   VARYING WRK-CCN-IDX FROM 1 BY 1
                   UNTIL WRK-CCN-IDX > WRK-CCN-QTD
                      OR WRK-CCN-ACHADO > ZEROS
           END-IF.
       0227-TESTAR-CENTRO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O CENTRO
           IF WRK-CCN-CODIGO(WRK-CCN-IDX) = WRK-CC-ATUAL
               MOVE WRK-CCN-IDX TO WRK-CCN-ACHADO
               MOVE WRK-CCN-NOME(WRK-CCN-IDX) TO WRK-CC-NOME
           END-IF.
       0230-FECHAR-CENTRO.
      *>********* SUBTOTAL DO CENTRO QUE ACABOU, GUARDANDO O CENTRO
      *>          NO RESUMO QUANDO ESTOURADO (O REALIZADO SEM CENTRO
      *>          NAO E CENTRO E NAO ENTRA NO RESUMO)
           MOVE WRK-CC-ORC-MES TO WRK-ORC-MES.
           MOVE WRK-CC-ORC-ACUM TO WRK-ORC-ACUM.
           MOVE WRK-CC-REAL-MES TO WRK-REAL-MES.
           MOVE WRK-CC-REAL-ACUM TO WRK-REAL-ACUM.
           PERFORM 0250-MONTAR-VALORES.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '  SUBTOTAL ' WRK-ORC-MES-ED ' '
                   WRK-REAL-MES-ED ' ' WRK-VAR-MES-ED ' '
                   WRK-ORC-ACUM-ED ' ' WRK-REAL-ACUM-ED ' '
                   WRK-VAR-ACUM-ED ' ' WRK-MARCA.
           IF WRK-MARCA NOT = SPACES AND WRK-CC-ATUAL NOT = SPACES
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '  *** CENTRO ' WRK-CC-ATUAL
                       ' ACIMA DO ORCADO EM MAIS DE ' WRK-PCT-ED
                       '% ***'
               IF WRK-EST-QTD < 50
                   ADD 1 TO WRK-EST-QTD
                   MOVE WRK-CC-ATUAL TO WRK-EST-CCUSTO(WRK-EST-QTD)
                   MOVE WRK-MARCA TO WRK-EST-MARCA(WRK-EST-QTD)
               END-IF
           END-IF.
           ADD WRK-CC-ORC-MES TO WRK-TOT-ORC-MES.
           ADD WRK-CC-ORC-ACUM TO WRK-TOT-ORC-ACUM.
           ADD WRK-CC-REAL-MES TO WRK-TOT-REAL-MES.
           ADD WRK-CC-REAL-ACUM TO WRK-TOT-REAL-ACUM.
       0250-MONTAR-VALORES.
      *>********* EDITANDO ORCADO, REALIZADO E VARIACAO (REALIZADO
      *>          MENOS ORCADO) E MARCANDO M (MES) E/OU A (ACUMULADO)
      *>          QUANDO O REALIZADO PASSA DO ORCADO MAIS A TOLERANCIA
           MOVE SPACES TO WRK-MARCA.
           MOVE WRK-ORC-MES TO WRK-ORC-MES-ED.
           MOVE WRK-REAL-MES TO WRK-REAL-MES-ED.
           COMPUTE WRK-VAR-MES-ED = WRK-REAL-MES - WRK-ORC-MES.
           MOVE WRK-ORC-ACUM TO WRK-ORC-ACUM-ED.
           MOVE WRK-REAL-ACUM TO WRK-REAL-ACUM-ED.
           COMPUTE WRK-VAR-ACUM-ED = WRK-REAL-ACUM - WRK-ORC-ACUM.
           COMPUTE WRK-LIMITE =
               WRK-ORC-MES * (100 + WRK-PERCENTUAL) / 100.
           IF WRK-REAL-MES > WRK-LIMITE
               MOVE 'M' TO WRK-MARCA(1:1)
           END-IF.
           COMPUTE WRK-LIMITE =
               WRK-ORC-ACUM * (100 + WRK-PERCENTUAL) / 100.
           IF WRK-REAL-ACUM > WRK-LIMITE
               MOVE 'A' TO WRK-MARCA(2:1)
           END-IF.
       0260-IMPRIMIR-RESUMO.
      *>********* RESUMO DOS CENTROS ACIMA DO ORCADO MAIS A TOLERANCIA
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'MARCA: M = MES E A = ACUMULADO ACIMA DO ORCADO EM '
                   'MAIS DE ' WRK-PCT-ED '%'.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'CENTROS ACIMA DO ORCADO: ' WRK-EST-QTD.
           PERFORM 0265-IMPRIMIR-ESTOURADO
               VARYING WRK-EST-IDX FROM 1 BY 1
               UNTIL WRK-EST-IDX > WRK-EST-QTD.
           IF WRK-QTD-SEM-CENTRO > ZEROS
               PERFORM 9710-CONTAR-LINHA
               DISPLAY 'LANCAMENTOS E FOLHAS SEM CENTRO DE CUSTO: '
                       WRK-QTD-SEM-CENTRO
           END-IF.
       0265-IMPRIMIR-ESTOURADO.
      *>********* UM CENTRO ESTOURADO DO RESUMO
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '  ' WRK-EST-CCUSTO(WRK-EST-IDX) ' '
                   WRK-EST-MARCA(WRK-EST-IDX).
       0400-LOCALIZAR-AGREGADO.
      *>********* LOCALIZANDO CENTRO E CATEGORIA NA TABELA ORDENADA;
      *>          SE NAO EXISTEM, ABRINDO A POSICAO E INCLUINDO (TABELA
      *>          CHEIA DEIXA O ACHADO ZERADO)
           MOVE ZEROS TO WRK-AGR-ACHADO.
           MOVE ZEROS TO WRK-AGR-POSICAO.
           PERFORM 0405-TESTAR-AGREGADO
               VARYING WRK-AGR-IDX FROM 1 BY 1
               UNTIL WRK-AGR-IDX > WRK-AGR-QTD
                  OR WRK-AGR-POSICAO > ZEROS.
           IF WRK-AGR-ACHADO = ZEROS
               IF WRK-AGR-QTD >= 500
                   MOVE 'S' TO WRK-AGR-ESTOURO
               ELSE
                   IF WRK-AGR-POSICAO = ZEROS
                       COMPUTE WRK-AGR-POSICAO = WRK-AGR-QTD + 1
                   END-IF
                   PERFORM 0407-DESLOCAR-AGREGADO
                       VARYING WRK-AGR-IDX FROM WRK-AGR-QTD BY -1
                         UNTIL WRK-AGR-IDX < WRK-AGR-POSICAO
                   ADD 1 TO WRK-AGR-QTD
                   MOVE WRK-AGR-POSICAO TO WRK-AGR-ACHADO
                   MOVE WRK-CHAVE TO WRK-AGR-CHAVE(WRK-AGR-ACHADO)
                   MOVE ZEROS TO WRK-AGR-ORC-MES(WRK-AGR-ACHADO)
                   MOVE ZEROS TO WRK-AGR-ORC-ACUM(WRK-AGR-ACHADO)
                   MOVE ZEROS TO WRK-AGR-REAL-MES(WRK-AGR-ACHADO)
                   MOVE ZEROS TO WRK-AGR-REAL-ACUM(WRK-AGR-ACHADO)
               END-IF
           END-IF.
       0405-TESTAR-AGREGADO.
      *>********* PRIMEIRA CHAVE IGUAL (ACHADO) OU MAIOR (POSICAO DE
      *>          INCLUSAO)
           IF WRK-AGR-CHAVE(WRK-AGR-IDX) = WRK-CHAVE
               MOVE WRK-AGR-IDX TO WRK-AGR-ACHADO
               MOVE WRK-AGR-IDX TO WRK-AGR-POSICAO
           ELSE
               IF WRK-AGR-CHAVE(WRK-AGR-IDX) > WRK-CHAVE
                   MOVE WRK-AGR-IDX TO WRK-AGR-POSICAO
               END-IF
           END-IF.
       0407-DESLOCAR-AGREGADO.
      *>********* EMPURRANDO UMA LINHA UMA POSICAO PARA BAIXO
           MOVE WRK-AGR-LINHA(WRK-AGR-IDX)
             TO WRK-AGR-LINHA(WRK-AGR-IDX + 1).
       0410-SOMAR-REALIZADO.
      *>********* SOMANDO O VALOR AO REALIZADO ACUMULADO (E DO MES,
      *>          QUANDO FOR O MES DE REFERENCIA) DA CHAVE
           PERFORM 0400-LOCALIZAR-AGREGADO.
           IF WRK-AGR-ACHADO > ZEROS
               ADD WRK-VALOR TO WRK-AGR-REAL-ACUM(WRK-AGR-ACHADO)
               IF VALOR-DO-MES
                   ADD WRK-VALOR TO WRK-AGR-REAL-MES(WRK-AGR-ACHADO)
               END-IF
           END-IF.
       0500-LOCALIZAR-FUNCIONARIO.
      *>********* LOCALIZANDO O FUNCIONARIO DO REGISTRO DA FOLHA
           MOVE ZEROS TO WRK-FUN-ACHADO.
           PERFORM 0505-TESTAR-FUNCIONARIO
               VARYING WRK-FUN-IDX FROM 1 BY 1
               UNTIL WRK-FUN-IDX > WRK-FUN-QTD
                  OR WRK-FUN-ACHADO > ZEROS.
       0505-TESTAR-FUNCIONARIO.
      *>********* COMPARANDO UM FUNCIONARIO COM A MATRICULA (OU O
      *>          NOME, NO REGISTRO ANTIGO SEM MATRICULA)
           IF FH-MATRICULA NUMERIC AND FH-MATRICULA > ZEROS
               IF WRK-FUN-MATRICULA(WRK-FUN-IDX) = FH-MATRICULA
                   MOVE WRK-FUN-IDX TO WRK-FUN-ACHADO
               END-IF
           ELSE
               IF WRK-FUN-NOME(WRK-FUN-IDX) = FH-NOME
                   MOVE WRK-FUN-IDX TO WRK-FUN-ACHADO
               END-IF
           END-IF.
       0600-LOCALIZAR-CONTA.
      *>********* LOCALIZANDO A CONTA DO LANCAMENTO NAS CATEGORIAS
           MOVE ZEROS TO WRK-CAT-ACHADO.
           PERFORM 0605-TESTAR-CONTA
               VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX > WRK-CAT-QTD
                  OR WRK-CAT-ACHADO > ZEROS.
       0605-TESTAR-CONTA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A CONTA
           IF WRK-CAT-CONTA(WRK-CAT-IDX) = RZG-CONTA
               MOVE WRK-CAT-IDX TO WRK-CAT-ACHADO
           END-IF.
       0700-LER-CENTRO-HISTORICO.
      *>********* PROCURANDO NO HISTORICO 'CC ' SEGUIDO DE UM CENTRO
      *>          CADASTRADO (EX.: 'DEPRECIACAO CC 0100' DO PROGCBL120)
           MOVE SPACES TO WRK-CC-HIST.
           PERFORM 0705-TESTAR-POSICAO
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > 14 OR WRK-CC-HIST NOT = SPACES.
       0705-TESTAR-POSICAO.
      *>********* TESTANDO SE NA POSICAO COMECA 'CC ' + CENTRO
           IF RZG-HISTORICO(WRK-POS:3) = 'CC '
               IF WRK-POS = 1
                   PERFORM 0706-PROCURAR-CENTRO-HIST
               ELSE
                   IF RZG-HISTORICO(WRK-POS - 1:1) = SPACE
                       PERFORM 0706-PROCURAR-CENTRO-HIST
                   END-IF
               END-IF
           END-IF.
       0706-PROCURAR-CENTRO-HIST.
      *>********* PROCURANDO O CODIGO APOS O 'CC ' NOS CENTROS
           MOVE ZEROS TO WRK-CCN-ACHADO.
           PERFORM 0707-TESTAR-CENTRO-HIST
               VARYING WRK-CCN-IDX FROM 1 BY 1
               UNTIL WRK-CCN-IDX > WRK-CCN-QTD
                  OR WRK-CCN-ACHADO > ZEROS.
       0707-TESTAR-CENTRO-HIST.
      *>********* COMPARANDO UM CENTRO CADASTRADO COM O DO HISTORICO
           IF WRK-CCN-CODIGO(WRK-CCN-IDX)
              = RZG-HISTORICO(WRK-POS + 3:4)
               MOVE WRK-CCN-IDX TO WRK-CCN-ACHADO
               MOVE WRK-CCN-CODIGO(WRK-CCN-IDX) TO WRK-CC-HIST
           END-IF.
       0300-FINALIZAR.
      *>********* ENCERRANDO O RELATORIO
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                  BY =='ORCADO X REALIZADO POR CENTRO DE CUSTO'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL123'==.
