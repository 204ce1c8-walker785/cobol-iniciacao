       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL83.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: CALCULAR A DIFERENCA SALARIAL RETROATIVA DOS
      *>           AUMENTOS APLICADOS PELO PROGCBL13 COM VIGENCIA
      *>           PASSADA (ARQUIVO AUMVIG13): PARA CADA MES JA PAGO
      *>           PELO SALARIO ANTIGO NO HISTORICO FOLHAHIST05, A
      *>           DIFERENCA E O BRUTO PAGO NA PROPORCAO DO AUMENTO
      *>           (NO MES DA VIGENCIA, SO OS DIAS A PARTIR DELA, BASE
      *>           30 DIAS), GRAVADA NO ARQUIVO RETRO83 COMO PENDENTE
      *> OBJETIVO: IMPRIMIR O RELATORIO RETRO83REL DOS RETROATIVOS
      *>           CALCULADOS PARA CONFERENCIA DO RH, E SO DEPOIS DA
      *>           LIBERACAO (OPCAO 2) O PROGCBL05 PAGA OS VALORES NA
      *>           FOLHA, EM LINHA PROPRIA DO HOLERITE
      *> OBJETIVO: REGISTRAR O CALCULO E A LIBERACAO NA TRILHA DE
      *>           AUDITORIA CENTRAL
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUMVIG-FILE ASSIGN TO 'AUMVIG13'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUMVIG-STATUS.
           SELECT OPTIONAL FOLHAHIST-FILE ASSIGN TO 'FOLHAHIST05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHIST-STATUS.
           SELECT OPTIONAL RETRO-FILE ASSIGN TO 'RETRO83'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETRO-STATUS.
           SELECT OPTIONAL RELATORIO-FILE ASSIGN TO 'RETRO83REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUMVIG-FILE.
       01  AUMVIG-REC.
           COPY 'AUMVIG.cbl'.
       FD  FOLHAHIST-FILE.
       01  FOLHAHIST-REC.
           COPY 'FOLHAHIST.cbl'.
       FD  RETRO-FILE.
       01  RETRO-REC.
           COPY 'RETROATV.cbl'.
       FD  RELATORIO-FILE.
       01  RELATORIO-REC PIC X(80).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'MOEDA.cbl'.
       77 WRK-AUMVIG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FOLHAHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RETRO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-AUMVIG-EOF PIC X(01) VALUE 'N'.
         88 FIM-AUMVIG VALUE 'S'.
       77 WRK-FOLHAHIST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FOLHAHIST VALUE 'S'.
       77 WRK-RETRO-EOF PIC X(01) VALUE 'N'.
         88 FIM-RETRO VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-CALCULAR VALUE 01.
          88 OPCAO-LIBERAR VALUE 02.
          88 OPCAO-VALIDA VALUES 01 02.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* AUMENTOS COM VIGENCIA (TABELA DO ARQUIVO AUMVIG13)
       01 WRK-AUM-TAB.
          02 WRK-AUM-LINHA OCCURS 200 TIMES.
             03 WRK-AUM-MATRICULA PIC 9(06).
             03 WRK-AUM-NOME PIC X(25).
             03 WRK-AUM-VIGENCIA.
                04 WRK-AUM-VIG-ANO PIC 9(04).
                04 WRK-AUM-VIG-MES PIC 9(02).
                04 WRK-AUM-VIG-DIA PIC 9(02).
             03 WRK-AUM-ANTERIOR PIC 9(06)V99.
             03 WRK-AUM-NOVO PIC 9(06)V99.
             03 WRK-AUM-APLICACAO PIC 9(08).
             03 WRK-AUM-SITUACAO PIC X(01).
       77 WRK-AUM-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-AUM-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-AUM-PENDENTES PIC 9(03) VALUE ZEROS.
      *>********* RETROATIVOS JA GRAVADOS (TABELA DO ARQUIVO RETRO83,
      *>          PARA A LIBERACAO)
       01 WRK-RET-TAB.
          02 WRK-RET-LINHA OCCURS 999 TIMES.
             03 WRK-RET-MATRICULA PIC 9(06).
             03 WRK-RET-NOME PIC X(25).
             03 WRK-RET-COMPETENCIA.
                04 WRK-RET-COMP-ANO PIC 9(04).
                04 WRK-RET-COMP-MES PIC 9(02).
             03 WRK-RET-VALOR PIC 9(06)V99.
             03 WRK-RET-SITUACAO PIC X(01).
             03 WRK-RET-DATA-FOLHA PIC 9(08).
       77 WRK-RET-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-RET-IDX PIC 9(03) VALUE ZEROS.
      *>********* CALCULO DA DIFERENCA DE UM MES
       77 WRK-FH-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-FH-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-VIG-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-RETRO PIC 9(02) VALUE ZEROS.
       77 WRK-DIFERENCA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTD-LANCAMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-RETRO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-BRUTO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-DATA.
          02 WRK-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-MES PIC 9(02) VALUE ZEROS.
          02 WRK-DIA PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF OPCAO-CALCULAR
               PERFORM 0200-CALCULAR
           ELSE
               PERFORM 0400-LIBERAR
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-LANCAMENTOS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           IF CARGA-ESTOUROU
               MOVE 'ERRO' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'OK' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E ESCOLHENDO A OPCAO
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           DISPLAY '*************************************'.
           DISPLAY ' DIFERENCA SALARIAL RETROATIVA'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           PERFORM 9610-SELECIONAR-MOEDA.
           PERFORM 0105-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
       0105-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY ' 01 - CALCULAR OS RETROATIVOS DOS AUMENTOS'.
           DISPLAY ' 02 - LIBERAR OS RETROATIVOS CONFERIDOS PARA A '
                   'FOLHA'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0200-CALCULAR.
      *>********* CALCULANDO A DIFERENCA DE CADA MES JA PAGO PELO
      *>          SALARIO ANTIGO DOS AUMENTOS AINDA NAO CALCULADOS
           PERFORM 0210-CARREGAR-AUMENTOS.
           EVALUATE TRUE
               WHEN CARGA-ESTOUROU
                   DISPLAY 'ARQUIVO DE AUMENTOS MAIOR QUE A TABELA '
                           '(200) - CALCULO BLOQUEADO.'
               WHEN WRK-AUM-PENDENTES = ZEROS
                   DISPLAY 'NENHUM AUMENTO PENDENTE DE RETROATIVO.'
               WHEN OTHER
                   OPEN INPUT FOLHAHIST-FILE
                   IF WRK-FOLHAHIST-STATUS NOT = '00'
                       DISPLAY 'HISTORICO DE FOLHAS (FOLHAHIST05) '
                               'AUSENTE - NADA A CALCULAR.'
                       CLOSE FOLHAHIST-FILE
                   ELSE
                       PERFORM 0220-ABRIR-SAIDAS
                       PERFORM 0230-LER-FOLHA UNTIL FIM-FOLHAHIST
                       CLOSE FOLHAHIST-FILE
                       CLOSE RETRO-FILE
                       PERFORM 0250-FECHAR-RELATORIO
                       PERFORM 0260-MARCAR-CALCULADOS
                           VARYING WRK-AUM-IDX FROM 1 BY 1
                           UNTIL WRK-AUM-IDX > WRK-AUM-QTD
                       PERFORM 0800-GRAVAR-AUMENTOS
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'RETRO CALC' TO WRK-AUDIT-ACAO
                       MOVE WRK-AUM-PENDENTES TO WRK-AUDIT-ANTES
                       MOVE WRK-TOTAL-ED TO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                   END-IF
           END-EVALUATE.
       0210-CARREGAR-AUMENTOS.
      *>********* CARREGANDO OS AUMENTOS COM VIGENCIA PARA A TABELA
           OPEN INPUT AUMVIG-FILE.
           IF WRK-AUMVIG-STATUS = '00'
               PERFORM 0215-LER-AUMENTO UNTIL FIM-AUMVIG
           END-IF.
           CLOSE AUMVIG-FILE.
       0215-LER-AUMENTO.
      *>********* LENDO UM AUMENTO DO ARQUIVO
           READ AUMVIG-FILE
               AT END
                   MOVE 'S' TO WRK-AUMVIG-EOF
               NOT AT END
                   IF WRK-AUM-QTD >= 200
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-AUM-QTD
                       MOVE AUMV-MATRICULA
                           TO WRK-AUM-MATRICULA(WRK-AUM-QTD)
                       MOVE AUMV-NOME TO WRK-AUM-NOME(WRK-AUM-QTD)
                       MOVE AUMV-VIGENCIA
                           TO WRK-AUM-VIGENCIA(WRK-AUM-QTD)
                       MOVE AUMV-SALARIO-ANTERIOR
                           TO WRK-AUM-ANTERIOR(WRK-AUM-QTD)
                       MOVE AUMV-SALARIO-NOVO
                           TO WRK-AUM-NOVO(WRK-AUM-QTD)
                       MOVE AUMV-DATA-APLICACAO
                           TO WRK-AUM-APLICACAO(WRK-AUM-QTD)
                       MOVE AUMV-SITUACAO
                           TO WRK-AUM-SITUACAO(WRK-AUM-QTD)
                       IF AUMV-SITUACAO = SPACES
                           ADD 1 TO WRK-AUM-PENDENTES
                       END-IF
                   END-IF
           END-READ.
       0220-ABRIR-SAIDAS.
      *>********* ABRINDO O ARQUIVO DE RETROATIVOS PARA ACRESCENTAR
      *>          OS NOVOS LANCAMENTOS E O RELATORIO DE CONFERENCIA
           OPEN EXTEND RETRO-FILE.
           IF WRK-RETRO-STATUS = '05' OR WRK-RETRO-STATUS = '35'
               CLOSE RETRO-FILE
               OPEN OUTPUT RETRO-FILE
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE SPACES TO RELATORIO-REC.
           STRING 'RETROATIVOS PARA CONFERENCIA DO RH - CALCULO DE '
                      DELIMITED BY SIZE
                  WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE ALL '=' TO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE SPACES TO RELATORIO-REC.
           MOVE 'MATRIC NOME' TO RELATORIO-REC(1:11).
           MOVE 'COMPET' TO RELATORIO-REC(34:6).
           MOVE 'BRUTO PAGO' TO RELATORIO-REC(46:10).
           MOVE 'DIFERENCA' TO RELATORIO-REC(61:9).
           WRITE RELATORIO-REC.
       0230-LER-FOLHA.
      *>********* LENDO UM REGISTRO DO HISTORICO E CONFRONTANDO-O COM
      *>          OS AUMENTOS PENDENTES
           READ FOLHAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-FOLHAHIST-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF FH-MATRICULA NUMERIC
                       MOVE FH-MATRICULA TO WRK-FH-MATRICULA
                   ELSE
                       MOVE ZEROS TO WRK-FH-MATRICULA
                   END-IF
                   COMPUTE WRK-FH-COMPETENCIA = FH-ANO * 100 + FH-MES
                   IF WRK-FH-MATRICULA > ZEROS
                       PERFORM 0235-TESTAR-AUMENTO
                           VARYING WRK-AUM-IDX FROM 1 BY 1
                           UNTIL WRK-AUM-IDX > WRK-AUM-QTD
                   END-IF
           END-READ.
       0235-TESTAR-AUMENTO.
      *>********* O MES DO HISTORICO GERA DIFERENCA SE FOR DO MESMO
      *>          FUNCIONARIO, DA COMPETENCIA DA VIGENCIA EM DIANTE E
      *>          PAGO ANTES DA APLICACAO DO AUMENTO NO CADASTRO
           COMPUTE WRK-VIG-COMPETENCIA =
               WRK-AUM-VIG-ANO(WRK-AUM-IDX) * 100
               + WRK-AUM-VIG-MES(WRK-AUM-IDX).
           IF WRK-AUM-SITUACAO(WRK-AUM-IDX) = SPACES
              AND WRK-AUM-MATRICULA(WRK-AUM-IDX) = WRK-FH-MATRICULA
              AND WRK-FH-COMPETENCIA >= WRK-VIG-COMPETENCIA
              AND FH-DATA < WRK-AUM-APLICACAO(WRK-AUM-IDX)
              AND WRK-AUM-ANTERIOR(WRK-AUM-IDX) > ZEROS
              AND WRK-AUM-NOVO(WRK-AUM-IDX)
                  > WRK-AUM-ANTERIOR(WRK-AUM-IDX)
               PERFORM 0240-CALCULAR-DIFERENCA
           END-IF.
       0240-CALCULAR-DIFERENCA.
      *>********* DIFERENCA DO MES = BRUTO PAGO NA PROPORCAO DO
      *>          AUMENTO; NO MES DA VIGENCIA, SO OS DIAS A PARTIR
      *>          DELA (BASE 30 DIAS, COMO AS FALTAS DO PROGCBL05)
           COMPUTE WRK-DIFERENCA ROUNDED =
               FH-BRUTO * (WRK-AUM-NOVO(WRK-AUM-IDX)
               - WRK-AUM-ANTERIOR(WRK-AUM-IDX))
               / WRK-AUM-ANTERIOR(WRK-AUM-IDX).
           IF WRK-FH-COMPETENCIA = WRK-VIG-COMPETENCIA
              AND WRK-AUM-VIG-DIA(WRK-AUM-IDX) > 1
               COMPUTE WRK-DIAS-RETRO =
                   31 - WRK-AUM-VIG-DIA(WRK-AUM-IDX)
               COMPUTE WRK-DIFERENCA ROUNDED =
                   WRK-DIFERENCA * WRK-DIAS-RETRO / 30
           END-IF.
           IF WRK-DIFERENCA > ZEROS
               MOVE WRK-FH-MATRICULA TO RET-MATRICULA
               MOVE WRK-AUM-NOME(WRK-AUM-IDX) TO RET-NOME
               MOVE WRK-FH-COMPETENCIA TO RET-COMPETENCIA
               MOVE WRK-DIFERENCA TO RET-VALOR
               MOVE 'P' TO RET-SITUACAO
               MOVE ZEROS TO RET-DATA-FOLHA
               WRITE RETRO-REC
               ADD 1 TO WRK-QTD-LANCAMENTOS
               ADD WRK-DIFERENCA TO WRK-TOTAL-RETRO
               PERFORM 0245-LISTAR-DIFERENCA
           END-IF.
       0245-LISTAR-DIFERENCA.
      *>********* LISTANDO A DIFERENCA NO RELATORIO DE CONFERENCIA
           MOVE FH-BRUTO TO WRK-BRUTO-ED.
           MOVE WRK-DIFERENCA TO WRK-VALOR-ED.
           MOVE SPACES TO RELATORIO-REC.
           STRING RET-MATRICULA ' ' RET-NOME ' '
                  RET-COMP-MES '/' RET-COMP-ANO ' '
                  WRK-MOEDA-SIMBOLO WRK-BRUTO-ED ' '
                  WRK-MOEDA-SIMBOLO WRK-VALOR-ED
                      DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           DISPLAY RET-MATRICULA ' ' RET-NOME ' '
                   RET-COMP-MES '/' RET-COMP-ANO
                   ' DIFERENCA: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED.
       0250-FECHAR-RELATORIO.
      *>********* IMPRIMINDO O TOTAL A LIBERAR E FECHANDO O RELATORIO
           MOVE WRK-TOTAL-RETRO TO WRK-TOTAL-ED.
           MOVE ALL '=' TO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE SPACES TO RELATORIO-REC.
           STRING 'TOTAL PENDENTE DE LIBERACAO: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO WRK-TOTAL-ED DELIMITED BY SIZE
                  ' EM ' WRK-QTD-LANCAMENTOS ' LANCAMENTO(S)'
                      DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE 'CONFERIR E LIBERAR PELA OPCAO 02 ANTES DA PROXIMA '
             TO RELATORIO-REC.
           MOVE 'FOLHA.' TO RELATORIO-REC(51:6).
           WRITE RELATORIO-REC.
           CLOSE RELATORIO-FILE.
           DISPLAY '*************************************'.
           DISPLAY 'AUMENTOS CALCULADOS: ' WRK-AUM-PENDENTES.
           DISPLAY 'LANCAMENTOS RETROATIVOS: ' WRK-QTD-LANCAMENTOS.
           DISPLAY 'TOTAL PENDENTE DE LIBERACAO: '
                   WRK-MOEDA-SIMBOLO WRK-TOTAL-ED.
           DISPLAY 'RELATORIO PARA CONFERENCIA: RETRO83REL'.
       0260-MARCAR-CALCULADOS.
      *>********* MARCANDO O AUMENTO COMO CALCULADO, PARA A PROXIMA
      *>          EXECUCAO NAO GERAR A MESMA DIFERENCA DE NOVO
           IF WRK-AUM-SITUACAO(WRK-AUM-IDX) = SPACES
               MOVE 'C' TO WRK-AUM-SITUACAO(WRK-AUM-IDX)
           END-IF.
       0400-LIBERAR.
      *>********* EXIBINDO OS RETROATIVOS PENDENTES E, CONFIRMADA A
      *>          CONFERENCIA, LIBERANDO-OS PARA A PROXIMA FOLHA
           PERFORM 0410-CARREGAR-RETROATIVOS.
           IF CARGA-ESTOUROU
               DISPLAY 'ARQUIVO DE RETROATIVOS MAIOR QUE A TABELA '
                       '(999) - LIBERACAO BLOQUEADA.'
           ELSE
               PERFORM 0420-LISTAR-PENDENTE
                   VARYING WRK-RET-IDX FROM 1 BY 1
                   UNTIL WRK-RET-IDX > WRK-RET-QTD
               IF WRK-QTD-LANCAMENTOS = ZEROS
                   DISPLAY 'NENHUM RETROATIVO PENDENTE DE LIBERACAO.'
               ELSE
                   MOVE WRK-TOTAL-RETRO TO WRK-TOTAL-ED
                   DISPLAY 'TOTAL PENDENTE: ' WRK-MOEDA-SIMBOLO
                           WRK-TOTAL-ED ' EM ' WRK-QTD-LANCAMENTOS
                           ' LANCAMENTO(S)'
                   DISPLAY 'CONFIRMA A LIBERACAO PARA A PROXIMA '
                           'FOLHA? (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       PERFORM 0430-MARCAR-LIBERADO
                           VARYING WRK-RET-IDX FROM 1 BY 1
                           UNTIL WRK-RET-IDX > WRK-RET-QTD
                       PERFORM 0900-GRAVAR-RETROATIVOS
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'LIBERACAO' TO WRK-AUDIT-ACAO
                       MOVE WRK-QTD-LANCAMENTOS TO WRK-AUDIT-ANTES
                       MOVE WRK-TOTAL-ED TO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'RETROATIVOS LIBERADOS PARA A FOLHA.'
                   ELSE
                       DISPLAY 'LIBERACAO CANCELADA - RETROATIVOS '
                               'SEGUEM PENDENTES.'
                   END-IF
               END-IF
           END-IF.
       0410-CARREGAR-RETROATIVOS.
      *>********* CARREGANDO O ARQUIVO DE RETROATIVOS PARA A TABELA
           OPEN INPUT RETRO-FILE.
           IF WRK-RETRO-STATUS = '00'
               PERFORM 0415-LER-RETROATIVO UNTIL FIM-RETRO
           END-IF.
           CLOSE RETRO-FILE.
       0415-LER-RETROATIVO.
      *>********* LENDO UM RETROATIVO DO ARQUIVO
           READ RETRO-FILE
               AT END
                   MOVE 'S' TO WRK-RETRO-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF WRK-RET-QTD >= 999
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-RET-QTD
                       MOVE RETRO-REC TO WRK-RET-LINHA(WRK-RET-QTD)
                   END-IF
           END-READ.
       0420-LISTAR-PENDENTE.
      *>********* EXIBINDO UM RETROATIVO PENDENTE DE LIBERACAO
           IF WRK-RET-SITUACAO(WRK-RET-IDX) = 'P'
               ADD 1 TO WRK-QTD-LANCAMENTOS
               ADD WRK-RET-VALOR(WRK-RET-IDX) TO WRK-TOTAL-RETRO
               MOVE WRK-RET-VALOR(WRK-RET-IDX) TO WRK-VALOR-ED
               DISPLAY WRK-RET-MATRICULA(WRK-RET-IDX) ' '
                       WRK-RET-NOME(WRK-RET-IDX) ' '
                       WRK-RET-COMP-MES(WRK-RET-IDX) '/'
                       WRK-RET-COMP-ANO(WRK-RET-IDX)
                       ' DIFERENCA: ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED
           END-IF.
       0430-MARCAR-LIBERADO.
      *>********* MARCANDO UM RETROATIVO PENDENTE COMO LIBERADO
           IF WRK-RET-SITUACAO(WRK-RET-IDX) = 'P'
               MOVE 'A' TO WRK-RET-SITUACAO(WRK-RET-IDX)
           END-IF.
       0800-GRAVAR-AUMENTOS.
      *>********* REGRAVANDO O ARQUIVO DE AUMENTOS COM AS MARCAS DE
      *>          CALCULADO
           OPEN OUTPUT AUMVIG-FILE.
           PERFORM 0810-GRAVAR-UM-AUMENTO
               VARYING WRK-AUM-IDX FROM 1 BY 1
               UNTIL WRK-AUM-IDX > WRK-AUM-QTD.
           CLOSE AUMVIG-FILE.
       0810-GRAVAR-UM-AUMENTO.
      *>********* GRAVANDO UM AUMENTO NO ARQUIVO
           MOVE WRK-AUM-MATRICULA(WRK-AUM-IDX) TO AUMV-MATRICULA.
           MOVE WRK-AUM-NOME(WRK-AUM-IDX) TO AUMV-NOME.
           MOVE WRK-AUM-VIGENCIA(WRK-AUM-IDX) TO AUMV-VIGENCIA.
           MOVE WRK-AUM-ANTERIOR(WRK-AUM-IDX) TO AUMV-SALARIO-ANTERIOR.
           MOVE WRK-AUM-NOVO(WRK-AUM-IDX) TO AUMV-SALARIO-NOVO.
           MOVE WRK-AUM-APLICACAO(WRK-AUM-IDX) TO AUMV-DATA-APLICACAO.
           MOVE WRK-AUM-SITUACAO(WRK-AUM-IDX) TO AUMV-SITUACAO.
           WRITE AUMVIG-REC.
       0900-GRAVAR-RETROATIVOS.
      *>********* REGRAVANDO O ARQUIVO DE RETROATIVOS COM AS MARCAS
      *>          DE LIBERADO
           OPEN OUTPUT RETRO-FILE.
           PERFORM 0910-GRAVAR-UM-RETROATIVO
               VARYING WRK-RET-IDX FROM 1 BY 1
               UNTIL WRK-RET-IDX > WRK-RET-QTD.
           CLOSE RETRO-FILE.
       0910-GRAVAR-UM-RETROATIVO.
      *>********* GRAVANDO UM RETROATIVO NO ARQUIVO
           MOVE WRK-RET-LINHA(WRK-RET-IDX) TO RETRO-REC.
           WRITE RETRO-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO O PROGRAMA
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL83'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL83'==.
