       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL91.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: ADMINISTRAR O PROGRAMA DE FIDELIDADE DOS CLIENTES
      *>           DO CLIMST17: PARAMETROS DO REGISTRO DE CONTROLE
      *>           FIDCFG (ATIVO, PONTOS POR REAL, VALOR DO PONTO NO
      *>           RESGATE E MESES DE VALIDADE), LIDOS PELO PROGCBL17
      *>           NA VENDA E PELO PROGCBL89 NA DEVOLUCAO
      *> OBJETIVO: IMPRIMIR O EXTRATO MENSAL EXTPTS91 COM O SALDO
      *>           ANTERIOR, OS PONTOS GANHOS, RESGATADOS E VENCIDOS,
      *>           OS AJUSTES DE CORRECOES E DEVOLUCOES E O SALDO DE
      *>           CADA CLIENTE NA COMPETENCIA
      *> OBJETIVO: IMPRIMIR PARA O FINANCEIRO O PASSIVO PASPTS91 DOS
      *>           PONTOS EM ABERTO NUMA DATA, EM PONTOS E EM REAIS
      *>           PELO VALOR DO PONTO, COM O QUE VENCE NO MES
      *>           SEGUINTE
      *> OBJETIVO: REGISTRAR A ALTERACAO DOS PARAMETROS NA TRILHA DE
      *>           AUDITORIA CENTRAL
      *> OBJETIVO: LER A COMPETENCIA EM CAMPO NUMERICO, PARA O 0 (MES
      *>           CORRENTE) SER ACEITO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PONTOS-FILE ASSIGN TO 'PONTOS17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTOS-STATUS.
           SELECT OPTIONAL FIDCFG-FILE ASSIGN TO 'FIDCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FIDCFG-STATUS.
           SELECT OPTIONAL CLIMST-FILE ASSIGN TO 'CLIMST17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIMST-STATUS.
           SELECT OPTIONAL EXTRATO-FILE ASSIGN TO 'EXTPTS91'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXTRATO-STATUS.
           SELECT OPTIONAL PASSIVO-FILE ASSIGN TO 'PASPTS91'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PASSIVO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PONTOS-FILE.
       01  PONTOS-REC.
           COPY 'PONTOS.cbl'.
       FD  FIDCFG-FILE.
       01  FIDCFG-REC.
           COPY 'FIDCFG.cbl'.
       FD  CLIMST-FILE.
       01  CLIMST-REC.
           COPY 'CLIENTE.cbl'.
       FD  EXTRATO-FILE.
       01  EXTRATO-REC PIC X(110).
       FD  PASSIVO-FILE.
       01  PASSIVO-REC PIC X(110).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'FIDPTS.cbl'.
       77 WRK-CLIMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CLIMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-CLIMST VALUE 'S'.
       77 WRK-EXTRATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PASSIVO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-PARAMETROS VALUE 01.
          88 OPCAO-EXTRATO VALUE 02.
          88 OPCAO-PASSIVO VALUE 03.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 99.
      *>********* CADASTRO DE CLIENTES (SO PARA O NOME NOS RELATORIOS)
       01 WRK-CLI-TAB.
          02 WRK-CLI-LINHA OCCURS 200 TIMES.
             03 WRK-CLI-CODIGO PIC X(05).
             03 WRK-CLI-NOME PIC X(25).
       77 WRK-CLI-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* CLIENTES COM LANCAMENTO NO EXTRATO DE PONTOS
       01 WRK-EXT-TAB.
          02 WRK-EXT-CLIENTE PIC X(05) OCCURS 500 TIMES.
       77 WRK-EXT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-EXT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-EXT-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-EXT-ESTOURO PIC X(01) VALUE 'N'.
         88 EXTRATO-ESTOUROU VALUE 'S'.
       77 WRK-NOME PIC X(25) VALUE SPACES.
      *>********* PARAMETROS DIGITADOS
       77 WRK-NOVO-ATIVO PIC X(01) VALUE SPACES.
         88 ATIVO-VALIDO VALUES 'S' 'N'.
       77 WRK-NOVO-PONTOS-REAL PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NOVO-VALOR-PONTO PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-NOVA-VALIDADE PIC 9(03) VALUE ZEROS.
       77 WRK-PONTOS-REAL-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-PONTO-ED PIC ZZ9,9999 VALUE ZEROS.
       77 WRK-VALIDADE-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
      *>********* COMPETENCIA DO EXTRATO E DATA DO PASSIVO
       01 WRK-COMPETENCIA.
          02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA-DIGITADA PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-OK PIC X(01) VALUE 'N'.
         88 COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-MES-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-POSICAO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-OK PIC X(01) VALUE 'N'.
         88 DATA-VALIDA VALUE 'S'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
      *>********* LINHAS E TOTAIS DOS RELATORIOS
       77 WRK-AJUSTE PIC S9(09) VALUE ZEROS.
       77 WRK-ANTERIOR-ED PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-GANHOS-ED PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-RESGATES-ED PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VENCIDOS-ED PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-AJUSTE-ED PIC ----.---.--9 VALUE ZEROS.
       77 WRK-SALDO-ED PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-A-VENCER-ED PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-CLIENTES PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-ANTERIOR PIC 9(10) VALUE ZEROS.
       77 WRK-TOT-GANHOS PIC 9(10) VALUE ZEROS.
       77 WRK-TOT-RESGATES PIC 9(10) VALUE ZEROS.
       77 WRK-TOT-VENCIDOS PIC 9(10) VALUE ZEROS.
       77 WRK-TOT-AJUSTE PIC S9(10) VALUE ZEROS.
       77 WRK-TOT-SALDO PIC 9(10) VALUE ZEROS.
       77 WRK-TOT-A-VENCER PIC 9(10) VALUE ZEROS.
       77 WRK-TOT-VALOR PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ED PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-TOT-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO OS PARAMETROS
      *>          E O CADASTRO DE CLIENTES
           DISPLAY '*************************************'.
           DISPLAY ' PROGRAMA DE FIDELIDADE - PONTOS'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9750-CARREGAR-FIDELIDADE.
           PERFORM 0105-CARREGAR-CLIENTES.
           PERFORM 0110-EXIBIR-PARAMETROS.
       0105-CARREGAR-CLIENTES.
      *>********* CARREGANDO O CODIGO E O NOME DOS CLIENTES
           OPEN INPUT CLIMST-FILE.
           IF WRK-CLIMST-STATUS = '00'
               PERFORM 0106-LER-CLIENTE
                   UNTIL FIM-CLIMST OR WRK-CLI-QTD >= 200
           END-IF.
           CLOSE CLIMST-FILE.
       0106-LER-CLIENTE.
      *>********* LENDO UM CLIENTE DO CADASTRO
           READ CLIMST-FILE
               AT END
                   MOVE 'S' TO WRK-CLIMST-EOF
               NOT AT END
                   ADD 1 TO WRK-CLI-QTD
                   MOVE CLI-CODIGO TO WRK-CLI-CODIGO(WRK-CLI-QTD)
                   MOVE CLI-NOME TO WRK-CLI-NOME(WRK-CLI-QTD)
           END-READ.
       0110-EXIBIR-PARAMETROS.
      *>********* EXIBINDO OS PARAMETROS EM VIGOR
           MOVE WRK-FID-PONTOS-REAL TO WRK-PONTOS-REAL-ED.
           MOVE WRK-FID-VALOR-PONTO TO WRK-VALOR-PONTO-ED.
           MOVE WRK-FID-VALIDADE-MESES TO WRK-VALIDADE-ED.
           IF FIDELIDADE-ATIVA
               DISPLAY 'PROGRAMA ATIVO.'
           ELSE
               DISPLAY 'PROGRAMA SUSPENSO (SEM ACUMULO NEM RESGATE).'
           END-IF.
           DISPLAY 'PONTOS POR REAL PAGO....: ' WRK-PONTOS-REAL-ED.
           DISPLAY 'VALOR DO PONTO (R$).....: ' WRK-VALOR-PONTO-ED.
           DISPLAY 'VALIDADE EM MESES.......: ' WRK-VALIDADE-ED
                   ' (0 = SEM VENCIMENTO)'.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           EVALUATE TRUE
               WHEN OPCAO-PARAMETROS
                   PERFORM 0210-ALTERAR-PARAMETROS
               WHEN OPCAO-EXTRATO
                   PERFORM 0220-EXTRATO-MENSAL
               WHEN OPCAO-PASSIVO
                   PERFORM 0230-PASSIVO-PONTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' FIDELIDADE'.
           DISPLAY '================================'.
           DISPLAY ' 01 - PARAMETROS DO PROGRAMA'.
           DISPLAY ' 02 - EXTRATO MENSAL DE PONTOS'.
           DISPLAY ' 03 - PASSIVO DE PONTOS EM ABERTO'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-ALTERAR-PARAMETROS.
      *>********* LENDO E GRAVANDO OS PARAMETROS DO PROGRAMA; A
      *>          MUDANCA VALE PARA AS VENDAS SEGUINTES (OS PONTOS JA
      *>          LANCADOS GUARDAM A VALIDADE QUE TINHAM)
           PERFORM 0110-EXIBIR-PARAMETROS.
           PERFORM 0212-LER-ATIVO WITH TEST AFTER
               UNTIL ATIVO-VALIDO.
           PERFORM 0214-LER-PONTOS-REAL WITH TEST AFTER
               UNTIL WRK-NOVO-PONTOS-REAL > ZEROS.
           PERFORM 0216-LER-VALOR-PONTO WITH TEST AFTER
               UNTIL WRK-NOVO-VALOR-PONTO > ZEROS.
           PERFORM 0218-LER-VALIDADE WITH TEST AFTER
               UNTIL WRK-NOVA-VALIDADE <= 120.
           DISPLAY 'CONFIRMA OS NOVOS PARAMETROS (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'ALTERACAO CANCELADA.'
           ELSE
               MOVE SPACES TO WRK-AUDIT-ANTES
               STRING WRK-FID-ATIVO ' ' WRK-FID-PONTOS-REAL ' '
                      WRK-FID-VALOR-PONTO ' '
                      WRK-FID-VALIDADE-MESES
                          DELIMITED BY SIZE
                 INTO WRK-AUDIT-ANTES
               MOVE WRK-NOVO-ATIVO TO WRK-FID-ATIVO
               MOVE WRK-NOVO-PONTOS-REAL TO WRK-FID-PONTOS-REAL
               MOVE WRK-NOVO-VALOR-PONTO TO WRK-FID-VALOR-PONTO
               MOVE WRK-NOVA-VALIDADE TO WRK-FID-VALIDADE-MESES
               MOVE WRK-FID-ATIVO TO FCF-ATIVO
               MOVE WRK-FID-PONTOS-REAL TO FCF-PONTOS-REAL
               MOVE WRK-FID-VALOR-PONTO TO FCF-VALOR-PONTO
               MOVE WRK-FID-VALIDADE-MESES TO FCF-VALIDADE-MESES
               MOVE WRK-DATA-HOJE-NUM TO FCF-DATA-ALTERACAO
               MOVE WRK-OPERADOR TO FCF-OPERADOR
               OPEN OUTPUT FIDCFG-FILE
               WRITE FIDCFG-REC
               CLOSE FIDCFG-FILE
               MOVE SPACES TO WRK-AUDIT-DEPOIS
               STRING WRK-FID-ATIVO ' ' WRK-FID-PONTOS-REAL ' '
                      WRK-FID-VALOR-PONTO ' '
                      WRK-FID-VALIDADE-MESES
                          DELIMITED BY SIZE
                 INTO WRK-AUDIT-DEPOIS
               MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
               MOVE 'PARAMETRO' TO WRK-AUDIT-ACAO
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'PARAMETROS GRAVADOS.'
               PERFORM 0110-EXIBIR-PARAMETROS
           END-IF.
       0212-LER-ATIVO.
      *>********* LENDO A SITUACAO DO PROGRAMA
           DISPLAY 'PROGRAMA ATIVO (S/N): '.
           ACCEPT WRK-NOVO-ATIVO FROM CONSOLE.
           IF WRK-NOVO-ATIVO = 's'
               MOVE 'S' TO WRK-NOVO-ATIVO
           END-IF.
           IF WRK-NOVO-ATIVO = 'n'
               MOVE 'N' TO WRK-NOVO-ATIVO
           END-IF.
           IF NOT ATIVO-VALIDO
               DISPLAY 'INFORME S OU N.'
           END-IF.
       0214-LER-PONTOS-REAL.
      *>********* LENDO OS PONTOS GANHOS POR REAL PAGO
           DISPLAY 'PONTOS POR REAL PAGO (EX.: 1,00): '.
           ACCEPT WRK-NOVO-PONTOS-REAL FROM CONSOLE.
           IF WRK-NOVO-PONTOS-REAL = ZEROS
               DISPLAY 'INFORME UM VALOR MAIOR QUE ZERO.'
           END-IF.
       0216-LER-VALOR-PONTO.
      *>********* LENDO O VALOR DO PONTO EM REAIS NO RESGATE
           DISPLAY 'VALOR DO PONTO EM REAIS (EX.: 0,0100): '.
           ACCEPT WRK-NOVO-VALOR-PONTO FROM CONSOLE.
           IF WRK-NOVO-VALOR-PONTO = ZEROS
               DISPLAY 'INFORME UM VALOR MAIOR QUE ZERO.'
           END-IF.
       0218-LER-VALIDADE.
      *>********* LENDO OS MESES DE VALIDADE DOS PONTOS
           DISPLAY 'VALIDADE EM MESES (0 = SEM VENCIMENTO, ATE 120): '.
           ACCEPT WRK-NOVA-VALIDADE FROM CONSOLE.
           IF WRK-NOVA-VALIDADE > 120
               DISPLAY 'VALIDADE INVALIDA.'
           END-IF.
       0220-EXTRATO-MENSAL.
      *>********* EXTRATO DA COMPETENCIA: PARA CADA CLIENTE COM
      *>          LANCAMENTO, O SALDO ANTERIOR, O MOVIMENTO DO MES E O
      *>          SALDO NO ULTIMO DIA; CLIENTE SEM SALDO NEM
      *>          MOVIMENTO NO MES NAO E LISTADO
           PERFORM 0225-LER-COMPETENCIA WITH TEST AFTER
               UNTIL COMPETENCIA-VALIDA.
           COMPUTE WRK-MES-INICIO =
               WRK-COMP-ANO * 10000 + WRK-COMP-MES * 100 + 1.
           MOVE WRK-MES-INICIO TO WRK-FID-DATA-MES-NUM.
           PERFORM 9774-ULTIMO-DIA-MES.
           COMPUTE WRK-MES-FIM = WRK-MES-INICIO - 1
               + WRK-FID-ULTIMO-DIA.
           PERFORM 0150-CARREGAR-CLIENTES-EXTRATO.
           MOVE ZEROS TO WRK-QTD-CLIENTES.
           MOVE ZEROS TO WRK-TOT-ANTERIOR.
           MOVE ZEROS TO WRK-TOT-GANHOS.
           MOVE ZEROS TO WRK-TOT-RESGATES.
           MOVE ZEROS TO WRK-TOT-VENCIDOS.
           MOVE ZEROS TO WRK-TOT-AJUSTE.
           MOVE ZEROS TO WRK-TOT-SALDO.
           OPEN OUTPUT EXTRATO-FILE.
           MOVE SPACES TO EXTRATO-REC.
           STRING 'EXTRATO DE PONTOS DA COMPETENCIA ' DELIMITED BY SIZE
                  WRK-COMP-MES '/' WRK-COMP-ANO DELIMITED BY SIZE
                  ' - EMITIDO EM ' DELIMITED BY SIZE
                  WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                      DELIMITED BY SIZE
             INTO EXTRATO-REC.
           WRITE EXTRATO-REC.
           MOVE ALL '=' TO EXTRATO-REC.
           WRITE EXTRATO-REC.
           MOVE SPACES TO EXTRATO-REC.
           MOVE 'CODIG NOME' TO EXTRATO-REC(1:10).
           MOVE 'ANTERIOR' TO EXTRATO-REC(36:8).
           MOVE 'GANHOS' TO EXTRATO-REC(50:6).
           MOVE 'RESGATADOS' TO EXTRATO-REC(58:10).
           MOVE 'VENCIDOS' TO EXTRATO-REC(72:8).
           MOVE 'AJUSTES' TO EXTRATO-REC(86:7).
           MOVE 'SALDO' TO EXTRATO-REC(100:5).
           WRITE EXTRATO-REC.
           DISPLAY '===================================='.
           DISPLAY 'EXTRATO DE PONTOS DA COMPETENCIA '
                   WRK-COMP-MES '/' WRK-COMP-ANO.
           PERFORM 0227-EXTRATO-CLIENTE
               VARYING WRK-EXT-IDX FROM 1 BY 1
               UNTIL WRK-EXT-IDX > WRK-EXT-QTD.
           MOVE ALL '=' TO EXTRATO-REC.
           WRITE EXTRATO-REC.
           MOVE WRK-TOT-ANTERIOR TO WRK-ANTERIOR-ED.
           MOVE WRK-TOT-GANHOS TO WRK-GANHOS-ED.
           MOVE WRK-TOT-RESGATES TO WRK-RESGATES-ED.
           MOVE WRK-TOT-VENCIDOS TO WRK-VENCIDOS-ED.
           MOVE WRK-TOT-AJUSTE TO WRK-AJUSTE-ED.
           MOVE WRK-TOT-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO EXTRATO-REC.
           STRING 'TOTAL ' WRK-QTD-CLIENTES ' CLIENTE(S)'
                      DELIMITED BY SIZE
             INTO EXTRATO-REC.
           STRING WRK-ANTERIOR-ED ' ' WRK-GANHOS-ED ' '
                  WRK-RESGATES-ED ' ' WRK-VENCIDOS-ED ' '
                  WRK-AJUSTE-ED ' ' WRK-SALDO-ED
                      DELIMITED BY SIZE
             INTO EXTRATO-REC(33:72).
           WRITE EXTRATO-REC.
           CLOSE EXTRATO-FILE.
           DISPLAY '===================================='.
           DISPLAY 'CLIENTES NO EXTRATO: ' WRK-QTD-CLIENTES.
           DISPLAY 'GANHOS: ' WRK-GANHOS-ED
                   '  RESGATADOS: ' WRK-RESGATES-ED
                   '  VENCIDOS: ' WRK-VENCIDOS-ED.
           DISPLAY 'SALDO FINAL: ' WRK-SALDO-ED.
           DISPLAY 'RELATORIO GRAVADO: EXTPTS91'.
       0225-LER-COMPETENCIA.
      *>********* LENDO A COMPETENCIA DO EXTRATO (AAAAMM; ZEROS =
      *>          MES CORRENTE)
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES CORRENTE): '.
           MOVE ZEROS TO WRK-COMPETENCIA-DIGITADA.
           ACCEPT WRK-COMPETENCIA-DIGITADA FROM CONSOLE.
           MOVE WRK-COMPETENCIA-DIGITADA TO WRK-COMPETENCIA.
           MOVE 'N' TO WRK-COMP-OK.
           IF WRK-COMPETENCIA NUMERIC
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-HOJE-ANO TO WRK-COMP-ANO
                   MOVE WRK-HOJE-MES TO WRK-COMP-MES
               END-IF
               IF WRK-COMP-ANO >= 1900
                  AND WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
                   MOVE 'S' TO WRK-COMP-OK
               END-IF
           END-IF.
           IF NOT COMPETENCIA-VALIDA
               DISPLAY 'COMPETENCIA INVALIDA.'
           END-IF.
       0227-EXTRATO-CLIENTE.
      *>********* APURANDO E LISTANDO UM CLIENTE NA COMPETENCIA; OS
      *>          AJUSTES SAO OS PONTOS DEVOLVIDOS MENOS OS GANHOS
      *>          ESTORNADOS EM CORRECOES E DEVOLUCOES
           MOVE WRK-EXT-CLIENTE(WRK-EXT-IDX) TO WRK-FID-CLIENTE.
           MOVE WRK-MES-INICIO TO WRK-FID-PER-INICIO.
           MOVE WRK-MES-FIM TO WRK-FID-PER-FIM.
           MOVE ZEROS TO WRK-FID-DATA-AVISO.
           PERFORM 9760-APURAR-PONTOS.
           IF WRK-FID-SALDO-ANTERIOR > ZEROS
              OR WRK-FID-SALDO > ZEROS
              OR WRK-FID-GANHOS > ZEROS
              OR WRK-FID-RESGATES > ZEROS
              OR WRK-FID-VENCIDOS > ZEROS
              OR WRK-FID-ESTORNOS > ZEROS
              OR WRK-FID-CREDITOS > ZEROS
               COMPUTE WRK-AJUSTE = WRK-FID-CREDITOS
                   - WRK-FID-ESTORNOS
               ADD 1 TO WRK-QTD-CLIENTES
               ADD WRK-FID-SALDO-ANTERIOR TO WRK-TOT-ANTERIOR
               ADD WRK-FID-GANHOS TO WRK-TOT-GANHOS
               ADD WRK-FID-RESGATES TO WRK-TOT-RESGATES
               ADD WRK-FID-VENCIDOS TO WRK-TOT-VENCIDOS
               ADD WRK-AJUSTE TO WRK-TOT-AJUSTE
               ADD WRK-FID-SALDO TO WRK-TOT-SALDO
               PERFORM 0160-NOME-CLIENTE
               MOVE WRK-FID-SALDO-ANTERIOR TO WRK-ANTERIOR-ED
               MOVE WRK-FID-GANHOS TO WRK-GANHOS-ED
               MOVE WRK-FID-RESGATES TO WRK-RESGATES-ED
               MOVE WRK-FID-VENCIDOS TO WRK-VENCIDOS-ED
               MOVE WRK-AJUSTE TO WRK-AJUSTE-ED
               MOVE WRK-FID-SALDO TO WRK-SALDO-ED
               MOVE SPACES TO EXTRATO-REC
               STRING WRK-FID-CLIENTE ' ' WRK-NOME ' '
                      WRK-ANTERIOR-ED ' ' WRK-GANHOS-ED ' '
                      WRK-RESGATES-ED ' ' WRK-VENCIDOS-ED ' '
                      WRK-AJUSTE-ED ' ' WRK-SALDO-ED
                          DELIMITED BY SIZE
                 INTO EXTRATO-REC
               WRITE EXTRATO-REC
               DISPLAY WRK-FID-CLIENTE ' ' WRK-NOME
                       ' GANHOS: ' WRK-GANHOS-ED
                       ' RESGATADOS: ' WRK-RESGATES-ED
                       ' VENCIDOS: ' WRK-VENCIDOS-ED
                       ' SALDO: ' WRK-SALDO-ED
           END-IF.
       0230-PASSIVO-PONTOS.
      *>********* PASSIVO DOS PONTOS EM ABERTO NUMA DATA: SALDO DE
      *>          CADA CLIENTE JA DESCONTADO O VENCIDO ATE A DATA, EM
      *>          REAIS PELO VALOR DO PONTO EM VIGOR, E O QUE VENCE
      *>          ATE O MESMO DIA DO MES SEGUINTE
           PERFORM 0235-LER-DATA-POSICAO WITH TEST AFTER
               UNTIL DATA-VALIDA.
           MOVE WRK-DATA-POSICAO TO WRK-FID-DATA-MES-NUM.
           IF WRK-FID-MES-MES = 12
               ADD 1 TO WRK-FID-MES-ANO
               MOVE 1 TO WRK-FID-MES-MES
           ELSE
               ADD 1 TO WRK-FID-MES-MES
           END-IF.
           PERFORM 9774-ULTIMO-DIA-MES.
           IF WRK-FID-MES-DIA > WRK-FID-ULTIMO-DIA
               MOVE WRK-FID-ULTIMO-DIA TO WRK-FID-MES-DIA
           END-IF.
           PERFORM 0150-CARREGAR-CLIENTES-EXTRATO.
           MOVE ZEROS TO WRK-QTD-CLIENTES.
           MOVE ZEROS TO WRK-TOT-SALDO.
           MOVE ZEROS TO WRK-TOT-A-VENCER.
           MOVE ZEROS TO WRK-TOT-VALOR.
           MOVE WRK-FID-VALOR-PONTO TO WRK-VALOR-PONTO-ED.
           OPEN OUTPUT PASSIVO-FILE.
           MOVE SPACES TO PASSIVO-REC.
           STRING 'PASSIVO DE PONTOS DE FIDELIDADE EM '
                      DELIMITED BY SIZE
                  WRK-DATA-POSICAO DELIMITED BY SIZE
                  ' - VALOR DO PONTO R$ ' DELIMITED BY SIZE
                  WRK-VALOR-PONTO-ED DELIMITED BY SIZE
                  ' - EMITIDO EM ' DELIMITED BY SIZE
                  WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                      DELIMITED BY SIZE
             INTO PASSIVO-REC.
           WRITE PASSIVO-REC.
           MOVE ALL '=' TO PASSIVO-REC.
           WRITE PASSIVO-REC.
           MOVE SPACES TO PASSIVO-REC.
           MOVE 'CODIG NOME' TO PASSIVO-REC(1:10).
           MOVE 'SALDO' TO PASSIVO-REC(39:5).
           MOVE 'VALOR R$' TO PASSIVO-REC(51:8).
           MOVE 'VENCE 1 MES' TO PASSIVO-REC(60:11).
           WRITE PASSIVO-REC.
           DISPLAY '===================================='.
           DISPLAY 'PASSIVO DE PONTOS EM ' WRK-DATA-POSICAO.
           PERFORM 0237-PASSIVO-CLIENTE
               VARYING WRK-EXT-IDX FROM 1 BY 1
               UNTIL WRK-EXT-IDX > WRK-EXT-QTD.
           MOVE ALL '=' TO PASSIVO-REC.
           WRITE PASSIVO-REC.
           MOVE WRK-TOT-SALDO TO WRK-TOT-ED.
           MOVE WRK-TOT-VALOR TO WRK-TOT-VALOR-ED.
           MOVE WRK-TOT-A-VENCER TO WRK-A-VENCER-ED.
           MOVE SPACES TO PASSIVO-REC.
           STRING 'TOTAL ' WRK-QTD-CLIENTES ' CLIENTE(S)'
                      DELIMITED BY SIZE
             INTO PASSIVO-REC.
           STRING WRK-TOT-ED ' ' WRK-TOT-VALOR-ED ' '
                  WRK-A-VENCER-ED
                      DELIMITED BY SIZE
             INTO PASSIVO-REC(31:40).
           WRITE PASSIVO-REC.
           CLOSE PASSIVO-FILE.
           DISPLAY '===================================='.
           DISPLAY 'CLIENTES COM SALDO: ' WRK-QTD-CLIENTES.
           DISPLAY 'PONTOS EM ABERTO..: ' WRK-TOT-ED.
           DISPLAY 'PASSIVO EM REAIS..: R$ ' WRK-TOT-VALOR-ED.
           DISPLAY 'VENCE EM 1 MES....: ' WRK-A-VENCER-ED.
           DISPLAY 'RELATORIO GRAVADO: PASPTS91'.
       0235-LER-DATA-POSICAO.
      *>********* LENDO A DATA DE POSICAO DO PASSIVO (AAAAMMDD;
      *>          ZEROS = HOJE)
           DISPLAY 'DATA DE POSICAO (AAAAMMDD, 0 = HOJE): '.
           MOVE ZEROS TO WRK-DATA-POSICAO.
           ACCEPT WRK-DATA-POSICAO FROM CONSOLE.
           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-DATA-POSICAO = ZEROS
               MOVE WRK-DATA-HOJE-NUM TO WRK-DATA-POSICAO
           END-IF.
           MOVE WRK-DATA-POSICAO TO WRK-FID-DATA-MES-NUM.
           IF WRK-FID-MES-ANO >= 1900
              AND WRK-FID-MES-MES >= 1 AND WRK-FID-MES-MES <= 12
               PERFORM 9774-ULTIMO-DIA-MES
               IF WRK-FID-MES-DIA >= 1
                  AND WRK-FID-MES-DIA <= WRK-FID-ULTIMO-DIA
                   MOVE 'S' TO WRK-DATA-OK
               END-IF
           END-IF.
           IF NOT DATA-VALIDA
               DISPLAY 'DATA INVALIDA.'
           END-IF.
       0237-PASSIVO-CLIENTE.
      *>********* APURANDO E LISTANDO O SALDO DE UM CLIENTE NA DATA
      *>          (A DATA DE AVISO JA ESTA EM WRK-FID-DATA-MES)
           MOVE WRK-EXT-CLIENTE(WRK-EXT-IDX) TO WRK-FID-CLIENTE.
           MOVE WRK-DATA-POSICAO TO WRK-FID-PER-INICIO.
           MOVE WRK-DATA-POSICAO TO WRK-FID-PER-FIM.
           MOVE WRK-FID-DATA-MES-NUM TO WRK-FID-DATA-AVISO.
           PERFORM 9760-APURAR-PONTOS.
           IF WRK-FID-SALDO > ZEROS
               MOVE WRK-FID-SALDO TO WRK-FID-PONTOS-CALC
               PERFORM 9778-VALOR-DOS-PONTOS
               ADD 1 TO WRK-QTD-CLIENTES
               ADD WRK-FID-SALDO TO WRK-TOT-SALDO
               ADD WRK-FID-VALOR-CALC TO WRK-TOT-VALOR
               ADD WRK-FID-A-VENCER TO WRK-TOT-A-VENCER
               PERFORM 0160-NOME-CLIENTE
               MOVE WRK-FID-SALDO TO WRK-SALDO-ED
               MOVE WRK-FID-VALOR-CALC TO WRK-VALOR-ED
               MOVE WRK-FID-A-VENCER TO WRK-A-VENCER-ED
               MOVE SPACES TO PASSIVO-REC
               STRING WRK-FID-CLIENTE ' ' WRK-NOME ' '
                      WRK-SALDO-ED ' ' WRK-VALOR-ED ' '
                      WRK-A-VENCER-ED
                          DELIMITED BY SIZE
                 INTO PASSIVO-REC
               WRITE PASSIVO-REC
               DISPLAY WRK-FID-CLIENTE ' ' WRK-NOME
                       ' SALDO: ' WRK-SALDO-ED
                       ' R$ ' WRK-VALOR-ED
           END-IF.
       0150-CARREGAR-CLIENTES-EXTRATO.
      *>********* MONTANDO A LISTA DOS CLIENTES COM LANCAMENTO NO
      *>          EXTRATO DE PONTOS, NA ORDEM DO PRIMEIRO LANCAMENTO
           MOVE ZEROS TO WRK-EXT-QTD.
           MOVE 'N' TO WRK-EXT-ESTOURO.
           MOVE 'N' TO WRK-PONTOS-EOF.
           OPEN INPUT PONTOS-FILE.
           IF WRK-PONTOS-STATUS = '00'
               PERFORM 0152-LER-LANCAMENTO UNTIL FIM-PONTOS
           END-IF.
           CLOSE PONTOS-FILE.
           IF EXTRATO-ESTOUROU
               DISPLAY 'AVISO: CLIENTES ALEM DE 500 NO EXTRATO DE '
                       'PONTOS FORA DO RELATORIO.'
           END-IF.
       0152-LER-LANCAMENTO.
      *>********* LENDO UM LANCAMENTO E GUARDANDO O CLIENTE NOVO
           READ PONTOS-FILE
               AT END
                   MOVE 'S' TO WRK-PONTOS-EOF
               NOT AT END
                   MOVE ZEROS TO WRK-EXT-ACHADO
                   PERFORM 0154-TESTAR-CLIENTE-EXTRATO
                       VARYING WRK-EXT-IDX FROM 1 BY 1
                       UNTIL WRK-EXT-IDX > WRK-EXT-QTD
                          OR WRK-EXT-ACHADO > ZEROS
                   IF WRK-EXT-ACHADO = ZEROS
                       IF WRK-EXT-QTD < 500
                           ADD 1 TO WRK-EXT-QTD
                           MOVE PTS-CLIENTE
                               TO WRK-EXT-CLIENTE(WRK-EXT-QTD)
                       ELSE
                           MOVE 'S' TO WRK-EXT-ESTOURO
                       END-IF
                   END-IF
           END-READ.
       0154-TESTAR-CLIENTE-EXTRATO.
      *>********* COMPARANDO UMA POSICAO DA LISTA COM O CLIENTE LIDO
           IF WRK-EXT-CLIENTE(WRK-EXT-IDX) = PTS-CLIENTE
               MOVE WRK-EXT-IDX TO WRK-EXT-ACHADO
           END-IF.
       0160-NOME-CLIENTE.
      *>********* PROCURANDO O NOME DO CLIENTE NO CADASTRO
           MOVE ZEROS TO WRK-CLI-ACHADO.
           PERFORM 0165-TESTAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                  OR WRK-CLI-ACHADO > ZEROS.
           IF WRK-CLI-ACHADO > ZEROS
               MOVE WRK-CLI-NOME(WRK-CLI-ACHADO) TO WRK-NOME
           ELSE
               MOVE '(FORA DO CADASTRO)' TO WRK-NOME
           END-IF.
       0165-TESTAR-CLIENTE.
      *>********* COMPARANDO UMA POSICAO DO CADASTRO COM O CLIENTE
           IF WRK-CLI-CODIGO(WRK-CLI-IDX) = WRK-FID-CLIENTE
               MOVE WRK-CLI-IDX TO WRK-CLI-ACHADO
           END-IF.
       0300-FINALIZAR.
      *>********* ENCERRANDO O PROGRAMA
           DISPLAY 'ENCERRANDO O PROGRAMA DE FIDELIDADE.'.
           COPY 'FIDPTS-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL91'==.
