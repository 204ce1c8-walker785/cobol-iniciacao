       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL126.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: REVISAO MENSAL DO LIMITE DE CREDITO DOS CLIENTES
      *>           (CLIMST17) PELO HISTORICO DE PAGAMENTO DO
      *>           CONTASREC17: ATRASO MEDIO DOS TITULOS PAGOS, TITULOS
      *>           BAIXADOS POR PERDA, VALOR VENCIDO EM ABERTO E VOLUME
      *>           DE COMPRAS DA JANELA DE MESES, COM UMA PONTUACAO DE
      *>           0 A 100 POR CLIENTE
      *> OBJETIVO: PROPOR AUMENTO, REDUCAO, BLOQUEIO OU LIBERACAO
      *>           PELAS REGRAS DO ARQUIVO DE CONTROLE LIMCFG126 (SEM
      *>           O ARQUIVO, VALEM AS REGRAS PADRAO), IMPRIMIR O
      *>           RELATORIO DA REVISAO E GRAVAR AS PROPOSTAS NO
      *>           LIMREV126 PARA A CONFIRMACAO DO PROGCBL127; NADA E
      *>           ALTERADO NO CLIMST17 POR ESTE PROGRAMA
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIMST-FILE ASSIGN TO 'CLIMST17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIMST-STATUS.
           SELECT OPTIONAL CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT OPTIONAL LIMCFG-FILE ASSIGN TO 'LIMCFG126'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIMCFG-STATUS.
           SELECT OPTIONAL LIMREV-FILE ASSIGN TO 'LIMREV126'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIMREV-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIMST-FILE.
       01  CLIMST-REC.
           COPY 'CLIENTE.cbl'.
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  LIMCFG-FILE.
       01  LIMCFG-REC.
           02 LCFG-JANELA-MESES PIC 9(02).
           02 LCFG-PONTOS-AUMENTO PIC 9(03).
           02 LCFG-PCT-AUMENTO PIC 9(03)V99.
           02 LCFG-MIN-PAGOS PIC 9(03).
           02 LCFG-LIMITE-MAXIMO PIC 9(08)V99.
           02 LCFG-PONTOS-REDUCAO PIC 9(03).
           02 LCFG-PCT-REDUCAO PIC 9(03)V99.
           02 LCFG-PONTOS-BLOQUEIO PIC 9(03).
           02 LCFG-BAIXAS-BLOQUEIO PIC 9(02).
           02 LCFG-DIAS-BLOQUEIO PIC 9(03).
       FD  LIMREV-FILE.
       01  LIMREV-REC.
           COPY 'LIMREV.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='REVISAO DE LIMITE DE CREDITO'==.
       77 WRK-CLIMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-LIMCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-LIMREV-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CLIMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-CLIMST VALUE 'S'.
       77 WRK-CONTASREC-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTASREC VALUE 'S'.
       77 WRK-LIMREV-EOF PIC X(01) VALUE 'N'.
         88 FIM-LIMREV VALUE 'S'.
       77 WRK-CLI-ESTOURO PIC X(01) VALUE 'N'.
         88 CLIENTES-ESTOURARAM VALUE 'S'.
       77 WRK-LRV-ESTOURO PIC X(01) VALUE 'N'.
         88 PROPOSTAS-ESTOURARAM VALUE 'S'.
      *>********* REGRAS DA REVISAO (PADRAO QUANDO NAO HA LIMCFG126)
      *>          JANELA: MESES DE HISTORICO DE PAGOS E COMPRAS
      *>          AUMENTO: PONTUACAO MINIMA, PERCENTUAL, TITULOS PAGOS
      *>                   MINIMOS NA JANELA E TETO DO LIMITE
      *>          REDUCAO: PONTUACAO ABAIXO DA QUAL O LIMITE CAI
      *>          BLOQUEIO: PONTUACAO ABAIXO DA QUAL BLOQUEIA, QTD DE
      *>                   BAIXAS POR PERDA E DIAS DO MAIOR ATRASO EM
      *>                   ABERTO QUE BLOQUEIAM (ZERO = REGRA DESLIGADA)
       77 WRK-CFG-JANELA-MESES PIC 9(02) VALUE 12.
       77 WRK-CFG-PONTOS-AUMENTO PIC 9(03) VALUE 80.
       77 WRK-CFG-PCT-AUMENTO PIC 9(03)V99 VALUE 20,00.
       77 WRK-CFG-MIN-PAGOS PIC 9(03) VALUE 3.
       77 WRK-CFG-LIMITE-MAXIMO PIC 9(08)V99 VALUE 50000,00.
       77 WRK-CFG-PONTOS-REDUCAO PIC 9(03) VALUE 50.
       77 WRK-CFG-PCT-REDUCAO PIC 9(03)V99 VALUE 30,00.
       77 WRK-CFG-PONTOS-BLOQUEIO PIC 9(03) VALUE 20.
       77 WRK-CFG-BAIXAS-BLOQUEIO PIC 9(02) VALUE 1.
       77 WRK-CFG-DIAS-BLOQUEIO PIC 9(03) VALUE 90.
      *>********* CLIENTES COM OS INDICADORES DO HISTORICO
       01 WRK-CLI-TAB.
          02 WRK-CLI-LINHA OCCURS 100 TIMES.
             03 WRK-CLI-CODIGO PIC X(05).
             03 WRK-CLI-NOME PIC X(25).
             03 WRK-CLI-LIMITE PIC 9(08)V99.
             03 WRK-CLI-BLOQUEADO PIC X(01).
             03 WRK-CLI-PAGOS PIC 9(04).
             03 WRK-CLI-SOMA-ATRASO PIC 9(07).
             03 WRK-CLI-BAIXAS PIC 9(03).
             03 WRK-CLI-VENCIDO PIC 9(08)V99.
             03 WRK-CLI-MAIOR-ATRASO PIC 9(05).
             03 WRK-CLI-COMPRAS PIC 9(09)V99.
       77 WRK-CLI-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* PROPOSTAS EM MEMORIA (AS ANTIGAS E AS DESTA
      *>          REVISAO), REGRAVADAS INTEIRAS NO FIM
       01 WRK-LRV-TAB.
          02 WRK-LRV-LINHA PIC X(137) OCCURS 999 TIMES.
       77 WRK-LRV-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-LRV-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-LRV-ULTIMO PIC 9(05) VALUE ZEROS.
      *>********* DATAS (DIAS CONTADOS NA BASE 30/360)
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04).
          02 WRK-HOJE-MES PIC 9(02).
          02 WRK-HOJE-DIA PIC 9(02).
       01 WRK-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
       01 WRK-DATA-JANELA.
          02 WRK-JAN-ANO PIC 9(04).
          02 WRK-JAN-MES PIC 9(02).
          02 WRK-JAN-DIA PIC 9(02).
       01 WRK-JANELA-NUM REDEFINES WRK-DATA-JANELA PIC 9(08).
       01 WRK-DATA-DE.
          02 WRK-DE-ANO PIC 9(04).
          02 WRK-DE-MES PIC 9(02).
          02 WRK-DE-DIA PIC 9(02).
       01 WRK-DE-NUM REDEFINES WRK-DATA-DE PIC 9(08).
       01 WRK-DATA-ATE.
          02 WRK-ATE-ANO PIC 9(04).
          02 WRK-ATE-MES PIC 9(02).
          02 WRK-ATE-DIA PIC 9(02).
       01 WRK-ATE-NUM REDEFINES WRK-DATA-ATE PIC 9(08).
       77 WRK-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-MESES-TOTAL PIC 9(06) VALUE ZEROS.
      *>********* APURACAO DE UM CLIENTE
       77 WRK-ATRASO-MEDIO PIC 9(05) VALUE ZEROS.
       77 WRK-PONTOS PIC S9(04) VALUE ZEROS.
       77 WRK-PONTUACAO PIC 9(03) VALUE ZEROS.
       77 WRK-ACAO PIC X(02) VALUE SPACES.
         88 ACAO-AUMENTAR VALUE 'AU'.
         88 ACAO-REDUZIR VALUE 'RD'.
         88 ACAO-BLOQUEAR VALUE 'BL'.
         88 ACAO-LIBERAR VALUE 'LB'.
         88 ACAO-MANTER VALUE 'MT'.
       77 WRK-ACAO-DESC PIC X(08) VALUE SPACES.
       77 WRK-CONDICAO-BLOQUEIO PIC X(01) VALUE 'N'.
         88 TEM-CONDICAO-BLOQUEIO VALUE 'S'.
       77 WRK-LIMITE-NOVO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BLOQ-NOVO PIC X(01) VALUE SPACES.
      *>********* TOTAIS DA REVISAO
       77 WRK-QTD-AUMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-REDUCOES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-BLOQUEIOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LIBERACOES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MANTIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PROPOSTAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SUBSTITUIDAS PIC 9(03) VALUE ZEROS.
      *>********* LINHA DO RELATORIO
       77 WRK-LIMITE-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-NOVO-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VENCIDO-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COMPRAS-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* CONTADORES DO CONTROLE DE EXECUCAO
       77 WRK-QTD-TITULOS PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LER-HISTORICO.
           PERFORM 0300-REVISAR-CLIENTES.
           PERFORM 0400-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-TITULOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-PROPOSTAS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           IF PROPOSTAS-ESTOURARAM
               MOVE 'ESTOURO' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'OK' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO AS REGRAS, O CADASTRO E AS PROPOSTAS ANTERIORES
           DISPLAY '***************************************'.
           DISPLAY ' REVISAO MENSAL DE LIMITE DE CREDITO'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-REGRAS.
           PERFORM 0120-CALCULAR-JANELA.
           PERFORM 0130-CARREGAR-CLIENTES.
           PERFORM 0140-CARREGAR-PROPOSTAS.
       0110-CARREGAR-REGRAS.
      *>********* LENDO O REGISTRO DE REGRAS; SEM O ARQUIVO FICAM AS
      *>          REGRAS PADRAO
           OPEN INPUT LIMCFG-FILE.
           IF WRK-LIMCFG-STATUS = '00'
               READ LIMCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCFG-JANELA-MESES NUMERIC
                          AND LCFG-JANELA-MESES > ZEROS
                           MOVE LCFG-JANELA-MESES
                               TO WRK-CFG-JANELA-MESES
                           MOVE LCFG-PONTOS-AUMENTO
                               TO WRK-CFG-PONTOS-AUMENTO
                           MOVE LCFG-PCT-AUMENTO TO WRK-CFG-PCT-AUMENTO
                           MOVE LCFG-MIN-PAGOS TO WRK-CFG-MIN-PAGOS
                           MOVE LCFG-LIMITE-MAXIMO
                               TO WRK-CFG-LIMITE-MAXIMO
                           MOVE LCFG-PONTOS-REDUCAO
                               TO WRK-CFG-PONTOS-REDUCAO
                           MOVE LCFG-PCT-REDUCAO TO WRK-CFG-PCT-REDUCAO
                           MOVE LCFG-PONTOS-BLOQUEIO
                               TO WRK-CFG-PONTOS-BLOQUEIO
                           MOVE LCFG-BAIXAS-BLOQUEIO
                               TO WRK-CFG-BAIXAS-BLOQUEIO
                           MOVE LCFG-DIAS-BLOQUEIO
                               TO WRK-CFG-DIAS-BLOQUEIO
                       END-IF
               END-READ
           END-IF.
           CLOSE LIMCFG-FILE.
       0120-CALCULAR-JANELA.
      *>********* INICIO DA JANELA DE HISTORICO: HOJE MENOS OS MESES
      *>          DA REGRA (DIA LIMITADO A 28)
           COMPUTE WRK-MESES-TOTAL =
               (WRK-HOJE-ANO * 12) + WRK-HOJE-MES - 1
               - WRK-CFG-JANELA-MESES.
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-JAN-ANO
               REMAINDER WRK-JAN-MES.
           ADD 1 TO WRK-JAN-MES.
           IF WRK-HOJE-DIA > 28
               MOVE 28 TO WRK-JAN-DIA
           ELSE
               MOVE WRK-HOJE-DIA TO WRK-JAN-DIA
           END-IF.
       0130-CARREGAR-CLIENTES.
      *>********* CARREGANDO O CADASTRO DE CLIENTES PARA A TABELA
           OPEN INPUT CLIMST-FILE.
           IF WRK-CLIMST-STATUS = '00'
               PERFORM 0135-LER-CLIENTE UNTIL FIM-CLIMST
           END-IF.
           CLOSE CLIMST-FILE.
           IF CLIENTES-ESTOURARAM
               DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO '
                       '(100) - SO OS 100 PRIMEIROS SAO REVISADOS.'
           END-IF.
       0135-LER-CLIENTE.
      *>********* LENDO UM CLIENTE E ZERANDO OS INDICADORES
           READ CLIMST-FILE
               AT END
                   MOVE 'S' TO WRK-CLIMST-EOF
               NOT AT END
                   IF WRK-CLI-QTD >= 100
                       MOVE 'S' TO WRK-CLI-ESTOURO
                   ELSE
                       ADD 1 TO WRK-CLI-QTD
                       MOVE CLI-CODIGO TO WRK-CLI-CODIGO(WRK-CLI-QTD)
                       MOVE CLI-NOME TO WRK-CLI-NOME(WRK-CLI-QTD)
                       MOVE CLI-LIMITE TO WRK-CLI-LIMITE(WRK-CLI-QTD)
                       MOVE CLI-BLOQUEADO
                           TO WRK-CLI-BLOQUEADO(WRK-CLI-QTD)
                       MOVE ZEROS TO WRK-CLI-PAGOS(WRK-CLI-QTD)
                       MOVE ZEROS TO WRK-CLI-SOMA-ATRASO(WRK-CLI-QTD)
                       MOVE ZEROS TO WRK-CLI-BAIXAS(WRK-CLI-QTD)
                       MOVE ZEROS TO WRK-CLI-VENCIDO(WRK-CLI-QTD)
                       MOVE ZEROS TO WRK-CLI-MAIOR-ATRASO(WRK-CLI-QTD)
                       MOVE ZEROS TO WRK-CLI-COMPRAS(WRK-CLI-QTD)
                   END-IF
           END-READ.
       0140-CARREGAR-PROPOSTAS.
      *>********* CARREGANDO AS PROPOSTAS ANTERIORES; A PENDENTE DE
      *>          UMA REVISAO ANTERIOR PERDE A VEZ PARA ESTA (FICA S)
           OPEN INPUT LIMREV-FILE.
           IF WRK-LIMREV-STATUS = '00'
               PERFORM 0145-LER-PROPOSTA UNTIL FIM-LIMREV
           END-IF.
           CLOSE LIMREV-FILE.
           IF PROPOSTAS-ESTOURARAM
      *>********* ARQUIVO MAIOR QUE A TABELA DE TRABALHO: A
      *>          REGRAVACAO PERDERIA AS PROPOSTAS EXCEDENTES
               DISPLAY 'ARQUIVO DE PROPOSTAS MAIOR QUE A TABELA '
                       '(999) - PROPOSTAS NAO SERAO GRAVADAS.'
           END-IF.
       0145-LER-PROPOSTA.
      *>********* LENDO UMA PROPOSTA ANTERIOR
           READ LIMREV-FILE
               AT END
                   MOVE 'S' TO WRK-LIMREV-EOF
               NOT AT END
                   IF WRK-LRV-QTD >= 999
                       MOVE 'S' TO WRK-LRV-ESTOURO
                   ELSE
                       IF LRV-SITUACAO = 'P'
                           MOVE 'S' TO LRV-SITUACAO
                           MOVE 'SUBSTITUIDA PELA REVISAO'
                               TO LRV-MOTIVO
                           ADD 1 TO WRK-QTD-SUBSTITUIDAS
                       END-IF
                       IF LRV-NUMERO NUMERIC
                          AND LRV-NUMERO > WRK-LRV-ULTIMO
                           MOVE LRV-NUMERO TO WRK-LRV-ULTIMO
                       END-IF
                       ADD 1 TO WRK-LRV-QTD
                       MOVE LIMREV-REC TO WRK-LRV-LINHA(WRK-LRV-QTD)
                   END-IF
           END-READ.
       0200-LER-HISTORICO.
      *>********* SOMANDO OS TITULOS DO CONTAS A RECEBER NOS
      *>          INDICADORES DE CADA CLIENTE
           OPEN INPUT CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS = '00'
               PERFORM 0210-LER-TITULO UNTIL FIM-CONTASREC
           END-IF.
           CLOSE CONTASREC-FILE.
       0210-LER-TITULO.
      *>********* LENDO UM TITULO E SOMANDO NO SEU CLIENTE
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-CONTASREC-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-TITULOS
                   PERFORM 0220-LOCALIZAR-CLIENTE
                   IF WRK-CLI-ACHADO > ZEROS
                       PERFORM 0230-SOMAR-TITULO
                   END-IF
           END-READ.
       0220-LOCALIZAR-CLIENTE.
      *>********* PROCURANDO O CLIENTE DO TITULO NA TABELA
           MOVE ZEROS TO WRK-CLI-ACHADO.
           PERFORM 0225-TESTAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                  OR WRK-CLI-ACHADO > ZEROS.
       0225-TESTAR-CLIENTE.
      *>********* COMPARANDO UM CLIENTE COM O DO TITULO
           IF WRK-CLI-CODIGO(WRK-CLI-IDX) = CREC-CLIENTE
               MOVE WRK-CLI-IDX TO WRK-CLI-ACHADO
           END-IF.
       0230-SOMAR-TITULO.
      *>********* PAGO NA JANELA: ATRASO DO PAGAMENTO; BAIXADO POR
      *>          PERDA: CONTA SEMPRE, QUALQUER QUE SEJA A DATA; EM
      *>          ABERTO E VENCIDO: VALOR E DIAS DE ATRASO ATE HOJE;
      *>          COMPRAS: VENDAS DA JANELA QUE NAO FORAM ESTORNADAS
           EVALUATE CREC-STATUS
               WHEN 'P'
                   IF CREC-DATA-PGTO NUMERIC
                      AND CREC-DATA-PGTO >= WRK-JANELA-NUM
                       ADD 1 TO WRK-CLI-PAGOS(WRK-CLI-ACHADO)
                       MOVE CREC-VENCIMENTO TO WRK-DE-NUM
                       MOVE CREC-DATA-PGTO TO WRK-ATE-NUM
                       PERFORM 0240-CALCULAR-DIAS
                       IF WRK-DIAS > ZEROS
                           ADD WRK-DIAS
                               TO WRK-CLI-SOMA-ATRASO(WRK-CLI-ACHADO)
                       END-IF
                   END-IF
               WHEN 'X'
                   ADD 1 TO WRK-CLI-BAIXAS(WRK-CLI-ACHADO)
               WHEN 'A'
                   IF CREC-VENCIMENTO < WRK-HOJE-NUM
                       ADD CREC-VALOR TO WRK-CLI-VENCIDO(WRK-CLI-ACHADO)
                       MOVE CREC-VENCIMENTO TO WRK-DE-NUM
                       MOVE WRK-HOJE-NUM TO WRK-ATE-NUM
                       PERFORM 0240-CALCULAR-DIAS
                       IF WRK-DIAS
                          > WRK-CLI-MAIOR-ATRASO(WRK-CLI-ACHADO)
                           MOVE WRK-DIAS
                               TO WRK-CLI-MAIOR-ATRASO(WRK-CLI-ACHADO)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CREC-STATUS NOT = 'E'
              AND CREC-DATA-VENDA >= WRK-JANELA-NUM
               ADD CREC-VALOR TO WRK-CLI-COMPRAS(WRK-CLI-ACHADO)
           END-IF.
       0240-CALCULAR-DIAS.
      *>********* DIAS ENTRE DUAS DATAS NA BASE 30/360
           COMPUTE WRK-DIAS =
               ((WRK-ATE-ANO - WRK-DE-ANO) * 360)
               + ((WRK-ATE-MES - WRK-DE-MES) * 30)
               + (WRK-ATE-DIA - WRK-DE-DIA).
       0300-REVISAR-CLIENTES.
      *>********* PONTUANDO CADA CLIENTE, DECIDINDO A PROPOSTA E
      *>          IMPRIMINDO O RELATORIO DA REVISAO
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'JANELA DE HISTORICO: ' WRK-JANELA-NUM ' A '
                   WRK-HOJE-NUM ' (' WRK-CFG-JANELA-MESES ' MESES)'.
           DISPLAY 'CLIENTE NOME                      LIMITE ATUAL B '
                   'PAGOS ATRASO BX      VENCIDO        COMPRAS PTS '
                   'PROPOSTA   LIMITE NOVO B'.
           PERFORM 0310-REVISAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD.
           IF WRK-CLI-QTD = ZEROS
               DISPLAY 'NENHUM CLIENTE NO CADASTRO.'
           END-IF.
       0310-REVISAR-CLIENTE.
      *>********* REVISANDO UM CLIENTE
           PERFORM 0320-PONTUAR-CLIENTE.
           PERFORM 0330-DECIDIR-ACAO.
           PERFORM 0350-IMPRIMIR-CLIENTE.
           IF NOT ACAO-MANTER
               PERFORM 0360-GUARDAR-PROPOSTA
           END-IF.
       0320-PONTUAR-CLIENTE.
      *>********* PONTUACAO DE 0 A 100: PARTE DE 100, PERDE O ATRASO
      *>          MEDIO (ATE 40), 25 POR BAIXA (ATE 50) E 20 SE HA
      *>          VENCIDO EM ABERTO; GANHA 10 SE AS COMPRAS DA JANELA
      *>          CHEGAM AO LIMITE ATUAL
           MOVE ZEROS TO WRK-ATRASO-MEDIO.
           IF WRK-CLI-PAGOS(WRK-CLI-IDX) > ZEROS
               DIVIDE WRK-CLI-SOMA-ATRASO(WRK-CLI-IDX)
                   BY WRK-CLI-PAGOS(WRK-CLI-IDX)
                   GIVING WRK-ATRASO-MEDIO
           END-IF.
           MOVE 100 TO WRK-PONTOS.
           IF WRK-ATRASO-MEDIO > 40
               SUBTRACT 40 FROM WRK-PONTOS
           ELSE
               SUBTRACT WRK-ATRASO-MEDIO FROM WRK-PONTOS
           END-IF.
           IF WRK-CLI-BAIXAS(WRK-CLI-IDX) > 1
               SUBTRACT 50 FROM WRK-PONTOS
           ELSE
               COMPUTE WRK-PONTOS =
                   WRK-PONTOS - (25 * WRK-CLI-BAIXAS(WRK-CLI-IDX))
           END-IF.
           IF WRK-CLI-VENCIDO(WRK-CLI-IDX) > ZEROS
               SUBTRACT 20 FROM WRK-PONTOS
           END-IF.
           IF WRK-CLI-LIMITE(WRK-CLI-IDX) > ZEROS
              AND WRK-CLI-COMPRAS(WRK-CLI-IDX)
                  >= WRK-CLI-LIMITE(WRK-CLI-IDX)
               ADD 10 TO WRK-PONTOS
           END-IF.
           IF WRK-PONTOS < ZEROS
               MOVE ZEROS TO WRK-PONTOS
           END-IF.
           IF WRK-PONTOS > 100
               MOVE 100 TO WRK-PONTOS
           END-IF.
           MOVE WRK-PONTOS TO WRK-PONTUACAO.
       0330-DECIDIR-ACAO.
      *>********* APLICANDO AS REGRAS: BLOQUEIO PRIMEIRO, DEPOIS
      *>          REDUCAO E AUMENTO; CLIENTE JA BLOQUEADO SO E
      *>          PROPOSTO PARA LIBERACAO
           MOVE 'N' TO WRK-CONDICAO-BLOQUEIO.
           IF WRK-PONTUACAO < WRK-CFG-PONTOS-BLOQUEIO
               MOVE 'S' TO WRK-CONDICAO-BLOQUEIO
           END-IF.
           IF WRK-CFG-BAIXAS-BLOQUEIO > ZEROS
              AND WRK-CLI-BAIXAS(WRK-CLI-IDX)
                  >= WRK-CFG-BAIXAS-BLOQUEIO
               MOVE 'S' TO WRK-CONDICAO-BLOQUEIO
           END-IF.
           IF WRK-CFG-DIAS-BLOQUEIO > ZEROS
              AND WRK-CLI-MAIOR-ATRASO(WRK-CLI-IDX)
                  >= WRK-CFG-DIAS-BLOQUEIO
               MOVE 'S' TO WRK-CONDICAO-BLOQUEIO
           END-IF.
           MOVE 'MT' TO WRK-ACAO.
           MOVE WRK-CLI-LIMITE(WRK-CLI-IDX) TO WRK-LIMITE-NOVO.
           MOVE WRK-CLI-BLOQUEADO(WRK-CLI-IDX) TO WRK-BLOQ-NOVO.
           IF WRK-CLI-BLOQUEADO(WRK-CLI-IDX) = 'S'
               IF NOT TEM-CONDICAO-BLOQUEIO
                  AND WRK-PONTUACAO >= WRK-CFG-PONTOS-AUMENTO
                  AND WRK-CLI-VENCIDO(WRK-CLI-IDX) = ZEROS
                   MOVE 'LB' TO WRK-ACAO
                   MOVE 'N' TO WRK-BLOQ-NOVO
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN TEM-CONDICAO-BLOQUEIO
                       MOVE 'BL' TO WRK-ACAO
                       MOVE 'S' TO WRK-BLOQ-NOVO
                   WHEN WRK-PONTUACAO < WRK-CFG-PONTOS-REDUCAO
                       PERFORM 0335-CALCULAR-REDUCAO
                   WHEN WRK-PONTUACAO >= WRK-CFG-PONTOS-AUMENTO
                        AND WRK-CLI-PAGOS(WRK-CLI-IDX)
                            >= WRK-CFG-MIN-PAGOS
                        AND WRK-CLI-VENCIDO(WRK-CLI-IDX) = ZEROS
                       PERFORM 0340-CALCULAR-AUMENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN ACAO-AUMENTAR
                   MOVE 'AUMENTAR' TO WRK-ACAO-DESC
                   ADD 1 TO WRK-QTD-AUMENTOS
               WHEN ACAO-REDUZIR
                   MOVE 'REDUZIR' TO WRK-ACAO-DESC
                   ADD 1 TO WRK-QTD-REDUCOES
               WHEN ACAO-BLOQUEAR
                   MOVE 'BLOQUEAR' TO WRK-ACAO-DESC
                   ADD 1 TO WRK-QTD-BLOQUEIOS
               WHEN ACAO-LIBERAR
                   MOVE 'LIBERAR' TO WRK-ACAO-DESC
                   ADD 1 TO WRK-QTD-LIBERACOES
               WHEN OTHER
                   MOVE 'MANTER' TO WRK-ACAO-DESC
                   ADD 1 TO WRK-QTD-MANTIDOS
           END-EVALUATE.
       0335-CALCULAR-REDUCAO.
      *>********* LIMITE MENOS O PERCENTUAL DE REDUCAO (LIMITE ZERADO
      *>          NAO TEM O QUE REDUZIR)
           IF WRK-CLI-LIMITE(WRK-CLI-IDX) > ZEROS
               COMPUTE WRK-LIMITE-NOVO ROUNDED =
                   WRK-CLI-LIMITE(WRK-CLI-IDX)
                   * (100 - WRK-CFG-PCT-REDUCAO) / 100
               MOVE 'RD' TO WRK-ACAO
           END-IF.
       0340-CALCULAR-AUMENTO.
      *>********* LIMITE MAIS O PERCENTUAL DE AUMENTO, ATE O TETO DA
      *>          REGRA (JA NO TETO, FICA COMO ESTA)
           COMPUTE WRK-LIMITE-NOVO ROUNDED =
               WRK-CLI-LIMITE(WRK-CLI-IDX)
               * (100 + WRK-CFG-PCT-AUMENTO) / 100.
           IF WRK-LIMITE-NOVO > WRK-CFG-LIMITE-MAXIMO
               MOVE WRK-CFG-LIMITE-MAXIMO TO WRK-LIMITE-NOVO
           END-IF.
           IF WRK-LIMITE-NOVO > WRK-CLI-LIMITE(WRK-CLI-IDX)
               MOVE 'AU' TO WRK-ACAO
           ELSE
               MOVE WRK-CLI-LIMITE(WRK-CLI-IDX) TO WRK-LIMITE-NOVO
           END-IF.
       0350-IMPRIMIR-CLIENTE.
      *>********* IMPRIMINDO A LINHA DO CLIENTE NO RELATORIO
           MOVE WRK-CLI-LIMITE(WRK-CLI-IDX) TO WRK-LIMITE-ED.
           MOVE WRK-CLI-VENCIDO(WRK-CLI-IDX) TO WRK-VENCIDO-ED.
           MOVE WRK-CLI-COMPRAS(WRK-CLI-IDX) TO WRK-COMPRAS-ED.
           MOVE WRK-LIMITE-NOVO TO WRK-NOVO-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY WRK-CLI-CODIGO(WRK-CLI-IDX) '   '
                   WRK-CLI-NOME(WRK-CLI-IDX) ' '
                   WRK-LIMITE-ED ' '
                   WRK-CLI-BLOQUEADO(WRK-CLI-IDX) ' '
                   WRK-CLI-PAGOS(WRK-CLI-IDX) '  '
                   WRK-ATRASO-MEDIO ' '
                   WRK-CLI-BAIXAS(WRK-CLI-IDX) ' '
                   WRK-VENCIDO-ED ' '
                   WRK-COMPRAS-ED ' '
                   WRK-PONTUACAO ' '
                   WRK-ACAO-DESC ' '
                   WRK-NOVO-ED ' '
                   WRK-BLOQ-NOVO.
       0360-GUARDAR-PROPOSTA.
      *>********* GUARDANDO A PROPOSTA DO CLIENTE PARA A CONFIRMACAO
           IF WRK-LRV-QTD >= 999
               MOVE 'S' TO WRK-LRV-ESTOURO
           ELSE
               ADD 1 TO WRK-LRV-ULTIMO
               ADD 1 TO WRK-QTD-PROPOSTAS
               MOVE WRK-LRV-ULTIMO TO LRV-NUMERO
               MOVE WRK-HOJE-NUM TO LRV-DATA-REVISAO
               MOVE WRK-CLI-CODIGO(WRK-CLI-IDX) TO LRV-CLIENTE
               MOVE WRK-ACAO TO LRV-ACAO
               MOVE WRK-CLI-LIMITE(WRK-CLI-IDX) TO LRV-LIMITE-ATUAL
               MOVE WRK-CLI-BLOQUEADO(WRK-CLI-IDX) TO LRV-BLOQ-ATUAL
               MOVE WRK-LIMITE-NOVO TO LRV-LIMITE-NOVO
               MOVE WRK-BLOQ-NOVO TO LRV-BLOQ-NOVO
               MOVE WRK-PONTUACAO TO LRV-PONTUACAO
               MOVE WRK-CLI-PAGOS(WRK-CLI-IDX) TO LRV-QTD-PAGOS
               MOVE WRK-ATRASO-MEDIO TO LRV-ATRASO-MEDIO
               MOVE WRK-CLI-BAIXAS(WRK-CLI-IDX) TO LRV-QTD-BAIXAS
               MOVE WRK-CLI-VENCIDO(WRK-CLI-IDX) TO LRV-VENCIDO
               MOVE WRK-CLI-MAIOR-ATRASO(WRK-CLI-IDX)
                   TO LRV-MAIOR-ATRASO
               MOVE WRK-CLI-COMPRAS(WRK-CLI-IDX) TO LRV-COMPRAS
               MOVE 'P' TO LRV-SITUACAO
               MOVE SPACES TO LRV-DECISOR
               MOVE ZEROS TO LRV-DATA-DECISAO
               MOVE SPACES TO LRV-MOTIVO
               ADD 1 TO WRK-LRV-QTD
               MOVE LIMREV-REC TO WRK-LRV-LINHA(WRK-LRV-QTD)
           END-IF.
       0400-FINALIZAR.
      *>********* RESUMO DA REVISAO E GRAVACAO DAS PROPOSTAS
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '======================================='.
           DISPLAY 'CLIENTES REVISADOS...: ' WRK-CLI-QTD.
           DISPLAY 'AUMENTOS PROPOSTOS...: ' WRK-QTD-AUMENTOS.
           DISPLAY 'REDUCOES PROPOSTAS...: ' WRK-QTD-REDUCOES.
           DISPLAY 'BLOQUEIOS PROPOSTOS..: ' WRK-QTD-BLOQUEIOS.
           DISPLAY 'LIBERACOES PROPOSTAS.: ' WRK-QTD-LIBERACOES.
           DISPLAY 'LIMITES MANTIDOS.....: ' WRK-QTD-MANTIDOS.
           IF PROPOSTAS-ESTOURARAM
               DISPLAY 'ARQUIVO DE PROPOSTAS SEM ESPACO - LIMREV126 '
                       'NAO REGRAVADO; NADA A CONFIRMAR DESTA REVISAO.'
           ELSE
               PERFORM 0410-GRAVAR-PROPOSTAS
               DISPLAY 'PROPOSTAS GRAVADAS...: ' WRK-QTD-PROPOSTAS
               DISPLAY 'PENDENTES ANTERIORES SUBSTITUIDAS: '
                       WRK-QTD-SUBSTITUIDAS
               IF WRK-QTD-PROPOSTAS > ZEROS
                   DISPLAY 'CONFIRMAR AS PROPOSTAS NO PROGCBL127 '
                           '(SUPERVISOR).'
               END-IF
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.
       0410-GRAVAR-PROPOSTAS.
      *>********* REGRAVANDO O ARQUIVO DE PROPOSTAS A PARTIR DA TABELA
           OPEN OUTPUT LIMREV-FILE.
           PERFORM 0415-GRAVAR-UMA-PROPOSTA
               VARYING WRK-LRV-IDX FROM 1 BY 1
               UNTIL WRK-LRV-IDX > WRK-LRV-QTD.
           CLOSE LIMREV-FILE.
       0415-GRAVAR-UMA-PROPOSTA.
      *>********* GRAVANDO UMA PROPOSTA DA TABELA
           MOVE WRK-LRV-LINHA(WRK-LRV-IDX) TO LIMREV-REC.
           WRITE LIMREV-REC.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                  BY =='REVISAO DE LIMITE DE CREDITO'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL126'==.
