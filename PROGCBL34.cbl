      *>           AO OPERADOR O VALOR CORRIGIDO E GRAVANDO OS
      *>           ENCARGOS SEPARADOS DO PRINCIPAL NO ENCARGLOG34,
      *>           PARA A RECEITA DE ENCARGOS APARECER
      *> OBJETIVO: TRATAR A VENDA A PRAZO PARCELADA: A BAIXA PEDE A
      *>           PARCELA DO TITULO E A BAIXA, O LOG DE ENCARGOS, O
      *>           AGING (COM A LISTA DOS TITULOS EM ABERTO) E A
      *>           BAIXA POR PERDA MOSTRAM A PARCELA N DE N
      *> OBJETIVO: LEVAR O CALCULO DOS ENCARGOS DE ATRASO PARA O COPY
      *>           ENCARGOS, USADO TAMBEM NA BAIXA PELO RETORNO DO
      *>           BANCO (PROGCBL97), E PRESERVAR O NOSSO NUMERO DO
      *>           BOLETO NA REGRAVACAO DOS TITULOS
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       COPY 'AUDITLOG.cbl'.
       COPY 'USERAUTH.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'ENCARGOS.cbl'.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTASREC VALUE 'S'.
             03 WRK-TIT-VENCIMENTO PIC 9(08).
             03 WRK-TIT-STATUS PIC X(01).
             03 WRK-TIT-DATA-PGTO PIC 9(08).
             03 WRK-TIT-PARCELA PIC 9(02).
             03 WRK-TIT-PARCELAS PIC 9(02).
             03 WRK-TIT-NOSSO-NUMERO PIC 9(10).
       77 WRK-TIT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-TIT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TIT-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-BAIXA PIC 9(05) VALUE ZEROS.
       77 WRK-PARCELA-BAIXA PIC 9(02) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
          02 WRK-VENC-MES PIC 9(02).
          02 WRK-VENC-DIA PIC 9(02).
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       01 WRK-CLIENTES.
          02 WRK-CLI-LINHA OCCURS 50 TIMES.
             03 WRK-CLI-CODIGO PIC X(05).
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9680-CARREGAR-FERIADOS.
           PERFORM 9820-CARREGAR-ENCARGCFG.
           PERFORM 0110-CARREGAR-TITULOS.
       0110-CARREGAR-TITULOS.
      *>********* CARREGANDO O ARQUIVO DE CONTAS A RECEBER EM MEMORIA
           MOVE ZEROS TO WRK-TIT-QTD.
                       ADD 1 TO WRK-TIT-QTD
                       MOVE CONTASREC-REC
                           TO WRK-TIT-LINHA(WRK-TIT-QTD)
      *>********* TITULO ANTIGO SEM PARCELA E A PARCELA UNICA
                       IF WRK-TIT-PARCELA(WRK-TIT-QTD) NOT NUMERIC
                          OR WRK-TIT-PARCELAS(WRK-TIT-QTD)
                             NOT NUMERIC
                          OR WRK-TIT-PARCELA(WRK-TIT-QTD) = ZEROS
                           MOVE 1 TO WRK-TIT-PARCELA(WRK-TIT-QTD)
                           MOVE 1 TO WRK-TIT-PARCELAS(WRK-TIT-QTD)
                       END-IF
                   END-IF
           END-READ.
       0200-PROCESSAR.
      *>********* EXECUTANDO A BAIXA DE UM TITULO
           DISPLAY 'SEQ DO TITULO A BAIXAR: '.
           ACCEPT WRK-SEQ-BAIXA FROM CONSOLE.
           DISPLAY 'PARCELA (0 = PRIMEIRA EM ABERTO): '.
           ACCEPT WRK-PARCELA-BAIXA FROM CONSOLE.
           MOVE ZEROS TO WRK-TIT-ACHADO.
           PERFORM 0220-TESTAR-TITULO
               VARYING WRK-TIT-IDX FROM 1 BY 1
                  OR WRK-TIT-ACHADO > ZEROS.
           IF WRK-TIT-ACHADO = ZEROS
               DISPLAY 'TITULO EM ABERTO NAO ENCONTRADO: '
                       WRK-SEQ-BAIXA ' PARCELA ' WRK-PARCELA-BAIXA
           ELSE
      *>********* O SEQ SE REPETE ENTRE DIAS: O TITULO ENCONTRADO E
      *>          EXIBIDO E A BAIXA SO SAI COM A CONFIRMACAO DO
      *>          OPERADOR
               MOVE WRK-TIT-VALOR(WRK-TIT-ACHADO) TO WRK-VALOR-ED
               DISPLAY 'TITULO ' WRK-SEQ-BAIXA ' PARCELA '
                       WRK-TIT-PARCELA(WRK-TIT-ACHADO) ' DE '
                       WRK-TIT-PARCELAS(WRK-TIT-ACHADO) ' CLIENTE '
                       WRK-TIT-CLIENTE(WRK-TIT-ACHADO)
                       ' VENDA ' WRK-TIT-DATA-VENDA(WRK-TIT-ACHADO)
                       ' VALOR ' WRK-VALOR-ED
                     TO WRK-TIT-DATA-PGTO(WRK-TIT-ACHADO)
                   PERFORM 0900-GRAVAR-TITULOS
                   IF WRK-DIAS-ATRASO > ZEROS
                       PERFORM 9824-GRAVAR-ENCARGOS
                   END-IF
                   DISPLAY 'TITULO ' WRK-SEQ-BAIXA ' PARCELA '
                           WRK-TIT-PARCELA(WRK-TIT-ACHADO) ' DE '
                           WRK-TIT-PARCELAS(WRK-TIT-ACHADO)
                           ' BAIXADO.'
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'BAIXA' TO WRK-AUDIT-ACAO
                   MOVE 'EM ABERTO' TO WRK-AUDIT-ANTES
       0230-CALCULAR-ENCARGOS.
      *>********* CALCULANDO MULTA E JUROS DIARIOS DO VENCIMENTO ATE
      *>          HOJE (BASE 30/360) E O TOTAL DEVIDO CORRIGIDO
           MOVE WRK-SEQ-BAIXA TO WRK-ENC-SEQ.
           MOVE WRK-TIT-CLIENTE(WRK-TIT-ACHADO) TO WRK-ENC-CLIENTE.
           MOVE WRK-TIT-PARCELA(WRK-TIT-ACHADO) TO WRK-ENC-PARCELA.
           MOVE WRK-TIT-PARCELAS(WRK-TIT-ACHADO) TO WRK-ENC-PARCELAS.
           MOVE WRK-TIT-VALOR(WRK-TIT-ACHADO) TO WRK-ENC-VALOR.
           MOVE WRK-TIT-VENCIMENTO(WRK-TIT-ACHADO)
               TO WRK-ENC-VENCIMENTO.
           MOVE WRK-DATA-HOJE TO WRK-ENC-DATA-PGTO.
           PERFORM 9822-CALCULAR-ENCARGOS.
           MOVE WRK-ENC-DIAS-ATRASO TO WRK-DIAS-ATRASO.
           IF WRK-DIAS-ATRASO > ZEROS
               DISPLAY 'TITULO EM ATRASO HA ' WRK-DIAS-ATRASO
                       ' DIA(S): MULTA ' WRK-MULTA-ED
                       ' JUROS ' WRK-JUROS-ED
               DISPLAY 'VALOR CORRIGIDO A COBRAR: ' WRK-DEVIDO-ED
           END-IF.
       0500-AJUSTAR-VENC-UTIL.
      *>********* AJUSTANDO O VENCIMENTO EM WRK-DATA-VENC PARA O
      *>          PROXIMO DIA UTIL ANTES DE CONTAR O ATRASO
           PERFORM 9684-PROXIMO-DIA-UTIL.
           MOVE WRK-DU-DATA TO WRK-DATA-VENC.
       0220-TESTAR-TITULO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O SEQ E A
      *>          PARCELA PEDIDOS (PARCELA ZERO ACEITA A PRIMEIRA EM
      *>          ABERTO DO SEQ)
           IF WRK-TIT-SEQ(WRK-TIT-IDX) = WRK-SEQ-BAIXA
              AND WRK-TIT-STATUS(WRK-TIT-IDX) = 'A'
              AND (WRK-PARCELA-BAIXA = ZEROS
                   OR WRK-TIT-PARCELA(WRK-TIT-IDX) = WRK-PARCELA-BAIXA)
               MOVE WRK-TIT-IDX TO WRK-TIT-ACHADO
           END-IF.
       0250-RELATORIO-AGING.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'TOTAL    ' WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' '
                   WRK-VALOR-ED3 ' ' WRK-VALOR-ED4 ' ' WRK-VALOR-ED5.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'TITULOS EM ABERTO (PARCELA N DE N)'.
           PERFORM 0285-EXIBIR-TITULO
               VARYING WRK-TIT-IDX FROM 1 BY 1
               UNTIL WRK-TIT-IDX > WRK-TIT-QTD.
       0260-CLASSIFICAR-TITULO.
      *>********* CLASSIFICANDO UM TITULO EM ABERTO NA FAIXA DE
      *>          ATRASO DO SEU CLIENTE (DIAS NA BASE 30/360)
                   WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' '
                   WRK-VALOR-ED3 ' ' WRK-VALOR-ED4 ' '
                   WRK-VALOR-ED5.
       0285-EXIBIR-TITULO.
      *>********* EXIBINDO UM TITULO EM ABERTO NA LISTA DO AGING, COM
      *>          A PARCELA, O VENCIMENTO E OS DIAS DE ATRASO
           IF WRK-TIT-STATUS(WRK-TIT-IDX) = 'A'
               MOVE WRK-TIT-VENCIMENTO(WRK-TIT-IDX) TO WRK-DATA-VENC
               PERFORM 0500-AJUSTAR-VENC-UTIL
               COMPUTE WRK-DIAS-ATRASO =
                   ((WRK-HOJE-ANO - WRK-VENC-ANO) * 360)
                   + ((WRK-HOJE-MES - WRK-VENC-MES) * 30)
                   + (WRK-HOJE-DIA - WRK-VENC-DIA)
               PERFORM 9710-CONTAR-LINHA
               MOVE WRK-TIT-VALOR(WRK-TIT-IDX) TO WRK-VALOR-ED
               DISPLAY WRK-TIT-CLIENTE(WRK-TIT-IDX)
                       ' SEQ ' WRK-TIT-SEQ(WRK-TIT-IDX)
                       ' PARC ' WRK-TIT-PARCELA(WRK-TIT-IDX)
                       ' DE ' WRK-TIT-PARCELAS(WRK-TIT-IDX)
                       ' VENC ' WRK-TIT-VENCIMENTO(WRK-TIT-IDX)
                       ' VALOR ' WRK-VALOR-ED
                       ' ATRASO ' WRK-DIAS-ATRASO
           END-IF.
       0400-BAIXA-POR-PERDA.
      *>********* BAIXANDO POR PERDA OS TITULOS VENCIDOS HA MAIS DO
      *>          QUE A IDADE INFORMADA, COM LOGIN DE SUPERVISOR OU
                   PERFORM 0425-SOMAR-CLIENTE-PERDA
                   MOVE WRK-TIT-VALOR(WRK-TIT-IDX) TO WRK-VALOR-ED
                   DISPLAY '  SEQ ' WRK-TIT-SEQ(WRK-TIT-IDX)
                           ' PARC ' WRK-TIT-PARCELA(WRK-TIT-IDX)
                           ' DE ' WRK-TIT-PARCELAS(WRK-TIT-IDX)
                           ' CLIENTE ' WRK-TIT-CLIENTE(WRK-TIT-IDX)
                           ' VENC '
                           WRK-TIT-VENCIMENTO(WRK-TIT-IDX)
                      BY =='CONTAS A RECEBER - AGING'==.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'ENCARGOS-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL34'==.
