       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL97.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: PROCESSAR O ARQUIVO DE RETORNO DA COBRANCA
      *>           BANCARIA (COBRET96) CONTRA OS TITULOS DO CONTAS A
      *>           RECEBER (CONTASREC17) REMETIDOS PELO PROGCBL96,
      *>           CASANDO CADA RETORNO PELO NOSSO NUMERO
      *> OBJETIVO: BAIXAR O TITULO PAGO COMO A BAIXA DO PROGCBL34:
      *>           STATUS P NA DATA DO PAGAMENTO, ENCARGOS DE ATRASO
      *>           (COPY ENCARGOS) ATE A DATA DO PAGAMENTO GRAVADOS
      *>           NO ENCARGLOG34 E EVENTO BAIXA NA TRILHA DE
      *>           AUDITORIA
      *> OBJETIVO: IMPRIMIR O RELATORIO DO RETORNO (COBCON97) COM OS
      *>           TITULOS LIQUIDADOS, OS RETORNOS REJEITADOS (PELO
      *>           BANCO, TITULO QUE NAO ESTA EM ABERTO OU VALOR PAGO
      *>           MENOR QUE O PRINCIPAL) E OS SEM TITULO
      *> LAYOUT DO RETORNO (COBRET96):
      *>   D: TIPO X(01) NOSSO-NUMERO 9(10) VALOR-PAGO 9(08)V99
      *>      DATA-PGTO 9(08) SITUACAO X(01) (L = LIQUIDADO,
      *>      R = REJEITADO) MOTIVO X(20)
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT COBRET-FILE ASSIGN TO 'COBRET96'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBRET-STATUS.
           SELECT OPTIONAL COBCON-FILE ASSIGN TO 'COBCON97'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBCON-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL ENCARGCFG-FILE ASSIGN TO 'ENCARGCFG34'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENCARGCFG-STATUS.
           SELECT OPTIONAL ENCARGLOG-FILE ASSIGN TO 'ENCARGLOG34'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENCARGLOG-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  COBRET-FILE.
       01  COBRET-REC.
           02 RET-TIPO PIC X(01).
           02 RET-NOSSO-NUMERO PIC 9(10).
           02 RET-VALOR-PAGO PIC 9(08)V99.
           02 RET-DATA-PGTO PIC 9(08).
           02 RET-SITUACAO PIC X(01).
           02 RET-MOTIVO PIC X(20).
       FD  COBCON-FILE.
       01  COBCON-REC PIC X(150).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  ENCARGCFG-FILE.
       01  ENCARGCFG-REC.
           02 ECFG-MULTA-PCT PIC 9(02)V99.
           02 ECFG-JUROS-DIA-PCT PIC 9(01)V999.
       FD  ENCARGLOG-FILE.
       01  ENCARGLOG-REC PIC X(120).
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'ENCARGOS.cbl'.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-COBRET-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-COBCON-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTASREC VALUE 'S'.
       77 WRK-COBRET-EOF PIC X(01) VALUE 'N'.
         88 FIM-COBRET VALUE 'S'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* TITULOS DO CONTAS A RECEBER CARREGADOS EM MEMORIA
      *>          (MESMO LAYOUT DO REGISTRO), REGRAVADOS COM AS BAIXAS
       01 WRK-TITULOS.
          02 WRK-TIT-LINHA OCCURS 500 TIMES.
             03 WRK-TIT-SEQ PIC 9(05).
             03 WRK-TIT-DATA-VENDA PIC 9(08).
             03 WRK-TIT-CLIENTE PIC X(05).
             03 WRK-TIT-VALOR PIC 9(06)V99.
             03 WRK-TIT-VENCIMENTO PIC 9(08).
             03 WRK-TIT-STATUS PIC X(01).
             03 WRK-TIT-DATA-PGTO PIC 9(08).
             03 WRK-TIT-PARCELA PIC 9(02).
             03 WRK-TIT-PARCELAS PIC 9(02).
             03 WRK-TIT-NOSSO-NUMERO PIC 9(10).
       77 WRK-TIT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-TIT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-TIT-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-RET-NOSSO-NUMERO PIC 9(10) VALUE ZEROS.
       77 WRK-RET-VALOR-PAGO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MOTIVO PIC X(26) VALUE SPACES.
       77 WRK-DIFERENCA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-RETORNOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIQUIDADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJ-BANCO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-TITULO PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PAGO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-ENCARGOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PAGO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIFERENCA-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-COBRET.
           PERFORM 0300-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-RETORNOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-LIQUIDADOS TO WRK-RUN-PROC.
           COMPUTE WRK-RUN-REJ =
               WRK-QTD-REJ-BANCO + WRK-QTD-RECUSADOS
               + WRK-QTD-SEM-TITULO.
           IF WRK-QTD-SEM-TITULO = ZEROS AND WRK-QTD-RECUSADOS = ZEROS
               MOVE 'OK' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* CARREGANDO OS TITULOS, O CALENDARIO E AS TAXAS DE
      *>          ENCARGOS E ABRINDO O RETORNO DO BANCO
           DISPLAY '***************************************'.
           DISPLAY ' COBRANCA BANCARIA - RETORNO DO BANCO'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS NOT = '00'
               MOVE 'CONTASREC17' TO WRK-ERR-ARQUIVO
               MOVE WRK-CONTASREC-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0110-LER-TITULO UNTIL FIM-CONTASREC.
           CLOSE CONTASREC-FILE.
           DISPLAY 'TITULOS CARREGADOS: ' WRK-TIT-QTD.
           IF CARGA-ESTOUROU
      *>********* ARQUIVO MAIOR QUE A TABELA: A REGRAVACAO COM AS
      *>          BAIXAS PERDERIA TITULOS
               DISPLAY 'CONTAS A RECEBER MAIOR QUE A TABELA (500) - '
                       'PROCESSAMENTO ABORTADO.'
               MOVE 'CONTASREC17' TO WRK-ERR-ARQUIVO
               MOVE 'TB' TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 9680-CARREGAR-FERIADOS.
           PERFORM 9820-CARREGAR-ENCARGCFG.
           OPEN INPUT COBRET-FILE.
           IF WRK-COBRET-STATUS NOT = '00'
               MOVE 'COBRET96' TO WRK-ERR-ARQUIVO
               MOVE WRK-COBRET-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           OPEN OUTPUT COBCON-FILE.
       0110-LER-TITULO.
      *>********* LENDO UM TITULO E NORMALIZANDO O REGISTRO ANTIGO
      *>          (SEM PARCELA E A PARCELA UNICA; SEM NOSSO NUMERO,
      *>          NAO FOI REMETIDO)
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-CONTASREC-EOF
               NOT AT END
                   IF WRK-TIT-QTD >= 500
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-TIT-QTD
                       MOVE CONTASREC-REC
                           TO WRK-TIT-LINHA(WRK-TIT-QTD)
                       IF WRK-TIT-PARCELA(WRK-TIT-QTD) NOT NUMERIC
                          OR WRK-TIT-PARCELAS(WRK-TIT-QTD)
                             NOT NUMERIC
                          OR WRK-TIT-PARCELA(WRK-TIT-QTD) = ZEROS
                           MOVE 1 TO WRK-TIT-PARCELA(WRK-TIT-QTD)
                           MOVE 1 TO WRK-TIT-PARCELAS(WRK-TIT-QTD)
                       END-IF
                       IF WRK-TIT-NOSSO-NUMERO(WRK-TIT-QTD)
                          NOT NUMERIC
                           MOVE ZEROS
                               TO WRK-TIT-NOSSO-NUMERO(WRK-TIT-QTD)
                       END-IF
                   END-IF
           END-READ.
       0200-PROCESSAR.
      *>********* LENDO UM RETORNO E CASANDO COM O TITULO
           READ COBRET-FILE
               AT END
                   MOVE 'S' TO WRK-COBRET-EOF
               NOT AT END
                   IF RET-TIPO = 'D'
                       ADD 1 TO WRK-QTD-RETORNOS
                       PERFORM 0210-CASAR-RETORNO
                   END-IF
           END-READ.
       0210-CASAR-RETORNO.
      *>********* LOCALIZANDO O TITULO DO RETORNO PELO NOSSO NUMERO E
      *>          BAIXANDO-O OU APONTANDO A REJEICAO
           IF RET-NOSSO-NUMERO NUMERIC
               MOVE RET-NOSSO-NUMERO TO WRK-RET-NOSSO-NUMERO
           ELSE
               MOVE ZEROS TO WRK-RET-NOSSO-NUMERO
           END-IF.
           IF RET-VALOR-PAGO NUMERIC
               MOVE RET-VALOR-PAGO TO WRK-RET-VALOR-PAGO
           ELSE
               MOVE ZEROS TO WRK-RET-VALOR-PAGO
           END-IF.
           MOVE WRK-RET-VALOR-PAGO TO WRK-PAGO-ED.
           MOVE ZEROS TO WRK-TIT-ACHADO.
           IF WRK-RET-NOSSO-NUMERO > ZEROS
               PERFORM 0220-TESTAR-TITULO
                   VARYING WRK-TIT-IDX FROM 1 BY 1
                   UNTIL WRK-TIT-IDX > WRK-TIT-QTD
                      OR WRK-TIT-ACHADO > ZEROS
           END-IF.
           EVALUATE TRUE
               WHEN WRK-TIT-ACHADO = ZEROS
                   ADD 1 TO WRK-QTD-SEM-TITULO
                   MOVE SPACES TO COBCON-REC
                   STRING 'SEM TITULO: NN=' DELIMITED BY SIZE
                          WRK-RET-NOSSO-NUMERO DELIMITED BY SIZE
                          ' VALOR=' DELIMITED BY SIZE
                          WRK-PAGO-ED DELIMITED BY SIZE
                     INTO COBCON-REC
                   WRITE COBCON-REC
                   DISPLAY 'RETORNO SEM TITULO NO CONTAS A RECEBER: '
                           WRK-RET-NOSSO-NUMERO
               WHEN RET-SITUACAO = 'R'
                   ADD 1 TO WRK-QTD-REJ-BANCO
                   MOVE RET-MOTIVO TO WRK-MOTIVO
                   PERFORM 0240-GRAVAR-REJEICAO
               WHEN WRK-TIT-STATUS(WRK-TIT-ACHADO) NOT = 'A'
                   ADD 1 TO WRK-QTD-RECUSADOS
                   MOVE 'TITULO NAO ESTA EM ABERTO' TO WRK-MOTIVO
                   PERFORM 0240-GRAVAR-REJEICAO
               WHEN WRK-RET-VALOR-PAGO < WRK-TIT-VALOR(WRK-TIT-ACHADO)
                   ADD 1 TO WRK-QTD-RECUSADOS
                   MOVE 'VALOR PAGO A MENOR' TO WRK-MOTIVO
                   PERFORM 0240-GRAVAR-REJEICAO
               WHEN OTHER
                   PERFORM 0230-BAIXAR-TITULO
           END-EVALUATE.
       0220-TESTAR-TITULO.
      *>********* COMPARANDO O NOSSO NUMERO DE UM TITULO COM O RETORNO
           IF WRK-TIT-NOSSO-NUMERO(WRK-TIT-IDX) = WRK-RET-NOSSO-NUMERO
               MOVE WRK-TIT-IDX TO WRK-TIT-ACHADO
           END-IF.
       0230-BAIXAR-TITULO.
      *>********* BAIXANDO O TITULO PAGO NA DATA DO PAGAMENTO DO
      *>          BANCO, COM OS ENCARGOS DE ATRASO ATE ESSA DATA E O
      *>          EVENTO NA TRILHA DE AUDITORIA (COMO NO PROGCBL34)
           IF RET-DATA-PGTO NUMERIC AND RET-DATA-PGTO > ZEROS
               MOVE RET-DATA-PGTO TO WRK-ENC-DATA-PGTO
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-ENC-DATA-PGTO
           END-IF.
           MOVE WRK-TIT-SEQ(WRK-TIT-ACHADO) TO WRK-ENC-SEQ.
           MOVE WRK-TIT-CLIENTE(WRK-TIT-ACHADO) TO WRK-ENC-CLIENTE.
           MOVE WRK-TIT-PARCELA(WRK-TIT-ACHADO) TO WRK-ENC-PARCELA.
           MOVE WRK-TIT-PARCELAS(WRK-TIT-ACHADO) TO WRK-ENC-PARCELAS.
           MOVE WRK-TIT-VALOR(WRK-TIT-ACHADO) TO WRK-ENC-VALOR.
           MOVE WRK-TIT-VENCIMENTO(WRK-TIT-ACHADO)
               TO WRK-ENC-VENCIMENTO.
           PERFORM 9822-CALCULAR-ENCARGOS.
           MOVE 'P' TO WRK-TIT-STATUS(WRK-TIT-ACHADO).
           MOVE WRK-ENC-DATA-PGTO TO WRK-TIT-DATA-PGTO(WRK-TIT-ACHADO).
           IF WRK-ENC-DIAS-ATRASO > ZEROS
               PERFORM 9824-GRAVAR-ENCARGOS
               ADD WRK-MULTA TO WRK-TOTAL-ENCARGOS
               ADD WRK-JUROS TO WRK-TOTAL-ENCARGOS
           END-IF.
           ADD 1 TO WRK-QTD-LIQUIDADOS.
           ADD WRK-RET-VALOR-PAGO TO WRK-TOTAL-PAGO.
           MOVE 'RETORNO BANCO' TO WRK-AUDIT-OPERADOR.
           MOVE 'BAIXA' TO WRK-AUDIT-ACAO.
           MOVE 'EM ABERTO' TO WRK-AUDIT-ANTES.
           MOVE WRK-PAGO-ED TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
      *>********* PAGAMENTO DIFERENTE DO DEVIDO CORRIGIDO (ENCARGOS
      *>          NAO COBRADOS PELO BANCO OU PAGO A MAIOR) SAI
      *>          APONTADO NA LINHA PARA CONFERENCIA DE FINANCAS
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-RET-VALOR-PAGO < WRK-TOTAL-DEVIDO
               COMPUTE WRK-DIFERENCA =
                   WRK-TOTAL-DEVIDO - WRK-RET-VALOR-PAGO
               MOVE ' ENCARGOS A MENOR=' TO WRK-MOTIVO
           END-IF.
           IF WRK-RET-VALOR-PAGO > WRK-TOTAL-DEVIDO
               COMPUTE WRK-DIFERENCA =
                   WRK-RET-VALOR-PAGO - WRK-TOTAL-DEVIDO
               MOVE ' PAGO A MAIOR=' TO WRK-MOTIVO
           END-IF.
           MOVE SPACES TO COBCON-REC.
           IF WRK-MOTIVO = SPACES
               STRING 'LIQUIDADO: NN=' DELIMITED BY SIZE
                      WRK-RET-NOSSO-NUMERO DELIMITED BY SIZE
                      ' SEQ=' DELIMITED BY SIZE
                      WRK-ENC-SEQ DELIMITED BY SIZE
                      ' PARC=' DELIMITED BY SIZE
                      WRK-ENC-PARCELA DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-ENC-PARCELAS DELIMITED BY SIZE
                      ' CLIENTE=' DELIMITED BY SIZE
                      WRK-ENC-CLIENTE DELIMITED BY SIZE
                      ' PAGO=' DELIMITED BY SIZE
                      WRK-PAGO-ED DELIMITED BY SIZE
                      ' DEVIDO=' DELIMITED BY SIZE
                      WRK-DEVIDO-ED DELIMITED BY SIZE
                 INTO COBCON-REC
           ELSE
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
               STRING 'LIQUIDADO: NN=' DELIMITED BY SIZE
                      WRK-RET-NOSSO-NUMERO DELIMITED BY SIZE
                      ' SEQ=' DELIMITED BY SIZE
                      WRK-ENC-SEQ DELIMITED BY SIZE
                      ' PARC=' DELIMITED BY SIZE
                      WRK-ENC-PARCELA DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WRK-ENC-PARCELAS DELIMITED BY SIZE
                      ' CLIENTE=' DELIMITED BY SIZE
                      WRK-ENC-CLIENTE DELIMITED BY SIZE
                      ' PAGO=' DELIMITED BY SIZE
                      WRK-PAGO-ED DELIMITED BY SIZE
                      ' DEVIDO=' DELIMITED BY SIZE
                      WRK-DEVIDO-ED DELIMITED BY SIZE
                      WRK-MOTIVO DELIMITED BY '  '
                      WRK-DIFERENCA-ED DELIMITED BY SIZE
                 INTO COBCON-REC
           END-IF.
           WRITE COBCON-REC.
       0240-GRAVAR-REJEICAO.
      *>********* APONTANDO O RETORNO REJEITADO E O MOTIVO (O TITULO
      *>          FICA COMO ESTA)
           MOVE SPACES TO COBCON-REC.
           STRING 'REJEITADO: NN=' DELIMITED BY SIZE
                  WRK-RET-NOSSO-NUMERO DELIMITED BY SIZE
                  ' SEQ=' DELIMITED BY SIZE
                  WRK-TIT-SEQ(WRK-TIT-ACHADO) DELIMITED BY SIZE
                  ' PARC=' DELIMITED BY SIZE
                  WRK-TIT-PARCELA(WRK-TIT-ACHADO) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-TIT-PARCELAS(WRK-TIT-ACHADO) DELIMITED BY SIZE
                  ' CLIENTE=' DELIMITED BY SIZE
                  WRK-TIT-CLIENTE(WRK-TIT-ACHADO) DELIMITED BY SIZE
                  ' VALOR=' DELIMITED BY SIZE
                  WRK-PAGO-ED DELIMITED BY SIZE
                  ' MOTIVO=' DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY SIZE
             INTO COBCON-REC.
           WRITE COBCON-REC.
       0300-FINALIZAR.
      *>********* REGRAVANDO OS TITULOS COM AS BAIXAS E GRAVANDO O
      *>          RESUMO DO RETORNO
           CLOSE COBRET-FILE.
           IF WRK-QTD-LIQUIDADOS > ZEROS
               OPEN OUTPUT CONTASREC-FILE
               PERFORM 0310-GRAVAR-TITULO
                   VARYING WRK-TIT-IDX FROM 1 BY 1
                   UNTIL WRK-TIT-IDX > WRK-TIT-QTD
               CLOSE CONTASREC-FILE
           END-IF.
           MOVE WRK-TOTAL-PAGO TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-ENCARGOS TO WRK-VALOR-ED2.
           MOVE SPACES TO COBCON-REC.
           STRING 'RESUMO: RETORNOS=' DELIMITED BY SIZE
                  WRK-QTD-RETORNOS DELIMITED BY SIZE
                  ' LIQUIDADOS=' DELIMITED BY SIZE
                  WRK-QTD-LIQUIDADOS DELIMITED BY SIZE
                  ' REJ-BANCO=' DELIMITED BY SIZE
                  WRK-QTD-REJ-BANCO DELIMITED BY SIZE
                  ' RECUSADOS=' DELIMITED BY SIZE
                  WRK-QTD-RECUSADOS DELIMITED BY SIZE
                  ' SEM-TITULO=' DELIMITED BY SIZE
                  WRK-QTD-SEM-TITULO DELIMITED BY SIZE
                  ' PAGO=' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO COBCON-REC.
           WRITE COBCON-REC.
           CLOSE COBCON-FILE.
           DISPLAY '***************************************'.
           DISPLAY ' RETORNOS LIDOS.......: ' WRK-QTD-RETORNOS.
           DISPLAY ' TITULOS LIQUIDADOS...: ' WRK-QTD-LIQUIDADOS.
           DISPLAY ' REJEITADOS PELO BANCO: ' WRK-QTD-REJ-BANCO.
           DISPLAY ' RECUSADOS NA BAIXA...: ' WRK-QTD-RECUSADOS.
           DISPLAY ' RETORNOS SEM TITULO..: ' WRK-QTD-SEM-TITULO.
           DISPLAY ' VALOR RECEBIDO.......: ' WRK-VALOR-ED.
           DISPLAY ' ENCARGOS RECEBIDOS...: ' WRK-VALOR-ED2.
           DISPLAY '***************************************'.
       0310-GRAVAR-TITULO.
      *>********* GRAVANDO UM TITULO NO CONTAS A RECEBER
           MOVE WRK-TIT-LINHA(WRK-TIT-IDX) TO CONTASREC-REC.
           WRITE CONTASREC-REC.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'ENCARGOS-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL97'==.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL97'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL97'==.
