       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL115.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: APROPRIAR NO FECHAMENTO DO MES OS JUROS PRO RATA
      *>           DIA DA CARTEIRA DE EMPRESTIMOS (CONTRATO25), SEM
      *>           ESPERAR A BAIXA DA PARCELA NO PROGCBL40: PARA CADA
      *>           CONTRATO COM PARCELA EM ABERTO, JUROS DE CADA DIA
      *>           DO MES SOBRE O SALDO DEVEDOR DO CRONOGRAMA (PRICE
      *>           OU SAC CONFORME CTR-SISTEMA), QUE CAI A CADA
      *>           VENCIMENTO; POS-FIXADO USA A TAXA DO INDEXADOR NO
      *>           MES (TAXAHIST19) MAIS O SPREAD, COMO NO PROGCBL70
      *> OBJETIVO: SUSPENDER A APROPRIACAO DO CONTRATO QUE O PROGCBL69
      *>           CLASSIFICA ALEM DE 60 DIAS DE ATRASO (PARCELA
      *>           ABERTA MAIS ANTIGA, BASE 30/360, NO ULTIMO DIA DO
      *>           MES)
      *> OBJETIVO: GRAVAR NO DIARIOGL38, NO LAYOUT DO PROGCBL72, O
      *>           LOTE DA APROPRIACAO (ULTIMO DIA DO MES) E O LOTE DO
      *>           ESTORNO (PRIMEIRO DIA DO MES SEGUINTE) EM PARTIDA
      *>           DOBRADA POR CONTRATO, COM AS CONTAS DO DE-PARA
      *>           CONTAMAP38 (MOVIMENTO JUROSAPROP); O RELATORIO DE
      *>           RECEITA POR CONTRATO CONFERE COM O TOTAL DO LOTE
      *> OBJETIVO: REGISTRAR O MES APROPRIADO NO APROPLOG115 E RECUSAR
      *>           A RERODADA DO MESMO MES (COMO O REIDXLOG70)
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRATO-FILE ASSIGN TO 'CONTRATO25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTRATO-STATUS.
           SELECT OPTIONAL PARCELA-FILE ASSIGN TO 'PARCELA25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARCELA-STATUS.
           SELECT OPTIONAL TAXAHIST-FILE ASSIGN TO 'TAXAHIST19'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TAXAHIST-STATUS.
           SELECT OPTIONAL CONTAMAP-FILE ASSIGN TO 'CONTAMAP38'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTAMAP-STATUS.
           SELECT OPTIONAL DIARIOGL-FILE ASSIGN TO 'DIARIOGL38'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIARIOGL-STATUS.
           SELECT OPTIONAL APROPLOG-FILE ASSIGN TO 'APROPLOG115'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APROPLOG-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO-FILE.
       01  CONTRATO-REC.
           COPY 'CONTRATO.cbl'.
       FD  PARCELA-FILE.
       01  PARCELA-REC.
           COPY 'PARCELA.cbl'.
       FD  TAXAHIST-FILE.
       01  TAXAHIST-REC.
           02 TX-INDEXADOR PIC X(04).
           02 TX-ANO PIC 9(04).
           02 TX-MES PIC 9(02).
           02 TX-TAXA PIC 9(02)V9(04).
       FD  CONTAMAP-FILE.
       01  CONTAMAP-REC.
           02 CMAP-MOVIMENTO PIC X(10).
           02 CMAP-CONTA-DEBITO PIC X(08).
           02 CMAP-CONTA-CREDITO PIC X(08).
       FD  DIARIOGL-FILE.
       01  DIARIOGL-REC PIC X(80).
       FD  APROPLOG-FILE.
       01  APROPLOG-REC.
           02 APL-ANOMES PIC 9(06).
           02 FILLER PIC X(01).
           02 APL-DATA PIC 9(08).
           02 FILLER PIC X(01).
           02 APL-TOTAL PIC 9(11)V99.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='RECEITA DE JUROS APROPRIADA'==.
       COPY 'MOEDA.cbl'.
       77 WRK-CONTRATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PARCELA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TAXAHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTAMAP-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DIARIOGL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-APROPLOG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTRATO-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTRATO VALUE 'S'.
       77 WRK-PARCELA-EOF PIC X(01) VALUE 'N'.
         88 FIM-PARCELA VALUE 'S'.
       77 WRK-TAXAHIST-EOF PIC X(01) VALUE 'N'.
         88 FIM-TAXAHIST VALUE 'S'.
       77 WRK-CONTAMAP-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTAMAP VALUE 'S'.
       77 WRK-APROPLOG-EOF PIC X(01) VALUE 'N'.
         88 FIM-APROPLOG VALUE 'S'.
       77 WRK-JA-APROPRIADO PIC X(01) VALUE 'N'.
         88 MES-JA-APROPRIADO VALUE 'S'.
       77 WRK-DATA-ATUAL PIC 9(08) VALUE ZEROS.
      *>********* MES DE REFERENCIA E DATAS DOS DOIS LOTES
       01 WRK-MES-REF.
          02 WRK-REF-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-REF-MES PIC 9(02) VALUE ZEROS.
       01 WRK-ANOMES REDEFINES WRK-MES-REF PIC 9(06).
       01 WRK-DATA-FIM-MES.
          02 WRK-FIM-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-FIM-MES PIC 9(02) VALUE ZEROS.
          02 WRK-FIM-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-FIM-NUM REDEFINES WRK-DATA-FIM-MES PIC 9(08).
       01 WRK-DATA-ESTORNO.
          02 WRK-EST-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-EST-MES PIC 9(02) VALUE ZEROS.
          02 WRK-EST-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-ESTORNO-NUM REDEFINES WRK-DATA-ESTORNO PIC 9(08).
       77 WRK-DATA-INICIO-MES PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LOTE PIC 9(08) VALUE ZEROS.
       01 WRK-DIAS-MES-TAB.
          02 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-DIAS-MES-RED REDEFINES WRK-DIAS-MES-TAB.
          02 WRK-DIAS-NO-MES PIC 9(02) OCCURS 12 TIMES.
       77 WRK-DIAS-MES PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO4 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO100 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO400 PIC 9(04) VALUE ZEROS.
       77 WRK-QUOC PIC 9(04) VALUE ZEROS.
      *>********* ATRASO ALEM DO QUAL O PROGCBL69 TIRA O CONTRATO DA
      *>          FAIXA DE 60 DIAS E A APROPRIACAO E SUSPENSA
       77 WRK-ATRASO-SUSPENSAO PIC 9(03) VALUE 060.
      *>********* TAXAS PUBLICADAS DO MES POR INDEXADOR
       01 WRK-TXM-TAB.
          02 WRK-TXM-LINHA OCCURS 20 TIMES.
             03 WRK-TXM-INDEXADOR PIC X(04).
             03 WRK-TXM-TAXA PIC 9(02)V9(04).
       77 WRK-TXM-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-TXM-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TXM-ACHADA PIC 9(02) VALUE ZEROS.
      *>********* CONTAS DA APROPRIACAO (DE-PARA OU PADRAO EMBUTIDO)
       77 WRK-CONTA-DEBITO PIC X(08) VALUE '11030001'.
       77 WRK-CONTA-CREDITO PIC X(08) VALUE '31020001'.
      *>********* PARCELAS EM MEMORIA, PARA APURAR POR CONTRATO
       01 WRK-PAR-TAB.
          02 WRK-PAR-LINHA OCCURS 999 TIMES.
             03 WRK-PAR-CONTRATO PIC 9(05).
             03 WRK-PAR-NUMERO PIC 9(03).
             03 WRK-PAR-VENCIMENTO PIC 9(08).
             03 WRK-PAR-VALOR PIC 9(08)V99.
             03 WRK-PAR-STATUS PIC X(01).
             03 WRK-PAR-DATA-PGTO PIC 9(08).
       77 WRK-PAR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PAR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* APROPRIACAO POR CONTRATO, PARA OS LOTES DO DIARIO
       01 WRK-APR-TAB.
          02 WRK-APR-LINHA OCCURS 200 TIMES.
             03 WRK-APR-CONTRATO PIC 9(05).
             03 WRK-APR-JUROS PIC 9(09)V99.
       77 WRK-APR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-APR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-APR-ESTOURO PIC X(01) VALUE 'N'.
         88 APROPRIACAO-ESTOUROU VALUE 'S'.
      *>********* APURACAO DO CONTRATO
       01 WRK-VENC-MES-TAB.
          02 WRK-VENC-NO-DIA PIC 9(02) OCCURS 31 TIMES.
       77 WRK-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ABERTAS PIC 9(03) VALUE ZEROS.
       77 WRK-VENCIDAS-ANTES PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-ABERTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MAIOR-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       01 WRK-DATA-VENC.
          02 WRK-VENC-ANO PIC 9(04).
          02 WRK-VENC-MES PIC 9(02).
          02 WRK-VENC-DIA PIC 9(02).
       77 WRK-SALDO-DEVEDOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-INICIAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PARC-CRONO PIC 9(03) VALUE ZEROS.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-JUROS-CRONO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-AMORT PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TAXA-APROP PIC 9(01)V9(06) VALUE ZEROS.
       77 WRK-JUROS-ACUM PIC 9(09)V9(06) VALUE ZEROS.
       77 WRK-JUROS-MES PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SITUACAO PIC X(10) VALUE SPACES.
      *>********* TOTAIS E CONCILIACAO
       77 WRK-QTD-CONTRATOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ABERTOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUSPENSOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-TAXA PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-JUROS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-SUSPENSO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-APROP-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LCT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ESTORNANDO PIC X(01) VALUE 'N'.
         88 LOTE-ESTORNO VALUE 'S'.
       77 WRK-LCT-CONTA PIC X(08) VALUE SPACES.
       77 WRK-LCT-DC PIC X(01) VALUE SPACES.
       77 WRK-HISTORICO PIC X(20) VALUE SPACES.
       77 WRK-GRAVOU-DIARIO PIC X(01) VALUE 'N'.
         88 DIARIO-GRAVADO VALUE 'S'.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIAS-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-TAXA-ED PIC 9,999999 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF NOT MES-JA-APROPRIADO AND NOT CARGA-ESTOUROU
               PERFORM 0200-APROPRIAR-CONTRATOS
               PERFORM 0400-GRAVAR-LOTES
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-CONTRATOS TO WRK-RUN-LIDOS.
           MOVE WRK-APR-QTD TO WRK-RUN-PROC.
           MOVE WRK-QTD-SUSPENSOS TO WRK-RUN-REJ.
           EVALUATE TRUE
               WHEN MES-JA-APROPRIADO
                   MOVE 'JA FEITO' TO WRK-RUN-SITUACAO
               WHEN CARGA-ESTOUROU OR APROPRIACAO-ESTOUROU
                   MOVE 'ERRO' TO WRK-RUN-SITUACAO
               WHEN WRK-LOTE-APROP-DEBITOS NOT = WRK-TOTAL-JUROS
                   MOVE 'DIVERGENTE' TO WRK-RUN-SITUACAO
               WHEN OTHER
                   MOVE 'OK' TO WRK-RUN-SITUACAO
           END-EVALUATE.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO O MES E CARREGANDO TAXAS, CONTAS E PARCELAS
           DISPLAY '***************************************'.
           DISPLAY ' APROPRIACAO MENSAL DE JUROS'.
           DISPLAY '***************************************'.
           DISPLAY 'ANO/MES DA APROPRIACAO (AAAAMM): '.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           PERFORM 0110-MONTAR-DATAS.
           PERFORM 0120-CONFERIR-JA-APROPRIADO.
           IF MES-JA-APROPRIADO
               DISPLAY 'MES ' WRK-ANOMES ' JA APROPRIADO '
                       '(APROPLOG115) - RERODADA RECUSADA, OS JUROS '
                       'NAO PODEM SER LANCADOS DUAS VEZES.'
           END-IF.
           PERFORM 9610-SELECIONAR-MOEDA.
           PERFORM 0130-CARREGAR-TAXAS-MES.
           PERFORM 0140-CARREGAR-CONTAMAP.
           PERFORM 0150-CARREGAR-PARCELAS.
       0110-MONTAR-DATAS.
      *>********* MONTANDO O PRIMEIRO E O ULTIMO DIA DO MES (COM
      *>          FEVEREIRO DE 29 DIAS EM ANO BISSEXTO) E O PRIMEIRO
      *>          DIA DO MES SEGUINTE, DATA DO ESTORNO
           IF WRK-REF-MES < 1 OR WRK-REF-MES > 12
               MOVE 12 TO WRK-REF-MES
           END-IF.
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
           COMPUTE WRK-DATA-INICIO-MES = WRK-ANOMES * 100 + 1.
           MOVE WRK-REF-ANO TO WRK-FIM-ANO.
           MOVE WRK-REF-MES TO WRK-FIM-MES.
           MOVE WRK-DIAS-MES TO WRK-FIM-DIA.
           MOVE 01 TO WRK-EST-DIA.
           IF WRK-REF-MES = 12
               COMPUTE WRK-EST-ANO = WRK-REF-ANO + 1
               MOVE 01 TO WRK-EST-MES
           ELSE
               MOVE WRK-REF-ANO TO WRK-EST-ANO
               COMPUTE WRK-EST-MES = WRK-REF-MES + 1
           END-IF.
       0120-CONFERIR-JA-APROPRIADO.
      *>********* CONSULTANDO NO LOG DE APROPRIACAO SE O MES PEDIDO
      *>          JA FOI LANCADO
           MOVE 'N' TO WRK-APROPLOG-EOF.
           OPEN INPUT APROPLOG-FILE.
           IF WRK-APROPLOG-STATUS = '00'
               PERFORM 0125-LER-APROPLOG
                   UNTIL FIM-APROPLOG OR MES-JA-APROPRIADO
           END-IF.
           CLOSE APROPLOG-FILE.
       0125-LER-APROPLOG.
      *>********* LENDO UM MES JA APROPRIADO DO LOG
           READ APROPLOG-FILE
               AT END
                   MOVE 'S' TO WRK-APROPLOG-EOF
               NOT AT END
                   IF APL-ANOMES = WRK-ANOMES
                       MOVE 'S' TO WRK-JA-APROPRIADO
                   END-IF
           END-READ.
       0130-CARREGAR-TAXAS-MES.
      *>********* CARREGANDO AS TAXAS PUBLICADAS DO MES, PARA OS
      *>          CONTRATOS POS-FIXADOS
           OPEN INPUT TAXAHIST-FILE.
           IF WRK-TAXAHIST-STATUS = '00'
               PERFORM 0135-LER-TAXA UNTIL FIM-TAXAHIST
           END-IF.
           CLOSE TAXAHIST-FILE.
       0135-LER-TAXA.
      *>********* LENDO UMA TAXA E GUARDANDO A DO MES PEDIDO
           READ TAXAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-TAXAHIST-EOF
               NOT AT END
                   IF TX-ANO * 100 + TX-MES = WRK-ANOMES
                      AND WRK-TXM-QTD < 20
                       ADD 1 TO WRK-TXM-QTD
                       MOVE TX-INDEXADOR
                           TO WRK-TXM-INDEXADOR(WRK-TXM-QTD)
                       MOVE TX-TAXA TO WRK-TXM-TAXA(WRK-TXM-QTD)
                   END-IF
           END-READ.
       0140-CARREGAR-CONTAMAP.
      *>********* BUSCANDO NO DE-PARA AS CONTAS DO MOVIMENTO
      *>          JUROSAPROP (SEM A LINHA, VALE O PADRAO EMBUTIDO:
      *>          JUROS A RECEBER CONTRA RECEITA DE JUROS)
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
                   IF CMAP-MOVIMENTO = 'JUROSAPROP'
                       MOVE CMAP-CONTA-DEBITO TO WRK-CONTA-DEBITO
                       MOVE CMAP-CONTA-CREDITO TO WRK-CONTA-CREDITO
                   END-IF
           END-READ.
       0150-CARREGAR-PARCELAS.
      *>********* CARREGANDO AS PARCELAS DOS CONTRATOS EM MEMORIA
           OPEN INPUT PARCELA-FILE.
           IF WRK-PARCELA-STATUS = '00'
               PERFORM 0155-LER-PARCELA UNTIL FIM-PARCELA
           END-IF.
           CLOSE PARCELA-FILE.
           IF CARGA-ESTOUROU
      *>********* ARQUIVO MAIOR QUE A TABELA: A RECEITA SAIRIA
      *>          INCOMPLETA, ENTAO NADA E APROPRIADO
               DISPLAY 'ARQUIVO DE PARCELAS MAIOR QUE A TABELA '
                       '(999) - APROPRIACAO BLOQUEADA.'
           END-IF.
       0155-LER-PARCELA.
      *>********* LENDO UMA PARCELA DO ARQUIVO
           READ PARCELA-FILE
               AT END
                   MOVE 'S' TO WRK-PARCELA-EOF
               NOT AT END
                   IF WRK-PAR-QTD >= 999
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-PAR-QTD
                       MOVE PARCELA-REC
                           TO WRK-PAR-LINHA(WRK-PAR-QTD)
                   END-IF
           END-READ.
       0200-APROPRIAR-CONTRATOS.
      *>********* LENDO OS CONTRATOS E IMPRIMINDO A RECEITA DO MES
      *>          DE CADA UM
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'MES DE REFERENCIA: ' WRK-ANOMES '  DIAS: '
                   WRK-DIAS-MES '  CONTAS D/C: ' WRK-CONTA-DEBITO
                   '/' WRK-CONTA-CREDITO.
           DISPLAY 'CTR   TOMADOR                   SIST  '
                   'SALDO DEVEDOR  ATRASO TAXA MES         JUROS '
                   'SITUACAO'.
           OPEN INPUT CONTRATO-FILE.
           IF WRK-CONTRATO-STATUS = '00'
               PERFORM 0210-LER-CONTRATO UNTIL FIM-CONTRATO
           END-IF.
           CLOSE CONTRATO-FILE.
       0210-LER-CONTRATO.
      *>********* LENDO UM CONTRATO E APURANDO OS JUROS DO MES
           READ CONTRATO-FILE
               AT END
                   MOVE 'S' TO WRK-CONTRATO-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-CONTRATOS
                   PERFORM 0220-APURAR-CONTRATO
           END-READ.
       0220-APURAR-CONTRATO.
      *>********* APURANDO AS PARCELAS DO CONTRATO: SO CONTRATO COM
      *>          PARCELA EM ABERTO TEM JUROS A APROPRIAR
           MOVE ZEROS TO WRK-QTD-ABERTAS.
           MOVE ZEROS TO WRK-VENCIDAS-ANTES.
           MOVE ZEROS TO WRK-SALDO-ABERTO.
           MOVE ZEROS TO WRK-MAIOR-ATRASO.
           MOVE ZEROS TO WRK-VENC-MES-TAB.
           PERFORM 0225-TESTAR-PARCELA
               VARYING WRK-PAR-IDX FROM 1 BY 1
               UNTIL WRK-PAR-IDX > WRK-PAR-QTD.
           IF WRK-QTD-ABERTAS > ZEROS
               ADD 1 TO WRK-QTD-ABERTOS
               PERFORM 0230-SALDO-INICIAL
               MOVE ZEROS TO WRK-JUROS-MES
               MOVE ZEROS TO WRK-TAXA-APROP
               IF WRK-MAIOR-ATRASO > WRK-ATRASO-SUSPENSAO
                   PERFORM 0270-SUSPENDER-CONTRATO
               ELSE
                   PERFORM 0250-CALCULAR-JUROS
               END-IF
               PERFORM 0280-IMPRIMIR-CONTRATO
           END-IF.
       0225-TESTAR-PARCELA.
      *>********* CLASSIFICANDO UMA PARCELA DO CONTRATO: ABERTA (COM O
      *>          ATRASO NO ULTIMO DIA DO MES, BASE 30/360), VENCIDA
      *>          ANTES DO MES OU VENCENDO NO MES (POR DIA)
           IF WRK-PAR-CONTRATO(WRK-PAR-IDX) = CTR-NUMERO
               IF WRK-PAR-STATUS(WRK-PAR-IDX) = 'A'
                   ADD 1 TO WRK-QTD-ABERTAS
                   ADD WRK-PAR-VALOR(WRK-PAR-IDX) TO WRK-SALDO-ABERTO
                   MOVE WRK-PAR-VENCIMENTO(WRK-PAR-IDX)
                       TO WRK-DATA-VENC
                   COMPUTE WRK-DIAS-ATRASO =
                       ((WRK-FIM-ANO - WRK-VENC-ANO) * 360)
                       + ((WRK-FIM-MES - WRK-VENC-MES) * 30)
                       + (WRK-FIM-DIA - WRK-VENC-DIA)
                   IF WRK-DIAS-ATRASO > WRK-MAIOR-ATRASO
                       MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
                   END-IF
               END-IF
               IF WRK-PAR-VENCIMENTO(WRK-PAR-IDX)
                  < WRK-DATA-INICIO-MES
                   ADD 1 TO WRK-VENCIDAS-ANTES
               ELSE
                   IF WRK-PAR-VENCIMENTO(WRK-PAR-IDX)
                      <= WRK-DATA-FIM-NUM
                       MOVE WRK-PAR-VENCIMENTO(WRK-PAR-IDX)
                           TO WRK-DATA-VENC
                       ADD 1 TO WRK-VENC-NO-DIA(WRK-VENC-DIA)
                   END-IF
               END-IF
           END-IF.
       0230-SALDO-INICIAL.
      *>********* SALDO DEVEDOR DO CRONOGRAMA NO INICIO DO MES:
      *>          PRINCIPAL MENOS A AMORTIZACAO DAS PARCELAS VENCIDAS
      *>          ANTES DO MES (MESMO CALCULO DO PROGCBL25)
           MOVE CTR-PRINCIPAL TO WRK-SALDO-DEVEDOR.
           MOVE ZEROS TO WRK-PARC-CRONO.
           PERFORM 0240-AMORTIZAR-PARCELA
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-VENCIDAS-ANTES.
           MOVE WRK-SALDO-DEVEDOR TO WRK-SALDO-INICIAL.
       0240-AMORTIZAR-PARCELA.
      *>********* BAIXANDO DO SALDO DEVEDOR A AMORTIZACAO DA PROXIMA
      *>          PARCELA DO CRONOGRAMA (PRICE: PRESTACAO MENOS OS
      *>          JUROS DO PERIODO; SAC: PRINCIPAL / PARCELAS); A
      *>          ULTIMA PARCELA QUITA O RESIDUO
           ADD 1 TO WRK-PARC-CRONO.
           IF WRK-PARC-CRONO >= CTR-PARCELAS
               MOVE WRK-SALDO-DEVEDOR TO WRK-AMORT
           ELSE
               IF CTR-SISTEMA = 'PRICE'
                   COMPUTE WRK-JUROS-CRONO ROUNDED =
                       WRK-SALDO-DEVEDOR * CTR-TAXA
                   IF CTR-PRESTACAO > WRK-JUROS-CRONO
                       COMPUTE WRK-AMORT =
                           CTR-PRESTACAO - WRK-JUROS-CRONO
                   ELSE
                       MOVE ZEROS TO WRK-AMORT
                   END-IF
               ELSE
                   COMPUTE WRK-AMORT ROUNDED =
                       CTR-PRINCIPAL / CTR-PARCELAS
               END-IF
               IF WRK-AMORT > WRK-SALDO-DEVEDOR
                   MOVE WRK-SALDO-DEVEDOR TO WRK-AMORT
               END-IF
           END-IF.
           SUBTRACT WRK-AMORT FROM WRK-SALDO-DEVEDOR.
       0250-CALCULAR-JUROS.
      *>********* JUROS DIA A DIA: CADA DIA RENDE A TAXA DO MES
      *>          DIVIDIDA PELOS DIAS DO MES SOBRE O SALDO DEVEDOR DO
      *>          DIA; NO DIA DO VENCIMENTO O SALDO AINDA E O ANTERIOR
      *>          E SO CAI A PARTIR DO DIA SEGUINTE
           MOVE CTR-TAXA TO WRK-TAXA-APROP.
           MOVE 'APROPRIADO' TO WRK-SITUACAO.
           IF CTR-INDEXADOR NOT = SPACES
               MOVE ZEROS TO WRK-TXM-ACHADA
               PERFORM 0255-TESTAR-TAXA
                   VARYING WRK-TXM-IDX FROM 1 BY 1
                   UNTIL WRK-TXM-IDX > WRK-TXM-QTD
                      OR WRK-TXM-ACHADA > ZEROS
               IF WRK-TXM-ACHADA > ZEROS
                   COMPUTE WRK-TAXA-APROP =
                       (WRK-TXM-TAXA(WRK-TXM-ACHADA) / 100)
                       + CTR-TAXA
               ELSE
      *>********* SEM TAXA PUBLICADA, APROPRIA SO O SPREAD
                   ADD 1 TO WRK-QTD-SEM-TAXA
                   MOVE 'SO SPREAD' TO WRK-SITUACAO
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-JUROS-ACUM.
           PERFORM 0260-APROPRIAR-DIA
               VARYING WRK-DIA FROM 1 BY 1
               UNTIL WRK-DIA > WRK-DIAS-MES.
           COMPUTE WRK-JUROS-MES ROUNDED = WRK-JUROS-ACUM.
           IF WRK-JUROS-MES > ZEROS
               IF WRK-APR-QTD >= 200
                   MOVE 'S' TO WRK-APR-ESTOURO
               ELSE
                   ADD 1 TO WRK-APR-QTD
                   MOVE CTR-NUMERO TO WRK-APR-CONTRATO(WRK-APR-QTD)
                   MOVE WRK-JUROS-MES TO WRK-APR-JUROS(WRK-APR-QTD)
               END-IF
               ADD WRK-JUROS-MES TO WRK-TOTAL-JUROS
           END-IF.
       0255-TESTAR-TAXA.
      *>********* COMPARANDO UMA TAXA DO MES COM O INDEXADOR
           IF WRK-TXM-INDEXADOR(WRK-TXM-IDX) = CTR-INDEXADOR
               MOVE WRK-TXM-IDX TO WRK-TXM-ACHADA
           END-IF.
       0260-APROPRIAR-DIA.
      *>********* JUROS DE UM DIA E AMORTIZACAO DAS PARCELAS QUE
      *>          VENCEM NELE
           COMPUTE WRK-JUROS-ACUM = WRK-JUROS-ACUM
               + (WRK-SALDO-DEVEDOR * WRK-TAXA-APROP / WRK-DIAS-MES).
           PERFORM 0240-AMORTIZAR-PARCELA
               VARYING WRK-DIA-IDX FROM 1 BY 1
               UNTIL WRK-DIA-IDX > WRK-VENC-NO-DIA(WRK-DIA).
       0270-SUSPENDER-CONTRATO.
      *>********* CONTRATO ALEM DE 60 DIAS DE ATRASO: SEM APROPRIACAO
      *>          (OS JUROS SO ENTRAM NA RECEITA QUANDO PAGOS)
           ADD 1 TO WRK-QTD-SUSPENSOS.
           ADD WRK-SALDO-INICIAL TO WRK-TOTAL-SUSPENSO.
           MOVE 'SUSPENSO' TO WRK-SITUACAO.
       0280-IMPRIMIR-CONTRATO.
      *>********* IMPRIMINDO A RECEITA DO MES DE UM CONTRATO
           MOVE WRK-SALDO-INICIAL TO WRK-VALOR-ED.
           MOVE WRK-JUROS-MES TO WRK-VALOR-ED2.
           MOVE WRK-MAIOR-ATRASO TO WRK-DIAS-ED.
           MOVE WRK-TAXA-APROP TO WRK-TAXA-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY CTR-NUMERO ' ' CTR-TOMADOR ' ' CTR-SISTEMA
                   WRK-VALOR-ED ' ' WRK-DIAS-ED ' ' WRK-TAXA-ED
                   WRK-VALOR-ED2 ' ' WRK-SITUACAO.
       0400-GRAVAR-LOTES.
      *>********* GRAVANDO NO DIARIO O LOTE DA APROPRIACAO E O DO
      *>          ESTORNO NO MES SEGUINTE, SO COM A CARTEIRA INTEIRA
      *>          NA TABELA E ALGUM JUROS A LANCAR
           EVALUATE TRUE
               WHEN APROPRIACAO-ESTOUROU
                   DISPLAY '*** MAIS CONTRATOS COM JUROS DO QUE A '
                           'TABELA (200) - LOTES NAO GRAVADOS ***'
               WHEN WRK-APR-QTD = ZEROS
                   DISPLAY 'NENHUM JUROS A APROPRIAR - NADA GRAVADO.'
               WHEN OTHER
                   PERFORM 0410-ABRIR-DIARIO
                   MOVE 'N' TO WRK-ESTORNANDO
                   MOVE WRK-DATA-FIM-NUM TO WRK-DATA-LOTE
                   PERFORM 0420-GRAVAR-LOTE
                   MOVE WRK-LOTE-DEBITOS TO WRK-LOTE-APROP-DEBITOS
                   MOVE 'S' TO WRK-ESTORNANDO
                   MOVE WRK-DATA-ESTORNO-NUM TO WRK-DATA-LOTE
                   PERFORM 0420-GRAVAR-LOTE
                   CLOSE DIARIOGL-FILE
                   MOVE 'S' TO WRK-GRAVOU-DIARIO
                   PERFORM 0450-MARCAR-MES-APROPRIADO
           END-EVALUATE.
       0410-ABRIR-DIARIO.
      *>********* ABRINDO O DIARIO PARA ACRESCENTAR OS LOTES, SEM
      *>          APAGAR O LOTE DO DIA EXTRAIDO PELO PROGCBL72
           OPEN EXTEND DIARIOGL-FILE.
           IF WRK-DIARIOGL-STATUS = '05'
              OR WRK-DIARIOGL-STATUS = '35'
               CLOSE DIARIOGL-FILE
               OPEN OUTPUT DIARIOGL-FILE
           END-IF.
       0420-GRAVAR-LOTE.
      *>********* GRAVANDO UM LOTE (CABECALHO, PARTIDAS POR CONTRATO
      *>          E TOTAL), NO MESMO LAYOUT DO PROGCBL72
           MOVE ZEROS TO WRK-LOTE-DEBITOS.
           MOVE ZEROS TO WRK-LOTE-CREDITOS.
           COMPUTE WRK-LCT-QTD = WRK-APR-QTD * 2.
           MOVE SPACES TO DIARIOGL-REC.
           STRING 'LOTE ' DELIMITED BY SIZE
                  WRK-DATA-LOTE DELIMITED BY SIZE
                  ' LANCAMENTOS=' DELIMITED BY SIZE
                  WRK-LCT-QTD DELIMITED BY SIZE
             INTO DIARIOGL-REC.
           WRITE DIARIOGL-REC.
           PERFORM 0430-GRAVAR-PARTIDA
               VARYING WRK-APR-IDX FROM 1 BY 1
               UNTIL WRK-APR-IDX > WRK-APR-QTD.
           MOVE SPACES TO DIARIOGL-REC.
           STRING 'TOTAL D=' DELIMITED BY SIZE
                  WRK-LOTE-DEBITOS DELIMITED BY SIZE
                  ' C=' DELIMITED BY SIZE
                  WRK-LOTE-CREDITOS DELIMITED BY SIZE
             INTO DIARIOGL-REC.
           WRITE DIARIOGL-REC.
           ADD WRK-LOTE-DEBITOS TO WRK-TOTAL-DEBITOS.
           ADD WRK-LOTE-CREDITOS TO WRK-TOTAL-CREDITOS.
       0430-GRAVAR-PARTIDA.
      *>********* GRAVANDO O DEBITO E O CREDITO DE UM CONTRATO (NO
      *>          ESTORNO AS CONTAS SE INVERTEM)
           MOVE SPACES TO WRK-HISTORICO.
           IF LOTE-ESTORNO
               STRING 'ESTORNO APROP ' DELIMITED BY SIZE
                      WRK-APR-CONTRATO(WRK-APR-IDX) DELIMITED BY SIZE
                 INTO WRK-HISTORICO
               MOVE WRK-CONTA-CREDITO TO WRK-LCT-CONTA
           ELSE
               STRING 'APROP JUROS CTR' DELIMITED BY SIZE
                      WRK-APR-CONTRATO(WRK-APR-IDX) DELIMITED BY SIZE
                 INTO WRK-HISTORICO
               MOVE WRK-CONTA-DEBITO TO WRK-LCT-CONTA
           END-IF.
           MOVE 'D' TO WRK-LCT-DC.
           PERFORM 0440-GRAVAR-LANCAMENTO.
           ADD WRK-APR-JUROS(WRK-APR-IDX) TO WRK-LOTE-DEBITOS.
           IF LOTE-ESTORNO
               MOVE WRK-CONTA-DEBITO TO WRK-LCT-CONTA
           ELSE
               MOVE WRK-CONTA-CREDITO TO WRK-LCT-CONTA
           END-IF.
           MOVE 'C' TO WRK-LCT-DC.
           PERFORM 0440-GRAVAR-LANCAMENTO.
           ADD WRK-APR-JUROS(WRK-APR-IDX) TO WRK-LOTE-CREDITOS.
       0440-GRAVAR-LANCAMENTO.
      *>********* GRAVANDO UM LANCAMENTO DO LOTE
           MOVE SPACES TO DIARIOGL-REC.
           STRING WRK-DATA-LOTE DELIMITED BY SIZE
                  ' CONTA=' DELIMITED BY SIZE
                  WRK-LCT-CONTA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-LCT-DC DELIMITED BY SIZE
                  ' VALOR=' DELIMITED BY SIZE
                  WRK-APR-JUROS(WRK-APR-IDX) DELIMITED BY SIZE
                  ' HIST=' DELIMITED BY SIZE
                  WRK-HISTORICO DELIMITED BY SIZE
             INTO DIARIOGL-REC.
           WRITE DIARIOGL-REC.
       0450-MARCAR-MES-APROPRIADO.
      *>********* REGISTRANDO O MES APROPRIADO NO LOG, PARA A
      *>          RERODADA DO MESMO MES SER RECUSADA
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN EXTEND APROPLOG-FILE.
           IF WRK-APROPLOG-STATUS = '05'
              OR WRK-APROPLOG-STATUS = '35'
               CLOSE APROPLOG-FILE
               OPEN OUTPUT APROPLOG-FILE
           END-IF.
           MOVE SPACES TO APROPLOG-REC.
           MOVE WRK-ANOMES TO APL-ANOMES.
           MOVE WRK-DATA-ATUAL TO APL-DATA.
           MOVE WRK-TOTAL-JUROS TO APL-TOTAL.
           WRITE APROPLOG-REC.
           CLOSE APROPLOG-FILE.
       0300-FINALIZAR.
      *>********* RESUMO DA CARTEIRA E CONCILIACAO DO RELATORIO COM O
      *>          LOTE DE APROPRIACAO GRAVADO NO DIARIO
           DISPLAY '---------------------------------------'.
           DISPLAY 'CONTRATOS LIDOS.........: ' WRK-QTD-CONTRATOS.
           DISPLAY 'CONTRATOS EM ABERTO.....: ' WRK-QTD-ABERTOS.
           DISPLAY 'COM JUROS APROPRIADOS...: ' WRK-APR-QTD.
           DISPLAY 'SUSPENSOS (> 60 DIAS)...: ' WRK-QTD-SUSPENSOS.
           DISPLAY 'POS-FIXADOS SEM TAXA....: ' WRK-QTD-SEM-TAXA.
           MOVE WRK-TOTAL-SUSPENSO TO WRK-VALOR-ED.
           DISPLAY 'SALDO DEVEDOR SUSPENSO..: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED.
           MOVE WRK-TOTAL-JUROS TO WRK-VALOR-ED.
           DISPLAY 'RECEITA POR CONTRATO....: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED.
           IF DIARIO-GRAVADO
               MOVE WRK-LOTE-APROP-DEBITOS TO WRK-VALOR-ED
               DISPLAY 'LOTE APROPRIACAO (D)....: ' WRK-MOEDA-SIMBOLO
                       WRK-VALOR-ED '  EM ' WRK-DATA-FIM-NUM
               MOVE WRK-TOTAL-DEBITOS TO WRK-VALOR-ED
               MOVE WRK-TOTAL-CREDITOS TO WRK-VALOR-ED2
               DISPLAY 'DIARIO (2 LOTES) D/C....: ' WRK-VALOR-ED
                       ' / ' WRK-VALOR-ED2
               DISPLAY 'ESTORNO EM..............: '
                       WRK-DATA-ESTORNO-NUM
               IF WRK-LOTE-APROP-DEBITOS = WRK-TOTAL-JUROS
                  AND WRK-TOTAL-DEBITOS = WRK-TOTAL-CREDITOS
                   DISPLAY 'RELATORIO CONFERE COM O DIARIOGL38.'
               ELSE
                   DISPLAY '*** RELATORIO DIVERGE DO DIARIOGL38 ***'
               END-IF
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='RECEITA DE JUROS APROPRIADA'==.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL115'==.
