       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL118.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: RAZAO GERAL DA CONTABILIDADE: POSTAR OS LOTES DO
      *>           DIARIO CONTABIL (DIARIOGL38, GRAVADO PELO PROGCBL72
      *>           E PELO PROGCBL115) NO ARQUIVO DE SALDOS POR CONTA E
      *>           MES (SALDOGL118), GUARDANDO CADA PARTIDA POSTADA NO
      *>           RAZAOGL118 E CADA LOTE NO LOTEGL118, PARA QUE O
      *>           MESMO LOTE NAO SEJA POSTADO DUAS VEZES
      *> OBJETIVO: BALANCETE DO MES (SALDO ANTERIOR, DEBITOS, CREDITOS
      *>           E SALDO ATUAL DE CADA CONTA DO CONTAMAP38) E RAZAO
      *>           DE UMA CONTA (AS PARTIDAS POR TRAS DO SALDO), NO
      *>           RELATORIO RELGL118 E NA TELA
      *> OBJETIVO: FECHAMENTO DO MES (SUPERVISOR OU ADM) NO FECHAGL118;
      *>           MES FECHADO NAO RECEBE POSTAGEM ATE UM ADM REABRIR,
      *>           COM REGISTRO NA TRILHA DE AUDITORIA
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERCAD-FILE ASSIGN TO 'USERCAD11'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USERCAD-USUARIO
               FILE STATUS IS WRK-USERCAD-STATUS.
           SELECT OPTIONAL DIARIOGL-FILE ASSIGN TO 'DIARIOGL38'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIARIOGL-STATUS.
           SELECT OPTIONAL CONTAMAP-FILE ASSIGN TO 'CONTAMAP38'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTAMAP-STATUS.
           SELECT OPTIONAL SALDOGL-FILE ASSIGN TO 'SALDOGL118'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALDOGL-STATUS.
           SELECT OPTIONAL RAZAOGL-FILE ASSIGN TO 'RAZAOGL118'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RAZAOGL-STATUS.
           SELECT OPTIONAL LOTEGL-FILE ASSIGN TO 'LOTEGL118'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOTEGL-STATUS.
           SELECT OPTIONAL FECHAGL-FILE ASSIGN TO 'FECHAGL118'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FECHAGL-STATUS.
           SELECT OPTIONAL RELATO-FILE ASSIGN TO 'RELGL118'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERCAD-FILE.
       01  USERCAD-REC.
           COPY 'USERCAD.cbl'.
      *>********* DIARIO NO LAYOUT DO PROGCBL72: CABECALHO 'LOTE',
      *>          PARTIDAS E RODAPE 'TOTAL' DE CADA LOTE
       FD  DIARIOGL-FILE.
       01  DIARIOGL-REC PIC X(80).
       01  DGL-CABECALHO.
           02 DGL-CAB-LITERAL PIC X(05).
           02 DGL-CAB-DATA PIC 9(08).
           02 FILLER PIC X(13).
           02 DGL-CAB-QTD PIC 9(03).
           02 FILLER PIC X(51).
       01  DGL-PARTIDA.
           02 DGL-DATA PIC 9(08).
           02 DGL-PAR-LITERAL PIC X(07).
           02 DGL-CONTA PIC X(08).
           02 FILLER PIC X(01).
           02 DGL-DC PIC X(01).
           02 FILLER PIC X(07).
           02 DGL-VALOR PIC 9(09)V99.
           02 FILLER PIC X(06).
           02 DGL-HISTORICO PIC X(20).
           02 FILLER PIC X(11).
       01  DGL-RODAPE.
           02 DGL-ROD-LITERAL PIC X(08).
           02 DGL-ROD-DEBITOS PIC 9(11)V99.
           02 FILLER PIC X(03).
           02 DGL-ROD-CREDITOS PIC 9(11)V99.
           02 FILLER PIC X(43).
       FD  CONTAMAP-FILE.
       01  CONTAMAP-REC.
           02 CMAP-MOVIMENTO PIC X(10).
           02 CMAP-CONTA-DEBITO PIC X(08).
           02 CMAP-CONTA-CREDITO PIC X(08).
      *>********* MOVIMENTO POSTADO POR CONTA E MES
       FD  SALDOGL-FILE.
       01  SALDOGL-REC.
           02 SGL-CONTA PIC X(08).
           02 SGL-ANOMES PIC 9(06).
           02 SGL-DEBITOS PIC 9(11)V99.
           02 SGL-CREDITOS PIC 9(11)V99.
      *>********* PARTIDAS POSTADAS, NA ORDEM DA POSTAGEM
       FD  RAZAOGL-FILE.
       01  RAZAOGL-REC.
           02 RZG-DATA PIC 9(08).
           02 RZG-CONTA PIC X(08).
           02 RZG-DC PIC X(01).
           02 RZG-VALOR PIC 9(09)V99.
           02 RZG-HISTORICO PIC X(20).
           02 RZG-LOTE-DATA PIC 9(08).
           02 RZG-POSTADO-EM PIC 9(08).
      *>********* LOTES POSTADOS: DATA, QUANTIDADE E TOTAIS DO LOTE
      *>          IDENTIFICAM O LOTE NA RECUSA DE REPOSTAGEM
       FD  LOTEGL-FILE.
       01  LOTEGL-REC.
           02 LGL-DATA PIC 9(08).
           02 LGL-QTD PIC 9(03).
           02 LGL-DEBITOS PIC 9(11)V99.
           02 LGL-CREDITOS PIC 9(11)V99.
           02 LGL-POSTADO-EM PIC 9(08).
           02 LGL-OPERADOR PIC X(15).
      *>********* HISTORICO DE FECHAMENTOS: F = FECHADO, A = REABERTO
      *>          (VALE A ULTIMA LINHA DO MES)
       FD  FECHAGL-FILE.
       01  FECHAGL-REC.
           02 FGL-ANOMES PIC 9(06).
           02 FGL-SITUACAO PIC X(01).
           02 FGL-OPERADOR PIC X(15).
           02 FGL-DATA PIC 9(08).
       FD  RELATO-FILE.
       01  RELATO-REC PIC X(120).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'USERAUTH.cbl'.
       COPY 'AUDITLOG.cbl'.
       77 WRK-DIARIOGL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTAMAP-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-SALDOGL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RAZAOGL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-LOTEGL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FECHAGL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RELATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DIARIOGL-EOF PIC X(01) VALUE 'N'.
         88 FIM-DIARIOGL VALUE 'S'.
       77 WRK-CONTAMAP-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTAMAP VALUE 'S'.
       77 WRK-SALDOGL-EOF PIC X(01) VALUE 'N'.
         88 FIM-SALDOGL VALUE 'S'.
       77 WRK-RAZAOGL-EOF PIC X(01) VALUE 'N'.
         88 FIM-RAZAOGL VALUE 'S'.
       77 WRK-LOTEGL-EOF PIC X(01) VALUE 'N'.
         88 FIM-LOTEGL VALUE 'S'.
       77 WRK-FECHAGL-EOF PIC X(01) VALUE 'N'.
         88 FIM-FECHAGL VALUE 'S'.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-POSTAR VALUE 01.
          88 OPCAO-BALANCETE VALUE 02.
          88 OPCAO-RAZAO VALUE 03.
          88 OPCAO-FECHAR VALUE 04.
          88 OPCAO-REABRIR VALUE 05.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 05 99.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
       01 WRK-ANOMES-PEDIDO.
          02 WRK-PED-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-PED-MES PIC 9(02) VALUE ZEROS.
       01 WRK-ANOMES-PEDIDO-NUM REDEFINES WRK-ANOMES-PEDIDO
                                PIC 9(06).
       77 WRK-CONTA-PEDIDA PIC X(08) VALUE SPACES.
      *>********* DE-PARA DE CONTAS (PLANO PADRAO DO PROGCBL72 QUANDO
      *>          O ARQUIVO NAO EXISTE)
       01 WRK-MAP-TAB.
          02 WRK-MAP-LINHA OCCURS 20 TIMES.
             03 WRK-MAP-MOVIMENTO PIC X(10).
             03 WRK-MAP-DEBITO PIC X(08).
             03 WRK-MAP-CREDITO PIC X(08).
       77 WRK-MAP-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-MAP-IDX PIC 9(02) VALUE ZEROS.
      *>********* SALDOS POSTADOS POR CONTA E MES (ARQUIVO INTEIRO,
      *>          REGRAVADO A CADA LOTE POSTADO)
       01 WRK-SGL-TAB.
          02 WRK-SGL-LINHA OCCURS 3000 TIMES.
             03 WRK-SGL-CONTA PIC X(08).
             03 WRK-SGL-ANOMES PIC 9(06).
             03 WRK-SGL-DEBITOS PIC 9(11)V99.
             03 WRK-SGL-CREDITOS PIC 9(11)V99.
       77 WRK-SGL-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-SGL-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-SGL-ACHADO PIC 9(04) VALUE ZEROS.
       77 WRK-SGL-ESTOURO PIC X(01) VALUE 'N'.
         88 SALDOS-ESTOURARAM VALUE 'S'.
      *>********* LOTES JA POSTADOS
       01 WRK-LGL-TAB.
          02 WRK-LGL-LINHA OCCURS 2000 TIMES.
             03 WRK-LGL-DATA PIC 9(08).
             03 WRK-LGL-QTD PIC 9(03).
             03 WRK-LGL-DEBITOS PIC 9(11)V99.
             03 WRK-LGL-CREDITOS PIC 9(11)V99.
       77 WRK-LGL-QTD-TAB PIC 9(04) VALUE ZEROS.
       77 WRK-LGL-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-LGL-ACHADO PIC 9(04) VALUE ZEROS.
      *>********* SITUACAO DOS MESES (ULTIMO REGISTRO DO FECHAGL118)
       01 WRK-FEC-TAB.
          02 WRK-FEC-LINHA OCCURS 240 TIMES.
             03 WRK-FEC-ANOMES PIC 9(06).
             03 WRK-FEC-SITUACAO PIC X(01).
       77 WRK-FEC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FEC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FEC-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-ANOMES-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-MES-SITUACAO PIC X(01) VALUE SPACES.
         88 MES-FECHADO VALUE 'F'.
      *>********* LOTE DO DIARIO EM LEITURA
       01 WRK-LCT-TAB.
          02 WRK-LCT-LINHA OCCURS 999 TIMES.
             03 WRK-LCT-DATA PIC 9(08).
             03 WRK-LCT-CONTA PIC X(08).
             03 WRK-LCT-DC PIC X(01).
             03 WRK-LCT-VALOR PIC 9(09)V99.
             03 WRK-LCT-HISTORICO PIC X(20).
       77 WRK-LCT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-LCT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-LOTE-ABERTO PIC X(01) VALUE 'N'.
         88 LOTE-EM-LEITURA VALUE 'S'.
       77 WRK-LOTE-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-LOTE-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-ESTOURO PIC X(01) VALUE 'N'.
         88 LOTE-ESTOUROU VALUE 'S'.
       77 WRK-LOTE-RECUSA PIC X(40) VALUE SPACES.
       77 WRK-QTD-LOTES-LIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LOTES-POSTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LOTES-RECUSADOS PIC 9(04) VALUE ZEROS.
      *>********* CONTAS DO BALANCETE, EM ORDEM DE CODIGO
       01 WRK-CTA-TAB.
          02 WRK-CTA-LINHA OCCURS 300 TIMES.
             03 WRK-CTA-CONTA PIC X(08).
             03 WRK-CTA-NO-MAPA PIC X(01).
             03 WRK-CTA-ANTERIOR PIC S9(13)V99.
             03 WRK-CTA-DEBITOS PIC 9(13)V99.
             03 WRK-CTA-CREDITOS PIC 9(13)V99.
       77 WRK-CTA-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CTA-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CTA-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CTA-POSICAO PIC 9(03) VALUE ZEROS.
       77 WRK-CTA-NOVA PIC X(08) VALUE SPACES.
       77 WRK-CTA-MAPA-NOVA PIC X(01) VALUE SPACES.
       77 WRK-CTA-ESTOURO PIC X(01) VALUE 'N'.
         88 CONTAS-ESTOURARAM VALUE 'S'.
      *>********* TOTAIS E SALDOS DOS RELATORIOS
       77 WRK-SALDO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ANTERIOR PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ATUAL PIC S9(13)V99 VALUE ZEROS.
       77 WRK-MES-DEBITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MES-CREDITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTD-PARTIDAS PIC 9(05) VALUE ZEROS.
      *>********* CAMPOS EDITADOS
       01 WRK-DATA-FMT.
          02 WRK-FMT-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-FMT-MES PIC 9(02) VALUE ZEROS.
          02 WRK-FMT-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-FMT-NUM REDEFINES WRK-DATA-FMT PIC 9(08).
       77 WRK-DATA-ED PIC X(10) VALUE SPACES.
       77 WRK-VALOR-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED2 PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-NATUREZA PIC X(01) VALUE SPACES.
       77 WRK-NATUREZA2 PIC X(01) VALUE SPACES.
       77 WRK-QTD-ED PIC ZZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF AUTH-AUTORIZADO
               PERFORM 0110-CARREGAR-CONTROLES
               PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR
               DISPLAY 'FIM DO PROGRAMA...'
           ELSE
               DISPLAY 'USUARIO OU SENHA INVALIDOS.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'RAZAO GL' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
           END-IF.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* EXIGINDO O LOGIN DO USERCAD11
           DISPLAY '***************************************'.
           DISPLAY ' RAZAO GERAL - SALDOS E BALANCETE'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
       0110-CARREGAR-CONTROLES.
      *>********* CARREGANDO O DE-PARA, OS SALDOS, OS LOTES POSTADOS
      *>          E A SITUACAO DOS MESES
           PERFORM 0120-CARREGAR-CONTAMAP.
           PERFORM 0130-CARREGAR-SALDOS.
           PERFORM 0140-CARREGAR-LOTES.
           PERFORM 0150-CARREGAR-FECHAMENTOS.
       0120-CARREGAR-CONTAMAP.
      *>********* CARREGANDO O DE-PARA DO ARQUIVO (SEM O ARQUIVO,
      *>          VALE O PLANO PADRAO EMBUTIDO NO PROGCBL72)
           OPEN INPUT CONTAMAP-FILE.
           IF WRK-CONTAMAP-STATUS = '00'
               PERFORM 0125-LER-CONTAMAP
                   UNTIL FIM-CONTAMAP OR WRK-MAP-QTD >= 20
           END-IF.
           CLOSE CONTAMAP-FILE.
           IF WRK-MAP-QTD = ZEROS
               MOVE 4 TO WRK-MAP-QTD
               MOVE 'VENDA' TO WRK-MAP-MOVIMENTO(1)
               MOVE '11010001' TO WRK-MAP-DEBITO(1)
               MOVE '31010001' TO WRK-MAP-CREDITO(1)
               MOVE 'ESTORNO' TO WRK-MAP-MOVIMENTO(2)
               MOVE '31010001' TO WRK-MAP-DEBITO(2)
               MOVE '11010001' TO WRK-MAP-CREDITO(2)
               MOVE 'RECEBIMENT' TO WRK-MAP-MOVIMENTO(3)
               MOVE '11010001' TO WRK-MAP-DEBITO(3)
               MOVE '11020001' TO WRK-MAP-CREDITO(3)
               MOVE 'FOLHA' TO WRK-MAP-MOVIMENTO(4)
               MOVE '41010001' TO WRK-MAP-DEBITO(4)
               MOVE '11010001' TO WRK-MAP-CREDITO(4)
           END-IF.
       0125-LER-CONTAMAP.
      *>********* LENDO UMA LINHA DO DE-PARA DE CONTAS
           READ CONTAMAP-FILE
               AT END
                   MOVE 'S' TO WRK-CONTAMAP-EOF
               NOT AT END
                   ADD 1 TO WRK-MAP-QTD
                   MOVE CMAP-MOVIMENTO
                       TO WRK-MAP-MOVIMENTO(WRK-MAP-QTD)
                   MOVE CMAP-CONTA-DEBITO
                       TO WRK-MAP-DEBITO(WRK-MAP-QTD)
                   MOVE CMAP-CONTA-CREDITO
                       TO WRK-MAP-CREDITO(WRK-MAP-QTD)
           END-READ.
       0130-CARREGAR-SALDOS.
      *>********* CARREGANDO O ARQUIVO DE SALDOS INTEIRO
           MOVE ZEROS TO WRK-SGL-QTD.
           MOVE 'N' TO WRK-SGL-ESTOURO.
           OPEN INPUT SALDOGL-FILE.
           IF WRK-SALDOGL-STATUS = '00'
               PERFORM 0135-LER-SALDO UNTIL FIM-SALDOGL
           END-IF.
           CLOSE SALDOGL-FILE.
           IF SALDOS-ESTOURARAM
               DISPLAY 'SALDOGL118 MAIOR QUE A TABELA (3000) - '
                       'POSTAGEM BLOQUEADA.'
           END-IF.
       0135-LER-SALDO.
      *>********* LENDO O SALDO DE UMA CONTA NO MES
           READ SALDOGL-FILE
               AT END
                   MOVE 'S' TO WRK-SALDOGL-EOF
               NOT AT END
                   IF WRK-SGL-QTD >= 3000
                       MOVE 'S' TO WRK-SGL-ESTOURO
                   ELSE
                       ADD 1 TO WRK-SGL-QTD
                       MOVE SALDOGL-REC TO WRK-SGL-LINHA(WRK-SGL-QTD)
                   END-IF
           END-READ.
       0140-CARREGAR-LOTES.
      *>********* CARREGANDO OS LOTES JA POSTADOS
           OPEN INPUT LOTEGL-FILE.
           IF WRK-LOTEGL-STATUS = '00'
               PERFORM 0145-LER-LOTE UNTIL FIM-LOTEGL
           END-IF.
           CLOSE LOTEGL-FILE.
       0145-LER-LOTE.
      *>********* LENDO UM LOTE POSTADO
           READ LOTEGL-FILE
               AT END
                   MOVE 'S' TO WRK-LOTEGL-EOF
               NOT AT END
                   IF WRK-LGL-QTD-TAB < 2000
                       ADD 1 TO WRK-LGL-QTD-TAB
                       MOVE LGL-DATA TO WRK-LGL-DATA(WRK-LGL-QTD-TAB)
                       MOVE LGL-QTD TO WRK-LGL-QTD(WRK-LGL-QTD-TAB)
                       MOVE LGL-DEBITOS
                         TO WRK-LGL-DEBITOS(WRK-LGL-QTD-TAB)
                       MOVE LGL-CREDITOS
                         TO WRK-LGL-CREDITOS(WRK-LGL-QTD-TAB)
                   END-IF
           END-READ.
       0150-CARREGAR-FECHAMENTOS.
      *>********* CARREGANDO A SITUACAO DE CADA MES (A ULTIMA LINHA
      *>          DO MES NO HISTORICO PREVALECE)
           OPEN INPUT FECHAGL-FILE.
           IF WRK-FECHAGL-STATUS = '00'
               PERFORM 0155-LER-FECHAMENTO UNTIL FIM-FECHAGL
           END-IF.
           CLOSE FECHAGL-FILE.
       0155-LER-FECHAMENTO.
      *>********* LENDO UM FECHAMENTO OU REABERTURA
           READ FECHAGL-FILE
               AT END
                   MOVE 'S' TO WRK-FECHAGL-EOF
               NOT AT END
                   MOVE FGL-ANOMES TO WRK-ANOMES-BUSCA
                   MOVE FGL-SITUACAO TO WRK-MES-SITUACAO
                   PERFORM 0160-ATUALIZAR-SITUACAO
           END-READ.
       0160-ATUALIZAR-SITUACAO.
      *>********* GUARDANDO A SITUACAO WRK-MES-SITUACAO DO MES
      *>          WRK-ANOMES-BUSCA NA TABELA
           PERFORM 0165-LOCALIZAR-MES.
           IF WRK-FEC-ACHADO = ZEROS AND WRK-FEC-QTD < 240
               ADD 1 TO WRK-FEC-QTD
               MOVE WRK-FEC-QTD TO WRK-FEC-ACHADO
               MOVE WRK-ANOMES-BUSCA TO WRK-FEC-ANOMES(WRK-FEC-ACHADO)
           END-IF.
           IF WRK-FEC-ACHADO > ZEROS
               MOVE WRK-MES-SITUACAO TO WRK-FEC-SITUACAO(WRK-FEC-ACHADO)
           END-IF.
       0165-LOCALIZAR-MES.
      *>********* PROCURANDO O MES WRK-ANOMES-BUSCA; DEVOLVE A
      *>          POSICAO EM WRK-FEC-ACHADO E A SITUACAO EM
      *>          WRK-MES-SITUACAO (BRANCO = NUNCA FECHADO)
           MOVE ZEROS TO WRK-FEC-ACHADO.
           PERFORM 0167-TESTAR-MES
               VARYING WRK-FEC-IDX FROM 1 BY 1
                 UNTIL WRK-FEC-IDX > WRK-FEC-QTD
                    OR WRK-FEC-ACHADO > ZEROS.
       0167-TESTAR-MES.
      *>********* COMPARANDO UMA LINHA DA TABELA DE MESES
           IF WRK-FEC-ANOMES(WRK-FEC-IDX) = WRK-ANOMES-BUSCA
               MOVE WRK-FEC-IDX TO WRK-FEC-ACHADO
           END-IF.
       0170-SITUACAO-DO-MES.
      *>********* SITUACAO ATUAL DO MES WRK-ANOMES-BUSCA
           PERFORM 0165-LOCALIZAR-MES.
           IF WRK-FEC-ACHADO > ZEROS
               MOVE WRK-FEC-SITUACAO(WRK-FEC-ACHADO)
                 TO WRK-MES-SITUACAO
           ELSE
               MOVE SPACES TO WRK-MES-SITUACAO
           END-IF.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           EVALUATE TRUE
               WHEN OPCAO-POSTAR
                   PERFORM 0300-POSTAR-DIARIO
               WHEN OPCAO-BALANCETE
                   PERFORM 0400-EMITIR-BALANCETE
               WHEN OPCAO-RAZAO
                   PERFORM 0500-EMITIR-RAZAO
               WHEN OPCAO-FECHAR
                   PERFORM 0600-FECHAR-MES
               WHEN OPCAO-REABRIR
                   PERFORM 0650-REABRIR-MES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' RAZAO GERAL'.
           DISPLAY '================================'.
           DISPLAY ' 01 - POSTAR LOTES DO DIARIOGL38'.
           DISPLAY ' 02 - BALANCETE DO MES'.
           DISPLAY ' 03 - RAZAO DE UMA CONTA'.
           DISPLAY ' 04 - FECHAR MES'.
           DISPLAY ' 05 - REABRIR MES (ADM)'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-LER-ANOMES.
      *>********* LENDO O MES DE REFERENCIA (AAAAMM)
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           MOVE ZEROS TO WRK-ANOMES-PEDIDO-NUM.
           ACCEPT WRK-ANOMES-PEDIDO-NUM FROM CONSOLE.
           IF WRK-PED-MES < 01 OR WRK-PED-MES > 12
              OR WRK-PED-ANO < 1900
               DISPLAY 'MES INVALIDO.'
           END-IF.
       0300-POSTAR-DIARIO.
      *>********* POSTANDO OS LOTES DO DIARIOGL38: CADA LOTE E
      *>          POSTADO INTEIRO OU RECUSADO INTEIRO (JA POSTADO, MES
      *>          FECHADO, DESBALANCEADO OU INCOMPLETO)
           IF AUTH-AUDITOR
               DISPLAY 'AUDITOR SO CONSULTA - POSTAGEM NAO PERMITIDA.'
           ELSE
               IF SALDOS-ESTOURARAM
                   DISPLAY 'SALDOGL118 MAIOR QUE A TABELA - POSTAGEM '
                           'BLOQUEADA.'
               ELSE
                   MOVE ZEROS TO WRK-QTD-LOTES-LIDOS
                   MOVE ZEROS TO WRK-QTD-LOTES-POSTADOS
                   MOVE ZEROS TO WRK-QTD-LOTES-RECUSADOS
                   MOVE 'N' TO WRK-LOTE-ABERTO
                   MOVE 'N' TO WRK-DIARIOGL-EOF
                   OPEN INPUT DIARIOGL-FILE
                   IF WRK-DIARIOGL-STATUS = '00'
                       PERFORM 0310-LER-DIARIO UNTIL FIM-DIARIOGL
                   END-IF
                   CLOSE DIARIOGL-FILE
                   IF LOTE-EM-LEITURA
                       MOVE 'LOTE SEM RODAPE TOTAL (INCOMPLETO)'
                         TO WRK-LOTE-RECUSA
                       PERFORM 0340-RECUSAR-LOTE
                   END-IF
                   DISPLAY 'LOTES LIDOS: ' WRK-QTD-LOTES-LIDOS
                           '  POSTADOS: ' WRK-QTD-LOTES-POSTADOS
                           '  RECUSADOS: ' WRK-QTD-LOTES-RECUSADOS
               END-IF
           END-IF.
       0310-LER-DIARIO.
      *>********* LENDO UMA LINHA DO DIARIO: CABECALHO ABRE O LOTE,
      *>          PARTIDA ENTRA NO LOTE, RODAPE FECHA E POSTA
           READ DIARIOGL-FILE
               AT END
                   MOVE 'S' TO WRK-DIARIOGL-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN DGL-CAB-LITERAL = 'LOTE '
                           IF LOTE-EM-LEITURA
                               MOVE 'LOTE SEM RODAPE TOTAL '
                                 & '(INCOMPLETO)' TO WRK-LOTE-RECUSA
                               PERFORM 0340-RECUSAR-LOTE
                           END-IF
                           PERFORM 0315-ABRIR-LOTE
                       WHEN DGL-ROD-LITERAL = 'TOTAL D='
                           IF LOTE-EM-LEITURA
                               PERFORM 0320-FECHAR-LOTE
                           END-IF
                       WHEN DGL-PAR-LITERAL = ' CONTA='
                           IF LOTE-EM-LEITURA
                               PERFORM 0317-GUARDAR-PARTIDA
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       0315-ABRIR-LOTE.
      *>********* INICIANDO UM LOTE A PARTIR DO CABECALHO
           ADD 1 TO WRK-QTD-LOTES-LIDOS.
           MOVE 'S' TO WRK-LOTE-ABERTO.
           MOVE 'N' TO WRK-LOTE-ESTOURO.
           MOVE ZEROS TO WRK-LCT-QTD.
           MOVE ZEROS TO WRK-LOTE-DEBITOS.
           MOVE ZEROS TO WRK-LOTE-CREDITOS.
           IF DGL-CAB-DATA NUMERIC
               MOVE DGL-CAB-DATA TO WRK-LOTE-DATA
           ELSE
               MOVE ZEROS TO WRK-LOTE-DATA
           END-IF.
           IF DGL-CAB-QTD NUMERIC
               MOVE DGL-CAB-QTD TO WRK-LOTE-QTD
           ELSE
               MOVE ZEROS TO WRK-LOTE-QTD
           END-IF.
       0317-GUARDAR-PARTIDA.
      *>********* GUARDANDO UMA PARTIDA DO LOTE E SOMANDO D/C
           IF WRK-LCT-QTD >= 999
               MOVE 'S' TO WRK-LOTE-ESTOURO
           ELSE
               ADD 1 TO WRK-LCT-QTD
               MOVE DGL-DATA TO WRK-LCT-DATA(WRK-LCT-QTD)
               MOVE DGL-CONTA TO WRK-LCT-CONTA(WRK-LCT-QTD)
               MOVE DGL-DC TO WRK-LCT-DC(WRK-LCT-QTD)
               MOVE DGL-HISTORICO TO WRK-LCT-HISTORICO(WRK-LCT-QTD)
               IF DGL-VALOR NUMERIC
                   MOVE DGL-VALOR TO WRK-LCT-VALOR(WRK-LCT-QTD)
               ELSE
                   MOVE ZEROS TO WRK-LCT-VALOR(WRK-LCT-QTD)
                   MOVE 'X' TO WRK-LCT-DC(WRK-LCT-QTD)
               END-IF
               EVALUATE WRK-LCT-DC(WRK-LCT-QTD)
                   WHEN 'D'
                       ADD WRK-LCT-VALOR(WRK-LCT-QTD)
                         TO WRK-LOTE-DEBITOS
                   WHEN 'C'
                       ADD WRK-LCT-VALOR(WRK-LCT-QTD)
                         TO WRK-LOTE-CREDITOS
                   WHEN OTHER
                       MOVE 'S' TO WRK-LOTE-ESTOURO
               END-EVALUATE
           END-IF.
       0320-FECHAR-LOTE.
      *>********* CONFERINDO O LOTE PELO RODAPE E DECIDINDO A POSTAGEM
           MOVE 'N' TO WRK-LOTE-ABERTO.
           MOVE SPACES TO WRK-LOTE-RECUSA.
           PERFORM 0325-LOCALIZAR-LOTE.
           MOVE WRK-LOTE-DATA(1:6) TO WRK-ANOMES-BUSCA.
           PERFORM 0170-SITUACAO-DO-MES.
           EVALUATE TRUE
               WHEN WRK-LOTE-DATA = ZEROS
                   MOVE 'CABECALHO SEM DATA VALIDA'
                     TO WRK-LOTE-RECUSA
               WHEN LOTE-ESTOUROU
                   MOVE 'PARTIDA INVALIDA OU LOTE MAIOR QUE 999'
                     TO WRK-LOTE-RECUSA
               WHEN WRK-LCT-QTD NOT = WRK-LOTE-QTD
                   MOVE 'QUANTIDADE DIFERE DO CABECALHO'
                     TO WRK-LOTE-RECUSA
               WHEN NOT DGL-ROD-DEBITOS NUMERIC
                 OR NOT DGL-ROD-CREDITOS NUMERIC
                 OR DGL-ROD-DEBITOS NOT = WRK-LOTE-DEBITOS
                 OR DGL-ROD-CREDITOS NOT = WRK-LOTE-CREDITOS
                   MOVE 'TOTAIS DIFEREM DO RODAPE'
                     TO WRK-LOTE-RECUSA
               WHEN WRK-LOTE-DEBITOS NOT = WRK-LOTE-CREDITOS
                   MOVE 'LOTE DESBALANCEADO (D <> C)'
                     TO WRK-LOTE-RECUSA
               WHEN WRK-LGL-ACHADO > ZEROS
                   MOVE 'LOTE JA POSTADO' TO WRK-LOTE-RECUSA
               WHEN MES-FECHADO
                   MOVE 'MES FECHADO - PEDIR REABERTURA AO ADM'
                     TO WRK-LOTE-RECUSA
               WHEN WRK-SGL-QTD + WRK-LCT-QTD > 3000
                   MOVE 'SALDOGL118 SEM ESPACO NA TABELA'
                     TO WRK-LOTE-RECUSA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-LOTE-RECUSA = SPACES
               PERFORM 0330-POSTAR-LOTE
           ELSE
               PERFORM 0340-RECUSAR-LOTE
           END-IF.
       0325-LOCALIZAR-LOTE.
      *>********* PROCURANDO O LOTE ENTRE OS JA POSTADOS
           MOVE ZEROS TO WRK-LGL-ACHADO.
           PERFORM 0327-TESTAR-LOTE
               VARYING WRK-LGL-IDX FROM 1 BY 1
                 UNTIL WRK-LGL-IDX > WRK-LGL-QTD-TAB
                    OR WRK-LGL-ACHADO > ZEROS.
       0327-TESTAR-LOTE.
      *>********* COMPARANDO UM LOTE POSTADO COM O LOTE LIDO
           IF WRK-LGL-DATA(WRK-LGL-IDX) = WRK-LOTE-DATA
              AND WRK-LGL-QTD(WRK-LGL-IDX) = WRK-LOTE-QTD
              AND WRK-LGL-DEBITOS(WRK-LGL-IDX) = WRK-LOTE-DEBITOS
              AND WRK-LGL-CREDITOS(WRK-LGL-IDX) = WRK-LOTE-CREDITOS
               MOVE WRK-LGL-IDX TO WRK-LGL-ACHADO
           END-IF.
       0330-POSTAR-LOTE.
      *>********* SOMANDO AS PARTIDAS NOS SALDOS, GUARDANDO-AS NO
      *>          RAZAO E REGISTRANDO O LOTE COMO POSTADO
           OPEN EXTEND RAZAOGL-FILE.
           IF WRK-RAZAOGL-STATUS = '05' OR WRK-RAZAOGL-STATUS = '35'
               CLOSE RAZAOGL-FILE
               OPEN OUTPUT RAZAOGL-FILE
           END-IF.
           PERFORM 0335-POSTAR-PARTIDA
               VARYING WRK-LCT-IDX FROM 1 BY 1
                 UNTIL WRK-LCT-IDX > WRK-LCT-QTD.
           CLOSE RAZAOGL-FILE.
           PERFORM 0350-REGRAVAR-SALDOS.
           OPEN EXTEND LOTEGL-FILE.
           IF WRK-LOTEGL-STATUS = '05' OR WRK-LOTEGL-STATUS = '35'
               CLOSE LOTEGL-FILE
               OPEN OUTPUT LOTEGL-FILE
           END-IF.
           MOVE WRK-LOTE-DATA TO LGL-DATA.
           MOVE WRK-LOTE-QTD TO LGL-QTD.
           MOVE WRK-LOTE-DEBITOS TO LGL-DEBITOS.
           MOVE WRK-LOTE-CREDITOS TO LGL-CREDITOS.
           MOVE WRK-DATA-HOJE-NUM TO LGL-POSTADO-EM.
           MOVE WRK-AUTH-USUARIO TO LGL-OPERADOR.
           WRITE LOTEGL-REC.
           CLOSE LOTEGL-FILE.
           IF WRK-LGL-QTD-TAB < 2000
               ADD 1 TO WRK-LGL-QTD-TAB
               MOVE WRK-LOTE-DATA TO WRK-LGL-DATA(WRK-LGL-QTD-TAB)
               MOVE WRK-LOTE-QTD TO WRK-LGL-QTD(WRK-LGL-QTD-TAB)
               MOVE WRK-LOTE-DEBITOS
                 TO WRK-LGL-DEBITOS(WRK-LGL-QTD-TAB)
               MOVE WRK-LOTE-CREDITOS
                 TO WRK-LGL-CREDITOS(WRK-LGL-QTD-TAB)
           END-IF.
           ADD 1 TO WRK-QTD-LOTES-POSTADOS.
           MOVE WRK-LOTE-DEBITOS TO WRK-VALOR-ED.
           DISPLAY 'LOTE ' WRK-LOTE-DATA ' POSTADO: ' WRK-LOTE-QTD
                   ' PARTIDAS, ' WRK-VALOR-ED.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'POSTAGEM' TO WRK-AUDIT-ACAO.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           STRING 'LOTE ' WRK-LOTE-DATA
               DELIMITED BY SIZE
             INTO WRK-AUDIT-ANTES.
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           STRING 'PARTIDAS=' WRK-LOTE-QTD
               DELIMITED BY SIZE
             INTO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
       0335-POSTAR-PARTIDA.
      *>********* SOMANDO UMA PARTIDA NO SALDO DA CONTA NO MES DA
      *>          PARTIDA E GRAVANDO-A NO RAZAO
           MOVE ZEROS TO WRK-SGL-ACHADO.
           PERFORM 0337-TESTAR-SALDO
               VARYING WRK-SGL-IDX FROM 1 BY 1
                 UNTIL WRK-SGL-IDX > WRK-SGL-QTD
                    OR WRK-SGL-ACHADO > ZEROS.
           IF WRK-SGL-ACHADO = ZEROS
               ADD 1 TO WRK-SGL-QTD
               MOVE WRK-SGL-QTD TO WRK-SGL-ACHADO
               MOVE WRK-LCT-CONTA(WRK-LCT-IDX)
                 TO WRK-SGL-CONTA(WRK-SGL-ACHADO)
               MOVE WRK-LCT-DATA(WRK-LCT-IDX)(1:6)
                 TO WRK-SGL-ANOMES(WRK-SGL-ACHADO)
               MOVE ZEROS TO WRK-SGL-DEBITOS(WRK-SGL-ACHADO)
               MOVE ZEROS TO WRK-SGL-CREDITOS(WRK-SGL-ACHADO)
           END-IF.
           IF WRK-LCT-DC(WRK-LCT-IDX) = 'D'
               ADD WRK-LCT-VALOR(WRK-LCT-IDX)
                 TO WRK-SGL-DEBITOS(WRK-SGL-ACHADO)
           ELSE
               ADD WRK-LCT-VALOR(WRK-LCT-IDX)
                 TO WRK-SGL-CREDITOS(WRK-SGL-ACHADO)
           END-IF.
           MOVE WRK-LCT-DATA(WRK-LCT-IDX) TO RZG-DATA.
           MOVE WRK-LCT-CONTA(WRK-LCT-IDX) TO RZG-CONTA.
           MOVE WRK-LCT-DC(WRK-LCT-IDX) TO RZG-DC.
           MOVE WRK-LCT-VALOR(WRK-LCT-IDX) TO RZG-VALOR.
           MOVE WRK-LCT-HISTORICO(WRK-LCT-IDX) TO RZG-HISTORICO.
           MOVE WRK-LOTE-DATA TO RZG-LOTE-DATA.
           MOVE WRK-DATA-HOJE-NUM TO RZG-POSTADO-EM.
           WRITE RAZAOGL-REC.
       0337-TESTAR-SALDO.
      *>********* SALDO DA CONTA DA PARTIDA NO MES DA PARTIDA
           IF WRK-SGL-CONTA(WRK-SGL-IDX) = WRK-LCT-CONTA(WRK-LCT-IDX)
              AND WRK-SGL-ANOMES(WRK-SGL-IDX) =
                  WRK-LCT-DATA(WRK-LCT-IDX)(1:6)
               MOVE WRK-SGL-IDX TO WRK-SGL-ACHADO
           END-IF.
       0340-RECUSAR-LOTE.
      *>********* INFORMANDO O LOTE RECUSADO E O MOTIVO
           MOVE 'N' TO WRK-LOTE-ABERTO.
           ADD 1 TO WRK-QTD-LOTES-RECUSADOS.
           DISPLAY '*** LOTE ' WRK-LOTE-DATA ' RECUSADO: '
                   WRK-LOTE-RECUSA.
       0350-REGRAVAR-SALDOS.
      *>********* REGRAVANDO O ARQUIVO DE SALDOS COM A TABELA
           OPEN OUTPUT SALDOGL-FILE.
           PERFORM 0355-GRAVAR-SALDO
               VARYING WRK-SGL-IDX FROM 1 BY 1
                 UNTIL WRK-SGL-IDX > WRK-SGL-QTD.
           CLOSE SALDOGL-FILE.
       0355-GRAVAR-SALDO.
      *>********* GRAVANDO UMA LINHA DE SALDO
           MOVE WRK-SGL-LINHA(WRK-SGL-IDX) TO SALDOGL-REC.
           WRITE SALDOGL-REC.
       0400-EMITIR-BALANCETE.
      *>********* BALANCETE DO MES: SALDO ANTERIOR (MESES ANTERIORES),
      *>          DEBITOS E CREDITOS DO MES E SALDO ATUAL DE CADA CONTA
      *>          DO CONTAMAP38 E DE TODA CONTA COM MOVIMENTO POSTADO
           PERFORM 0210-LER-ANOMES.
           IF WRK-PED-MES >= 01 AND WRK-PED-MES <= 12
              AND WRK-PED-ANO >= 1900
               PERFORM 0410-MONTAR-CONTAS
               OPEN OUTPUT RELATO-FILE
               MOVE WRK-ANOMES-PEDIDO-NUM TO WRK-ANOMES-BUSCA
               PERFORM 0170-SITUACAO-DO-MES
               MOVE SPACES TO RELATO-REC
               STRING 'BALANCETE DE VERIFICACAO - ' WRK-PED-MES '/'
                      WRK-PED-ANO
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               IF MES-FECHADO
                   MOVE '(MES FECHADO)' TO RELATO-REC(40:13)
               ELSE
                   MOVE '(MES ABERTO)' TO RELATO-REC(40:12)
               END-IF
               PERFORM 0690-ESCREVER-LINHA
               MOVE ALL '=' TO RELATO-REC
               PERFORM 0690-ESCREVER-LINHA
               MOVE 'CONTA      SALDO ANTERIOR           DEBITOS   '
                 &  '      CREDITOS      SALDO ATUAL' TO RELATO-REC
               PERFORM 0690-ESCREVER-LINHA
               MOVE ZEROS TO WRK-TOT-ANTERIOR
               MOVE ZEROS TO WRK-TOT-DEBITOS
               MOVE ZEROS TO WRK-TOT-CREDITOS
               PERFORM 0440-LINHA-BALANCETE
                   VARYING WRK-CTA-IDX FROM 1 BY 1
                     UNTIL WRK-CTA-IDX > WRK-CTA-QTD
               PERFORM 0450-TOTAIS-BALANCETE
               CLOSE RELATO-FILE
           END-IF.
       0410-MONTAR-CONTAS.
      *>********* MONTANDO A TABELA DE CONTAS EM ORDEM DE CODIGO: AS
      *>          DO DE-PARA E AS DO ARQUIVO DE SALDOS
           MOVE ZEROS TO WRK-CTA-QTD.
           MOVE 'N' TO WRK-CTA-ESTOURO.
           MOVE 'S' TO WRK-CTA-MAPA-NOVA.
           PERFORM 0412-CONTAS-DO-MAPA
               VARYING WRK-MAP-IDX FROM 1 BY 1
                 UNTIL WRK-MAP-IDX > WRK-MAP-QTD.
           MOVE 'N' TO WRK-CTA-MAPA-NOVA.
           PERFORM 0414-SALDO-NA-CONTA
               VARYING WRK-SGL-IDX FROM 1 BY 1
                 UNTIL WRK-SGL-IDX > WRK-SGL-QTD.
           IF CONTAS-ESTOURARAM
               DISPLAY 'MAIS DE 300 CONTAS - BALANCETE INCOMPLETO.'
           END-IF.
       0412-CONTAS-DO-MAPA.
      *>********* INCLUINDO AS DUAS CONTAS DE UMA LINHA DO DE-PARA
           MOVE WRK-MAP-DEBITO(WRK-MAP-IDX) TO WRK-CTA-NOVA.
           PERFORM 0420-INCLUIR-CONTA.
           MOVE WRK-MAP-CREDITO(WRK-MAP-IDX) TO WRK-CTA-NOVA.
           PERFORM 0420-INCLUIR-CONTA.
       0414-SALDO-NA-CONTA.
      *>********* SOMANDO UMA LINHA DE SALDO NA CONTA: MES ANTERIOR
      *>          VAI PARA O SALDO ANTERIOR, O MES PEDIDO PARA O
      *>          MOVIMENTO, MES POSTERIOR NAO ENTRA
           MOVE WRK-SGL-CONTA(WRK-SGL-IDX) TO WRK-CTA-NOVA.
           PERFORM 0420-INCLUIR-CONTA.
           IF WRK-CTA-ACHADO > ZEROS
               EVALUATE TRUE
                   WHEN WRK-SGL-ANOMES(WRK-SGL-IDX) <
                        WRK-ANOMES-PEDIDO-NUM
                       COMPUTE WRK-CTA-ANTERIOR(WRK-CTA-ACHADO) =
                               WRK-CTA-ANTERIOR(WRK-CTA-ACHADO)
                             + WRK-SGL-DEBITOS(WRK-SGL-IDX)
                             - WRK-SGL-CREDITOS(WRK-SGL-IDX)
                   WHEN WRK-SGL-ANOMES(WRK-SGL-IDX) =
                        WRK-ANOMES-PEDIDO-NUM
                       ADD WRK-SGL-DEBITOS(WRK-SGL-IDX)
                         TO WRK-CTA-DEBITOS(WRK-CTA-ACHADO)
                       ADD WRK-SGL-CREDITOS(WRK-SGL-IDX)
                         TO WRK-CTA-CREDITOS(WRK-CTA-ACHADO)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       0420-INCLUIR-CONTA.
      *>********* LOCALIZANDO WRK-CTA-NOVA NA TABELA ORDENADA; SE NAO
      *>          EXISTE, ABRINDO A POSICAO E INCLUINDO (DEVOLVE A
      *>          POSICAO EM WRK-CTA-ACHADO, ZERO SE A TABELA ENCHEU)
           MOVE ZEROS TO WRK-CTA-ACHADO.
           MOVE ZEROS TO WRK-CTA-POSICAO.
           IF WRK-CTA-NOVA NOT = SPACES
               PERFORM 0422-PROCURAR-POSICAO
                   VARYING WRK-CTA-IDX FROM 1 BY 1
                     UNTIL WRK-CTA-IDX > WRK-CTA-QTD
                        OR WRK-CTA-POSICAO > ZEROS
               IF WRK-CTA-ACHADO = ZEROS
                   IF WRK-CTA-QTD >= 300
                       MOVE 'S' TO WRK-CTA-ESTOURO
                   ELSE
                       IF WRK-CTA-POSICAO = ZEROS
                           COMPUTE WRK-CTA-POSICAO = WRK-CTA-QTD + 1
                       END-IF
                       PERFORM 0424-DESLOCAR-CONTA
                           VARYING WRK-CTA-IDX FROM WRK-CTA-QTD BY -1
                             UNTIL WRK-CTA-IDX < WRK-CTA-POSICAO
                       ADD 1 TO WRK-CTA-QTD
                       MOVE WRK-CTA-POSICAO TO WRK-CTA-ACHADO
                       MOVE WRK-CTA-NOVA
                         TO WRK-CTA-CONTA(WRK-CTA-ACHADO)
                       MOVE WRK-CTA-MAPA-NOVA
                         TO WRK-CTA-NO-MAPA(WRK-CTA-ACHADO)
                       MOVE ZEROS TO WRK-CTA-ANTERIOR(WRK-CTA-ACHADO)
                       MOVE ZEROS TO WRK-CTA-DEBITOS(WRK-CTA-ACHADO)
                       MOVE ZEROS TO WRK-CTA-CREDITOS(WRK-CTA-ACHADO)
                   END-IF
               END-IF
           END-IF.
       0422-PROCURAR-POSICAO.
      *>********* PRIMEIRA CONTA IGUAL (ACHADA) OU MAIOR (POSICAO DE
      *>          INCLUSAO)
           IF WRK-CTA-CONTA(WRK-CTA-IDX) = WRK-CTA-NOVA
               MOVE WRK-CTA-IDX TO WRK-CTA-ACHADO
               MOVE WRK-CTA-IDX TO WRK-CTA-POSICAO
           ELSE
               IF WRK-CTA-CONTA(WRK-CTA-IDX) > WRK-CTA-NOVA
                   MOVE WRK-CTA-IDX TO WRK-CTA-POSICAO
               END-IF
           END-IF.
       0424-DESLOCAR-CONTA.
      *>********* EMPURRANDO UMA CONTA UMA POSICAO PARA BAIXO
           MOVE WRK-CTA-LINHA(WRK-CTA-IDX)
             TO WRK-CTA-LINHA(WRK-CTA-IDX + 1).
       0440-LINHA-BALANCETE.
      *>********* UMA CONTA NO BALANCETE (SALDO DEVEDOR = D, CREDOR
      *>          = C); CONTA FORA DO DE-PARA MARCADA COM *
           COMPUTE WRK-SALDO = WRK-CTA-ANTERIOR(WRK-CTA-IDX)
                             + WRK-CTA-DEBITOS(WRK-CTA-IDX)
                             - WRK-CTA-CREDITOS(WRK-CTA-IDX).
           ADD WRK-CTA-ANTERIOR(WRK-CTA-IDX) TO WRK-TOT-ANTERIOR.
           ADD WRK-CTA-DEBITOS(WRK-CTA-IDX) TO WRK-TOT-DEBITOS.
           ADD WRK-CTA-CREDITOS(WRK-CTA-IDX) TO WRK-TOT-CREDITOS.
           MOVE WRK-CTA-ANTERIOR(WRK-CTA-IDX) TO WRK-SALDO-ANTERIOR.
           PERFORM 0460-EDITAR-SALDOS.
           MOVE WRK-CTA-DEBITOS(WRK-CTA-IDX) TO WRK-VALOR-ED.
           MOVE WRK-CTA-CREDITOS(WRK-CTA-IDX) TO WRK-VALOR-ED2.
           MOVE SPACES TO RELATO-REC.
           STRING WRK-CTA-CONTA(WRK-CTA-IDX) ' ' WRK-SALDO-ED
                  WRK-NATUREZA ' ' WRK-VALOR-ED ' ' WRK-VALOR-ED2
                  ' ' WRK-SALDO-ED2 WRK-NATUREZA2
               DELIMITED BY SIZE
             INTO RELATO-REC.
           IF WRK-CTA-NO-MAPA(WRK-CTA-IDX) NOT = 'S'
               MOVE '* FORA DO CONTAMAP38' TO RELATO-REC(90:20)
           END-IF.
           PERFORM 0690-ESCREVER-LINHA.
       0450-TOTAIS-BALANCETE.
      *>********* TOTAIS: DEBITOS = CREDITOS E SOMA DOS SALDOS ZERO
      *>          PROVAM O BALANCETE
           MOVE ALL '-' TO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           COMPUTE WRK-TOT-ATUAL = WRK-TOT-ANTERIOR + WRK-TOT-DEBITOS
                                 - WRK-TOT-CREDITOS.
           MOVE WRK-TOT-ANTERIOR TO WRK-SALDO-ANTERIOR.
           MOVE WRK-TOT-ATUAL TO WRK-SALDO.
           PERFORM 0460-EDITAR-SALDOS.
           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED2.
           MOVE SPACES TO RELATO-REC.
           STRING 'TOTAL    ' WRK-SALDO-ED WRK-NATUREZA ' '
                  WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' ' WRK-SALDO-ED2
                  WRK-NATUREZA2
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           IF WRK-TOT-DEBITOS = WRK-TOT-CREDITOS
              AND WRK-TOT-ANTERIOR = ZEROS
              AND WRK-TOT-ATUAL = ZEROS
               MOVE 'BALANCETE FECHADO: DEBITOS = CREDITOS.'
                 TO RELATO-REC
           ELSE
               MOVE '*** BALANCETE NAO FECHA - CONFERIR OS LOTES '
                 & 'POSTADOS ***' TO RELATO-REC
           END-IF.
           PERFORM 0690-ESCREVER-LINHA.
       0460-EDITAR-SALDOS.
      *>********* EDITANDO WRK-SALDO-ANTERIOR E WRK-SALDO COM A
      *>          NATUREZA (D/C) AO LADO DO VALOR
           IF WRK-SALDO-ANTERIOR < ZEROS
               COMPUTE WRK-SALDO-ED = ZEROS - WRK-SALDO-ANTERIOR
               MOVE 'C' TO WRK-NATUREZA
           ELSE
               MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-ED
               MOVE 'D' TO WRK-NATUREZA
           END-IF.
           IF WRK-SALDO-ANTERIOR = ZEROS
               MOVE SPACE TO WRK-NATUREZA
           END-IF.
           IF WRK-SALDO < ZEROS
               COMPUTE WRK-SALDO-ED2 = ZEROS - WRK-SALDO
               MOVE 'C' TO WRK-NATUREZA2
           ELSE
               MOVE WRK-SALDO TO WRK-SALDO-ED2
               MOVE 'D' TO WRK-NATUREZA2
           END-IF.
           IF WRK-SALDO = ZEROS
               MOVE SPACE TO WRK-NATUREZA2
           END-IF.
       0500-EMITIR-RAZAO.
      *>********* RAZAO DE UMA CONTA NO MES: SALDO ANTERIOR, CADA
      *>          PARTIDA POSTADA COM O SALDO CORRENTE E A CONFERENCIA
      *>          COM O SALDO DO MES NO SALDOGL118
           DISPLAY 'CONTA (8 POSICOES): '.
           MOVE SPACES TO WRK-CONTA-PEDIDA.
           ACCEPT WRK-CONTA-PEDIDA FROM CONSOLE.
           PERFORM 0210-LER-ANOMES.
           IF WRK-CONTA-PEDIDA NOT = SPACES
              AND WRK-PED-MES >= 01 AND WRK-PED-MES <= 12
              AND WRK-PED-ANO >= 1900
               MOVE ZEROS TO WRK-SALDO-ANTERIOR
               MOVE ZEROS TO WRK-MES-DEBITOS
               MOVE ZEROS TO WRK-MES-CREDITOS
               PERFORM 0510-SALDO-DA-CONTA
                   VARYING WRK-SGL-IDX FROM 1 BY 1
                     UNTIL WRK-SGL-IDX > WRK-SGL-QTD
               OPEN OUTPUT RELATO-FILE
               MOVE SPACES TO RELATO-REC
               STRING 'RAZAO DA CONTA ' WRK-CONTA-PEDIDA ' - '
                      WRK-PED-MES '/' WRK-PED-ANO
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0690-ESCREVER-LINHA
               MOVE ALL '=' TO RELATO-REC
               PERFORM 0690-ESCREVER-LINHA
               MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO
               PERFORM 0460-EDITAR-SALDOS
               MOVE SPACES TO RELATO-REC
               STRING 'SALDO ANTERIOR' ' ' WRK-SALDO-ED2
                      WRK-NATUREZA2
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0690-ESCREVER-LINHA
               MOVE 'DATA       HISTORICO                   '
                 & '  DEBITOS         CREDITOS            SALDO  LOTE'
                 TO RELATO-REC
               PERFORM 0690-ESCREVER-LINHA
               MOVE ZEROS TO WRK-TOT-DEBITOS
               MOVE ZEROS TO WRK-TOT-CREDITOS
               MOVE ZEROS TO WRK-QTD-PARTIDAS
               MOVE 'N' TO WRK-RAZAOGL-EOF
               OPEN INPUT RAZAOGL-FILE
               IF WRK-RAZAOGL-STATUS = '00'
                   PERFORM 0520-LER-RAZAO UNTIL FIM-RAZAOGL
               END-IF
               CLOSE RAZAOGL-FILE
               PERFORM 0540-TOTAIS-RAZAO
               CLOSE RELATO-FILE
           ELSE
               DISPLAY 'CONTA OU MES INVALIDO.'
           END-IF.
       0510-SALDO-DA-CONTA.
      *>********* SALDO ANTERIOR E MOVIMENTO DO MES PELO SALDOGL118
           IF WRK-SGL-CONTA(WRK-SGL-IDX) = WRK-CONTA-PEDIDA
               EVALUATE TRUE
                   WHEN WRK-SGL-ANOMES(WRK-SGL-IDX) <
                        WRK-ANOMES-PEDIDO-NUM
                       COMPUTE WRK-SALDO-ANTERIOR = WRK-SALDO-ANTERIOR
                             + WRK-SGL-DEBITOS(WRK-SGL-IDX)
                             - WRK-SGL-CREDITOS(WRK-SGL-IDX)
                   WHEN WRK-SGL-ANOMES(WRK-SGL-IDX) =
                        WRK-ANOMES-PEDIDO-NUM
                       ADD WRK-SGL-DEBITOS(WRK-SGL-IDX)
                         TO WRK-MES-DEBITOS
                       ADD WRK-SGL-CREDITOS(WRK-SGL-IDX)
                         TO WRK-MES-CREDITOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       0520-LER-RAZAO.
      *>********* LISTANDO UMA PARTIDA DA CONTA NO MES
           READ RAZAOGL-FILE
               AT END
                   MOVE 'S' TO WRK-RAZAOGL-EOF
               NOT AT END
                   IF RZG-CONTA = WRK-CONTA-PEDIDA
                      AND RZG-DATA(1:6) = WRK-ANOMES-PEDIDO
                       PERFORM 0525-LINHA-RAZAO
                   END-IF
           END-READ.
       0525-LINHA-RAZAO.
      *>********* UMA LINHA DO RAZAO COM O SALDO CORRENTE
           ADD 1 TO WRK-QTD-PARTIDAS.
           MOVE ZEROS TO WRK-VALOR-ED.
           MOVE ZEROS TO WRK-VALOR-ED2.
           IF RZG-DC = 'D'
               ADD RZG-VALOR TO WRK-TOT-DEBITOS
               MOVE RZG-VALOR TO WRK-VALOR-ED
           ELSE
               ADD RZG-VALOR TO WRK-TOT-CREDITOS
               MOVE RZG-VALOR TO WRK-VALOR-ED2
           END-IF.
           COMPUTE WRK-SALDO = WRK-SALDO-ANTERIOR + WRK-TOT-DEBITOS
                             - WRK-TOT-CREDITOS.
           PERFORM 0460-EDITAR-SALDOS.
           MOVE RZG-DATA TO WRK-DATA-FMT-NUM.
           PERFORM 0695-FORMATAR-DATA.
           MOVE SPACES TO RELATO-REC.
           STRING WRK-DATA-ED ' ' RZG-HISTORICO ' ' WRK-VALOR-ED ' '
                  WRK-VALOR-ED2 ' ' WRK-SALDO-ED2 WRK-NATUREZA2 ' '
                  RZG-LOTE-DATA
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
       0540-TOTAIS-RAZAO.
      *>********* TOTAIS DO MES E CONFERENCIA COM O SALDOGL118
           MOVE ALL '-' TO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           COMPUTE WRK-SALDO = WRK-SALDO-ANTERIOR + WRK-TOT-DEBITOS
                             - WRK-TOT-CREDITOS.
           PERFORM 0460-EDITAR-SALDOS.
           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED2.
           MOVE WRK-QTD-PARTIDAS TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'TOTAL (' WRK-QTD-ED ')' '                    '
                  WRK-VALOR-ED ' ' WRK-VALOR-ED2 ' ' WRK-SALDO-ED2
                  WRK-NATUREZA2
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           IF WRK-TOT-DEBITOS = WRK-MES-DEBITOS
              AND WRK-TOT-CREDITOS = WRK-MES-CREDITOS
               MOVE 'PARTIDAS CONFEREM COM O SALDO DO MES.'
                 TO RELATO-REC
           ELSE
               MOVE '*** PARTIDAS NAO CONFEREM COM O SALDOGL118 ***'
                 TO RELATO-REC
           END-IF.
           PERFORM 0690-ESCREVER-LINHA.
       0600-FECHAR-MES.
      *>********* FECHANDO O MES (SUPERVISOR OU ADM): DAQUI EM DIANTE
      *>          O MES NAO RECEBE POSTAGEM
           IF NOT AUTH-SUPERVISOR AND NOT AUTH-ADM
               DISPLAY 'FECHAMENTO RESTRITO A SUPERVISOR OU ADM.'
           ELSE
               PERFORM 0210-LER-ANOMES
               IF WRK-PED-MES >= 01 AND WRK-PED-MES <= 12
                  AND WRK-PED-ANO >= 1900
                   MOVE WRK-ANOMES-PEDIDO-NUM TO WRK-ANOMES-BUSCA
                   PERFORM 0170-SITUACAO-DO-MES
                   IF MES-FECHADO
                       DISPLAY 'MES JA ESTA FECHADO.'
                   ELSE
                       DISPLAY 'CONFIRMA O FECHAMENTO DE '
                               WRK-PED-MES '/' WRK-PED-ANO ' (S/N)? '
                       MOVE 'N' TO WRK-CONFIRMA
                       ACCEPT WRK-CONFIRMA FROM CONSOLE
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           MOVE 'F' TO WRK-MES-SITUACAO
                           MOVE 'FECHAMES' TO WRK-AUDIT-ACAO
                           PERFORM 0660-GRAVAR-SITUACAO
                           DISPLAY 'MES FECHADO.'
                       ELSE
                           DISPLAY 'FECHAMENTO CANCELADO.'
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0650-REABRIR-MES.
      *>********* REABRINDO UM MES FECHADO (SO ADM), COM REGISTRO NA
      *>          TRILHA DE AUDITORIA
           IF NOT AUTH-ADM
               DISPLAY 'REABERTURA DE MES RESTRITA AO ADM.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'REABREMES' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
           ELSE
               PERFORM 0210-LER-ANOMES
               IF WRK-PED-MES >= 01 AND WRK-PED-MES <= 12
                  AND WRK-PED-ANO >= 1900
                   MOVE WRK-ANOMES-PEDIDO-NUM TO WRK-ANOMES-BUSCA
                   PERFORM 0170-SITUACAO-DO-MES
                   IF NOT MES-FECHADO
                       DISPLAY 'MES NAO ESTA FECHADO.'
                   ELSE
                       DISPLAY 'CONFIRMA A REABERTURA DE '
                               WRK-PED-MES '/' WRK-PED-ANO ' (S/N)? '
                       MOVE 'N' TO WRK-CONFIRMA
                       ACCEPT WRK-CONFIRMA FROM CONSOLE
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                           MOVE 'A' TO WRK-MES-SITUACAO
                           MOVE 'REABREMES' TO WRK-AUDIT-ACAO
                           PERFORM 0660-GRAVAR-SITUACAO
                           DISPLAY 'MES REABERTO PARA POSTAGEM.'
                       ELSE
                           DISPLAY 'REABERTURA CANCELADA.'
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0660-GRAVAR-SITUACAO.
      *>********* GRAVANDO A NOVA SITUACAO DO MES NO FECHAGL118, NA
      *>          TABELA E NA TRILHA DE AUDITORIA
           OPEN EXTEND FECHAGL-FILE.
           IF WRK-FECHAGL-STATUS = '05' OR WRK-FECHAGL-STATUS = '35'
               CLOSE FECHAGL-FILE
               OPEN OUTPUT FECHAGL-FILE
           END-IF.
           MOVE WRK-ANOMES-BUSCA TO FGL-ANOMES.
           MOVE WRK-MES-SITUACAO TO FGL-SITUACAO.
           MOVE WRK-AUTH-USUARIO TO FGL-OPERADOR.
           MOVE WRK-DATA-HOJE-NUM TO FGL-DATA.
           WRITE FECHAGL-REC.
           CLOSE FECHAGL-FILE.
           PERFORM 0160-ATUALIZAR-SITUACAO.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           STRING 'MES ' WRK-ANOMES-BUSCA
               DELIMITED BY SIZE
             INTO WRK-AUDIT-ANTES.
           IF WRK-MES-SITUACAO = 'F'
               MOVE 'FECHADO' TO WRK-AUDIT-DEPOIS
           ELSE
               MOVE 'REABERTO' TO WRK-AUDIT-DEPOIS
           END-IF.
           PERFORM 9500-GRAVAR-AUDITORIA.
       0690-ESCREVER-LINHA.
      *>********* GRAVANDO UMA LINHA NO RELATORIO E NA TELA
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
       0695-FORMATAR-DATA.
      *>********* DATA AAAAMMDD DE WRK-DATA-FMT EM DD/MM/AAAA
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-FMT-DIA '/' WRK-FMT-MES '/' WRK-FMT-ANO
               DELIMITED BY SIZE
             INTO WRK-DATA-ED.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL118'==.
