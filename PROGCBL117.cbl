       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL117.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: CONCILIAR O EXTRATO DA CONTA MOVIMENTO (EXTBANCO)
      *>           COM O QUE O SISTEMA REGISTROU: DEPOSITOS CONTRA O
      *>           DINHEIRO DOS FECHAMENTOS DE CAIXA (CAIXAFECH17) POR
      *>           FILIAL E DIA, CREDITOS CONTRA OS TITULOS BAIXADOS NO
      *>           PROGCBL34 (CONTASREC17, COM MULTA E JUROS DO
      *>           ENCARGLOG34) E DEBITOS CONTRA AS REMESSAS DA FOLHA
      *>           (BANCOREM05) E DO ADIANTAMENTO (BANCOREM86) E OS
      *>           PAGAMENTOS A FORNECEDOR (PAGTOFORN80)
      *> OBJETIVO: DEBITOS TAMBEM CONTRA AS REMESSAS DAS FERIAS
      *>           (BANCOREM87, PROGCBL87) E DO 13O SALARIO
      *>           (BANCOREM88, PROGCBL88), NO MESMO LAYOUT DA FOLHA
      *> OBJETIVO: CASAR AUTOMATICAMENTE POR VALOR EXATO DENTRO DA
      *>           JANELA DE DIAS UTEIS DE CADA ORIGEM; O QUE SOBRA DOS
      *>           DOIS LADOS O OPERADOR PAREIA OU JUSTIFICA COM UM
      *>           MOTIVO, GRAVADO NO CONCMAN117 (E NA TRILHA DE
      *>           AUDITORIA) PARA A RODADA SEGUINTE NAO PERGUNTAR DE
      *>           NOVO
      *> OBJETIVO: RELATORIO CONCBCO117 COM OS PAREAMENTOS MANUAIS, AS
      *>           JUSTIFICATIVAS, AS PENDENCIAS E A PROVA DE QUE O
      *>           SALDO DO BANCO, AJUSTADO PELOS ITENS EM ABERTO, E
      *>           IGUAL AO SALDO DOS LIVROS
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXTBANCO-FILE ASSIGN TO 'EXTBANCO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXTBANCO-STATUS.
           SELECT OPTIONAL CAIXAFECH-FILE ASSIGN TO 'CAIXAFECH17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAIXAFECH-STATUS.
           SELECT OPTIONAL CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT OPTIONAL ENCARGLOG-FILE ASSIGN TO 'ENCARGLOG34'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENCARGLOG-STATUS.
           SELECT OPTIONAL REMFOLHA-FILE ASSIGN TO 'BANCOREM05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMFOLHA-STATUS.
           SELECT OPTIONAL REMADIANT-FILE ASSIGN TO 'BANCOREM86'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMADIANT-STATUS.
           SELECT OPTIONAL REMFERIAS-FILE ASSIGN TO 'BANCOREM87'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMFERIAS-STATUS.
           SELECT OPTIONAL REMDECIMO-FILE ASSIGN TO 'BANCOREM88'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMDECIMO-STATUS.
           SELECT OPTIONAL PAGTOFORN-FILE ASSIGN TO 'PAGTOFORN80'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGTOFORN-STATUS.
           SELECT OPTIONAL CONCMAN-FILE ASSIGN TO 'CONCMAN117'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONCMAN-STATUS.
           SELECT OPTIONAL RELATO-FILE ASSIGN TO 'CONCBCO117'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATO-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTBANCO-FILE.
       01  EXTBANCO-REC.
           COPY 'EXTBANCO.cbl'.
      *>********* FECHAMENTO DE CAIXA GRAVADO PELO PROGCBL17: SO A
      *>          DATA, O DINHEIRO CONTADO E A FILIAL INTERESSAM
       FD  CAIXAFECH-FILE.
       01  CAIXAFECH-REC.
           02 FCH-DATA PIC 9(08).
           02 FILLER PIC X(62).
           02 FCH-CONTADO-ED PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(82).
           02 FCH-FILIAL PIC X(02).
           02 FILLER PIC X(06).
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
      *>********* LOG DE ENCARGOS DE ATRASO GRAVADO PELO COPY ENCARGOS
       FD  ENCARGLOG-FILE.
       01  ENCARGLOG-REC.
           02 ECL-DATA PIC 9(08).
           02 FILLER PIC X(05).
           02 ECL-SEQ PIC 9(05).
           02 FILLER PIC X(06).
           02 ECL-PARCELA PIC 9(02).
           02 FILLER PIC X(28).
           02 ECL-PRINCIPAL PIC 9(06)V99.
           02 FILLER PIC X(07).
           02 ECL-MULTA PIC 9(08)V99.
           02 FILLER PIC X(07).
           02 ECL-JUROS PIC 9(08)V99.
           02 FILLER PIC X(24).
      *>********* REMESSAS DE PAGAMENTO AO BANCO (PROGCBL05/PROGCBL86/
      *>          PROGCBL87/PROGCBL88)
       FD  REMFOLHA-FILE.
       01  REMFOLHA-REC.
           02 RMF-TIPO PIC X(01).
           02 RMF-NOME PIC X(25).
           02 RMF-LIQUIDO PIC 9(08)V99.
           02 RMF-DATA PIC 9(08).
           02 RMF-MATRICULA PIC 9(06).
       FD  REMADIANT-FILE.
       01  REMADIANT-REC.
           02 RMA-TIPO PIC X(01).
           02 RMA-NOME PIC X(25).
           02 RMA-LIQUIDO PIC 9(08)V99.
           02 RMA-DATA PIC 9(08).
           02 RMA-MATRICULA PIC 9(06).
       FD  REMFERIAS-FILE.
       01  REMFERIAS-REC.
           02 RMV-TIPO PIC X(01).
           02 RMV-NOME PIC X(25).
           02 RMV-LIQUIDO PIC 9(08)V99.
           02 RMV-DATA PIC 9(08).
           02 RMV-MATRICULA PIC 9(06).
       FD  REMDECIMO-FILE.
       01  REMDECIMO-REC.
           02 RMT-TIPO PIC X(01).
           02 RMT-NOME PIC X(25).
           02 RMT-LIQUIDO PIC 9(08)V99.
           02 RMT-DATA PIC 9(08).
           02 RMT-MATRICULA PIC 9(06).
       FD  PAGTOFORN-FILE.
       01  PAGTOFORN-REC.
           COPY 'PAGTOFORN.cbl'.
      *>********* PAREAMENTOS E JUSTIFICATIVAS DO OPERADOR: CHAVE DO
      *>          EXTRATO EM BRANCO = ITEM DO LIVRO JUSTIFICADO; CHAVE
      *>          DO LIVRO EM BRANCO = LINHA DO EXTRATO JUSTIFICADA
       FD  CONCMAN-FILE.
       01  CONCMAN-REC.
           02 CMN-CHAVE-EXTRATO PIC X(36).
           02 CMN-CHAVE-LIVRO PIC X(30).
           02 CMN-MOTIVO PIC X(30).
           02 CMN-OPERADOR PIC X(15).
           02 CMN-DATA PIC 9(08).
       FD  RELATO-FILE.
       01  RELATO-REC PIC X(120).
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'DIAUTIL.cbl'.
       77 WRK-EXTBANCO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CAIXAFECH-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ENCARGLOG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REMFOLHA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REMADIANT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REMFERIAS-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REMDECIMO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PAGTOFORN-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONCMAN-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RELATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EXTBANCO-EOF PIC X(01) VALUE 'N'.
         88 FIM-EXTBANCO VALUE 'S'.
       77 WRK-CAIXAFECH-EOF PIC X(01) VALUE 'N'.
         88 FIM-CAIXAFECH VALUE 'S'.
       77 WRK-CONTASREC-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTASREC VALUE 'S'.
       77 WRK-ENCARGLOG-EOF PIC X(01) VALUE 'N'.
         88 FIM-ENCARGLOG VALUE 'S'.
       77 WRK-REMFOLHA-EOF PIC X(01) VALUE 'N'.
         88 FIM-REMFOLHA VALUE 'S'.
       77 WRK-REMADIANT-EOF PIC X(01) VALUE 'N'.
         88 FIM-REMADIANT VALUE 'S'.
       77 WRK-REMFERIAS-EOF PIC X(01) VALUE 'N'.
         88 FIM-REMFERIAS VALUE 'S'.
       77 WRK-REMDECIMO-EOF PIC X(01) VALUE 'N'.
         88 FIM-REMDECIMO VALUE 'S'.
       77 WRK-PAGTOFORN-EOF PIC X(01) VALUE 'N'.
         88 FIM-PAGTOFORN VALUE 'S'.
       77 WRK-CONCMAN-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONCMAN VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
      *>********* JANELAS DE CASAMENTO, EM DIAS UTEIS: O DINHEIRO DO
      *>          FECHAMENTO E DEPOSITADO NO DIA OU ATE 2 DIAS UTEIS
      *>          DEPOIS; OS DEMAIS CASAM ATE 2 DIAS UTEIS ANTES OU
      *>          DEPOIS DA DATA DO SISTEMA
       77 WRK-DIAS-DEPOSITO PIC 9(01) VALUE 2.
       77 WRK-DIAS-TOLERANCIA PIC 9(01) VALUE 2.
      *>********* DIAS CORRIDOS ANTES DO INICIO DO EXTRATO EM QUE O
      *>          LIVRO AINDA E CARREGADO (DEPOSITO DO FIM DO PERIODO
      *>          ANTERIOR)
       77 WRK-DIAS-ANTES-PERIODO PIC 9(02) VALUE 07.
      *>********* LINHAS DO EXTRATO
       01 WRK-EXT-TAB.
          02 WRK-EXT-LINHA OCCURS 500 TIMES.
             03 WRK-EXT-CHAVE.
                04 WRK-EXT-TIPO PIC X(01).
                04 WRK-EXT-DATA PIC 9(08).
                04 WRK-EXT-DOCUMENTO PIC X(15).
                04 WRK-EXT-VALOR PIC 9(10)V99.
             03 WRK-EXT-HISTORICO PIC X(30).
             03 WRK-EXT-FILIAL PIC 9(02).
             03 WRK-EXT-SITUACAO PIC X(01).
             03 WRK-EXT-LIVRO PIC 9(03).
             03 WRK-EXT-MOTIVO PIC X(30).
       77 WRK-EXT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-EXT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-EXT-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-EXT-ESTOURO PIC X(01) VALUE 'N'.
         88 EXTRATO-ESTOUROU VALUE 'S'.
       77 WRK-PERIODO-DE PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODO-ATE PIC 9(08) VALUE ZEROS.
       77 WRK-CARGA-DE PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-INICIAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-FINAL-INF PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TEM-SALDO-FINAL PIC X(01) VALUE 'N'.
         88 EXTRATO-COM-SALDO-FINAL VALUE 'S'.
      *>********* ITENS DO LIVRO (O QUE O SISTEMA REGISTROU)
      *>          ORIGEM: F = FECHAMENTO DE CAIXA, R = RECEBIMENTO,
      *>          P = REMESSA DA FOLHA, A = REMESSA DO ADIANTAMENTO,
      *>          V = REMESSA DAS FERIAS, T = REMESSA DO 13O SALARIO,
      *>          G = PAGAMENTO A FORNECEDOR
      *>          SITUACAO (LIVRO E EXTRATO): BRANCO = PENDENTE,
      *>          A = CASADO AUTOMATICO, M = PAREADO PELO OPERADOR,
      *>          J = JUSTIFICADO SEM CONTRAPARTIDA, X = ITEM DO LIVRO
      *>          ANTERIOR AO PERIODO E NAO CASADO (FICA FORA)
       01 WRK-LIV-TAB.
          02 WRK-LIV-LINHA OCCURS 999 TIMES.
             03 WRK-LIV-ORIGEM PIC X(01).
             03 WRK-LIV-TIPO PIC X(01).
             03 WRK-LIV-DATA PIC 9(08).
             03 WRK-LIV-FILIAL PIC 9(02).
             03 WRK-LIV-VALOR PIC 9(10)V99.
             03 WRK-LIV-DE PIC 9(08).
             03 WRK-LIV-ATE PIC 9(08).
             03 WRK-LIV-CHAVE PIC X(30).
             03 WRK-LIV-DESCRICAO PIC X(30).
             03 WRK-LIV-SITUACAO PIC X(01).
             03 WRK-LIV-EXTRATO PIC 9(03).
             03 WRK-LIV-MOTIVO PIC X(30).
       77 WRK-LIV-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-LIV-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-LIV-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-LIV-ESTOURO PIC X(01) VALUE 'N'.
         88 LIVRO-ESTOUROU VALUE 'S'.
      *>********* NOVO ITEM DO LIVRO (ENTRADA DO 0350-NOVO-ITEM)
       77 WRK-NOV-ORIGEM PIC X(01) VALUE SPACES.
       77 WRK-NOV-TIPO PIC X(01) VALUE SPACES.
       77 WRK-NOV-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-NOV-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-NOV-VALOR PIC 9(10)V99 VALUE ZEROS.
       77 WRK-NOV-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-NOV-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-FCH-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FCH-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-REM-TOTAL PIC 9(10)V99 VALUE ZEROS.
       77 WRK-REM-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-REM-ORIGEM PIC X(01) VALUE SPACES.
       77 WRK-ENCARGO PIC 9(09)V99 VALUE ZEROS.
      *>********* PAREAMENTOS GRAVADOS EM RODADAS ANTERIORES
       01 WRK-CMN-TAB.
          02 WRK-CMN-LINHA OCCURS 999 TIMES.
             03 WRK-CMN-CHAVE-EXTRATO PIC X(36).
             03 WRK-CMN-CHAVE-LIVRO PIC X(30).
             03 WRK-CMN-MOTIVO PIC X(30).
       77 WRK-CMN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CMN-IDX PIC 9(03) VALUE ZEROS.
      *>********* PAREAMENTO MANUAL
       77 WRK-ITEM PIC 9(03) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-QTD-PEND-EXTRATO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PEND-LIVRO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NOVOS-MANUAIS PIC 9(03) VALUE ZEROS.
      *>********* TOTAIS DA CONCILIACAO E DA PROVA
       77 WRK-QTD-AUTOMATICO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-MANUAL PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-JUSTIFICADO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PENDENTE PIC 9(03) VALUE ZEROS.
       77 WRK-EXT-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EXT-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIV-CREDITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIV-DEBITOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EXT-ABERTO-C PIC 9(11)V99 VALUE ZEROS.
       77 WRK-EXT-ABERTO-D PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIV-ABERTO-C PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIV-ABERTO-D PIC 9(11)V99 VALUE ZEROS.
       77 WRK-AUTO-VALOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-FINAL-CALC PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-LIVROS PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-AJUSTADO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-PAREAMENTO PIC S9(11)V99 VALUE ZEROS.
      *>********* LINHAS DO RELATORIO
       01 WRK-DATA-FMT.
          02 WRK-FMT-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-FMT-MES PIC 9(02) VALUE ZEROS.
          02 WRK-FMT-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-FMT-NUM REDEFINES WRK-DATA-FMT PIC 9(08).
       77 WRK-DATA-ED PIC X(10) VALUE SPACES.
       77 WRK-DATA-ED2 PIC X(10) VALUE SPACES.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED PIC --.---.---.--9,99 VALUE ZEROS.
       77 WRK-ITEM-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-ROTULO PIC X(46) VALUE SPACES.
       77 WRK-LISTA PIC X(01) VALUE 'J'.
         88 LISTA-PENDENTES VALUE 'P'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-EXTRATO.
           EVALUATE TRUE
               WHEN WRK-EXT-QTD = ZEROS
                   DISPLAY 'EXTRATO EXTBANCO AUSENTE OU SEM '
                           'LANCAMENTOS - NADA A CONCILIAR.'
               WHEN EXTRATO-ESTOUROU
                   DISPLAY 'EXTRATO MAIOR QUE A TABELA (500) - '
                           'CONCILIACAO NAO EXECUTADA.'
               WHEN OTHER
                   PERFORM 0300-CARREGAR-LIVRO
                   IF LIVRO-ESTOUROU
                       DISPLAY 'LANCAMENTOS DO SISTEMA ALEM DE 999 '
                               'NO PERIODO - CONCILIACAO NAO '
                               'EXECUTADA.'
                   ELSE
                       PERFORM 0400-APLICAR-PAREAMENTOS
                       PERFORM 0450-CASAR-AUTOMATICO
                       PERFORM 0470-APLICAR-JUSTIFICATIVAS
                       PERFORM 0480-SEPARAR-FORA-PERIODO
                       PERFORM 0500-PAREAR-MANUAL
                       PERFORM 0600-EMITIR-RELATORIO
                   END-IF
           END-EVALUATE.
           PERFORM 0700-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO O CALENDARIO
           DISPLAY '*************************************'.
           DISPLAY ' CONCILIACAO BANCARIA - CONTA MOVIMENTO'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9680-CARREGAR-FERIADOS.
       0200-CARREGAR-EXTRATO.
      *>********* CARREGANDO AS LINHAS DO EXTRATO E OS SALDOS
           OPEN INPUT EXTBANCO-FILE.
           IF WRK-EXTBANCO-STATUS = '00'
               PERFORM 0205-LER-EXTRATO UNTIL FIM-EXTBANCO
           END-IF.
           CLOSE EXTBANCO-FILE.
       0205-LER-EXTRATO.
      *>********* LENDO UMA LINHA DO EXTRATO
           READ EXTBANCO-FILE
               AT END
                   MOVE 'S' TO WRK-EXTBANCO-EOF
               NOT AT END
                   EVALUATE EXB-TIPO
                       WHEN 'S'
                           MOVE EXB-VALOR TO WRK-SALDO-INICIAL
                           IF EXB-SINAL = '-'
                               COMPUTE WRK-SALDO-INICIAL =
                                   ZEROS - WRK-SALDO-INICIAL
                           END-IF
                       WHEN 'F'
                           MOVE EXB-VALOR TO WRK-SALDO-FINAL-INF
                           IF EXB-SINAL = '-'
                               COMPUTE WRK-SALDO-FINAL-INF =
                                   ZEROS - WRK-SALDO-FINAL-INF
                           END-IF
                           MOVE 'S' TO WRK-TEM-SALDO-FINAL
                       WHEN 'C'
                       WHEN 'D'
                           PERFORM 0210-GUARDAR-LANCAMENTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       0210-GUARDAR-LANCAMENTO.
      *>********* GUARDANDO UM CREDITO OU DEBITO E O PERIODO COBERTO
           IF WRK-EXT-QTD >= 500
               MOVE 'S' TO WRK-EXT-ESTOURO
           ELSE
               ADD 1 TO WRK-EXT-QTD
               MOVE EXB-TIPO TO WRK-EXT-TIPO(WRK-EXT-QTD)
               MOVE EXB-DATA TO WRK-EXT-DATA(WRK-EXT-QTD)
               MOVE EXB-DOCUMENTO TO WRK-EXT-DOCUMENTO(WRK-EXT-QTD)
               MOVE EXB-VALOR TO WRK-EXT-VALOR(WRK-EXT-QTD)
               MOVE EXB-HISTORICO TO WRK-EXT-HISTORICO(WRK-EXT-QTD)
               IF EXB-FILIAL NUMERIC
                   MOVE EXB-FILIAL TO WRK-EXT-FILIAL(WRK-EXT-QTD)
               ELSE
                   MOVE ZEROS TO WRK-EXT-FILIAL(WRK-EXT-QTD)
               END-IF
               MOVE SPACES TO WRK-EXT-SITUACAO(WRK-EXT-QTD)
               MOVE ZEROS TO WRK-EXT-LIVRO(WRK-EXT-QTD)
               MOVE SPACES TO WRK-EXT-MOTIVO(WRK-EXT-QTD)
               IF EXB-TIPO = 'C'
                   ADD EXB-VALOR TO WRK-EXT-CREDITOS
               ELSE
                   ADD EXB-VALOR TO WRK-EXT-DEBITOS
               END-IF
               IF WRK-PERIODO-DE = ZEROS
                  OR EXB-DATA < WRK-PERIODO-DE
                   MOVE EXB-DATA TO WRK-PERIODO-DE
               END-IF
               IF EXB-DATA > WRK-PERIODO-ATE
                   MOVE EXB-DATA TO WRK-PERIODO-ATE
               END-IF
           END-IF.
       0300-CARREGAR-LIVRO.
      *>********* CARREGANDO OS LANCAMENTOS DO SISTEMA DO PERIODO DO
      *>          EXTRATO (E DOS DIAS ANTERIORES, PARA O DEPOSITO DO
      *>          FIM DO PERIODO ANTERIOR)
           MOVE WRK-PERIODO-DE TO WRK-DU-DATA.
           PERFORM 9687-RECUAR-UM-DIA WRK-DIAS-ANTES-PERIODO TIMES.
           MOVE WRK-DU-DATA TO WRK-CARGA-DE.
           PERFORM 0310-CARREGAR-FECHAMENTOS.
           PERFORM 0320-CARREGAR-RECEBIMENTOS.
           PERFORM 0325-SOMAR-ENCARGOS.
           MOVE 'P' TO WRK-REM-ORIGEM.
           PERFORM 0330-CARREGAR-REMESSA-FOLHA.
           MOVE 'A' TO WRK-REM-ORIGEM.
           PERFORM 0335-CARREGAR-REMESSA-ADIANT.
           MOVE 'V' TO WRK-REM-ORIGEM.
           PERFORM 0333-CARREGAR-REMESSA-FERIAS.
           MOVE 'T' TO WRK-REM-ORIGEM.
           PERFORM 0336-CARREGAR-REMESSA-DECIMO.
           PERFORM 0340-CARREGAR-FORNECEDORES.
       0310-CARREGAR-FECHAMENTOS.
      *>********* DINHEIRO CONTADO NOS FECHAMENTOS, SOMADO POR FILIAL
      *>          E DIA (UM DEPOSITO POR FILIAL/DIA)
           OPEN INPUT CAIXAFECH-FILE.
           IF WRK-CAIXAFECH-STATUS = '00'
               PERFORM 0312-LER-FECHAMENTO UNTIL FIM-CAIXAFECH
           END-IF.
           CLOSE CAIXAFECH-FILE.
       0312-LER-FECHAMENTO.
      *>********* LENDO UM FECHAMENTO; O GRAVADO ANTES DA FILIAL IR
      *>          PARA O REGISTRO FICA COMO FILIAL 00 (QUALQUER UMA)
           READ CAIXAFECH-FILE
               AT END
                   MOVE 'S' TO WRK-CAIXAFECH-EOF
               NOT AT END
                   IF FCH-DATA NUMERIC
                       MOVE FCH-CONTADO-ED TO WRK-FCH-VALOR
                       IF FCH-FILIAL NUMERIC
                           MOVE FCH-FILIAL TO WRK-FCH-FILIAL
                       ELSE
                           MOVE ZEROS TO WRK-FCH-FILIAL
                       END-IF
                       IF WRK-FCH-VALOR > ZEROS
                           PERFORM 0314-ACUMULAR-FECHAMENTO
                       END-IF
                   END-IF
           END-READ.
       0314-ACUMULAR-FECHAMENTO.
      *>********* SOMANDO O FECHAMENTO NO ITEM DA FILIAL/DIA
           MOVE SPACES TO WRK-NOV-CHAVE.
           STRING 'F' WRK-FCH-FILIAL FCH-DATA
               DELIMITED BY SIZE
             INTO WRK-NOV-CHAVE.
           MOVE ZEROS TO WRK-LIV-ACHADO.
           PERFORM 0316-TESTAR-CHAVE-LIVRO
               VARYING WRK-LIV-IDX FROM 1 BY 1
                 UNTIL WRK-LIV-IDX > WRK-LIV-QTD
                    OR WRK-LIV-ACHADO > ZEROS.
           IF WRK-LIV-ACHADO > ZEROS
               ADD WRK-FCH-VALOR TO WRK-LIV-VALOR(WRK-LIV-ACHADO)
           ELSE
               MOVE 'F' TO WRK-NOV-ORIGEM
               MOVE 'C' TO WRK-NOV-TIPO
               MOVE FCH-DATA TO WRK-NOV-DATA
               MOVE WRK-FCH-FILIAL TO WRK-NOV-FILIAL
               MOVE WRK-FCH-VALOR TO WRK-NOV-VALOR
               MOVE SPACES TO WRK-NOV-DESCRICAO
               STRING 'FECHAMENTO CAIXA FILIAL ' WRK-FCH-FILIAL
                   DELIMITED BY SIZE
                 INTO WRK-NOV-DESCRICAO
               PERFORM 0350-NOVO-ITEM
           END-IF.
       0316-TESTAR-CHAVE-LIVRO.
      *>********* COMPARANDO UM ITEM DO LIVRO COM WRK-NOV-CHAVE
           IF WRK-LIV-CHAVE(WRK-LIV-IDX) = WRK-NOV-CHAVE
               MOVE WRK-LIV-IDX TO WRK-LIV-ACHADO
           END-IF.
       0320-CARREGAR-RECEBIMENTOS.
      *>********* TITULOS BAIXADOS COMO PAGOS, PELA DATA DA BAIXA
           OPEN INPUT CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS = '00'
               PERFORM 0322-LER-CONTASREC UNTIL FIM-CONTASREC
           END-IF.
           CLOSE CONTASREC-FILE.
       0322-LER-CONTASREC.
      *>********* LENDO UM TITULO
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-CONTASREC-EOF
               NOT AT END
                   IF CREC-STATUS = 'P'
                      AND CREC-DATA-PGTO > ZEROS
                       MOVE 'R' TO WRK-NOV-ORIGEM
                       MOVE 'C' TO WRK-NOV-TIPO
                       MOVE CREC-DATA-PGTO TO WRK-NOV-DATA
                       MOVE ZEROS TO WRK-NOV-FILIAL
                       MOVE CREC-VALOR TO WRK-NOV-VALOR
                       MOVE SPACES TO WRK-NOV-CHAVE
                       STRING 'R' CREC-SEQ CREC-PARCELA CREC-DATA-PGTO
                           DELIMITED BY SIZE
                         INTO WRK-NOV-CHAVE
                       MOVE SPACES TO WRK-NOV-DESCRICAO
                       STRING 'RECEBIMENTO TIT ' CREC-SEQ ' PARC '
                              CREC-PARCELA
                           DELIMITED BY SIZE
                         INTO WRK-NOV-DESCRICAO
                       PERFORM 0350-NOVO-ITEM
                   END-IF
           END-READ.
       0325-SOMAR-ENCARGOS.
      *>********* SOMANDO AO RECEBIMENTO A MULTA E OS JUROS COBRADOS
      *>          NA BAIXA EM ATRASO
           OPEN INPUT ENCARGLOG-FILE.
           IF WRK-ENCARGLOG-STATUS = '00'
               PERFORM 0327-LER-ENCARGO UNTIL FIM-ENCARGLOG
           END-IF.
           CLOSE ENCARGLOG-FILE.
       0327-LER-ENCARGO.
      *>********* LENDO UM ENCARGO E PROCURANDO O RECEBIMENTO
           READ ENCARGLOG-FILE
               AT END
                   MOVE 'S' TO WRK-ENCARGLOG-EOF
               NOT AT END
                   IF ECL-DATA NUMERIC AND ECL-SEQ NUMERIC
                      AND ECL-PARCELA NUMERIC
                      AND ECL-MULTA NUMERIC AND ECL-JUROS NUMERIC
                       MOVE SPACES TO WRK-NOV-CHAVE
                       STRING 'R' ECL-SEQ ECL-PARCELA ECL-DATA
                           DELIMITED BY SIZE
                         INTO WRK-NOV-CHAVE
                       MOVE ZEROS TO WRK-LIV-ACHADO
                       PERFORM 0316-TESTAR-CHAVE-LIVRO
                           VARYING WRK-LIV-IDX FROM 1 BY 1
                             UNTIL WRK-LIV-IDX > WRK-LIV-QTD
                                OR WRK-LIV-ACHADO > ZEROS
                       IF WRK-LIV-ACHADO > ZEROS
                           COMPUTE WRK-ENCARGO = ECL-MULTA + ECL-JUROS
                           ADD WRK-ENCARGO
                             TO WRK-LIV-VALOR(WRK-LIV-ACHADO)
                       END-IF
                   END-IF
           END-READ.
       0330-CARREGAR-REMESSA-FOLHA.
      *>********* REMESSA DA FOLHA: UM DEBITO PELO TOTAL LIQUIDO
           MOVE ZEROS TO WRK-REM-TOTAL.
           MOVE ZEROS TO WRK-REM-DATA.
           OPEN INPUT REMFOLHA-FILE.
           IF WRK-REMFOLHA-STATUS = '00'
               PERFORM 0332-LER-REMESSA-FOLHA UNTIL FIM-REMFOLHA
           END-IF.
           CLOSE REMFOLHA-FILE.
           PERFORM 0338-REGISTRAR-REMESSA.
       0332-LER-REMESSA-FOLHA.
      *>********* SOMANDO UM CREDITO DE SALARIO DA REMESSA
           READ REMFOLHA-FILE
               AT END
                   MOVE 'S' TO WRK-REMFOLHA-EOF
               NOT AT END
                   IF RMF-TIPO = 'D' AND RMF-LIQUIDO NUMERIC
                       ADD RMF-LIQUIDO TO WRK-REM-TOTAL
                       MOVE RMF-DATA TO WRK-REM-DATA
                   END-IF
           END-READ.
       0333-CARREGAR-REMESSA-FERIAS.
      *>********* REMESSA DAS FERIAS: UM DEBITO PELO TOTAL LIQUIDO
           MOVE ZEROS TO WRK-REM-TOTAL.
           MOVE ZEROS TO WRK-REM-DATA.
           OPEN INPUT REMFERIAS-FILE.
           IF WRK-REMFERIAS-STATUS = '00'
               PERFORM 0334-LER-REMESSA-FERIAS UNTIL FIM-REMFERIAS
           END-IF.
           CLOSE REMFERIAS-FILE.
           PERFORM 0338-REGISTRAR-REMESSA.
       0334-LER-REMESSA-FERIAS.
      *>********* SOMANDO UM CREDITO DE FERIAS DA REMESSA
           READ REMFERIAS-FILE
               AT END
                   MOVE 'S' TO WRK-REMFERIAS-EOF
               NOT AT END
                   IF RMV-TIPO = 'D' AND RMV-LIQUIDO NUMERIC
                       ADD RMV-LIQUIDO TO WRK-REM-TOTAL
                       MOVE RMV-DATA TO WRK-REM-DATA
                   END-IF
           END-READ.
       0335-CARREGAR-REMESSA-ADIANT.
      *>********* REMESSA DO ADIANTAMENTO: UM DEBITO PELO TOTAL
           MOVE ZEROS TO WRK-REM-TOTAL.
           MOVE ZEROS TO WRK-REM-DATA.
           OPEN INPUT REMADIANT-FILE.
           IF WRK-REMADIANT-STATUS = '00'
               PERFORM 0337-LER-REMESSA-ADIANT UNTIL FIM-REMADIANT
           END-IF.
           CLOSE REMADIANT-FILE.
           PERFORM 0338-REGISTRAR-REMESSA.
       0336-CARREGAR-REMESSA-DECIMO.
      *>********* REMESSA DO 13O SALARIO: UM DEBITO PELO TOTAL LIQUIDO
           MOVE ZEROS TO WRK-REM-TOTAL.
           MOVE ZEROS TO WRK-REM-DATA.
           OPEN INPUT REMDECIMO-FILE.
           IF WRK-REMDECIMO-STATUS = '00'
               PERFORM 0339-LER-REMESSA-DECIMO UNTIL FIM-REMDECIMO
           END-IF.
           CLOSE REMDECIMO-FILE.
           PERFORM 0338-REGISTRAR-REMESSA.
       0337-LER-REMESSA-ADIANT.
      *>********* SOMANDO UM CREDITO DE ADIANTAMENTO DA REMESSA
           READ REMADIANT-FILE
               AT END
                   MOVE 'S' TO WRK-REMADIANT-EOF
               NOT AT END
                   IF RMA-TIPO = 'D' AND RMA-LIQUIDO NUMERIC
                       ADD RMA-LIQUIDO TO WRK-REM-TOTAL
                       MOVE RMA-DATA TO WRK-REM-DATA
                   END-IF
           END-READ.
       0338-REGISTRAR-REMESSA.
      *>********* GUARDANDO A REMESSA SOMADA COMO ITEM DO LIVRO
           IF WRK-REM-TOTAL > ZEROS AND WRK-REM-DATA NUMERIC
              AND WRK-REM-DATA > ZEROS
               MOVE WRK-REM-ORIGEM TO WRK-NOV-ORIGEM
               MOVE 'D' TO WRK-NOV-TIPO
               MOVE WRK-REM-DATA TO WRK-NOV-DATA
               MOVE ZEROS TO WRK-NOV-FILIAL
               MOVE WRK-REM-TOTAL TO WRK-NOV-VALOR
               MOVE SPACES TO WRK-NOV-CHAVE
               STRING WRK-REM-ORIGEM WRK-REM-DATA WRK-REM-TOTAL
                   DELIMITED BY SIZE
                 INTO WRK-NOV-CHAVE
               EVALUATE WRK-REM-ORIGEM
                   WHEN 'P'
                       MOVE 'REMESSA FOLHA BANCOREM05'
                         TO WRK-NOV-DESCRICAO
                   WHEN 'V'
                       MOVE 'REMESSA FERIAS BANCOREM87'
                         TO WRK-NOV-DESCRICAO
                   WHEN 'T'
                       MOVE 'REMESSA 13O SAL. BANCOREM88'
                         TO WRK-NOV-DESCRICAO
                   WHEN OTHER
                       MOVE 'REMESSA ADIANT. BANCOREM86'
                         TO WRK-NOV-DESCRICAO
               END-EVALUATE
               PERFORM 0350-NOVO-ITEM
           END-IF.
       0339-LER-REMESSA-DECIMO.
      *>********* SOMANDO UM CREDITO DE 13O SALARIO DA REMESSA
           READ REMDECIMO-FILE
               AT END
                   MOVE 'S' TO WRK-REMDECIMO-EOF
               NOT AT END
                   IF RMT-TIPO = 'D' AND RMT-LIQUIDO NUMERIC
                       ADD RMT-LIQUIDO TO WRK-REM-TOTAL
                       MOVE RMT-DATA TO WRK-REM-DATA
                   END-IF
           END-READ.
       0340-CARREGAR-FORNECEDORES.
      *>********* PAGAMENTOS A FORNECEDOR BAIXADOS NO PROGCBL80
           OPEN INPUT PAGTOFORN-FILE.
           IF WRK-PAGTOFORN-STATUS = '00'
               PERFORM 0342-LER-PAGTOFORN UNTIL FIM-PAGTOFORN
           END-IF.
           CLOSE PAGTOFORN-FILE.
       0342-LER-PAGTOFORN.
      *>********* LENDO UM PAGAMENTO A FORNECEDOR
           READ PAGTOFORN-FILE
               AT END
                   MOVE 'S' TO WRK-PAGTOFORN-EOF
               NOT AT END
                   IF PGTO-DATA NUMERIC AND PGTO-VALOR NUMERIC
                      AND PGTO-VALOR > ZEROS
                       MOVE 'G' TO WRK-NOV-ORIGEM
                       MOVE 'D' TO WRK-NOV-TIPO
                       MOVE PGTO-DATA TO WRK-NOV-DATA
                       MOVE ZEROS TO WRK-NOV-FILIAL
                       MOVE PGTO-VALOR TO WRK-NOV-VALOR
                       MOVE SPACES TO WRK-NOV-CHAVE
                       STRING 'G' PGTO-DATA PGTO-SEQ PGTO-VALOR
                           DELIMITED BY SIZE
                         INTO WRK-NOV-CHAVE
                       MOVE SPACES TO WRK-NOV-DESCRICAO
                       STRING 'PAGTO FORN ' PGTO-FORNECEDOR ' NF '
                              PGTO-NOTA
                           DELIMITED BY SIZE
                         INTO WRK-NOV-DESCRICAO
                       PERFORM 0350-NOVO-ITEM
                   END-IF
           END-READ.
       0350-NOVO-ITEM.
      *>********* GUARDANDO UM ITEM DO LIVRO DENTRO DA CARGA, COM A
      *>          JANELA DE DATAS EM QUE O BANCO PODE TE-LO LANCADO
           IF WRK-NOV-DATA >= WRK-CARGA-DE
              AND WRK-NOV-DATA <= WRK-PERIODO-ATE
               IF WRK-LIV-QTD >= 999
                   MOVE 'S' TO WRK-LIV-ESTOURO
               ELSE
                   ADD 1 TO WRK-LIV-QTD
                   MOVE WRK-NOV-ORIGEM TO WRK-LIV-ORIGEM(WRK-LIV-QTD)
                   MOVE WRK-NOV-TIPO TO WRK-LIV-TIPO(WRK-LIV-QTD)
                   MOVE WRK-NOV-DATA TO WRK-LIV-DATA(WRK-LIV-QTD)
                   MOVE WRK-NOV-FILIAL TO WRK-LIV-FILIAL(WRK-LIV-QTD)
                   MOVE WRK-NOV-VALOR TO WRK-LIV-VALOR(WRK-LIV-QTD)
                   MOVE WRK-NOV-CHAVE TO WRK-LIV-CHAVE(WRK-LIV-QTD)
                   MOVE WRK-NOV-DESCRICAO
                     TO WRK-LIV-DESCRICAO(WRK-LIV-QTD)
                   MOVE SPACES TO WRK-LIV-SITUACAO(WRK-LIV-QTD)
                   MOVE ZEROS TO WRK-LIV-EXTRATO(WRK-LIV-QTD)
                   MOVE SPACES TO WRK-LIV-MOTIVO(WRK-LIV-QTD)
                   PERFORM 0355-MONTAR-JANELA
               END-IF
           END-IF.
       0355-MONTAR-JANELA.
      *>********* DEPOSITO DO CAIXA: DO DIA DO FECHAMENTO ATE N DIAS
      *>          UTEIS DEPOIS; DEMAIS: N DIAS UTEIS ANTES E DEPOIS
           MOVE WRK-NOV-DATA TO WRK-DU-DATA.
           IF WRK-NOV-ORIGEM = 'F'
               MOVE WRK-NOV-DATA TO WRK-LIV-DE(WRK-LIV-QTD)
               PERFORM 0357-AVANCAR-DIA-UTIL WRK-DIAS-DEPOSITO TIMES
           ELSE
               PERFORM 0358-RECUAR-DIA-UTIL WRK-DIAS-TOLERANCIA TIMES
               MOVE WRK-DU-DATA TO WRK-LIV-DE(WRK-LIV-QTD)
               MOVE WRK-NOV-DATA TO WRK-DU-DATA
               PERFORM 0357-AVANCAR-DIA-UTIL WRK-DIAS-TOLERANCIA TIMES
           END-IF.
           MOVE WRK-DU-DATA TO WRK-LIV-ATE(WRK-LIV-QTD).
       0357-AVANCAR-DIA-UTIL.
      *>********* AVANCANDO WRK-DU-DATA PARA O DIA UTIL SEGUINTE
           PERFORM 9686-AVANCAR-UM-DIA.
           PERFORM 9684-PROXIMO-DIA-UTIL.
       0358-RECUAR-DIA-UTIL.
      *>********* RECUANDO WRK-DU-DATA PARA O DIA UTIL ANTERIOR
           PERFORM 9687-RECUAR-UM-DIA.
           PERFORM 9688-DIA-UTIL-ANTERIOR.
       0400-APLICAR-PAREAMENTOS.
      *>********* REAPLICANDO OS PAREAMENTOS E AS JUSTIFICATIVAS DE
      *>          LINHAS DO EXTRATO GRAVADOS EM RODADAS ANTERIORES
      *>          (VALEM ANTES DO CASAMENTO AUTOMATICO)
           OPEN INPUT CONCMAN-FILE.
           IF WRK-CONCMAN-STATUS = '00'
               PERFORM 0405-LER-PAREAMENTO UNTIL FIM-CONCMAN
           END-IF.
           CLOSE CONCMAN-FILE.
           PERFORM 0410-APLICAR-PAREAMENTO
               VARYING WRK-CMN-IDX FROM 1 BY 1
                 UNTIL WRK-CMN-IDX > WRK-CMN-QTD.
       0405-LER-PAREAMENTO.
      *>********* GUARDANDO UM PAREAMENTO GRAVADO
           READ CONCMAN-FILE
               AT END
                   MOVE 'S' TO WRK-CONCMAN-EOF
               NOT AT END
                   IF WRK-CMN-QTD < 999
                       ADD 1 TO WRK-CMN-QTD
                       MOVE CMN-CHAVE-EXTRATO
                         TO WRK-CMN-CHAVE-EXTRATO(WRK-CMN-QTD)
                       MOVE CMN-CHAVE-LIVRO
                         TO WRK-CMN-CHAVE-LIVRO(WRK-CMN-QTD)
                       MOVE CMN-MOTIVO TO WRK-CMN-MOTIVO(WRK-CMN-QTD)
                   END-IF
           END-READ.
       0410-APLICAR-PAREAMENTO.
      *>********* PAREAMENTO DE LINHA DO EXTRATO: COM ITEM DO LIVRO
      *>          AINDA CARREGADO VIRA PAR; SEM ELE (CHAVE EM BRANCO
      *>          OU ITEM FORA DA CARGA) VIRA JUSTIFICATIVA
           IF WRK-CMN-CHAVE-EXTRATO(WRK-CMN-IDX) NOT = SPACES
               MOVE ZEROS TO WRK-EXT-ACHADO
               PERFORM 0412-TESTAR-CHAVE-EXTRATO
                   VARYING WRK-EXT-IDX FROM 1 BY 1
                     UNTIL WRK-EXT-IDX > WRK-EXT-QTD
                        OR WRK-EXT-ACHADO > ZEROS
               IF WRK-EXT-ACHADO > ZEROS
                   MOVE ZEROS TO WRK-LIV-ACHADO
                   IF WRK-CMN-CHAVE-LIVRO(WRK-CMN-IDX) NOT = SPACES
                       MOVE WRK-CMN-CHAVE-LIVRO(WRK-CMN-IDX)
                         TO WRK-NOV-CHAVE
                       PERFORM 0414-TESTAR-LIVRO-PENDENTE
                           VARYING WRK-LIV-IDX FROM 1 BY 1
                             UNTIL WRK-LIV-IDX > WRK-LIV-QTD
                                OR WRK-LIV-ACHADO > ZEROS
                   END-IF
                   MOVE WRK-CMN-MOTIVO(WRK-CMN-IDX) TO WRK-MOTIVO
                   IF WRK-LIV-ACHADO > ZEROS
                       PERFORM 0540-MARCAR-PAR
                   ELSE
                       MOVE 'J' TO WRK-EXT-SITUACAO(WRK-EXT-ACHADO)
                       MOVE WRK-MOTIVO TO WRK-EXT-MOTIVO(WRK-EXT-ACHADO)
                   END-IF
               END-IF
           END-IF.
       0412-TESTAR-CHAVE-EXTRATO.
      *>********* LINHA PENDENTE DO EXTRATO COM A CHAVE GRAVADA
           IF WRK-EXT-CHAVE(WRK-EXT-IDX) =
              WRK-CMN-CHAVE-EXTRATO(WRK-CMN-IDX)
              AND WRK-EXT-SITUACAO(WRK-EXT-IDX) = SPACES
               MOVE WRK-EXT-IDX TO WRK-EXT-ACHADO
           END-IF.
       0414-TESTAR-LIVRO-PENDENTE.
      *>********* ITEM PENDENTE DO LIVRO COM A CHAVE EM WRK-NOV-CHAVE
           IF WRK-LIV-CHAVE(WRK-LIV-IDX) = WRK-NOV-CHAVE
              AND WRK-LIV-SITUACAO(WRK-LIV-IDX) = SPACES
               MOVE WRK-LIV-IDX TO WRK-LIV-ACHADO
           END-IF.
       0450-CASAR-AUTOMATICO.
      *>********* CASANDO CADA LINHA PENDENTE DO EXTRATO COM O
      *>          PRIMEIRO ITEM PENDENTE DO LIVRO DO MESMO TIPO E VALOR
      *>          CUJA JANELA CONTEM A DATA DO BANCO
           PERFORM 0455-CASAR-LINHA
               VARYING WRK-EXT-IDX FROM 1 BY 1
                 UNTIL WRK-EXT-IDX > WRK-EXT-QTD.
       0455-CASAR-LINHA.
      *>********* PROCURANDO O PAR DE UMA LINHA DO EXTRATO
           IF WRK-EXT-SITUACAO(WRK-EXT-IDX) = SPACES
               MOVE ZEROS TO WRK-LIV-ACHADO
               PERFORM 0457-TESTAR-PAR
                   VARYING WRK-LIV-IDX FROM 1 BY 1
                     UNTIL WRK-LIV-IDX > WRK-LIV-QTD
                        OR WRK-LIV-ACHADO > ZEROS
               IF WRK-LIV-ACHADO > ZEROS
                   MOVE 'A' TO WRK-EXT-SITUACAO(WRK-EXT-IDX)
                   MOVE WRK-LIV-ACHADO TO WRK-EXT-LIVRO(WRK-EXT-IDX)
                   MOVE 'A' TO WRK-LIV-SITUACAO(WRK-LIV-ACHADO)
                   MOVE WRK-EXT-IDX TO WRK-LIV-EXTRATO(WRK-LIV-ACHADO)
               END-IF
           END-IF.
       0457-TESTAR-PAR.
      *>********* ITEM DO LIVRO CANDIDATO A PAR (NO DEPOSITO
      *>          IDENTIFICADO, A FILIAL TAMBEM TEM DE BATER)
           IF WRK-LIV-SITUACAO(WRK-LIV-IDX) = SPACES
              AND WRK-LIV-TIPO(WRK-LIV-IDX) = WRK-EXT-TIPO(WRK-EXT-IDX)
              AND WRK-LIV-VALOR(WRK-LIV-IDX) =
                  WRK-EXT-VALOR(WRK-EXT-IDX)
              AND WRK-EXT-DATA(WRK-EXT-IDX) >= WRK-LIV-DE(WRK-LIV-IDX)
              AND WRK-EXT-DATA(WRK-EXT-IDX) <= WRK-LIV-ATE(WRK-LIV-IDX)
               IF WRK-LIV-ORIGEM(WRK-LIV-IDX) NOT = 'F'
                  OR WRK-LIV-FILIAL(WRK-LIV-IDX) = ZEROS
                  OR WRK-EXT-FILIAL(WRK-EXT-IDX) = ZEROS
                  OR WRK-LIV-FILIAL(WRK-LIV-IDX) =
                     WRK-EXT-FILIAL(WRK-EXT-IDX)
                   MOVE WRK-LIV-IDX TO WRK-LIV-ACHADO
               END-IF
           END-IF.
       0470-APLICAR-JUSTIFICATIVAS.
      *>********* REAPLICANDO AS JUSTIFICATIVAS GRAVADAS DE ITENS DO
      *>          LIVRO QUE O BANCO AINDA NAO TROUXE (DEPOIS DO
      *>          CASAMENTO AUTOMATICO, QUE TEM PREFERENCIA)
           PERFORM 0475-APLICAR-JUSTIFICATIVA
               VARYING WRK-CMN-IDX FROM 1 BY 1
                 UNTIL WRK-CMN-IDX > WRK-CMN-QTD.
       0475-APLICAR-JUSTIFICATIVA.
      *>********* JUSTIFICATIVA DE UM ITEM DO LIVRO
           IF WRK-CMN-CHAVE-EXTRATO(WRK-CMN-IDX) = SPACES
               MOVE WRK-CMN-CHAVE-LIVRO(WRK-CMN-IDX) TO WRK-NOV-CHAVE
               MOVE ZEROS TO WRK-LIV-ACHADO
               PERFORM 0414-TESTAR-LIVRO-PENDENTE
                   VARYING WRK-LIV-IDX FROM 1 BY 1
                     UNTIL WRK-LIV-IDX > WRK-LIV-QTD
                        OR WRK-LIV-ACHADO > ZEROS
               IF WRK-LIV-ACHADO > ZEROS
                   MOVE 'J' TO WRK-LIV-SITUACAO(WRK-LIV-ACHADO)
                   MOVE WRK-CMN-MOTIVO(WRK-CMN-IDX)
                     TO WRK-LIV-MOTIVO(WRK-LIV-ACHADO)
               END-IF
           END-IF.
       0480-SEPARAR-FORA-PERIODO.
      *>********* O ITEM DO LIVRO ANTERIOR AO EXTRATO QUE NAO CASOU
      *>          PERTENCE AO PERIODO ANTERIOR E FICA FORA
           PERFORM 0485-TESTAR-FORA-PERIODO
               VARYING WRK-LIV-IDX FROM 1 BY 1
                 UNTIL WRK-LIV-IDX > WRK-LIV-QTD.
       0485-TESTAR-FORA-PERIODO.
      *>********* MARCANDO UM ITEM ANTERIOR AO PERIODO
           IF WRK-LIV-DATA(WRK-LIV-IDX) < WRK-PERIODO-DE
              AND (WRK-LIV-SITUACAO(WRK-LIV-IDX) = SPACES
                   OR WRK-LIV-SITUACAO(WRK-LIV-IDX) = 'J')
               MOVE 'X' TO WRK-LIV-SITUACAO(WRK-LIV-IDX)
           END-IF.
       0500-PAREAR-MANUAL.
      *>********* OFERECENDO AO OPERADOR O PAREAMENTO DO QUE SOBROU
      *>          DOS DOIS LADOS
           PERFORM 0505-CONTAR-PENDENTES.
           IF WRK-QTD-PEND-EXTRATO > ZEROS
              OR WRK-QTD-PEND-LIVRO > ZEROS
               DISPLAY 'PENDENTES: ' WRK-QTD-PEND-EXTRATO
                       ' LINHA(S) DO EXTRATO E ' WRK-QTD-PEND-LIVRO
                       ' ITEM(NS) DO LIVRO.'
               DISPLAY 'PAREAR OU JUSTIFICAR AGORA (S/N)? '
               MOVE 'N' TO WRK-CONFIRMA
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   OPEN EXTEND CONCMAN-FILE
                   IF WRK-CONCMAN-STATUS = '05'
                      OR WRK-CONCMAN-STATUS = '35'
                       CLOSE CONCMAN-FILE
                       OPEN OUTPUT CONCMAN-FILE
                   END-IF
                   IF WRK-QTD-PEND-EXTRATO > ZEROS
                       DISPLAY '------ ITENS PENDENTES DO LIVRO ------'
                       PERFORM 0515-EXIBIR-ITEM-LIVRO
                           VARYING WRK-LIV-IDX FROM 1 BY 1
                             UNTIL WRK-LIV-IDX > WRK-LIV-QTD
                       PERFORM 0520-PAREAR-LINHA
                           VARYING WRK-EXT-IDX FROM 1 BY 1
                             UNTIL WRK-EXT-IDX > WRK-EXT-QTD
                   END-IF
                   PERFORM 0530-JUSTIFICAR-ITEM
                       VARYING WRK-LIV-IDX FROM 1 BY 1
                         UNTIL WRK-LIV-IDX > WRK-LIV-QTD
                   CLOSE CONCMAN-FILE
                   DISPLAY 'PAREAMENTOS/JUSTIFICATIVAS GRAVADOS: '
                           WRK-QTD-NOVOS-MANUAIS
               END-IF
           END-IF.
       0505-CONTAR-PENDENTES.
      *>********* CONTANDO AS PENDENCIAS DOS DOIS LADOS
           MOVE ZEROS TO WRK-QTD-PEND-EXTRATO.
           MOVE ZEROS TO WRK-QTD-PEND-LIVRO.
           PERFORM 0507-CONTAR-EXTRATO
               VARYING WRK-EXT-IDX FROM 1 BY 1
                 UNTIL WRK-EXT-IDX > WRK-EXT-QTD.
           PERFORM 0509-CONTAR-LIVRO
               VARYING WRK-LIV-IDX FROM 1 BY 1
                 UNTIL WRK-LIV-IDX > WRK-LIV-QTD.
       0507-CONTAR-EXTRATO.
      *>********* CONTANDO UMA LINHA PENDENTE DO EXTRATO
           IF WRK-EXT-SITUACAO(WRK-EXT-IDX) = SPACES
               ADD 1 TO WRK-QTD-PEND-EXTRATO
           END-IF.
       0509-CONTAR-LIVRO.
      *>********* CONTANDO UM ITEM PENDENTE DO LIVRO
           IF WRK-LIV-SITUACAO(WRK-LIV-IDX) = SPACES
               ADD 1 TO WRK-QTD-PEND-LIVRO
           END-IF.
       0515-EXIBIR-ITEM-LIVRO.
      *>********* LISTANDO UM ITEM PENDENTE DO LIVRO, COM O NUMERO
      *>          QUE O OPERADOR INFORMA NO PAREAMENTO
           IF WRK-LIV-SITUACAO(WRK-LIV-IDX) = SPACES
               MOVE WRK-LIV-DATA(WRK-LIV-IDX) TO WRK-DATA-FMT-NUM
               PERFORM 0695-FORMATAR-DATA
               MOVE WRK-LIV-VALOR(WRK-LIV-IDX) TO WRK-VALOR-ED
               MOVE WRK-LIV-IDX TO WRK-ITEM-ED
               DISPLAY 'ITEM ' WRK-ITEM-ED ' ' WRK-DATA-ED ' '
                       WRK-LIV-TIPO(WRK-LIV-IDX) ' ' WRK-VALOR-ED ' '
                       WRK-LIV-DESCRICAO(WRK-LIV-IDX)
           END-IF.
       0520-PAREAR-LINHA.
      *>********* PEDINDO O PAR DE UMA LINHA PENDENTE DO EXTRATO:
      *>          NUMERO DO ITEM DO LIVRO, 0 = SEM PAR NO LIVRO (SO
      *>          JUSTIFICA) OU 999 = DEIXAR PENDENTE
           IF WRK-EXT-SITUACAO(WRK-EXT-IDX) = SPACES
               MOVE WRK-EXT-DATA(WRK-EXT-IDX) TO WRK-DATA-FMT-NUM
               PERFORM 0695-FORMATAR-DATA
               MOVE WRK-EXT-VALOR(WRK-EXT-IDX) TO WRK-VALOR-ED
               DISPLAY '---------------------------------------'
               DISPLAY 'EXTRATO ' WRK-DATA-ED ' '
                       WRK-EXT-TIPO(WRK-EXT-IDX) ' ' WRK-VALOR-ED ' '
                       WRK-EXT-DOCUMENTO(WRK-EXT-IDX) ' '
                       WRK-EXT-HISTORICO(WRK-EXT-IDX)
               DISPLAY 'ITEM DO LIVRO PARA PAREAR (0=SEM PAR NO '
                       'LIVRO, 999=DEIXAR PENDENTE): '
               MOVE 999 TO WRK-ITEM
               ACCEPT WRK-ITEM FROM CONSOLE
               EVALUATE TRUE
                   WHEN WRK-ITEM = 999
                       DISPLAY 'LINHA FICA PENDENTE.'
                   WHEN WRK-ITEM = ZEROS
                       PERFORM 0525-LER-MOTIVO
                       IF WRK-MOTIVO NOT = SPACES
                           MOVE WRK-EXT-IDX TO WRK-EXT-ACHADO
                           MOVE 'J' TO WRK-EXT-SITUACAO(WRK-EXT-IDX)
                           MOVE WRK-MOTIVO
                             TO WRK-EXT-MOTIVO(WRK-EXT-IDX)
                           MOVE ZEROS TO WRK-LIV-ACHADO
                           PERFORM 0550-GRAVAR-PAREAMENTO
                       END-IF
                   WHEN WRK-ITEM > WRK-LIV-QTD
                       DISPLAY 'ITEM INEXISTENTE - LINHA FICA '
                               'PENDENTE.'
                   WHEN WRK-LIV-SITUACAO(WRK-ITEM) NOT = SPACES
                       DISPLAY 'ITEM JA CONCILIADO - LINHA FICA '
                               'PENDENTE.'
                   WHEN WRK-LIV-TIPO(WRK-ITEM) NOT =
                        WRK-EXT-TIPO(WRK-EXT-IDX)
                       DISPLAY 'CREDITO SO PAREIA COM ENTRADA E '
                               'DEBITO COM SAIDA - LINHA FICA '
                               'PENDENTE.'
                   WHEN OTHER
                       PERFORM 0525-LER-MOTIVO
                       IF WRK-MOTIVO NOT = SPACES
                           MOVE WRK-EXT-IDX TO WRK-EXT-ACHADO
                           MOVE WRK-ITEM TO WRK-LIV-ACHADO
                           PERFORM 0540-MARCAR-PAR
                           PERFORM 0550-GRAVAR-PAREAMENTO
                       END-IF
               END-EVALUATE
           END-IF.
       0525-LER-MOTIVO.
      *>********* LENDO O MOTIVO; EM BRANCO, NADA E GRAVADO
           DISPLAY 'MOTIVO (EM BRANCO = DEIXAR PENDENTE): '.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'SEM MOTIVO - FICA PENDENTE.'
           END-IF.
       0530-JUSTIFICAR-ITEM.
      *>********* PEDINDO A JUSTIFICATIVA DE UM ITEM DO LIVRO QUE O
      *>          BANCO NAO TROUXE (DEPOSITO EM TRANSITO, PAGAMENTO
      *>          AINDA NAO COMPENSADO...)
           IF WRK-LIV-SITUACAO(WRK-LIV-IDX) = SPACES
               MOVE WRK-LIV-DATA(WRK-LIV-IDX) TO WRK-DATA-FMT-NUM
               PERFORM 0695-FORMATAR-DATA
               MOVE WRK-LIV-VALOR(WRK-LIV-IDX) TO WRK-VALOR-ED
               DISPLAY '---------------------------------------'
               DISPLAY 'LIVRO ' WRK-DATA-ED ' '
                       WRK-LIV-TIPO(WRK-LIV-IDX) ' ' WRK-VALOR-ED ' '
                       WRK-LIV-DESCRICAO(WRK-LIV-IDX)
               PERFORM 0525-LER-MOTIVO
               IF WRK-MOTIVO NOT = SPACES
                   MOVE 'J' TO WRK-LIV-SITUACAO(WRK-LIV-IDX)
                   MOVE WRK-MOTIVO TO WRK-LIV-MOTIVO(WRK-LIV-IDX)
                   MOVE ZEROS TO WRK-EXT-ACHADO
                   MOVE WRK-LIV-IDX TO WRK-LIV-ACHADO
                   PERFORM 0550-GRAVAR-PAREAMENTO
               END-IF
           END-IF.
       0540-MARCAR-PAR.
      *>********* PAREANDO A LINHA WRK-EXT-ACHADO COM O ITEM
      *>          WRK-LIV-ACHADO PELO MOTIVO DO OPERADOR
           MOVE 'M' TO WRK-EXT-SITUACAO(WRK-EXT-ACHADO).
           MOVE WRK-LIV-ACHADO TO WRK-EXT-LIVRO(WRK-EXT-ACHADO).
           MOVE WRK-MOTIVO TO WRK-EXT-MOTIVO(WRK-EXT-ACHADO).
           MOVE 'M' TO WRK-LIV-SITUACAO(WRK-LIV-ACHADO).
           MOVE WRK-EXT-ACHADO TO WRK-LIV-EXTRATO(WRK-LIV-ACHADO).
           MOVE WRK-MOTIVO TO WRK-LIV-MOTIVO(WRK-LIV-ACHADO).
       0550-GRAVAR-PAREAMENTO.
      *>********* GRAVANDO O PAREAMENTO/JUSTIFICATIVA NO CONCMAN117 E
      *>          NA TRILHA DE AUDITORIA (WRK-EXT-ACHADO E/OU
      *>          WRK-LIV-ACHADO, O AUSENTE EM ZERO)
           MOVE SPACES TO CONCMAN-REC.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           IF WRK-EXT-ACHADO > ZEROS
               MOVE WRK-EXT-CHAVE(WRK-EXT-ACHADO) TO CMN-CHAVE-EXTRATO
               STRING 'EXT ' WRK-EXT-TIPO(WRK-EXT-ACHADO) ' '
                      WRK-EXT-DATA(WRK-EXT-ACHADO)
                   DELIMITED BY SIZE
                 INTO WRK-AUDIT-ANTES
           ELSE
               MOVE 'SEM LINHA NO BANCO' TO WRK-AUDIT-ANTES
           END-IF.
           IF WRK-LIV-ACHADO > ZEROS
               MOVE WRK-LIV-CHAVE(WRK-LIV-ACHADO) TO CMN-CHAVE-LIVRO
               MOVE WRK-LIV-CHAVE(WRK-LIV-ACHADO)(1:19)
                 TO WRK-AUDIT-DEPOIS
           ELSE
               MOVE 'SEM ITEM NO LIVRO' TO WRK-AUDIT-DEPOIS
           END-IF.
           MOVE WRK-MOTIVO TO CMN-MOTIVO.
           MOVE WRK-OPERADOR TO CMN-OPERADOR.
           MOVE WRK-DATA-HOJE-NUM TO CMN-DATA.
           WRITE CONCMAN-REC.
           ADD 1 TO WRK-QTD-NOVOS-MANUAIS.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           IF WRK-EXT-ACHADO > ZEROS AND WRK-LIV-ACHADO > ZEROS
               MOVE 'PAREAMENTO' TO WRK-AUDIT-ACAO
           ELSE
               MOVE 'JUSTIFICA' TO WRK-AUDIT-ACAO
           END-IF.
           PERFORM 9500-GRAVAR-AUDITORIA.
       0600-EMITIR-RELATORIO.
      *>********* RELATORIO CONCBCO117: PAREAMENTOS MANUAIS,
      *>          JUSTIFICATIVAS, PENDENCIAS E PROVA DOS SALDOS
           OPEN OUTPUT RELATO-FILE.
           MOVE WRK-DATA-HOJE-NUM TO WRK-DATA-FMT-NUM.
           PERFORM 0695-FORMATAR-DATA.
           MOVE SPACES TO RELATO-REC.
           STRING 'CONCILIACAO BANCARIA - EMITIDA EM ' WRK-DATA-ED
                  ' POR ' WRK-OPERADOR
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           MOVE WRK-PERIODO-DE TO WRK-DATA-FMT-NUM.
           PERFORM 0695-FORMATAR-DATA.
           MOVE WRK-DATA-ED TO WRK-DATA-ED2.
           MOVE WRK-PERIODO-ATE TO WRK-DATA-FMT-NUM.
           PERFORM 0695-FORMATAR-DATA.
           MOVE SPACES TO RELATO-REC.
           STRING 'EXTRATO DE ' WRK-DATA-ED2 ' A ' WRK-DATA-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           PERFORM 0610-APURAR-TOTAIS.
           MOVE 'PAREADOS PELO OPERADOR' TO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           PERFORM 0620-LISTAR-PAR-MANUAL
               VARYING WRK-EXT-IDX FROM 1 BY 1
                 UNTIL WRK-EXT-IDX > WRK-EXT-QTD.
           MOVE 'JUSTIFICADOS SEM CONTRAPARTIDA' TO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           PERFORM 0630-LISTAR-EXTRATO-ABERTO
               VARYING WRK-EXT-IDX FROM 1 BY 1
                 UNTIL WRK-EXT-IDX > WRK-EXT-QTD.
           PERFORM 0640-LISTAR-LIVRO-ABERTO
               VARYING WRK-LIV-IDX FROM 1 BY 1
                 UNTIL WRK-LIV-IDX > WRK-LIV-QTD.
           MOVE 'PENDENTES (SEM PAR E SEM MOTIVO)' TO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           MOVE 'P' TO WRK-LISTA.
           PERFORM 0630-LISTAR-EXTRATO-ABERTO
               VARYING WRK-EXT-IDX FROM 1 BY 1
                 UNTIL WRK-EXT-IDX > WRK-EXT-QTD.
           PERFORM 0640-LISTAR-LIVRO-ABERTO
               VARYING WRK-LIV-IDX FROM 1 BY 1
                 UNTIL WRK-LIV-IDX > WRK-LIV-QTD.
           PERFORM 0650-PROVAR-SALDOS.
           CLOSE RELATO-FILE.
       0610-APURAR-TOTAIS.
      *>********* SOMANDO O LIVRO DO PERIODO E OS ITENS EM ABERTO DOS
      *>          DOIS LADOS (JUSTIFICADO CONTINUA EM ABERTO NA PROVA)
           MOVE ZEROS TO WRK-QTD-AUTOMATICO.
           MOVE ZEROS TO WRK-AUTO-VALOR.
           PERFORM 0612-SOMAR-EXTRATO
               VARYING WRK-EXT-IDX FROM 1 BY 1
                 UNTIL WRK-EXT-IDX > WRK-EXT-QTD.
           PERFORM 0614-SOMAR-LIVRO
               VARYING WRK-LIV-IDX FROM 1 BY 1
                 UNTIL WRK-LIV-IDX > WRK-LIV-QTD.
           MOVE WRK-AUTO-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'CASADOS AUTOMATICAMENTE: ' WRK-QTD-AUTOMATICO
                  ' LINHA(S) - ' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
       0612-SOMAR-EXTRATO.
      *>********* CLASSIFICANDO UMA LINHA DO EXTRATO
           EVALUATE WRK-EXT-SITUACAO(WRK-EXT-IDX)
               WHEN 'A'
                   ADD 1 TO WRK-QTD-AUTOMATICO
                   ADD WRK-EXT-VALOR(WRK-EXT-IDX) TO WRK-AUTO-VALOR
               WHEN 'M'
                   ADD 1 TO WRK-QTD-MANUAL
               WHEN 'J'
                   ADD 1 TO WRK-QTD-JUSTIFICADO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PENDENTE
           END-EVALUATE.
           IF WRK-EXT-SITUACAO(WRK-EXT-IDX) = 'J'
              OR WRK-EXT-SITUACAO(WRK-EXT-IDX) = SPACES
               IF WRK-EXT-TIPO(WRK-EXT-IDX) = 'C'
                   ADD WRK-EXT-VALOR(WRK-EXT-IDX) TO WRK-EXT-ABERTO-C
               ELSE
                   ADD WRK-EXT-VALOR(WRK-EXT-IDX) TO WRK-EXT-ABERTO-D
               END-IF
           END-IF.
       0614-SOMAR-LIVRO.
      *>********* SOMANDO UM ITEM DO LIVRO DO PERIODO
           IF WRK-LIV-SITUACAO(WRK-LIV-IDX) NOT = 'X'
               IF WRK-LIV-TIPO(WRK-LIV-IDX) = 'C'
                   ADD WRK-LIV-VALOR(WRK-LIV-IDX) TO WRK-LIV-CREDITOS
               ELSE
                   ADD WRK-LIV-VALOR(WRK-LIV-IDX) TO WRK-LIV-DEBITOS
               END-IF
               IF WRK-LIV-SITUACAO(WRK-LIV-IDX) = 'J'
                  OR WRK-LIV-SITUACAO(WRK-LIV-IDX) = SPACES
                   IF WRK-LIV-TIPO(WRK-LIV-IDX) = 'C'
                       ADD WRK-LIV-VALOR(WRK-LIV-IDX)
                         TO WRK-LIV-ABERTO-C
                   ELSE
                       ADD WRK-LIV-VALOR(WRK-LIV-IDX)
                         TO WRK-LIV-ABERTO-D
                   END-IF
               END-IF
           END-IF.
       0620-LISTAR-PAR-MANUAL.
      *>********* UMA LINHA POR PAR FEITO PELO OPERADOR, COM OS DOIS
      *>          VALORES E O MOTIVO
           IF WRK-EXT-SITUACAO(WRK-EXT-IDX) = 'M'
               MOVE WRK-EXT-LIVRO(WRK-EXT-IDX) TO WRK-LIV-IDX
               MOVE WRK-EXT-DATA(WRK-EXT-IDX) TO WRK-DATA-FMT-NUM
               PERFORM 0695-FORMATAR-DATA
               MOVE WRK-EXT-VALOR(WRK-EXT-IDX) TO WRK-VALOR-ED
               MOVE WRK-LIV-VALOR(WRK-LIV-IDX) TO WRK-VALOR-ED2
               MOVE SPACES TO RELATO-REC
               STRING '  BANCO ' WRK-DATA-ED ' '
                      WRK-EXT-TIPO(WRK-EXT-IDX) ' ' WRK-VALOR-ED
                      '  LIVRO ' WRK-VALOR-ED2 ' '
                      WRK-LIV-DESCRICAO(WRK-LIV-IDX)
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0690-ESCREVER-LINHA
               MOVE SPACES TO RELATO-REC
               STRING '        MOTIVO: ' WRK-EXT-MOTIVO(WRK-EXT-IDX)
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0690-ESCREVER-LINHA
           END-IF.
       0630-LISTAR-EXTRATO-ABERTO.
      *>********* LINHA DO EXTRATO JUSTIFICADA (WRK-LISTA = 'J') OU
      *>          PENDENTE (WRK-LISTA = 'P')
           IF (LISTA-PENDENTES
               AND WRK-EXT-SITUACAO(WRK-EXT-IDX) = SPACES)
              OR (NOT LISTA-PENDENTES
               AND WRK-EXT-SITUACAO(WRK-EXT-IDX) = 'J')
               MOVE WRK-EXT-DATA(WRK-EXT-IDX) TO WRK-DATA-FMT-NUM
               PERFORM 0695-FORMATAR-DATA
               MOVE WRK-EXT-VALOR(WRK-EXT-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO RELATO-REC
               STRING '  BANCO ' WRK-DATA-ED ' '
                      WRK-EXT-TIPO(WRK-EXT-IDX) ' ' WRK-VALOR-ED ' '
                      WRK-EXT-DOCUMENTO(WRK-EXT-IDX) ' '
                      WRK-EXT-HISTORICO(WRK-EXT-IDX) ' '
                      WRK-EXT-MOTIVO(WRK-EXT-IDX)
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0690-ESCREVER-LINHA
           END-IF.
       0640-LISTAR-LIVRO-ABERTO.
      *>********* ITEM DO LIVRO JUSTIFICADO OU PENDENTE, COMO NO 0630
           IF (LISTA-PENDENTES
               AND WRK-LIV-SITUACAO(WRK-LIV-IDX) = SPACES)
              OR (NOT LISTA-PENDENTES
               AND WRK-LIV-SITUACAO(WRK-LIV-IDX) = 'J')
               MOVE WRK-LIV-DATA(WRK-LIV-IDX) TO WRK-DATA-FMT-NUM
               PERFORM 0695-FORMATAR-DATA
               MOVE WRK-LIV-VALOR(WRK-LIV-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO RELATO-REC
               STRING '  LIVRO ' WRK-DATA-ED ' '
                      WRK-LIV-TIPO(WRK-LIV-IDX) ' ' WRK-VALOR-ED ' '
                      WRK-LIV-DESCRICAO(WRK-LIV-IDX) ' '
                      WRK-LIV-MOTIVO(WRK-LIV-IDX)
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0690-ESCREVER-LINHA
           END-IF.
       0650-PROVAR-SALDOS.
      *>********* PROVA: SALDO DO BANCO AJUSTADO PELOS ITENS EM ABERTO
      *>          DOS DOIS LADOS = SALDO DOS LIVROS (SALDO INICIAL DO
      *>          EXTRATO MAIS O QUE O SISTEMA REGISTROU NO PERIODO)
           COMPUTE WRK-SALDO-FINAL-CALC = WRK-SALDO-INICIAL
                                        + WRK-EXT-CREDITOS
                                        - WRK-EXT-DEBITOS.
           COMPUTE WRK-SALDO-LIVROS = WRK-SALDO-INICIAL
                                    + WRK-LIV-CREDITOS
                                    - WRK-LIV-DEBITOS.
           COMPUTE WRK-SALDO-AJUSTADO = WRK-SALDO-FINAL-CALC
                                      + WRK-LIV-ABERTO-C
                                      - WRK-LIV-ABERTO-D
                                      - WRK-EXT-ABERTO-C
                                      + WRK-EXT-ABERTO-D.
           COMPUTE WRK-DIF-PAREAMENTO = WRK-SALDO-LIVROS
                                      - WRK-SALDO-AJUSTADO.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           MOVE 'PROVA DOS SALDOS' TO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           MOVE 'SALDO INICIAL DO EXTRATO' TO WRK-ROTULO.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           MOVE '(+) CREDITOS DO EXTRATO' TO WRK-ROTULO.
           MOVE WRK-EXT-CREDITOS TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           MOVE '(-) DEBITOS DO EXTRATO' TO WRK-ROTULO.
           MOVE WRK-EXT-DEBITOS TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           MOVE '(=) SALDO FINAL DO BANCO' TO WRK-ROTULO.
           MOVE WRK-SALDO-FINAL-CALC TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           IF EXTRATO-COM-SALDO-FINAL
               MOVE 'SALDO FINAL INFORMADO PELO BANCO' TO WRK-ROTULO
               MOVE WRK-SALDO-FINAL-INF TO WRK-SALDO-ED
               PERFORM 0660-LINHA-PROVA
               IF WRK-SALDO-FINAL-INF NOT = WRK-SALDO-FINAL-CALC
                   MOVE '*** EXTRATO INCOMPLETO: LINHAS NAO SOMAM O '
                     & 'SALDO FINAL DO BANCO ***' TO RELATO-REC
                   PERFORM 0690-ESCREVER-LINHA
               END-IF
           END-IF.
           MOVE '(+) ENTRADAS DO LIVRO AINDA NAO NO BANCO'
             TO WRK-ROTULO.
           MOVE WRK-LIV-ABERTO-C TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           MOVE '(-) SAIDAS DO LIVRO AINDA NAO NO BANCO'
             TO WRK-ROTULO.
           MOVE WRK-LIV-ABERTO-D TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           MOVE '(-) CREDITOS DO BANCO SEM ITEM NO LIVRO'
             TO WRK-ROTULO.
           MOVE WRK-EXT-ABERTO-C TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           MOVE '(+) DEBITOS DO BANCO SEM ITEM NO LIVRO'
             TO WRK-ROTULO.
           MOVE WRK-EXT-ABERTO-D TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           MOVE '(+/-) DIFERENCA NOS PAREAMENTOS DO OPERADOR'
             TO WRK-ROTULO.
           MOVE WRK-DIF-PAREAMENTO TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           COMPUTE WRK-SALDO-AJUSTADO = WRK-SALDO-AJUSTADO
                                      + WRK-DIF-PAREAMENTO.
           MOVE '(=) SALDO DO BANCO AJUSTADO' TO WRK-ROTULO.
           MOVE WRK-SALDO-AJUSTADO TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           MOVE 'SALDO DOS LIVROS' TO WRK-ROTULO.
           MOVE WRK-SALDO-LIVROS TO WRK-SALDO-ED.
           PERFORM 0660-LINHA-PROVA.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           MOVE SPACES TO RELATO-REC.
           STRING 'AUTOMATICOS: ' WRK-QTD-AUTOMATICO
                  '  PAREADOS: ' WRK-QTD-MANUAL
                  '  JUSTIFICADOS: ' WRK-QTD-JUSTIFICADO
                  '  PENDENTES: ' WRK-QTD-PENDENTE
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
           PERFORM 0505-CONTAR-PENDENTES.
           IF WRK-SALDO-AJUSTADO = WRK-SALDO-LIVROS
              AND WRK-DIF-PAREAMENTO = ZEROS
              AND WRK-QTD-PEND-EXTRATO = ZEROS
              AND WRK-QTD-PEND-LIVRO = ZEROS
              AND (NOT EXTRATO-COM-SALDO-FINAL
                   OR WRK-SALDO-FINAL-INF = WRK-SALDO-FINAL-CALC)
               MOVE 'SALDO DO BANCO CONFERE COM O SALDO DOS LIVROS.'
                 TO RELATO-REC
           ELSE
               MOVE '*** CONCILIACAO COM PENDENCIAS OU DIFERENCAS - '
                 & 'VER ITENS ACIMA ***' TO RELATO-REC
           END-IF.
           PERFORM 0690-ESCREVER-LINHA.
       0660-LINHA-PROVA.
      *>********* UMA LINHA DA PROVA: ROTULO E VALOR
           MOVE SPACES TO RELATO-REC.
           STRING WRK-ROTULO ' ' WRK-SALDO-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0690-ESCREVER-LINHA.
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
       0700-FINALIZAR.
      *>********* ENCERRANDO O PROGRAMA
           DISPLAY 'ENCERRANDO A CONCILIACAO BANCARIA.'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL117'==.
           COPY 'DIAUTIL-PROC.cbl'.
