       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL116.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: PROJETAR O FLUXO DE CAIXA DOS PROXIMOS N DIAS (ATE
      *>           90), DIA A DIA A PARTIR DE HOJE, A PARTIR DO SALDO
      *>           DE ABERTURA INFORMADO PELO OPERADOR
      *> OBJETIVO: ENTRADAS PREVISTAS: CONTAS A RECEBER EM ABERTO
      *>           (CONTASREC17) E PARCELAS DE EMPRESTIMO (PARCELA25)
      *>           PELO VENCIMENTO, E VENDAS NO CARTAO AGUARDANDO
      *>           DEPOSITO (ADQPEND93, TIPO V) PELA DATA PREVISTA,
      *>           LIQUIDAS DA TAXA DA ADQUIRENTE (ADQCFG)
      *> OBJETIVO: SAIDAS PREVISTAS: SALDO DAS CONTAS A PAGAR
      *>           (CONTASPAG57) PELO VENCIMENTO, ADIANTAMENTO
      *>           QUINZENAL NO DIA 20 (SE A COMPETENCIA AINDA NAO
      *>           ESTA NO ADIANT86), FOLHA LIQUIDA DO MES ANTERIOR NO
      *>           5O DIA UTIL E ENCARGOS (FGTS 8% E INSS PATRONAL
      *>           20%) NO DIA 20, PROJETADOS DO CADASTRO FUNCMST
      *> OBJETIVO: DATAS ROLADAS PARA O PROXIMO DIA UTIL (FERIADOCAL);
      *>           SALDO ACUMULADO SINALIZANDO OS DIAS NEGATIVOS.
      *>           RECEBIVEIS VENCIDOS SAEM EM SECAO PROPRIA E NAO
      *>           ENTRAM NO SALDO; CONTAS A PAGAR VENCIDAS ENTRAM NO
      *>           PRIMEIRO DIA
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT OPTIONAL PARCELA-FILE ASSIGN TO 'PARCELA25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARCELA-STATUS.
           SELECT OPTIONAL ADQCFG-FILE ASSIGN TO 'ADQCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADQCFG-STATUS.
           SELECT OPTIONAL ADQPEND-FILE ASSIGN TO 'ADQPEND93'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADQPEND-STATUS.
           SELECT OPTIONAL CONTASPAG-FILE ASSIGN TO 'CONTASPAG57'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASPAG-STATUS.
           SELECT OPTIONAL FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL ADIANT-FILE ASSIGN TO 'ADIANT86'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANT-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  PARCELA-FILE.
       01  PARCELA-REC.
           COPY 'PARCELA.cbl'.
       FD  ADQCFG-FILE.
       01  ADQCFG-REC.
           COPY 'ADQCFG.cbl'.
       FD  ADQPEND-FILE.
       01  ADQPEND-REC.
           COPY 'ADQPEND.cbl'.
       FD  CONTASPAG-FILE.
       01  CONTASPAG-REC.
           COPY 'CONTASPAG.cbl'.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  ADIANT-FILE.
       01  ADIANT-REC.
           COPY 'ADIANTA.cbl'.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='FLUXO DE CAIXA PROJETADO'==.
       COPY 'MOEDA.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'TRIBFOL.cbl'.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PARCELA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADQCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADQPEND-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASPAG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADIANT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTASREC VALUE 'S'.
       77 WRK-PARCELA-EOF PIC X(01) VALUE 'N'.
         88 FIM-PARCELA VALUE 'S'.
       77 WRK-ADQCFG-EOF PIC X(01) VALUE 'N'.
         88 FIM-ADQCFG VALUE 'S'.
       77 WRK-ADQPEND-EOF PIC X(01) VALUE 'N'.
         88 FIM-ADQPEND VALUE 'S'.
       77 WRK-CONTASPAG-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTASPAG VALUE 'S'.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-ADIANT-EOF PIC X(01) VALUE 'N'.
         88 FIM-ADIANT VALUE 'S'.
       77 WRK-DATA-ATUAL PIC 9(08) VALUE ZEROS.
      *>********* PARAMETROS INFORMADOS PELO OPERADOR
       77 WRK-QTD-DIAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DIAS-PADRAO PIC 9(03) VALUE 030.
       77 WRK-QTD-DIAS-MAXIMO PIC 9(03) VALUE 090.
       77 WRK-SALDO-ABERTURA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL-PADRAO PIC 9(03)V99 VALUE 40,00.
      *>********* DIAS DA PROJECAO (HOJE ATE HOJE + N - 1)
       01 WRK-FLX-TAB.
          02 WRK-FLX-LINHA OCCURS 90 TIMES.
             03 WRK-FLX-DATA PIC 9(08).
             03 WRK-FLX-RECEBER PIC 9(09)V99.
             03 WRK-FLX-PARCELAS PIC 9(09)V99.
             03 WRK-FLX-CARTOES PIC 9(09)V99.
             03 WRK-FLX-PAGAR PIC 9(09)V99.
             03 WRK-FLX-FOLHA PIC 9(09)V99.
             03 WRK-FLX-ENCARGOS PIC 9(09)V99.
       77 WRK-FLX-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FLX-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
      *>********* LANCAMENTO DE UM VALOR NO DIA (ENTRADA E SAIDA DO
      *>          0500-LANCAR-NO-DIA)
       77 WRK-LCT-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-LCT-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LCT-COLUNA PIC 9(01) VALUE ZEROS.
         88 COLUNA-RECEBER VALUE 1.
         88 COLUNA-PARCELAS VALUE 2.
         88 COLUNA-CARTOES VALUE 3.
         88 COLUNA-PAGAR VALUE 4.
         88 COLUNA-FOLHA VALUE 5.
         88 COLUNA-ENCARGOS VALUE 6.
       77 WRK-LCT-SITUACAO PIC X(01) VALUE SPACES.
         88 LCT-LANCADO VALUE 'L'.
         88 LCT-VENCIDO VALUE 'V'.
         88 LCT-FORA-PERIODO VALUE 'F'.
       77 WRK-QTD-LANCADOS PIC 9(05) VALUE ZEROS.
      *>********* TAXA DA ADQUIRENTE POR FILIAL
       01 WRK-ACF-TAB.
          02 WRK-ACF-LINHA OCCURS 20 TIMES.
             03 WRK-ACF-FILIAL PIC 9(02).
             03 WRK-ACF-TAXA PIC 9(02)V99.
       77 WRK-ACF-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-ACF-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TAXA-CARTAO PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TAXA-PROPRIA PIC X(01) VALUE 'N'.
         88 TAXA-DA-FILIAL VALUE 'S'.
       77 WRK-SALDO-CARTAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TAXA-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-PAGAR PIC 9(09)V99 VALUE ZEROS.
      *>********* COMPETENCIAS QUE JA TEM ADIANTAMENTO NO ADIANT86
       01 WRK-ADC-TAB.
          02 WRK-ADC-COMPETENCIA PIC 9(06) OCCURS 50 TIMES.
       77 WRK-ADC-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-ADC-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ADC-ACHADA PIC X(01) VALUE 'N'.
         88 ADIANTAMENTO-JA-PAGO VALUE 'S'.
      *>********* FOLHA PROJETADA DO CADASTRO (VALORES DE UM MES)
       77 WRK-QTD-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       77 WRK-ADIANT-FUNC PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-FUNC PIC S9(07)V99 VALUE ZEROS.
       77 WRK-FOLHA-ADIANT PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FOLHA-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FOLHA-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FOLHA-BRUTO PIC 9(09)V99 VALUE ZEROS.
      *>********* ENCARGOS DA EMPRESA (MESMAS ALIQUOTAS DO PROGCBL05)
       77 WRK-FGTS-ALIQUOTA PIC 9(02)V999 VALUE 8,000.
       77 WRK-PATRONAL-ALIQUOTA PIC 9(02)V999 VALUE 20,000.
      *>********* DIA DO PAGAMENTO DA FOLHA E DO ADIANTAMENTO
       77 WRK-DIA-UTIL-FOLHA PIC 9(02) VALUE 05.
       77 WRK-DIA-ADIANTAMENTO PIC 9(02) VALUE 20.
       77 WRK-DIA-ENCARGOS PIC 9(02) VALUE 20.
       77 WRK-CONT PIC 9(02) VALUE ZEROS.
       01 WRK-MES-CORRENTE.
          02 WRK-COR-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-COR-MES PIC 9(02) VALUE ZEROS.
       01 WRK-ANOMES-CORRENTE REDEFINES WRK-MES-CORRENTE PIC 9(06).
       01 WRK-MES-ANTERIOR.
          02 WRK-ANT-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-ANT-MES PIC 9(02) VALUE ZEROS.
       01 WRK-ANOMES-ANTERIOR REDEFINES WRK-MES-ANTERIOR PIC 9(06).
       77 WRK-ANOMES-LIMITE PIC 9(06) VALUE ZEROS.
      *>********* VENCIDOS (FORA DO SALDO) E TOTAIS
       77 WRK-VENC-REC-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-VENC-REC-VALOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VENC-PAR-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-VENC-PAR-VALOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VENC-CAR-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-VENC-CAR-VALOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ATRASO-PAG-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-ATRASO-PAG-VALOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-RECEBER PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PARCELAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CARTOES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PAGAR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FOLHA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ENCARGOS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ENTRADAS-DIA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SAIDAS-DIA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SALDO-CORRENTE PIC S9(11)V99 VALUE ZEROS.
       77 WRK-MENOR-SALDO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DATA-MENOR-SALDO PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-DIAS-NEGATIVOS PIC 9(03) VALUE ZEROS.
       77 WRK-PRIMEIRO-NEGATIVO PIC 9(08) VALUE ZEROS.
      *>********* LINHA DO RELATORIO
       01 WRK-DATA-TRAB.
          02 WRK-TRAB-ANO PIC 9(04).
          02 WRK-TRAB-MES PIC 9(02).
          02 WRK-TRAB-DIA PIC 9(02).
       01 WRK-DET-LINHA.
          02 WRK-DET-DIA PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DET-MES PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DET-ANO PIC 9(04).
          02 WRK-DET-RECEBER PIC Z.ZZZ.ZZ9,99.
          02 WRK-DET-PARCELAS PIC Z.ZZZ.ZZ9,99.
          02 WRK-DET-CARTOES PIC Z.ZZZ.ZZ9,99.
          02 WRK-DET-PAGAR PIC Z.ZZZ.ZZ9,99.
          02 WRK-DET-FOLHA PIC Z.ZZZ.ZZ9,99.
          02 WRK-DET-ENCARGOS PIC Z.ZZZ.ZZ9,99.
          02 WRK-DET-SALDO PIC ---.---.--9,99.
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-DET-ALERTA PIC X(08).
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED PIC --.---.---.--9,99 VALUE ZEROS.
       77 WRK-PERCENTUAL-ED PIC ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROJETAR-RECEBER.
           PERFORM 0250-PROJETAR-PARCELAS.
           PERFORM 0300-PROJETAR-CARTOES.
           PERFORM 0350-PROJETAR-PAGAR.
           PERFORM 0400-PROJETAR-FOLHA.
           PERFORM 0600-IMPRIMIR-FLUXO.
           PERFORM 0700-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-LANCADOS TO WRK-RUN-PROC.
           COMPUTE WRK-RUN-REJ = WRK-VENC-REC-QTD + WRK-VENC-PAR-QTD
                               + WRK-VENC-CAR-QTD.
           MOVE 'OK' TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO OS PARAMETROS E MONTANDO OS DIAS DA PROJECAO
           DISPLAY '***************************************'.
           DISPLAY ' FLUXO DE CAIXA PROJETADO'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'QUANTIDADE DE DIAS DA PROJECAO (0=30, MAXIMO '
                   '90): '.
           ACCEPT WRK-QTD-DIAS FROM CONSOLE.
           IF WRK-QTD-DIAS = ZEROS
               MOVE WRK-QTD-DIAS-PADRAO TO WRK-QTD-DIAS
           END-IF.
           IF WRK-QTD-DIAS > WRK-QTD-DIAS-MAXIMO
               MOVE WRK-QTD-DIAS-MAXIMO TO WRK-QTD-DIAS
           END-IF.
           DISPLAY 'SALDO DE ABERTURA EM CAIXA (NEGATIVO COM -): '.
           ACCEPT WRK-SALDO-ABERTURA FROM CONSOLE.
           DISPLAY 'PERCENTUAL DO ADIANTAMENTO SOBRE O '
                   'SALARIO (0=40%): '.
           ACCEPT WRK-PERCENTUAL FROM CONSOLE.
           IF WRK-PERCENTUAL = ZEROS OR WRK-PERCENTUAL > 100
               MOVE WRK-PERCENTUAL-PADRAO TO WRK-PERCENTUAL
           END-IF.
           PERFORM 9610-SELECIONAR-MOEDA.
           PERFORM 9680-CARREGAR-FERIADOS.
           MOVE WRK-DATA-ATUAL TO WRK-DU-DATA.
           PERFORM 0110-MONTAR-DIA
               VARYING WRK-FLX-IDX FROM 1 BY 1
                 UNTIL WRK-FLX-IDX > WRK-QTD-DIAS.
           MOVE WRK-FLX-DATA(WRK-QTD-DIAS) TO WRK-DATA-LIMITE.
       0110-MONTAR-DIA.
      *>********* ABRINDO UM DIA DE CALENDARIO DA PROJECAO
           MOVE WRK-DU-DATA TO WRK-FLX-DATA(WRK-FLX-IDX).
           MOVE ZEROS TO WRK-FLX-RECEBER(WRK-FLX-IDX).
           MOVE ZEROS TO WRK-FLX-PARCELAS(WRK-FLX-IDX).
           MOVE ZEROS TO WRK-FLX-CARTOES(WRK-FLX-IDX).
           MOVE ZEROS TO WRK-FLX-PAGAR(WRK-FLX-IDX).
           MOVE ZEROS TO WRK-FLX-FOLHA(WRK-FLX-IDX).
           MOVE ZEROS TO WRK-FLX-ENCARGOS(WRK-FLX-IDX).
           PERFORM 9686-AVANCAR-UM-DIA.
       0200-PROJETAR-RECEBER.
      *>********* CONTAS A RECEBER EM ABERTO PELO VENCIMENTO
           OPEN INPUT CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS = '00'
               PERFORM 0210-LER-CONTASREC UNTIL FIM-CONTASREC
           END-IF.
           CLOSE CONTASREC-FILE.
       0210-LER-CONTASREC.
      *>********* LENDO UM TITULO; O VENCIDO VAI PARA A SECAO DE
      *>          VENCIDOS E NAO ENTRA NO SALDO
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-CONTASREC-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CREC-STATUS = 'A'
                      AND CREC-VENCIMENTO > ZEROS
                       MOVE CREC-VENCIMENTO TO WRK-LCT-DATA
                       MOVE CREC-VALOR TO WRK-LCT-VALOR
                       MOVE 1 TO WRK-LCT-COLUNA
                       PERFORM 0500-LANCAR-NO-DIA
                       IF LCT-VENCIDO
                           ADD 1 TO WRK-VENC-REC-QTD
                           ADD CREC-VALOR TO WRK-VENC-REC-VALOR
                       END-IF
                   END-IF
           END-READ.
       0250-PROJETAR-PARCELAS.
      *>********* PARCELAS DE EMPRESTIMO EM ABERTO PELO VENCIMENTO
           OPEN INPUT PARCELA-FILE.
           IF WRK-PARCELA-STATUS = '00'
               PERFORM 0260-LER-PARCELA UNTIL FIM-PARCELA
           END-IF.
           CLOSE PARCELA-FILE.
       0260-LER-PARCELA.
      *>********* LENDO UMA PARCELA; A VENCIDA VAI PARA A SECAO DE
      *>          VENCIDOS E NAO ENTRA NO SALDO
           READ PARCELA-FILE
               AT END
                   MOVE 'S' TO WRK-PARCELA-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF PAR-STATUS = 'A'
                      AND PAR-VENCIMENTO > ZEROS
                       MOVE PAR-VENCIMENTO TO WRK-LCT-DATA
                       MOVE PAR-VALOR TO WRK-LCT-VALOR
                       MOVE 2 TO WRK-LCT-COLUNA
                       PERFORM 0500-LANCAR-NO-DIA
                       IF LCT-VENCIDO
                           ADD 1 TO WRK-VENC-PAR-QTD
                           ADD PAR-VALOR TO WRK-VENC-PAR-VALOR
                       END-IF
                   END-IF
           END-READ.
       0300-PROJETAR-CARTOES.
      *>********* VENDAS NO CARTAO AGUARDANDO DEPOSITO: O QUE FALTA
      *>          LIQUIDAR, MENOS A TAXA DA ADQUIRENTE DA FILIAL, NA
      *>          DATA PREVISTA DO DEPOSITO
           OPEN INPUT ADQCFG-FILE.
           IF WRK-ADQCFG-STATUS = '00'
               PERFORM 0310-LER-ADQCFG UNTIL FIM-ADQCFG
           END-IF.
           CLOSE ADQCFG-FILE.
           OPEN INPUT ADQPEND-FILE.
           IF WRK-ADQPEND-STATUS = '00'
               PERFORM 0320-LER-ADQPEND UNTIL FIM-ADQPEND
           END-IF.
           CLOSE ADQPEND-FILE.
       0310-LER-ADQCFG.
      *>********* GUARDANDO A TAXA DE UMA FILIAL
           READ ADQCFG-FILE
               AT END
                   MOVE 'S' TO WRK-ADQCFG-EOF
               NOT AT END
                   IF WRK-ACF-QTD < 20
                       ADD 1 TO WRK-ACF-QTD
                       MOVE ACF-FILIAL TO WRK-ACF-FILIAL(WRK-ACF-QTD)
                       MOVE ACF-TAXA-PCT TO WRK-ACF-TAXA(WRK-ACF-QTD)
                   END-IF
           END-READ.
       0320-LER-ADQPEND.
      *>********* LENDO UMA PENDENCIA; SO AS VENDAS (TIPO V) COM SALDO
      *>          A LIQUIDAR SAO ENTRADA PREVISTA
           READ ADQPEND-FILE
               AT END
                   MOVE 'S' TO WRK-ADQPEND-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF PND-TIPO = 'V'
                      AND PND-VALOR > PND-BRUTO-REC
                      AND PND-VENCIMENTO > ZEROS
                       PERFORM 0330-LANCAR-CARTAO
                   END-IF
           END-READ.
       0330-LANCAR-CARTAO.
      *>********* LIQUIDO ESPERADO DA VENDA NO CARTAO
           COMPUTE WRK-SALDO-CARTAO = PND-VALOR - PND-BRUTO-REC.
           MOVE ZEROS TO WRK-TAXA-CARTAO.
           MOVE 'N' TO WRK-TAXA-PROPRIA.
           PERFORM 0335-ACHAR-TAXA-FILIAL
               VARYING WRK-ACF-IDX FROM 1 BY 1
                 UNTIL WRK-ACF-IDX > WRK-ACF-QTD.
           COMPUTE WRK-TAXA-VALOR ROUNDED =
               WRK-SALDO-CARTAO * WRK-TAXA-CARTAO / 100.
           SUBTRACT WRK-TAXA-VALOR FROM WRK-SALDO-CARTAO.
           MOVE PND-VENCIMENTO TO WRK-LCT-DATA.
           MOVE WRK-SALDO-CARTAO TO WRK-LCT-VALOR.
           MOVE 3 TO WRK-LCT-COLUNA.
           PERFORM 0500-LANCAR-NO-DIA.
           IF LCT-VENCIDO
               ADD 1 TO WRK-VENC-CAR-QTD
               ADD WRK-SALDO-CARTAO TO WRK-VENC-CAR-VALOR
           END-IF.
       0335-ACHAR-TAXA-FILIAL.
      *>********* TAXA DA ADQUIRENTE PARA A FILIAL DA VENDA (A FILIAL
      *>          SEM CONTRATO PROPRIO USA O CONTRATO PADRAO, FILIAL 00)
           IF WRK-ACF-FILIAL(WRK-ACF-IDX) = PND-FILIAL
               MOVE WRK-ACF-TAXA(WRK-ACF-IDX) TO WRK-TAXA-CARTAO
               MOVE 'S' TO WRK-TAXA-PROPRIA
           ELSE
               IF WRK-ACF-FILIAL(WRK-ACF-IDX) = ZEROS
                  AND NOT TAXA-DA-FILIAL
                   MOVE WRK-ACF-TAXA(WRK-ACF-IDX) TO WRK-TAXA-CARTAO
               END-IF
           END-IF.
       0350-PROJETAR-PAGAR.
      *>********* SALDO DAS CONTAS A PAGAR PELO VENCIMENTO; A VENCIDA
      *>          E AINDA DEVIDA ENTRA NO PRIMEIRO DIA DA PROJECAO
           OPEN INPUT CONTASPAG-FILE.
           IF WRK-CONTASPAG-STATUS = '00'
               PERFORM 0360-LER-CONTASPAG UNTIL FIM-CONTASPAG
           END-IF.
           CLOSE CONTASPAG-FILE.
       0360-LER-CONTASPAG.
      *>********* LENDO UMA CONTA A PAGAR EM ABERTO OU PAGA PARCIAL
           READ CONTASPAG-FILE
               AT END
                   MOVE 'S' TO WRK-CONTASPAG-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF (CPAG-STATUS = 'A' OR CPAG-STATUS = 'P')
                      AND CPAG-VALOR > CPAG-VALOR-PAGO
                      AND CPAG-VENCIMENTO > ZEROS
                       PERFORM 0370-LANCAR-PAGAR
                   END-IF
           END-READ.
       0370-LANCAR-PAGAR.
      *>********* LANCANDO O SALDO DEVEDOR DA CONTA
           COMPUTE WRK-SALDO-PAGAR = CPAG-VALOR - CPAG-VALOR-PAGO.
           MOVE CPAG-VENCIMENTO TO WRK-LCT-DATA.
           MOVE WRK-SALDO-PAGAR TO WRK-LCT-VALOR.
           MOVE 4 TO WRK-LCT-COLUNA.
           PERFORM 0500-LANCAR-NO-DIA.
           IF LCT-VENCIDO
               ADD 1 TO WRK-ATRASO-PAG-QTD
               ADD WRK-SALDO-PAGAR TO WRK-ATRASO-PAG-VALOR
               MOVE WRK-DATA-ATUAL TO WRK-LCT-DATA
               PERFORM 0500-LANCAR-NO-DIA
           END-IF.
       0400-PROJETAR-FOLHA.
      *>********* FOLHA PROJETADA DO CADASTRO: ADIANTAMENTO, LIQUIDO
      *>          E ENCARGOS DE UM MES, LANCADOS EM CADA MES DA
      *>          PROJECAO
           PERFORM 0410-CARREGAR-ADIANTAMENTOS.
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0420-LER-FUNCMST UNTIL FIM-FUNCMST
           END-IF.
           CLOSE FUNCMST-FILE.
           COMPUTE WRK-FOLHA-ENCARGOS ROUNDED =
               WRK-FOLHA-BRUTO
               * (WRK-FGTS-ALIQUOTA + WRK-PATRONAL-ALIQUOTA) / 100.
           MOVE WRK-DATA-ATUAL(1:6) TO WRK-ANOMES-CORRENTE.
           MOVE WRK-DATA-LIMITE(1:6) TO WRK-ANOMES-LIMITE.
           IF WRK-QTD-FUNCIONARIOS > ZEROS
               PERFORM 0440-LANCAR-FOLHA-MES
                   UNTIL WRK-ANOMES-CORRENTE > WRK-ANOMES-LIMITE
           END-IF.
       0410-CARREGAR-ADIANTAMENTOS.
      *>********* GUARDANDO AS COMPETENCIAS JA ADIANTADAS NO ADIANT86
           OPEN INPUT ADIANT-FILE.
           IF WRK-ADIANT-STATUS = '00'
               PERFORM 0415-LER-ADIANT UNTIL FIM-ADIANT
           END-IF.
           CLOSE ADIANT-FILE.
       0415-LER-ADIANT.
      *>********* LENDO UM ADIANTAMENTO E GUARDANDO A COMPETENCIA
           READ ADIANT-FILE
               AT END
                   MOVE 'S' TO WRK-ADIANT-EOF
               NOT AT END
                   MOVE ADT-COMPETENCIA TO WRK-ANOMES-ANTERIOR
                   PERFORM 0450-PROCURAR-ADIANTAMENTO
                   IF NOT ADIANTAMENTO-JA-PAGO
                      AND WRK-ADC-QTD < 50
                       ADD 1 TO WRK-ADC-QTD
                       MOVE ADT-COMPETENCIA
                         TO WRK-ADC-COMPETENCIA(WRK-ADC-QTD)
                   END-IF
           END-READ.
       0420-LER-FUNCMST.
      *>********* LENDO UM FUNCIONARIO ATIVO (OS REGISTROS DE CONTROLE
      *>          HDR/TRL DO DECK E OS DESLIGADOS FICAM DE FORA)
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FUNCMST-EOF
               NOT AT END
                   EVALUATE FUNCMST-REC(1:3)
                       WHEN 'HDR'
                           CONTINUE
                       WHEN 'TRL'
                           MOVE 'S' TO WRK-FUNCMST-EOF
                       WHEN OTHER
                           ADD 1 TO WRK-QTD-LIDOS
                           IF FUNCMST-SITUACAO NOT = 'D'
                              AND FUNCMST-SALARIO NUMERIC
                               PERFORM 0430-PROJETAR-FUNCIONARIO
                           END-IF
                   END-EVALUATE
           END-READ.
       0430-PROJETAR-FUNCIONARIO.
      *>********* BRUTO, ADIANTAMENTO E LIQUIDO DO FUNCIONARIO (INSS E
      *>          IRRF DA TABELA VIGENTE, SEM DEDUCAO DE DEPENDENTES)
           ADD 1 TO WRK-QTD-FUNCIONARIOS.
           ADD FUNCMST-SALARIO TO WRK-FOLHA-BRUTO.
           COMPUTE WRK-ADIANT-FUNC ROUNDED =
               FUNCMST-SALARIO * WRK-PERCENTUAL / 100.
           ADD WRK-ADIANT-FUNC TO WRK-FOLHA-ADIANT.
           MOVE FUNCMST-SALARIO TO WRK-TF-BRUTO.
           PERFORM 9740-CALCULAR-INSS-TF.
           MOVE ZEROS TO WRK-TF-DEDUCAO-DEPEND.
           PERFORM 9745-CALCULAR-IRRF-TF.
           COMPUTE WRK-LIQUIDO-FUNC = FUNCMST-SALARIO - WRK-TF-INSS
                                    - WRK-TF-IRRF - WRK-ADIANT-FUNC.
           IF WRK-LIQUIDO-FUNC > ZEROS
               ADD WRK-LIQUIDO-FUNC TO WRK-FOLHA-LIQUIDO
           END-IF.
       0440-LANCAR-FOLHA-MES.
      *>********* LANCANDO NO MES CORRENTE DA PROJECAO O ADIANTAMENTO
      *>          DO MES, A FOLHA LIQUIDA E OS ENCARGOS DO MES ANTERIOR
           MOVE WRK-ANOMES-CORRENTE TO WRK-ANOMES-ANTERIOR.
           PERFORM 0450-PROCURAR-ADIANTAMENTO.
           IF NOT ADIANTAMENTO-JA-PAGO
               COMPUTE WRK-LCT-DATA = WRK-ANOMES-CORRENTE * 100
                                    + WRK-DIA-ADIANTAMENTO
               MOVE WRK-FOLHA-ADIANT TO WRK-LCT-VALOR
               MOVE 5 TO WRK-LCT-COLUNA
               PERFORM 0500-LANCAR-NO-DIA
           END-IF.
      *>********* 5O DIA UTIL DO MES: PRIMEIRO DIA UTIL E MAIS QUATRO
           COMPUTE WRK-DU-DATA-NUM = WRK-ANOMES-CORRENTE * 100 + 1.
           MOVE WRK-DU-DATA-NUM TO WRK-DU-DATA.
           PERFORM 9684-PROXIMO-DIA-UTIL.
           PERFORM 0460-PROXIMO-DIA-UTIL-FOLHA
               VARYING WRK-CONT FROM 2 BY 1
                 UNTIL WRK-CONT > WRK-DIA-UTIL-FOLHA.
           MOVE WRK-DU-DATA TO WRK-LCT-DATA.
           MOVE WRK-FOLHA-LIQUIDO TO WRK-LCT-VALOR.
           MOVE 5 TO WRK-LCT-COLUNA.
           PERFORM 0500-LANCAR-NO-DIA.
           COMPUTE WRK-LCT-DATA = WRK-ANOMES-CORRENTE * 100
                                + WRK-DIA-ENCARGOS.
           MOVE WRK-FOLHA-ENCARGOS TO WRK-LCT-VALOR.
           MOVE 6 TO WRK-LCT-COLUNA.
           PERFORM 0500-LANCAR-NO-DIA.
           IF WRK-COR-MES = 12
               ADD 1 TO WRK-COR-ANO
               MOVE 01 TO WRK-COR-MES
           ELSE
               ADD 1 TO WRK-COR-MES
           END-IF.
       0450-PROCURAR-ADIANTAMENTO.
      *>********* PROCURANDO A COMPETENCIA DE WRK-ANOMES-ANTERIOR
      *>          ENTRE AS JA ADIANTADAS
           MOVE 'N' TO WRK-ADC-ACHADA.
           PERFORM 0455-COMPARAR-COMPETENCIA
               VARYING WRK-ADC-IDX FROM 1 BY 1
                 UNTIL WRK-ADC-IDX > WRK-ADC-QTD
                    OR ADIANTAMENTO-JA-PAGO.
       0455-COMPARAR-COMPETENCIA.
      *>********* COMPARANDO UMA COMPETENCIA JA ADIANTADA
           IF WRK-ADC-COMPETENCIA(WRK-ADC-IDX) = WRK-ANOMES-ANTERIOR
               MOVE 'S' TO WRK-ADC-ACHADA
           END-IF.
       0460-PROXIMO-DIA-UTIL-FOLHA.
      *>********* AVANCANDO PARA O DIA UTIL SEGUINTE
           PERFORM 9686-AVANCAR-UM-DIA.
           PERFORM 9684-PROXIMO-DIA-UTIL.
       0500-LANCAR-NO-DIA.
      *>********* LANCANDO WRK-LCT-VALOR NA COLUNA WRK-LCT-COLUNA DO
      *>          DIA UTIL DE WRK-LCT-DATA. DEVOLVE EM WRK-LCT-SITUACAO
      *>          L = LANCADO, V = VENCIDO (ANTES DE HOJE), F = DEPOIS
      *>          DO ULTIMO DIA DA PROJECAO
           MOVE WRK-LCT-DATA TO WRK-DU-DATA.
           PERFORM 9684-PROXIMO-DIA-UTIL.
           MOVE WRK-DU-DATA TO WRK-LCT-DATA.
           EVALUATE TRUE
               WHEN WRK-LCT-DATA < WRK-DATA-ATUAL
                   MOVE 'V' TO WRK-LCT-SITUACAO
               WHEN WRK-LCT-DATA > WRK-DATA-LIMITE
                   MOVE 'F' TO WRK-LCT-SITUACAO
               WHEN OTHER
                   MOVE 'L' TO WRK-LCT-SITUACAO
                   MOVE ZEROS TO WRK-FLX-ACHADO
                   PERFORM 0510-ACHAR-DIA
                       VARYING WRK-FLX-IDX FROM 1 BY 1
                         UNTIL WRK-FLX-IDX > WRK-QTD-DIAS
                            OR WRK-FLX-ACHADO > ZEROS
                   IF WRK-FLX-ACHADO > ZEROS
                       PERFORM 0520-SOMAR-NA-COLUNA
                   END-IF
           END-EVALUATE.
       0510-ACHAR-DIA.
      *>********* COMPARANDO UM DIA DA PROJECAO
           IF WRK-FLX-DATA(WRK-FLX-IDX) = WRK-LCT-DATA
               MOVE WRK-FLX-IDX TO WRK-FLX-ACHADO
           END-IF.
       0520-SOMAR-NA-COLUNA.
      *>********* SOMANDO O VALOR NA COLUNA DO DIA
           ADD 1 TO WRK-QTD-LANCADOS.
           EVALUATE TRUE
               WHEN COLUNA-RECEBER
                   ADD WRK-LCT-VALOR TO WRK-FLX-RECEBER(WRK-FLX-ACHADO)
               WHEN COLUNA-PARCELAS
                   ADD WRK-LCT-VALOR
                     TO WRK-FLX-PARCELAS(WRK-FLX-ACHADO)
               WHEN COLUNA-CARTOES
                   ADD WRK-LCT-VALOR TO WRK-FLX-CARTOES(WRK-FLX-ACHADO)
               WHEN COLUNA-PAGAR
                   ADD WRK-LCT-VALOR TO WRK-FLX-PAGAR(WRK-FLX-ACHADO)
               WHEN COLUNA-FOLHA
                   ADD WRK-LCT-VALOR TO WRK-FLX-FOLHA(WRK-FLX-ACHADO)
               WHEN COLUNA-ENCARGOS
                   ADD WRK-LCT-VALOR
                     TO WRK-FLX-ENCARGOS(WRK-FLX-ACHADO)
           END-EVALUATE.
       0600-IMPRIMIR-FLUXO.
      *>********* RELATORIO DIA A DIA COM O SALDO ACUMULADO
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-CORRENTE.
           MOVE WRK-SALDO-ABERTURA TO WRK-MENOR-SALDO.
           MOVE WRK-DATA-ATUAL TO WRK-DATA-MENOR-SALDO.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           MOVE WRK-PERCENTUAL TO WRK-PERCENTUAL-ED.
           DISPLAY 'PROJECAO DE ' WRK-QTD-DIAS ' DIAS, VALORES EM '
                   WRK-MOEDA-SIMBOLO ' (ADIANTAMENTO '
                   WRK-PERCENTUAL-ED '%)'.
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-ED.
           DISPLAY 'SALDO DE ABERTURA: ' WRK-SALDO-ED.
           PERFORM 0610-IMPRIMIR-TITULOS.
           PERFORM 0620-IMPRIMIR-DIA
               VARYING WRK-FLX-IDX FROM 1 BY 1
                 UNTIL WRK-FLX-IDX > WRK-QTD-DIAS.
       0610-IMPRIMIR-TITULOS.
      *>********* TITULOS DAS COLUNAS DO RELATORIO
           DISPLAY '          |------------- ENTRADAS -------------|'
                   '-------------- SAIDAS --------------|'.
           DISPLAY 'DATA          RECEBER    PARCELAS    CARTOES'
                   '       PAGAR       FOLHA    ENCARGOS'
                   '          SALDO'.
       0620-IMPRIMIR-DIA.
      *>********* UMA LINHA POR DIA; O DIA QUE FECHA NEGATIVO E
      *>          SINALIZADO
           COMPUTE WRK-ENTRADAS-DIA = WRK-FLX-RECEBER(WRK-FLX-IDX)
                                    + WRK-FLX-PARCELAS(WRK-FLX-IDX)
                                    + WRK-FLX-CARTOES(WRK-FLX-IDX).
           COMPUTE WRK-SAIDAS-DIA = WRK-FLX-PAGAR(WRK-FLX-IDX)
                                  + WRK-FLX-FOLHA(WRK-FLX-IDX)
                                  + WRK-FLX-ENCARGOS(WRK-FLX-IDX).
           COMPUTE WRK-SALDO-CORRENTE = WRK-SALDO-CORRENTE
                                      + WRK-ENTRADAS-DIA
                                      - WRK-SAIDAS-DIA.
           ADD WRK-FLX-RECEBER(WRK-FLX-IDX) TO WRK-TOT-RECEBER.
           ADD WRK-FLX-PARCELAS(WRK-FLX-IDX) TO WRK-TOT-PARCELAS.
           ADD WRK-FLX-CARTOES(WRK-FLX-IDX) TO WRK-TOT-CARTOES.
           ADD WRK-FLX-PAGAR(WRK-FLX-IDX) TO WRK-TOT-PAGAR.
           ADD WRK-FLX-FOLHA(WRK-FLX-IDX) TO WRK-TOT-FOLHA.
           ADD WRK-FLX-ENCARGOS(WRK-FLX-IDX) TO WRK-TOT-ENCARGOS.
           MOVE WRK-FLX-DATA(WRK-FLX-IDX) TO WRK-DATA-TRAB.
           MOVE WRK-TRAB-DIA TO WRK-DET-DIA.
           MOVE WRK-TRAB-MES TO WRK-DET-MES.
           MOVE WRK-TRAB-ANO TO WRK-DET-ANO.
           MOVE WRK-FLX-RECEBER(WRK-FLX-IDX) TO WRK-DET-RECEBER.
           MOVE WRK-FLX-PARCELAS(WRK-FLX-IDX) TO WRK-DET-PARCELAS.
           MOVE WRK-FLX-CARTOES(WRK-FLX-IDX) TO WRK-DET-CARTOES.
           MOVE WRK-FLX-PAGAR(WRK-FLX-IDX) TO WRK-DET-PAGAR.
           MOVE WRK-FLX-FOLHA(WRK-FLX-IDX) TO WRK-DET-FOLHA.
           MOVE WRK-FLX-ENCARGOS(WRK-FLX-IDX) TO WRK-DET-ENCARGOS.
           MOVE WRK-SALDO-CORRENTE TO WRK-DET-SALDO.
           MOVE SPACES TO WRK-DET-ALERTA.
           IF WRK-SALDO-CORRENTE < ZEROS
               MOVE 'NEGATIVO' TO WRK-DET-ALERTA
               ADD 1 TO WRK-QTD-DIAS-NEGATIVOS
               IF WRK-PRIMEIRO-NEGATIVO = ZEROS
                   MOVE WRK-FLX-DATA(WRK-FLX-IDX)
                     TO WRK-PRIMEIRO-NEGATIVO
               END-IF
           END-IF.
           IF WRK-SALDO-CORRENTE < WRK-MENOR-SALDO
               MOVE WRK-SALDO-CORRENTE TO WRK-MENOR-SALDO
               MOVE WRK-FLX-DATA(WRK-FLX-IDX) TO WRK-DATA-MENOR-SALDO
           END-IF.
           DISPLAY WRK-DET-LINHA.
           PERFORM 9710-CONTAR-LINHA.
           IF WRK-RPT-LINHA = ZEROS
               PERFORM 0610-IMPRIMIR-TITULOS
           END-IF.
       0700-FINALIZAR.
      *>********* TOTAIS DO PERIODO E SECAO DE VENCIDOS
           DISPLAY '---------------------------------------'.
           MOVE WRK-TOT-RECEBER TO WRK-VALOR-ED.
           DISPLAY 'CONTAS A RECEBER........: ' WRK-VALOR-ED.
           MOVE WRK-TOT-PARCELAS TO WRK-VALOR-ED.
           DISPLAY 'PARCELAS DE EMPRESTIMO..: ' WRK-VALOR-ED.
           MOVE WRK-TOT-CARTOES TO WRK-VALOR-ED.
           DISPLAY 'DEPOSITOS DE CARTAO.....: ' WRK-VALOR-ED.
           MOVE WRK-TOT-PAGAR TO WRK-VALOR-ED.
           DISPLAY 'CONTAS A PAGAR..........: ' WRK-VALOR-ED.
           MOVE WRK-TOT-FOLHA TO WRK-VALOR-ED.
           DISPLAY 'FOLHA E ADIANTAMENTOS...: ' WRK-VALOR-ED.
           MOVE WRK-TOT-ENCARGOS TO WRK-VALOR-ED.
           DISPLAY 'ENCARGOS (FGTS/INSS)....: ' WRK-VALOR-ED.
           MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ED.
           DISPLAY 'SALDO FINAL PROJETADO...: ' WRK-SALDO-ED.
           MOVE WRK-MENOR-SALDO TO WRK-SALDO-ED.
           DISPLAY 'MENOR SALDO.............: ' WRK-SALDO-ED
                   '  EM ' WRK-DATA-MENOR-SALDO.
           IF WRK-QTD-DIAS-NEGATIVOS > ZEROS
               DISPLAY '*** ' WRK-QTD-DIAS-NEGATIVOS
                       ' DIA(S) COM SALDO NEGATIVO, O PRIMEIRO EM '
                       WRK-PRIMEIRO-NEGATIVO ' ***'
           ELSE
               DISPLAY 'NENHUM DIA COM SALDO NEGATIVO NO PERIODO.'
           END-IF.
           IF WRK-ATRASO-PAG-QTD > ZEROS
               MOVE WRK-ATRASO-PAG-VALOR TO WRK-VALOR-ED
               DISPLAY 'CONTAS A PAGAR VENCIDAS LANCADAS HOJE: '
                       WRK-ATRASO-PAG-QTD ' - ' WRK-VALOR-ED
           END-IF.
           DISPLAY '---------------------------------------'.
           DISPLAY 'VENCIDOS A RECEBER (FORA DO SALDO PROJETADO)'.
           MOVE WRK-VENC-REC-VALOR TO WRK-VALOR-ED.
           DISPLAY 'CONTAS A RECEBER........: ' WRK-VENC-REC-QTD
                   ' - ' WRK-VALOR-ED.
           MOVE WRK-VENC-PAR-VALOR TO WRK-VALOR-ED.
           DISPLAY 'PARCELAS DE EMPRESTIMO..: ' WRK-VENC-PAR-QTD
                   ' - ' WRK-VALOR-ED.
           MOVE WRK-VENC-CAR-VALOR TO WRK-VALOR-ED.
           DISPLAY 'DEPOSITOS DE CARTAO.....: ' WRK-VENC-CAR-QTD
                   ' - ' WRK-VALOR-ED.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='FLUXO DE CAIXA PROJETADO'==.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'TRIBFOL-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL116'==.
