       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL88.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: PAGAR O 13O SALARIO EM DUAS PARCELAS: A PRIMEIRA
      *>           (METADE DO 13O, SEM DESCONTOS, ATE 30/11) E A
      *>           SEGUNDA (13O INTEGRAL MENOS A PRIMEIRA, COM INSS E
      *>           IRRF SOBRE O 13O INTEGRAL PELA TABELA COMPARTILHADA
      *>           TRIBFOL, ATE 20/12), COM OS MESES TRABALHADOS NO ANO
      *>           PELA REGRA DO PROGCBL27 (AVOS SUSPENSOS POR
      *>           AFASTAMENTO NAO CONTAM); DESLIGADOS RECEBEM NA
      *>           RESCISAO DO PROGCBL48
      *> OBJETIVO: IMPRIMIR O HOLERITE DA PARCELA (HOLERITE88), GRAVAR
      *>           A REMESSA BANCARIA (BANCOREM88, NO LAYOUT DA
      *>           BANCOREM05) E REGISTRAR A PARCELA NO HISTORICO DE
      *>           FOLHAS (FH-TIPO 1 OU 2) PARA O QUADRO DO 13O NO
      *>           INFORME DO PROGCBL51; SO UMA RODADA POR PARCELA NO
      *>           ANO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL FOLHAHIST-FILE ASSIGN TO 'FOLHAHIST05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHIST-STATUS.
           SELECT OPTIONAL HOLERITE-FILE ASSIGN TO 'HOLERITE88'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HOLERITE-STATUS.
           SELECT OPTIONAL BANCOREM-FILE ASSIGN TO 'BANCOREM88'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BANCOREM-STATUS.
           SELECT OPTIONAL DEPEND-FILE ASSIGN TO 'DEPENDMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPEND-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL AFAST-FILE ASSIGN TO 'AFASTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFAST-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  FOLHAHIST-FILE.
       01  FOLHAHIST-REC.
           COPY 'FOLHAHIST.cbl'.
       FD  HOLERITE-FILE.
       01  HOLERITE-REC PIC X(60).
       FD  BANCOREM-FILE.
       01  BANCOREM-REC PIC X(50).
       FD  DEPEND-FILE.
       01  DEPEND-REC.
           COPY 'DEPEND.cbl'.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  AFAST-FILE.
       01  AFAST-REC.
           COPY 'AFASTA.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'CTLREG.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'DEPENDIR.cbl'.
       COPY 'TRIBFOL.cbl'.
       COPY 'AFASTREG.cbl'.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-REG-OBTIDO PIC X(01) VALUE 'N'.
         88 REG-OBTIDO VALUE 'S'.
       77 WRK-FOLHAHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FOLHAHIST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FOLHAHIST VALUE 'S'.
       77 WRK-HOLERITE-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-BANCOREM-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DEPEND-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DEPEND-EOF PIC X(01) VALUE 'N'.
         88 FIM-DEPEND VALUE 'S'.
      *>********* PARCELA DA RODADA E MOTIVO DE RECUSA DO LOTE
       77 WRK-PARCELA PIC 9(01) VALUE ZEROS.
         88 PRIMEIRA-PARCELA VALUE 1.
         88 SEGUNDA-PARCELA VALUE 2.
       77 WRK-RECUSA PIC X(01) VALUE SPACES.
         88 LOTE-ACEITO VALUE SPACES.
         88 RECUSA-PARCELA-INVALIDA VALUE 'I'.
         88 RECUSA-PARCELA-PAGA VALUE 'P'.
         88 RECUSA-TABELA-CHEIA VALUE 'T'.
      *>********* PRIMEIRAS PARCELAS DO ANO JA PAGAS (HISTORICO),
      *>          ABATIDAS NA SEGUNDA
       01 WRK-PRI-TAB.
          02 WRK-PRI-LINHA OCCURS 999 TIMES.
             03 WRK-PRI-MATRICULA PIC 9(06).
             03 WRK-PRI-NOME PIC X(25).
             03 WRK-PRI-VALOR PIC 9(08)V99.
       77 WRK-PRI-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PRI-IDX PIC 9(03) VALUE ZEROS.
      *>********* PARCELAS DA RODADA, GRAVADAS NO HISTORICO SO DEPOIS
      *>          DE CONFERIDO O CONTROLE DO DECK
       01 WRK-HST-TAB.
          02 WRK-HST-LINHA OCCURS 999 TIMES.
             03 WRK-HST-MATRICULA PIC 9(06).
             03 WRK-HST-NOME PIC X(25).
             03 WRK-HST-BRUTO PIC 9(08)V99.
             03 WRK-HST-INSS PIC 9(06)V99.
             03 WRK-HST-IRRF PIC 9(06)V99.
             03 WRK-HST-LIQUIDO PIC 9(08)V99.
             03 WRK-HST-DEPENDENTES PIC 9(02).
       77 WRK-HST-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-HST-IDX PIC 9(03) VALUE ZEROS.
      *>********* DEPENDENTES DE IR, CARREGADOS DO CADASTRO DEPENDMST
       01 WRK-DPN-TAB.
          02 WRK-DPN-LINHA OCCURS 500 TIMES.
             03 WRK-DPN-MATRICULA PIC 9(06).
             03 WRK-DPN-NASCIMENTO PIC 9(08).
             03 WRK-DPN-PARENTESCO PIC X(01).
             03 WRK-DPN-IR PIC X(01).
       77 WRK-DPN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-DPN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DEPENDENTES PIC 9(02) VALUE ZEROS.
       01 WRK-DATA.
          02 WRK-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-MES PIC 9(02) VALUE ZEROS.
          02 WRK-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-PAGTO PIC 9(08) VALUE ZEROS.
      *>********* VALORES DO FUNCIONARIO
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       01 WRK-ENTRADA.
          02 WRK-ENTRADA-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-ENTRADA-MES PIC 9(02) VALUE ZEROS.
          02 WRK-ENTRADA-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SALARIO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MESES-NO-ANO PIC S9(02) VALUE ZEROS.
       77 WRK-MESES-ED PIC Z9 VALUE ZEROS.
       77 WRK-DECIMO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PRIMEIRA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PARCELA-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-INSS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-CALC PIC S9(08)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PAGOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PULADOS PIC 9(06) VALUE ZEROS.
      *>********* LAYOUT FIXO DA REMESSA BANCARIA (O MESMO DA
      *>          BANCOREM05): DETALHE E TRAILER COM TOTAL E QUANTIDADE
       01 WRK-REM-DETALHE.
          02 WRK-REM-D-TIPO PIC X(01) VALUE 'D'.
          02 WRK-REM-D-NOME PIC X(25) VALUE SPACES.
          02 WRK-REM-D-LIQUIDO PIC 9(08)V99 VALUE ZEROS.
          02 WRK-REM-D-DATA PIC 9(08) VALUE ZEROS.
          02 WRK-REM-D-MATRICULA PIC 9(06) VALUE ZEROS.
       01 WRK-REM-TRAILER.
          02 WRK-REM-T-TIPO PIC X(01) VALUE 'T'.
          02 WRK-REM-T-QTD PIC 9(06) VALUE ZEROS.
          02 WRK-REM-T-TOTAL PIC 9(10)V99 VALUE ZEROS.
          02 FILLER PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF LOTE-ACEITO
               PERFORM 0200-PROCESSAR UNTIL FIM-FUNCMST
               PERFORM 0300-FINALIZAR
           END-IF.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-PAGOS TO WRK-RUN-PROC.
           MOVE WRK-QTD-PULADOS TO WRK-RUN-REJ.
           IF LOTE-ACEITO
               MOVE 'OK' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'RECUSADO' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* ABRINDO O CADASTRO, LENDO A PARCELA E CONFERINDO
      *>          NO HISTORICO SE ELA JA FOI PAGA NO ANO
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS NOT = '00'
               MOVE 'FUNCMST' TO WRK-ERR-ARQUIVO
               MOVE WRK-FUNCMST-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           DISPLAY '*************************************'.
           DISPLAY ' PAGAMENTO DO 13O SALARIO'.
           DISPLAY '*************************************'.
           DISPLAY 'PARCELA (1=PRIMEIRA, 2=SEGUNDA): '.
           MOVE ZEROS TO WRK-PARCELA.
           ACCEPT WRK-PARCELA FROM CONSOLE.
           IF NOT PRIMEIRA-PARCELA AND NOT SEGUNDA-PARCELA
               MOVE 'I' TO WRK-RECUSA
               DISPLAY '*** PARCELA INVALIDA - LOTE RECUSADO ***'
           ELSE
               PERFORM 0110-CONFERIR-HISTORICO
           END-IF.
           IF RECUSA-PARCELA-PAGA
               DISPLAY '*** ' WRK-PARCELA 'A PARCELA DO 13O DE '
                       WRK-ANO ' JA CONSTA NO FOLHAHIST05 - '
                       'LOTE RECUSADO ***'
           END-IF.
           IF RECUSA-TABELA-CHEIA
               DISPLAY '*** PRIMEIRAS PARCELAS DO ANO ALEM DA TABELA '
                       '(999) - LOTE RECUSADO ***'
           END-IF.
           IF NOT LOTE-ACEITO
               CLOSE FUNCMST-FILE
           ELSE
               PERFORM 0120-APURAR-DATA-PAGTO
               MOVE WRK-DATA-PAGTO TO WRK-REM-D-DATA
               PERFORM 9720-CARREGAR-AFASTAMENTOS
               PERFORM 9680-CARREGAR-FERIADOS
               PERFORM 0170-CARREGAR-DEPENDENTES
               OPEN OUTPUT HOLERITE-FILE
               OPEN OUTPUT BANCOREM-FILE
               PERFORM 0150-LER-FUNCMST
           END-IF.
       0110-CONFERIR-HISTORICO.
      *>********* LENDO AS PARCELAS DO 13O DO ANO NO HISTORICO (A
      *>          PARCELA NAO E PAGA DUAS VEZES; A SEGUNDA ENCERRA O
      *>          13O DO ANO)
           MOVE 'N' TO WRK-FOLHAHIST-EOF.
           OPEN INPUT FOLHAHIST-FILE.
           IF WRK-FOLHAHIST-STATUS = '00'
               PERFORM 0115-LER-HISTORICO UNTIL FIM-FOLHAHIST
           END-IF.
           CLOSE FOLHAHIST-FILE.
       0115-LER-HISTORICO.
      *>********* LENDO UM REGISTRO DO HISTORICO
           READ FOLHAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-FOLHAHIST-EOF
               NOT AT END
                   IF FH-ANO = WRK-ANO AND FH-DECIMO-TERCEIRO
                       IF FH-DECIMO-SEGUNDA
                          OR (FH-DECIMO-PRIMEIRA AND PRIMEIRA-PARCELA)
                           MOVE 'P' TO WRK-RECUSA
                       END-IF
                       IF FH-DECIMO-PRIMEIRA AND SEGUNDA-PARCELA
                           PERFORM 0117-GUARDAR-PRIMEIRA
                       END-IF
                   END-IF
           END-READ.
       0117-GUARDAR-PRIMEIRA.
      *>********* GUARDANDO A PRIMEIRA PARCELA PAGA DO FUNCIONARIO
           IF WRK-PRI-QTD >= 999
               IF LOTE-ACEITO
                   MOVE 'T' TO WRK-RECUSA
               END-IF
           ELSE
               ADD 1 TO WRK-PRI-QTD
               IF FH-MATRICULA NUMERIC
                   MOVE FH-MATRICULA TO WRK-PRI-MATRICULA(WRK-PRI-QTD)
               ELSE
                   MOVE ZEROS TO WRK-PRI-MATRICULA(WRK-PRI-QTD)
               END-IF
               MOVE FH-NOME TO WRK-PRI-NOME(WRK-PRI-QTD)
               MOVE FH-BRUTO TO WRK-PRI-VALOR(WRK-PRI-QTD)
           END-IF.
       0120-APURAR-DATA-PAGTO.
      *>********* PRAZO LEGAL DA PARCELA (30/11 OU 20/12), RECUANDO
      *>          PARA O DIA UTIL ANTERIOR; PRAZO VENCIDO PAGA NA DATA
           IF PRIMEIRA-PARCELA
               COMPUTE WRK-DU-DATA-NUM = WRK-ANO * 10000 + 1130
           ELSE
               COMPUTE WRK-DU-DATA-NUM = WRK-ANO * 10000 + 1220
           END-IF.
           MOVE WRK-DU-DATA-NUM TO WRK-DU-DATA.
           PERFORM 9688-DIA-UTIL-ANTERIOR.
           MOVE WRK-DU-DATA TO WRK-DATA-PAGTO.
           IF WRK-DATA-PAGTO < WRK-DATA
               DISPLAY 'PRAZO DA PARCELA VENCIDO EM '
                       WRK-DATA-PAGTO(7:2) '/' WRK-DATA-PAGTO(5:2)
                       '/' WRK-DATA-PAGTO(1:4) ' - PAGAMENTO NA DATA.'
               MOVE WRK-DATA TO WRK-DATA-PAGTO
           END-IF.
           DISPLAY 'PARCELA ' WRK-PARCELA ' DO 13O DE ' WRK-ANO
                   ' - PAGAMENTO EM ' WRK-DATA-PAGTO(7:2) '/'
                   WRK-DATA-PAGTO(5:2) '/' WRK-DATA-PAGTO(1:4).
       0150-LER-FUNCMST.
      *>********* LENDO O PROXIMO REGISTRO DE DADOS DO CADASTRO,
      *>          TRATANDO OS REGISTROS DE CONTROLE HDR/TRL DO DECK
           MOVE 'N' TO WRK-REG-OBTIDO.
           PERFORM 0155-LER-REGISTRO
               UNTIL FIM-FUNCMST OR REG-OBTIDO.
       0155-LER-REGISTRO.
      *>********* LENDO UM REGISTRO E CLASSIFICANDO-O: CONTROLE OU
      *>          DADOS (O TRAILER ENCERRA A LEITURA)
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-EOF
               NOT AT END
                   EVALUATE FUNCMST-REC(1:3)
                       WHEN 'HDR'
                           MOVE 'S' TO WRK-CTL-TEM-HEADER
                       WHEN 'TRL'
                           MOVE FUNCMST-REC TO WRK-CTL-TRAILER-LINHA
                           MOVE 'S' TO WRK-CTL-TEM-TRAILER
                           MOVE 'S' TO WRK-EOF
                       WHEN OTHER
                           ADD 1 TO WRK-CTL-QTD
                           ADD 1 TO WRK-QTD-LIDOS
                           IF FUNCMST-SALARIO NUMERIC
                               ADD FUNCMST-SALARIO TO WRK-CTL-HASH
                           END-IF
                           IF FUNCMST-SITUACAO = 'D'
      *>********* DESLIGADO: O 13O SAIU NA RESCISAO
                               ADD 1 TO WRK-QTD-PULADOS
                           ELSE
                               MOVE 'S' TO WRK-REG-OBTIDO
                               MOVE FUNCMST-NOME TO WRK-NOME
                               IF FUNCMST-MATRICULA NUMERIC
                                   MOVE FUNCMST-MATRICULA
                                       TO WRK-MATRICULA
                               ELSE
                                   MOVE ZEROS TO WRK-MATRICULA
                               END-IF
                               MOVE FUNCMST-ENTRADA TO WRK-ENTRADA
                               IF FUNCMST-SALARIO NUMERIC
                                   MOVE FUNCMST-SALARIO TO WRK-SALARIO
                               ELSE
                                   MOVE ZEROS TO WRK-SALARIO
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.
       0170-CARREGAR-DEPENDENTES.
      *>********* CARREGANDO OS DEPENDENTES DO CADASTRO (SEM O
      *>          CADASTRO, O IRRF SAI SEM DEDUCAO DE DEPENDENTES)
           OPEN INPUT DEPEND-FILE.
           IF WRK-DEPEND-STATUS = '00'
               PERFORM 0172-LER-DEPENDENTE
                   UNTIL FIM-DEPEND OR WRK-DPN-QTD >= 500
           END-IF.
           CLOSE DEPEND-FILE.
       0172-LER-DEPENDENTE.
      *>********* LENDO UM DEPENDENTE DO CADASTRO
           READ DEPEND-FILE
               AT END
                   MOVE 'S' TO WRK-DEPEND-EOF
               NOT AT END
                   ADD 1 TO WRK-DPN-QTD
                   MOVE DEP-MATRICULA TO WRK-DPN-MATRICULA(WRK-DPN-QTD)
                   MOVE DEP-NASCIMENTO
                       TO WRK-DPN-NASCIMENTO(WRK-DPN-QTD)
                   MOVE DEP-PARENTESCO
                       TO WRK-DPN-PARENTESCO(WRK-DPN-QTD)
                   MOVE DEP-IR TO WRK-DPN-IR(WRK-DPN-QTD)
           END-READ.
       0200-PROCESSAR.
      *>********* CALCULANDO E PAGANDO A PARCELA DO REGISTRO ATUAL
           PERFORM 0210-APURAR-MESES.
           IF WRK-ENTRADA-ANO > WRK-ANO OR WRK-MESES-NO-ANO <= ZEROS
               DISPLAY WRK-NOME ' SEM AVOS DE 13O NO ANO - '
                       'SEM PARCELA'
               ADD 1 TO WRK-QTD-PULADOS
           ELSE
               COMPUTE WRK-DECIMO ROUNDED =
                   (WRK-SALARIO * WRK-MESES-NO-ANO) / 12
               IF PRIMEIRA-PARCELA
                   PERFORM 0220-CALCULAR-PRIMEIRA
               ELSE
                   PERFORM 0230-CALCULAR-SEGUNDA
               END-IF
               IF WRK-LIQUIDO = ZEROS
                   ADD 1 TO WRK-QTD-PULADOS
               ELSE
                   IF WRK-HST-QTD >= 999
                       DISPLAY 'TABELA DE PARCELAS CHEIA (999) - '
                               WRK-NOME ' SEM PARCELA.'
                       ADD 1 TO WRK-QTD-PULADOS
                   ELSE
                       PERFORM 0240-IMPRIMIR-HOLERITE
                       PERFORM 0260-GRAVAR-REMESSA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0150-LER-FUNCMST.
       0210-APURAR-MESES.
      *>********* MESES TRABALHADOS NO ANO PELA REGRA DO PROGCBL27,
      *>          ATE DEZEMBRO, MENOS OS AVOS SUSPENSOS POR AFASTAMENTO
           IF WRK-ENTRADA-ANO < WRK-ANO
               MOVE 12 TO WRK-MESES-NO-ANO
           ELSE
               COMPUTE WRK-MESES-NO-ANO = (12 - WRK-ENTRADA-MES) + 1
           END-IF.
           IF WRK-ENTRADA-ANO NOT > WRK-ANO
              AND WRK-MESES-NO-ANO > ZEROS
               MOVE WRK-MATRICULA TO WRK-AF-MATRICULA-REF
               MOVE WRK-NOME TO WRK-AF-NOME-REF
               IF WRK-ENTRADA-ANO < WRK-ANO
                   COMPUTE WRK-AF-PER-INICIO = WRK-ANO * 10000 + 0101
               ELSE
                   MOVE WRK-ENTRADA TO WRK-AF-PER-INICIO
               END-IF
               COMPUTE WRK-AF-PER-FIM = WRK-ANO * 10000 + 1231
               PERFORM 9722-APURAR-AFASTAMENTOS
               IF WRK-AF-AVOS-PERDIDOS >= WRK-MESES-NO-ANO
                   MOVE ZEROS TO WRK-MESES-NO-ANO
               ELSE
                   SUBTRACT WRK-AF-AVOS-PERDIDOS FROM WRK-MESES-NO-ANO
               END-IF
           END-IF.
       0220-CALCULAR-PRIMEIRA.
      *>********* PRIMEIRA PARCELA: METADE DO 13O, SEM DESCONTOS
           MOVE ZEROS TO WRK-PRIMEIRA.
           COMPUTE WRK-PARCELA-VALOR ROUNDED = WRK-DECIMO / 2.
           MOVE ZEROS TO WRK-INSS.
           MOVE ZEROS TO WRK-IRRF.
           MOVE ZEROS TO WRK-QTD-DEPENDENTES.
           MOVE WRK-PARCELA-VALOR TO WRK-LIQUIDO.
       0230-CALCULAR-SEGUNDA.
      *>********* SEGUNDA PARCELA: 13O INTEGRAL MENOS A PRIMEIRA JA
      *>          PAGA, COM INSS E IRRF SOBRE O 13O INTEGRAL
           MOVE ZEROS TO WRK-PRIMEIRA.
           PERFORM 0235-SOMAR-PRIMEIRA
               VARYING WRK-PRI-IDX FROM 1 BY 1
               UNTIL WRK-PRI-IDX > WRK-PRI-QTD.
           MOVE WRK-DECIMO TO WRK-TF-BRUTO.
           PERFORM 9740-CALCULAR-INSS-TF.
           MOVE WRK-TF-INSS TO WRK-INSS.
           PERFORM 0237-CONTAR-DEPENDENTES.
           COMPUTE WRK-TF-DEDUCAO-DEPEND =
               WRK-QTD-DEPENDENTES * WRK-DI-DEDUCAO.
           PERFORM 9745-CALCULAR-IRRF-TF.
           MOVE WRK-TF-IRRF TO WRK-IRRF.
           IF WRK-PRIMEIRA > WRK-DECIMO
               MOVE ZEROS TO WRK-PARCELA-VALOR
           ELSE
               COMPUTE WRK-PARCELA-VALOR = WRK-DECIMO - WRK-PRIMEIRA
           END-IF.
           COMPUTE WRK-LIQUIDO-CALC =
               WRK-PARCELA-VALOR - WRK-INSS - WRK-IRRF.
           IF WRK-LIQUIDO-CALC < ZEROS
               DISPLAY '*** ' WRK-NOME ' PRIMEIRA PARCELA E DESCONTOS '
                       'ACIMA DO 13O - CONFERIR ***'
               MOVE ZEROS TO WRK-LIQUIDO
           ELSE
               MOVE WRK-LIQUIDO-CALC TO WRK-LIQUIDO
           END-IF.
       0235-SOMAR-PRIMEIRA.
      *>********* SOMANDO A PRIMEIRA PARCELA PAGA AO FUNCIONARIO
      *>          (PELA MATRICULA, SENAO PELO NOME)
           IF (WRK-PRI-MATRICULA(WRK-PRI-IDX) > ZEROS
               AND WRK-MATRICULA > ZEROS
               AND WRK-PRI-MATRICULA(WRK-PRI-IDX) = WRK-MATRICULA)
              OR ((WRK-PRI-MATRICULA(WRK-PRI-IDX) = ZEROS
                   OR WRK-MATRICULA = ZEROS)
               AND WRK-PRI-NOME(WRK-PRI-IDX)(1:20) = WRK-NOME(1:20))
               ADD WRK-PRI-VALOR(WRK-PRI-IDX) TO WRK-PRIMEIRA
           END-IF.
       0237-CONTAR-DEPENDENTES.
      *>********* CONTANDO OS DEPENDENTES DE IR DO FUNCIONARIO NA
      *>          DATA DO PAGAMENTO
           MOVE ZEROS TO WRK-QTD-DEPENDENTES.
           IF WRK-MATRICULA > ZEROS
               PERFORM 0238-TESTAR-DEPENDENTE
                   VARYING WRK-DPN-IDX FROM 1 BY 1
                   UNTIL WRK-DPN-IDX > WRK-DPN-QTD
           END-IF.
       0238-TESTAR-DEPENDENTE.
      *>********* CONTANDO UM DEPENDENTE DO FUNCIONARIO, SE VALIDO
      *>          PARA O IR NA DATA DO PAGAMENTO
           IF WRK-DPN-MATRICULA(WRK-DPN-IDX) = WRK-MATRICULA
               MOVE WRK-DPN-NASCIMENTO(WRK-DPN-IDX)
                   TO WRK-DI-NASCIMENTO
               MOVE WRK-DPN-PARENTESCO(WRK-DPN-IDX)
                   TO WRK-DI-PARENTESCO
               MOVE WRK-DPN-IR(WRK-DPN-IDX) TO WRK-DI-IR
               MOVE WRK-DATA TO WRK-DI-DATA-REF
               PERFORM 9690-TESTAR-DEPENDENTE-IR
               IF DEPENDENTE-CONTA-IR
                   ADD 1 TO WRK-QTD-DEPENDENTES
               END-IF
           END-IF.
       0240-IMPRIMIR-HOLERITE.
      *>********* IMPRIMINDO O HOLERITE DA PARCELA DO FUNCIONARIO
           MOVE ALL '=' TO HOLERITE-REC.
           WRITE HOLERITE-REC.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'HOLERITE 13O - ' DELIMITED BY SIZE
                  WRK-NOME DELIMITED BY SIZE
                  ' MAT ' WRK-MATRICULA DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'PARCELA..........: ' DELIMITED BY SIZE
                  WRK-PARCELA DELIMITED BY SIZE
                  'A PARCELA DE ' DELIMITED BY SIZE
                  WRK-ANO DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           MOVE WRK-MESES-NO-ANO TO WRK-MESES-ED.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'AVOS NO ANO......: ' DELIMITED BY SIZE
                  WRK-MESES-ED DELIMITED BY SIZE
                  '/12' DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           MOVE WRK-DECIMO TO WRK-VALOR-ED.
           MOVE SPACES TO HOLERITE-REC.
           STRING '13O INTEGRAL.....: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           IF SEGUNDA-PARCELA
               MOVE WRK-PRIMEIRA TO WRK-VALOR-ED
               MOVE SPACES TO HOLERITE-REC
               STRING '1A PARCELA PAGA..: ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
           END-IF.
           MOVE WRK-PARCELA-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'VALOR DA PARCELA.: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           IF SEGUNDA-PARCELA
               MOVE SPACES TO HOLERITE-REC
               STRING 'DEPENDENTES IR...: ' DELIMITED BY SIZE
                      WRK-QTD-DEPENDENTES DELIMITED BY SIZE
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
               MOVE WRK-INSS TO WRK-VALOR-ED
               MOVE SPACES TO HOLERITE-REC
               STRING 'DESCONTO INSS....: ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
               MOVE WRK-IRRF TO WRK-VALOR-ED
               MOVE SPACES TO HOLERITE-REC
               STRING 'DESCONTO IRRF....: ' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
           END-IF.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'VALOR LIQUIDO....: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'PAGAMENTO EM.....: ' DELIMITED BY SIZE
                  WRK-DATA-PAGTO(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-DATA-PAGTO(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-DATA-PAGTO(1:4) DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
       0260-GRAVAR-REMESSA.
      *>********* GRAVANDO O PAGAMENTO NA REMESSA E GUARDANDO A
      *>          PARCELA PARA O HISTORICO DE FOLHAS
           MOVE WRK-NOME TO WRK-REM-D-NOME.
           MOVE WRK-LIQUIDO TO WRK-REM-D-LIQUIDO.
           MOVE WRK-MATRICULA TO WRK-REM-D-MATRICULA.
           WRITE BANCOREM-REC FROM WRK-REM-DETALHE.
           ADD 1 TO WRK-HST-QTD.
           MOVE WRK-MATRICULA TO WRK-HST-MATRICULA(WRK-HST-QTD).
           MOVE WRK-NOME TO WRK-HST-NOME(WRK-HST-QTD).
           MOVE WRK-PARCELA-VALOR TO WRK-HST-BRUTO(WRK-HST-QTD).
           MOVE WRK-INSS TO WRK-HST-INSS(WRK-HST-QTD).
           MOVE WRK-IRRF TO WRK-HST-IRRF(WRK-HST-QTD).
           MOVE WRK-LIQUIDO TO WRK-HST-LIQUIDO(WRK-HST-QTD).
           MOVE WRK-QTD-DEPENDENTES
               TO WRK-HST-DEPENDENTES(WRK-HST-QTD).
           ADD WRK-LIQUIDO TO WRK-TOTAL.
           ADD 1 TO WRK-QTD-PAGOS.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY WRK-NOME ' 13O PARCELA ' WRK-PARCELA
                   ' LIQUIDO: ' WRK-VALOR-ED.
       0300-FINALIZAR.
      *>********* CONFERINDO O CONTROLE DO DECK ANTES DE FINALIZAR
           PERFORM 9650-CONFERIR-TRAILER.
      *>********* FECHANDO A REMESSA E REGISTRANDO AS PARCELAS
           MOVE WRK-QTD-PAGOS TO WRK-REM-T-QTD.
           MOVE WRK-TOTAL TO WRK-REM-T-TOTAL.
           WRITE BANCOREM-REC FROM WRK-REM-TRAILER.
           CLOSE BANCOREM-FILE.
           CLOSE HOLERITE-FILE.
           CLOSE FUNCMST-FILE.
           IF WRK-HST-QTD > ZEROS
               OPEN EXTEND FOLHAHIST-FILE
               IF WRK-FOLHAHIST-STATUS = '05'
                  OR WRK-FOLHAHIST-STATUS = '35'
                   CLOSE FOLHAHIST-FILE
                   OPEN OUTPUT FOLHAHIST-FILE
               END-IF
               PERFORM 0310-GRAVAR-FOLHAHIST
                   VARYING WRK-HST-IDX FROM 1 BY 1
                   UNTIL WRK-HST-IDX > WRK-HST-QTD
               CLOSE FOLHAHIST-FILE
           END-IF.
           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
           DISPLAY '*************************************'.
           DISPLAY ' PARCELAS PAGAS.....: ' WRK-QTD-PAGOS.
           DISPLAY ' SEM PARCELA........: ' WRK-QTD-PULADOS.
           DISPLAY ' TOTAL DA REMESSA...: ' WRK-TOTAL-ED.
           DISPLAY ' PAGAMENTO EM.......: ' WRK-DATA-PAGTO(7:2) '/'
                   WRK-DATA-PAGTO(5:2) '/' WRK-DATA-PAGTO(1:4).
           DISPLAY '*************************************'.
       0310-GRAVAR-FOLHAHIST.
      *>********* RETENDO A PARCELA NO HISTORICO DE FOLHAS, PARA O
      *>          QUADRO DO 13O NO INFORME DO PROGCBL51
           MOVE WRK-DATA TO FH-DATA.
           MOVE WRK-HST-NOME(WRK-HST-IDX) TO FH-NOME.
           MOVE WRK-HST-BRUTO(WRK-HST-IDX) TO FH-BRUTO.
           MOVE WRK-HST-INSS(WRK-HST-IDX) TO FH-INSS.
           MOVE WRK-HST-IRRF(WRK-HST-IDX) TO FH-IRRF.
           MOVE WRK-HST-LIQUIDO(WRK-HST-IDX) TO FH-LIQUIDO.
           MOVE WRK-HST-MATRICULA(WRK-HST-IDX) TO FH-MATRICULA.
           MOVE WRK-HST-DEPENDENTES(WRK-HST-IDX) TO FH-DEPENDENTES.
           MOVE WRK-PARCELA TO FH-TIPO.
           WRITE FOLHAHIST-REC.
           COPY 'CTLREG-PROC.cbl'.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL88'==.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'DEPENDIR-PROC.cbl'.
           COPY 'TRIBFOL-PROC.cbl'.
           COPY 'AFASTREG-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL88'==.
