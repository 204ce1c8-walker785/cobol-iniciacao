       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL87.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: EMITIR O RECIBO DE FERIAS DOS PERIODOS AGENDADOS NA
      *>           FERIASAGD49 (PROGCBL49) QUE COMECAM NA JANELA
      *>           INFORMADA: FERIAS PELO SALARIO DO CADASTRO MESTRE
      *>           (FUNCMST) NA BASE DE 30 DIAS, MAIS O TERCO
      *>           CONSTITUCIONAL, COM INSS E IRRF PELA TABELA
      *>           COMPARTILHADA (TRIBFOL)
      *> OBJETIVO: GRAVAR A REMESSA BANCARIA DO RECIBO (BANCOREM87, NO
      *>           LAYOUT DA BANCOREM05) PARA PAGAMENTO DOIS DIAS ANTES
      *>           DO INICIO DO PERIODO (RECUANDO PARA O DIA UTIL
      *>           ANTERIOR), REGISTRAR O PAGAMENTO NO HISTORICO DE
      *>           FOLHAS (FH-TIPO F) E MARCAR O PERIODO COMO PAGO NA
      *>           AGENDA, PARA A FOLHA DO MES PAGAR SO OS DIAS
      *>           TRABALHADOS
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
           SELECT OPTIONAL FERIASAGD-FILE ASSIGN TO 'FERIASAGD49'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIASAGD-STATUS.
           SELECT OPTIONAL DEPEND-FILE ASSIGN TO 'DEPENDMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPEND-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL RECIBO-FILE ASSIGN TO 'RECIBO87'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECIBO-STATUS.
           SELECT OPTIONAL BANCOREM-FILE ASSIGN TO 'BANCOREM87'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BANCOREM-STATUS.
           SELECT OPTIONAL FOLHAHIST-FILE ASSIGN TO 'FOLHAHIST05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHIST-STATUS.
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
       FD  FERIASAGD-FILE.
       01  FERIASAGD-REC.
           COPY 'FERIASAG.cbl'.
       FD  DEPEND-FILE.
       01  DEPEND-REC.
           COPY 'DEPEND.cbl'.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  RECIBO-FILE.
       01  RECIBO-REC PIC X(60).
       FD  BANCOREM-FILE.
       01  BANCOREM-REC PIC X(50).
       FD  FOLHAHIST-FILE.
       01  FOLHAHIST-REC.
           COPY 'FOLHAHIST.cbl'.
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
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-RECIBO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-BANCOREM-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FOLHAHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FERIASAGD-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FERIASAGD-EOF PIC X(01) VALUE 'N'.
         88 FIM-FERIASAGD VALUE 'S'.
       77 WRK-DEPEND-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DEPEND-EOF PIC X(01) VALUE 'N'.
         88 FIM-DEPEND VALUE 'S'.
       77 WRK-ESTOURO PIC X(01) VALUE 'N'.
         88 TABELA-ESTOUROU VALUE 'S'.
      *>********* CADASTRO MESTRE EM MEMORIA (SALARIO E SITUACAO)
       01 WRK-FUN-TAB.
          02 WRK-FUN-LINHA OCCURS 999 TIMES.
             03 WRK-FUN-MATRICULA PIC 9(06).
             03 WRK-FUN-NOME PIC X(25).
             03 WRK-FUN-SALARIO PIC 9(06)V99.
             03 WRK-FUN-SITUACAO PIC X(01).
       77 WRK-FUN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* AGENDA DE FERIAS EM MEMORIA, REGRAVADA NO FIM COM
      *>          OS PERIODOS PAGOS MARCADOS
       01 WRK-AGD-TAB.
          02 WRK-AGD-LINHA OCCURS 500 TIMES.
             03 WRK-AGD-NOME PIC X(25).
             03 WRK-AGD-INICIO PIC 9(08).
             03 WRK-AGD-FIM PIC 9(08).
             03 WRK-AGD-DIAS PIC 9(03).
             03 WRK-AGD-MATRICULA PIC 9(06).
             03 WRK-AGD-SITUACAO PIC X(01).
             03 WRK-AGD-DATA-PAGTO PIC 9(08).
       77 WRK-AGD-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-AGD-IDX PIC 9(03) VALUE ZEROS.
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
      *>********* JANELA DE INICIO DAS FERIAS (INFORMADA NA ABERTURA;
      *>          ZERO ASSUME O PADRAO)
       77 WRK-JANELA-PADRAO PIC 9(03) VALUE 30.
       77 WRK-JANELA PIC 9(03) VALUE ZEROS.
       77 WRK-JANELA-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA.
          02 WRK-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-MES PIC 9(02) VALUE ZEROS.
          02 WRK-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-NUM PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PAGTO PIC 9(08) VALUE ZEROS.
      *>********* VALORES DO RECIBO
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-SALARIO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-FERIAS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-TERCO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BRUTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-INSS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL PIC 9(08)V99 VALUE ZEROS.
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
           IF NOT TABELA-ESTOUROU
               PERFORM 0200-PROCESSAR
                   VARYING WRK-AGD-IDX FROM 1 BY 1
                   UNTIL WRK-AGD-IDX > WRK-AGD-QTD
               PERFORM 0300-FINALIZAR
           END-IF.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-PAGOS TO WRK-RUN-PROC.
           MOVE WRK-QTD-PULADOS TO WRK-RUN-REJ.
           IF TABELA-ESTOUROU
               MOVE 'RECUSADO' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'OK' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* CARREGANDO O CADASTRO, A AGENDA E OS DEPENDENTES E
      *>          LENDO A JANELA DE INICIO DAS FERIAS
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           MOVE WRK-DATA TO WRK-DATA-NUM.
           DISPLAY '*************************************'.
           DISPLAY ' RECIBO DE FERIAS'.
           DISPLAY '*************************************'.
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS NOT = '00'
               MOVE 'FUNCMST' TO WRK-ERR-ARQUIVO
               MOVE WRK-FUNCMST-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0150-LER-FUNCMST UNTIL FIM-FUNCMST.
           CLOSE FUNCMST-FILE.
      *>********* CONFERINDO O CONTROLE DO DECK ANTES DE PAGAR
           PERFORM 9650-CONFERIR-TRAILER.
           PERFORM 0110-CARREGAR-AGENDA.
           IF TABELA-ESTOUROU
               DISPLAY '*** CADASTRO OU AGENDA DE FERIAS MAIOR QUE A '
                       'TABELA - LOTE RECUSADO ***'
           ELSE
               PERFORM 0170-CARREGAR-DEPENDENTES
               PERFORM 9680-CARREGAR-FERIADOS
               DISPLAY 'JANELA DE INICIO DAS FERIAS EM DIAS '
                       '(0=30): '
               MOVE ZEROS TO WRK-JANELA
               ACCEPT WRK-JANELA FROM CONSOLE
               IF WRK-JANELA = ZEROS
                   MOVE WRK-JANELA-PADRAO TO WRK-JANELA
               END-IF
      *>********* DATA LIMITE: HOJE MAIS A JANELA EM DIAS CORRIDOS
               MOVE WRK-DATA TO WRK-DU-DATA
               PERFORM 9686-AVANCAR-UM-DIA
                   VARYING WRK-JANELA-IDX FROM 1 BY 1
                   UNTIL WRK-JANELA-IDX > WRK-JANELA
               MOVE WRK-DU-DATA TO WRK-DATA-LIMITE
               DISPLAY 'FERIAS COM INICIO ATE ' WRK-DATA-LIMITE(7:2)
                       '/' WRK-DATA-LIMITE(5:2) '/'
                       WRK-DATA-LIMITE(1:4)
               OPEN OUTPUT RECIBO-FILE
               OPEN OUTPUT BANCOREM-FILE
               PERFORM 0148-ABRIR-FOLHAHIST
           END-IF.
       0110-CARREGAR-AGENDA.
      *>********* CARREGANDO A AGENDA DE FERIAS EM MEMORIA (AGENDA
      *>          MAIOR QUE A TABELA RECUSA O LOTE, PARA A REGRAVACAO
      *>          NAO PERDER PERIODO)
           OPEN INPUT FERIASAGD-FILE.
           IF WRK-FERIASAGD-STATUS = '00'
               PERFORM 0115-LER-AGENDA UNTIL FIM-FERIASAGD
           END-IF.
           CLOSE FERIASAGD-FILE.
       0115-LER-AGENDA.
      *>********* LENDO UM PERIODO DA AGENDA
           READ FERIASAGD-FILE
               AT END
                   MOVE 'S' TO WRK-FERIASAGD-EOF
               NOT AT END
                   IF WRK-AGD-QTD >= 500
                       MOVE 'S' TO WRK-ESTOURO
                       MOVE 'S' TO WRK-FERIASAGD-EOF
                   ELSE
                       ADD 1 TO WRK-AGD-QTD
                       MOVE AGD-NOME TO WRK-AGD-NOME(WRK-AGD-QTD)
                       MOVE AGD-INICIO TO WRK-AGD-INICIO(WRK-AGD-QTD)
                       MOVE AGD-FIM TO WRK-AGD-FIM(WRK-AGD-QTD)
                       MOVE AGD-DIAS TO WRK-AGD-DIAS(WRK-AGD-QTD)
                       IF AGD-MATRICULA NUMERIC
                           MOVE AGD-MATRICULA
                               TO WRK-AGD-MATRICULA(WRK-AGD-QTD)
                       ELSE
                           MOVE ZEROS
                               TO WRK-AGD-MATRICULA(WRK-AGD-QTD)
                       END-IF
                       MOVE AGD-SITUACAO
                           TO WRK-AGD-SITUACAO(WRK-AGD-QTD)
                       IF AGD-DATA-PAGTO NUMERIC
                           MOVE AGD-DATA-PAGTO
                               TO WRK-AGD-DATA-PAGTO(WRK-AGD-QTD)
                       ELSE
                           MOVE ZEROS
                               TO WRK-AGD-DATA-PAGTO(WRK-AGD-QTD)
                       END-IF
                   END-IF
           END-READ.
       0148-ABRIR-FOLHAHIST.
      *>********* ABRINDO O HISTORICO DE FOLHAS PARA ACRESCENTAR OS
      *>          RECIBOS DESTA RODADA
           OPEN EXTEND FOLHAHIST-FILE.
           IF WRK-FOLHAHIST-STATUS = '05'
              OR WRK-FOLHAHIST-STATUS = '35'
               CLOSE FOLHAHIST-FILE
               OPEN OUTPUT FOLHAHIST-FILE
           END-IF.
       0150-LER-FUNCMST.
      *>********* LENDO UM REGISTRO DO CADASTRO PARA A TABELA,
      *>          TRATANDO OS REGISTROS DE CONTROLE HDR/TRL DO DECK
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
                           IF FUNCMST-SALARIO NUMERIC
                               ADD FUNCMST-SALARIO TO WRK-CTL-HASH
                           END-IF
                           PERFORM 0155-GUARDAR-FUNCIONARIO
                   END-EVALUATE
           END-READ.
       0155-GUARDAR-FUNCIONARIO.
      *>********* GUARDANDO O FUNCIONARIO NA TABELA DO CADASTRO
           IF WRK-FUN-QTD >= 999
               MOVE 'S' TO WRK-ESTOURO
           ELSE
               ADD 1 TO WRK-FUN-QTD
               MOVE FUNCMST-NOME TO WRK-FUN-NOME(WRK-FUN-QTD)
               IF FUNCMST-MATRICULA NUMERIC
                   MOVE FUNCMST-MATRICULA
                       TO WRK-FUN-MATRICULA(WRK-FUN-QTD)
               ELSE
                   MOVE ZEROS TO WRK-FUN-MATRICULA(WRK-FUN-QTD)
               END-IF
               IF FUNCMST-SALARIO NUMERIC
                   MOVE FUNCMST-SALARIO TO WRK-FUN-SALARIO(WRK-FUN-QTD)
               ELSE
                   MOVE ZEROS TO WRK-FUN-SALARIO(WRK-FUN-QTD)
               END-IF
               MOVE FUNCMST-SITUACAO TO WRK-FUN-SITUACAO(WRK-FUN-QTD)
           END-IF.
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
      *>********* PAGANDO O PERIODO DA AGENDA, SE AINDA NAO PAGO E
      *>          COM INICIO DEPOIS DE HOJE E DENTRO DA JANELA
           IF WRK-AGD-SITUACAO(WRK-AGD-IDX) NOT = 'P'
              AND WRK-AGD-INICIO(WRK-AGD-IDX) > WRK-DATA-NUM
              AND WRK-AGD-INICIO(WRK-AGD-IDX) NOT > WRK-DATA-LIMITE
               ADD 1 TO WRK-QTD-LIDOS
               MOVE ZEROS TO WRK-FUN-ACHADO
               PERFORM 0210-PROCURAR-FUNCIONARIO
                   VARYING WRK-FUN-IDX FROM 1 BY 1
                   UNTIL WRK-FUN-IDX > WRK-FUN-QTD
                      OR WRK-FUN-ACHADO > ZEROS
               IF WRK-FUN-ACHADO = ZEROS
                   DISPLAY WRK-AGD-NOME(WRK-AGD-IDX)
                           ' FORA DO CADASTRO - SEM RECIBO'
                   ADD 1 TO WRK-QTD-PULADOS
               ELSE
                   IF WRK-FUN-SITUACAO(WRK-FUN-ACHADO) = 'D'
                       DISPLAY WRK-AGD-NOME(WRK-AGD-IDX)
                               ' DESLIGADO - SEM RECIBO'
                       ADD 1 TO WRK-QTD-PULADOS
                   ELSE
                       PERFORM 0220-CALCULAR-RECIBO
                       PERFORM 0240-GRAVAR-RECIBO
                       PERFORM 0260-GRAVAR-REMESSA
                       PERFORM 0270-GRAVAR-FOLHAHIST
                       MOVE 'P' TO WRK-AGD-SITUACAO(WRK-AGD-IDX)
                       MOVE WRK-DATA-PAGTO
                           TO WRK-AGD-DATA-PAGTO(WRK-AGD-IDX)
                   END-IF
               END-IF
           END-IF.
       0210-PROCURAR-FUNCIONARIO.
      *>********* CASANDO O PERIODO COM O CADASTRO PELA MATRICULA
      *>          (PERIODO ANTIGO SEM MATRICULA CASA PELO NOME)
           IF (WRK-AGD-MATRICULA(WRK-AGD-IDX) > ZEROS
               AND WRK-FUN-MATRICULA(WRK-FUN-IDX) > ZEROS
               AND WRK-AGD-MATRICULA(WRK-AGD-IDX)
                   = WRK-FUN-MATRICULA(WRK-FUN-IDX))
              OR ((WRK-AGD-MATRICULA(WRK-AGD-IDX) = ZEROS
                   OR WRK-FUN-MATRICULA(WRK-FUN-IDX) = ZEROS)
               AND WRK-AGD-NOME(WRK-AGD-IDX)(1:20)
                   = WRK-FUN-NOME(WRK-FUN-IDX)(1:20))
               MOVE WRK-FUN-IDX TO WRK-FUN-ACHADO
           END-IF.
       0220-CALCULAR-RECIBO.
      *>********* FERIAS NA BASE DE 30 DIAS MAIS O TERCO, COM INSS E
      *>          IRRF SOBRE O VALOR DO RECIBO
           MOVE WRK-FUN-NOME(WRK-FUN-ACHADO) TO WRK-NOME.
           MOVE WRK-FUN-MATRICULA(WRK-FUN-ACHADO) TO WRK-MATRICULA.
           MOVE WRK-FUN-SALARIO(WRK-FUN-ACHADO) TO WRK-SALARIO.
           COMPUTE WRK-VALOR-FERIAS ROUNDED =
               (WRK-SALARIO / 30) * WRK-AGD-DIAS(WRK-AGD-IDX).
           COMPUTE WRK-VALOR-TERCO ROUNDED = WRK-VALOR-FERIAS / 3.
           COMPUTE WRK-BRUTO = WRK-VALOR-FERIAS + WRK-VALOR-TERCO.
           MOVE WRK-BRUTO TO WRK-TF-BRUTO.
           PERFORM 9740-CALCULAR-INSS-TF.
           MOVE WRK-TF-INSS TO WRK-INSS.
           PERFORM 0230-CONTAR-DEPENDENTES.
           COMPUTE WRK-TF-DEDUCAO-DEPEND =
               WRK-QTD-DEPENDENTES * WRK-DI-DEDUCAO.
           PERFORM 9745-CALCULAR-IRRF-TF.
           MOVE WRK-TF-IRRF TO WRK-IRRF.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF.
      *>********* PAGAMENTO DOIS DIAS ANTES DO INICIO, RECUANDO PARA
      *>          O DIA UTIL ANTERIOR
           MOVE WRK-AGD-INICIO(WRK-AGD-IDX) TO WRK-DU-DATA.
           PERFORM 9687-RECUAR-UM-DIA.
           PERFORM 9687-RECUAR-UM-DIA.
           PERFORM 9688-DIA-UTIL-ANTERIOR.
           MOVE WRK-DU-DATA TO WRK-DATA-PAGTO.
           IF WRK-DATA-PAGTO < WRK-DATA-NUM
               DISPLAY '*** ' WRK-NOME ' PAGAMENTO DEVIDO EM '
                       WRK-DATA-PAGTO(7:2) '/' WRK-DATA-PAGTO(5:2)
                       '/' WRK-DATA-PAGTO(1:4) ' - PAGAR HOJE ***'
               MOVE WRK-DATA-NUM TO WRK-DATA-PAGTO
           END-IF.
       0230-CONTAR-DEPENDENTES.
      *>********* CONTANDO OS DEPENDENTES DE IR DO FUNCIONARIO NA
      *>          DATA DO RECIBO
           MOVE ZEROS TO WRK-QTD-DEPENDENTES.
           IF WRK-MATRICULA > ZEROS
               PERFORM 0235-TESTAR-DEPENDENTE
                   VARYING WRK-DPN-IDX FROM 1 BY 1
                   UNTIL WRK-DPN-IDX > WRK-DPN-QTD
           END-IF.
       0235-TESTAR-DEPENDENTE.
      *>********* CONTANDO UM DEPENDENTE DO FUNCIONARIO, SE VALIDO
      *>          PARA O IR NA DATA DO RECIBO
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
       0240-GRAVAR-RECIBO.
      *>********* IMPRIMINDO O RECIBO DE FERIAS DO FUNCIONARIO
           MOVE ALL '-' TO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE SPACES TO RECIBO-REC.
           STRING 'RECIBO DE FERIAS - ' DELIMITED BY SIZE
                  WRK-NOME DELIMITED BY SIZE
             INTO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE SPACES TO RECIBO-REC.
           STRING 'MATRICULA........: ' DELIMITED BY SIZE
                  WRK-MATRICULA DELIMITED BY SIZE
             INTO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE SPACES TO RECIBO-REC.
           STRING 'PERIODO..........: ' DELIMITED BY SIZE
                  WRK-AGD-INICIO(WRK-AGD-IDX)(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-AGD-INICIO(WRK-AGD-IDX)(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-AGD-INICIO(WRK-AGD-IDX)(1:4) DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WRK-AGD-FIM(WRK-AGD-IDX)(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-AGD-FIM(WRK-AGD-IDX)(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-AGD-FIM(WRK-AGD-IDX)(1:4) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WRK-AGD-DIAS(WRK-AGD-IDX) DELIMITED BY SIZE
                  ' DIAS)' DELIMITED BY SIZE
             INTO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE WRK-VALOR-FERIAS TO WRK-VALOR-ED.
           MOVE SPACES TO RECIBO-REC.
           STRING 'FERIAS...........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE WRK-VALOR-TERCO TO WRK-VALOR-ED.
           MOVE SPACES TO RECIBO-REC.
           STRING 'TERCO CONSTITUC..: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE WRK-INSS TO WRK-VALOR-ED.
           MOVE SPACES TO RECIBO-REC.
           STRING 'DESC INSS........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE WRK-IRRF TO WRK-VALOR-ED.
           MOVE SPACES TO RECIBO-REC.
           STRING 'DESC IRRF........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO RECIBO-REC.
           STRING 'LIQUIDO A RECEBER: ' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE SPACES TO RECIBO-REC.
           STRING 'PAGAMENTO EM.....: ' DELIMITED BY SIZE
                  WRK-DATA-PAGTO(7:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-DATA-PAGTO(5:2) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-DATA-PAGTO(1:4) DELIMITED BY SIZE
             INTO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE SPACES TO RECIBO-REC.
           WRITE RECIBO-REC.
           MOVE 'ASSINATURA: ______________________________'
               TO RECIBO-REC.
           WRITE RECIBO-REC.
       0260-GRAVAR-REMESSA.
      *>********* GRAVANDO O PAGAMENTO DO RECIBO NA REMESSA
           MOVE WRK-NOME TO WRK-REM-D-NOME.
           MOVE WRK-LIQUIDO TO WRK-REM-D-LIQUIDO.
           MOVE WRK-DATA-PAGTO TO WRK-REM-D-DATA.
           MOVE WRK-MATRICULA TO WRK-REM-D-MATRICULA.
           WRITE BANCOREM-REC FROM WRK-REM-DETALHE.
           ADD WRK-LIQUIDO TO WRK-TOTAL.
           ADD 1 TO WRK-QTD-PAGOS.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY WRK-NOME ' FERIAS LIQUIDO: ' WRK-VALOR-ED
                   ' EM ' WRK-DATA-PAGTO(7:2) '/' WRK-DATA-PAGTO(5:2)
                   '/' WRK-DATA-PAGTO(1:4).
       0270-GRAVAR-FOLHAHIST.
      *>********* RETENDO O RECIBO NO HISTORICO DE FOLHAS, PARA O
      *>          INFORME ANUAL DO PROGCBL51
           MOVE WRK-DATA TO FH-DATA.
           MOVE WRK-NOME TO FH-NOME.
           MOVE WRK-BRUTO TO FH-BRUTO.
           MOVE WRK-INSS TO FH-INSS.
           MOVE WRK-IRRF TO FH-IRRF.
           MOVE WRK-LIQUIDO TO FH-LIQUIDO.
           MOVE WRK-MATRICULA TO FH-MATRICULA.
           MOVE WRK-QTD-DEPENDENTES TO FH-DEPENDENTES.
           MOVE 'F' TO FH-TIPO.
           WRITE FOLHAHIST-REC.
       0300-FINALIZAR.
      *>********* FECHANDO A REMESSA E O RECIBO E REGRAVANDO A
      *>          AGENDA COM OS PERIODOS PAGOS
           MOVE WRK-QTD-PAGOS TO WRK-REM-T-QTD.
           MOVE WRK-TOTAL TO WRK-REM-T-TOTAL.
           WRITE BANCOREM-REC FROM WRK-REM-TRAILER.
           CLOSE BANCOREM-FILE.
           CLOSE RECIBO-FILE.
           CLOSE FOLHAHIST-FILE.
           IF WRK-QTD-PAGOS > ZEROS
               OPEN OUTPUT FERIASAGD-FILE
               PERFORM 0310-GRAVAR-AGENDA
                   VARYING WRK-AGD-IDX FROM 1 BY 1
                   UNTIL WRK-AGD-IDX > WRK-AGD-QTD
               CLOSE FERIASAGD-FILE
           END-IF.
           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
           DISPLAY '*************************************'.
           DISPLAY ' RECIBOS EMITIDOS...: ' WRK-QTD-PAGOS.
           DISPLAY ' SEM RECIBO.........: ' WRK-QTD-PULADOS.
           DISPLAY ' TOTAL DA REMESSA...: ' WRK-TOTAL-ED.
           DISPLAY '*************************************'.
       0310-GRAVAR-AGENDA.
      *>********* REGRAVANDO UM PERIODO DA AGENDA
           MOVE WRK-AGD-NOME(WRK-AGD-IDX) TO AGD-NOME.
           MOVE WRK-AGD-INICIO(WRK-AGD-IDX) TO AGD-INICIO.
           MOVE WRK-AGD-FIM(WRK-AGD-IDX) TO AGD-FIM.
           MOVE WRK-AGD-DIAS(WRK-AGD-IDX) TO AGD-DIAS.
           MOVE WRK-AGD-MATRICULA(WRK-AGD-IDX) TO AGD-MATRICULA.
           MOVE WRK-AGD-SITUACAO(WRK-AGD-IDX) TO AGD-SITUACAO.
           MOVE WRK-AGD-DATA-PAGTO(WRK-AGD-IDX) TO AGD-DATA-PAGTO.
           WRITE FERIASAGD-REC.
           COPY 'CTLREG-PROC.cbl'.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL87'==.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'DEPENDIR-PROC.cbl'.
           COPY 'TRIBFOL-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL87'==.
