       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL86.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: PAGAR O ADIANTAMENTO QUINZENAL: LER O CADASTRO
      *>           MESTRE (FUNCMST), PULAR OS DESLIGADOS (SITUACAO D)
      *>           E OS AFASTADOS NA DATA (AFASTMST DO PROGCBL85) E
      *>           CALCULAR O ADIANTAMENTO PELO PERCENTUAL INFORMADO
      *>           SOBRE O SALARIO
      *> OBJETIVO: GRAVAR A REMESSA BANCARIA DO ADIANTAMENTO
      *>           (BANCOREM86, NO LAYOUT DA BANCOREM05, COM TRAILER
      *>           DE TOTAL E QUANTIDADE) E REGISTRAR CADA
      *>           ADIANTAMENTO NO ADIANT86, DE ONDE A FOLHA DO MES
      *>           (PROGCBL05) FAZ O DESCONTO; SO UM ADIANTAMENTO POR
      *>           COMPETENCIA
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
           SELECT OPTIONAL BANCOREM-FILE ASSIGN TO 'BANCOREM86'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BANCOREM-STATUS.
           SELECT OPTIONAL ADIANT-FILE ASSIGN TO 'ADIANT86'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANT-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
           SELECT OPTIONAL AFAST-FILE ASSIGN TO 'AFASTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  BANCOREM-FILE.
       01  BANCOREM-REC PIC X(50).
       FD  ADIANT-FILE.
       01  ADIANT-REC.
           COPY 'ADIANTA.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       FD  AFAST-FILE.
       01  AFAST-REC.
           COPY 'AFASTA.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'CTLREG.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'AFASTREG.cbl'.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-REG-OBTIDO PIC X(01) VALUE 'N'.
         88 REG-OBTIDO VALUE 'S'.
       77 WRK-BANCOREM-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADIANT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADIANT-EOF PIC X(01) VALUE 'N'.
         88 FIM-ADIANT VALUE 'S'.
       77 WRK-JA-PAGO PIC X(01) VALUE 'N'.
         88 COMPETENCIA-JA-PAGA VALUE 'S'.

       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-SALARIO PIC 9(06)V99 VALUE ZEROS.
      *>********* PERCENTUAL DO ADIANTAMENTO SOBRE O SALARIO
      *>          (INFORMADO NA ABERTURA; ZERO ASSUME O PADRAO)
       77 WRK-PERCENTUAL-PADRAO PIC 9(03)V99 VALUE 40,00.
       77 WRK-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-ADIANTAMENTO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ADIANTAMENTO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PAGOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PULADOS PIC 9(06) VALUE ZEROS.
      *>********* ADIANTAMENTOS DA RODADA, GRAVADOS NO ADIANT86 SO
      *>          DEPOIS DE CONFERIDO O CONTROLE DO DECK
       01 WRK-ADN-TAB.
          02 WRK-ADN-LINHA OCCURS 999 TIMES.
             03 WRK-ADN-MATRICULA PIC 9(06).
             03 WRK-ADN-NOME PIC X(25).
             03 WRK-ADN-VALOR PIC 9(06)V99.
       77 WRK-ADN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ADN-IDX PIC 9(03) VALUE ZEROS.
       01 WRK-DATA.
          02 WRK-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-MES PIC 9(02) VALUE ZEROS.
          02 WRK-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-PAGTO PIC 9(08) VALUE ZEROS.
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
           IF NOT COMPETENCIA-JA-PAGA
               PERFORM 0200-PROCESSAR UNTIL FIM-FUNCMST
               PERFORM 0300-FINALIZAR
           END-IF.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-PAGOS TO WRK-RUN-PROC.
           MOVE WRK-QTD-PULADOS TO WRK-RUN-REJ.
           IF COMPETENCIA-JA-PAGA
               MOVE 'RECUSADO' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'OK' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* ABRINDO O CADASTRO, LENDO O PERCENTUAL E
      *>          CONFERINDO SE A COMPETENCIA JA TEVE ADIANTAMENTO
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS NOT = '00'
               MOVE 'FUNCMST' TO WRK-ERR-ARQUIVO
               MOVE WRK-FUNCMST-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           DISPLAY '*************************************'.
           DISPLAY ' ADIANTAMENTO QUINZENAL DE SALARIO'.
           DISPLAY '*************************************'.
           PERFORM 0110-CONFERIR-COMPETENCIA.
           IF COMPETENCIA-JA-PAGA
               DISPLAY '*** COMPETENCIA ' WRK-MES '/' WRK-ANO
                       ' JA TEM ADIANTAMENTO NO ADIANT86 - '
                       'LOTE RECUSADO ***'
               CLOSE FUNCMST-FILE
           ELSE
               DISPLAY 'PERCENTUAL DO ADIANTAMENTO SOBRE O '
                       'SALARIO (0=40%): '
               MOVE ZEROS TO WRK-PERCENTUAL
               ACCEPT WRK-PERCENTUAL FROM CONSOLE
               IF WRK-PERCENTUAL = ZEROS OR WRK-PERCENTUAL > 100
                   MOVE WRK-PERCENTUAL-PADRAO TO WRK-PERCENTUAL
               END-IF
               MOVE WRK-PERCENTUAL TO WRK-PERCENTUAL-ED
               DISPLAY 'PERCENTUAL APLICADO: ' WRK-PERCENTUAL-ED '%'
      *>********* PAGAMENTO NO DIA 20 (OU NA DATA, SE JA PASSOU)
               IF WRK-DIA > 20
                   MOVE WRK-DATA TO WRK-DATA-PAGTO
               ELSE
                   COMPUTE WRK-DATA-PAGTO =
                       WRK-ANO * 10000 + WRK-MES * 100 + 20
               END-IF
               MOVE WRK-DATA-PAGTO TO WRK-REM-D-DATA
               OPEN OUTPUT BANCOREM-FILE
               PERFORM 9720-CARREGAR-AFASTAMENTOS
               PERFORM 0150-LER-FUNCMST
           END-IF.
       0110-CONFERIR-COMPETENCIA.
      *>********* PROCURANDO NO ADIANT86 ADIANTAMENTO JA PAGO NA
      *>          COMPETENCIA (O LOTE NAO PAGA DUAS VEZES NO MES)
           MOVE 'N' TO WRK-JA-PAGO.
           MOVE 'N' TO WRK-ADIANT-EOF.
           OPEN INPUT ADIANT-FILE.
           IF WRK-ADIANT-STATUS = '00'
               PERFORM 0115-LER-ADIANTAMENTO UNTIL FIM-ADIANT
           END-IF.
           CLOSE ADIANT-FILE.
       0115-LER-ADIANTAMENTO.
      *>********* LENDO UM ADIANTAMENTO JA REGISTRADO
           READ ADIANT-FILE
               AT END
                   MOVE 'S' TO WRK-ADIANT-EOF
               NOT AT END
                   IF ADT-COMP-ANO = WRK-ANO
                      AND ADT-COMP-MES = WRK-MES
                       MOVE 'S' TO WRK-JA-PAGO
                   END-IF
           END-READ.
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
      *>********* DESLIGADO: CONTA NO CONTROLE DO DECK, MAS NAO
      *>          RECEBE ADIANTAMENTO
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
                               IF FUNCMST-SALARIO NUMERIC
                                   MOVE FUNCMST-SALARIO TO WRK-SALARIO
                               ELSE
                                   MOVE ZEROS TO WRK-SALARIO
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.
       0200-PROCESSAR.
      *>********* CALCULANDO E PAGANDO O ADIANTAMENTO DO REGISTRO
      *>          ATUAL (AFASTADO NA DATA NAO RECEBE)
           MOVE WRK-MATRICULA TO WRK-AF-MATRICULA-REF.
           MOVE WRK-NOME TO WRK-AF-NOME-REF.
           MOVE WRK-DATA TO WRK-AF-PER-INICIO.
           MOVE WRK-DATA TO WRK-AF-PER-FIM.
           PERFORM 9722-APURAR-AFASTAMENTOS.
           IF WRK-AF-DIAS-AFASTADO > ZEROS
               DISPLAY WRK-NOME ' AFASTADO - SEM ADIANTAMENTO'
               ADD 1 TO WRK-QTD-PULADOS
           ELSE
               COMPUTE WRK-ADIANTAMENTO ROUNDED =
                   WRK-SALARIO * WRK-PERCENTUAL / 100
               IF WRK-ADIANTAMENTO = ZEROS
                   ADD 1 TO WRK-QTD-PULADOS
               ELSE
                   IF WRK-ADN-QTD >= 999
                       DISPLAY 'TABELA DE ADIANTAMENTOS CHEIA (999) '
                               '- ' WRK-NOME ' SEM ADIANTAMENTO.'
                       ADD 1 TO WRK-QTD-PULADOS
                   ELSE
                       PERFORM 0260-GRAVAR-REMESSA
                   END-IF
               END-IF
           END-IF.
           PERFORM 0150-LER-FUNCMST.
       0260-GRAVAR-REMESSA.
      *>********* GRAVANDO O PAGAMENTO NA REMESSA E GUARDANDO O
      *>          ADIANTAMENTO PARA O REGISTRO NO ADIANT86
           MOVE WRK-NOME TO WRK-REM-D-NOME.
           MOVE WRK-ADIANTAMENTO TO WRK-REM-D-LIQUIDO.
           MOVE WRK-MATRICULA TO WRK-REM-D-MATRICULA.
           WRITE BANCOREM-REC FROM WRK-REM-DETALHE.
           ADD 1 TO WRK-ADN-QTD.
           MOVE WRK-MATRICULA TO WRK-ADN-MATRICULA(WRK-ADN-QTD).
           MOVE WRK-NOME TO WRK-ADN-NOME(WRK-ADN-QTD).
           MOVE WRK-ADIANTAMENTO TO WRK-ADN-VALOR(WRK-ADN-QTD).
           ADD WRK-ADIANTAMENTO TO WRK-TOTAL.
           ADD 1 TO WRK-QTD-PAGOS.
           MOVE WRK-ADIANTAMENTO TO WRK-ADIANTAMENTO-ED.
           DISPLAY WRK-NOME ' ADIANTAMENTO: ' WRK-ADIANTAMENTO-ED.
       0300-FINALIZAR.
      *>********* CONFERINDO O CONTROLE DO DECK ANTES DE FINALIZAR
           PERFORM 9650-CONFERIR-TRAILER.
      *>********* FECHANDO A REMESSA E REGISTRANDO OS ADIANTAMENTOS
           MOVE WRK-QTD-PAGOS TO WRK-REM-T-QTD.
           MOVE WRK-TOTAL TO WRK-REM-T-TOTAL.
           WRITE BANCOREM-REC FROM WRK-REM-TRAILER.
           CLOSE BANCOREM-FILE.
           CLOSE FUNCMST-FILE.
           IF WRK-ADN-QTD > ZEROS
               OPEN EXTEND ADIANT-FILE
               IF WRK-ADIANT-STATUS = '05' OR WRK-ADIANT-STATUS = '35'
                   OPEN OUTPUT ADIANT-FILE
               END-IF
               PERFORM 0310-GRAVAR-ADIANTAMENTO
                   VARYING WRK-ADN-IDX FROM 1 BY 1
                   UNTIL WRK-ADN-IDX > WRK-ADN-QTD
               CLOSE ADIANT-FILE
           END-IF.
           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
           DISPLAY '*************************************'.
           DISPLAY ' ADIANTAMENTOS PAGOS: ' WRK-QTD-PAGOS.
           DISPLAY ' SEM ADIANTAMENTO...: ' WRK-QTD-PULADOS.
           DISPLAY ' TOTAL DA REMESSA...: ' WRK-TOTAL-ED.
           DISPLAY ' PAGAMENTO EM.......: ' WRK-DATA-PAGTO(7:2) '/'
                   WRK-DATA-PAGTO(5:2) '/' WRK-DATA-PAGTO(1:4).
           DISPLAY '*************************************'.
       0310-GRAVAR-ADIANTAMENTO.
      *>********* REGISTRANDO UM ADIANTAMENTO EM ABERTO PARA O
      *>          DESCONTO NA FOLHA DO MES
           MOVE WRK-ADN-MATRICULA(WRK-ADN-IDX) TO ADT-MATRICULA.
           MOVE WRK-ADN-NOME(WRK-ADN-IDX) TO ADT-NOME.
           MOVE WRK-ANO TO ADT-COMP-ANO.
           MOVE WRK-MES TO ADT-COMP-MES.
           MOVE WRK-ADN-VALOR(WRK-ADN-IDX) TO ADT-VALOR.
           MOVE WRK-DATA-PAGTO TO ADT-DATA-PAGTO.
           MOVE 'A' TO ADT-SITUACAO.
           MOVE ZEROS TO ADT-DATA-DESCONTO.
           WRITE ADIANT-REC.
           COPY 'CTLREG-PROC.cbl'.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL86'==.
           COPY 'AFASTREG-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL86'==.
