       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL84.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: CONFERIR A FOLHA DO MES ANTES DO ENVIO DA REMESSA
      *>           BANCARIA (BANCOREM05): COMPARAR O BRUTO, OS
      *>           DESCONTOS (BRUTO MENOS LIQUIDO) E O LIQUIDO DE
      *>           CADA FUNCIONARIO NA ULTIMA COMPETENCIA DO
      *>           HISTORICO FOLHAHIST05 COM A COMPETENCIA ANTERIOR
      *> OBJETIVO: IMPRIMIR A LISTA DE EXCECOES (VARIA84REL): VARIACAO
      *>           ACIMA DO PERCENTUAL DE TOLERANCIA INFORMADO,
      *>           FUNCIONARIO NOVO E FUNCIONARIO AUSENTE, COM OS
      *>           TOTAIS DAS DUAS COMPETENCIAS
      *> OBJETIVO: O PROGCBL05 DEIXA A REMESSA RETIDA NO RUNCTL; SO
      *>           O ACEITE DE UM SUPERVISOR (OU ADM) NESTA
      *>           CONFERENCIA GRAVA A LIBERACAO DA REMESSA NO RUNCTL
      *>           E NA TRILHA DE AUDITORIA
      *> OBJETIVO: CONFERIR SO OS REGISTROS DA FOLHA MENSAL DO
      *>           HISTORICO (FH-TIPO); O RECIBO DE FERIAS DO
      *>           PROGCBL87, PAGO FORA DA FOLHA, NAO ENTRA
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FOLHAHIST-FILE ASSIGN TO 'FOLHAHIST05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHIST-STATUS.
           SELECT OPTIONAL RELATORIO-FILE ASSIGN TO 'VARIA84REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT USERCAD-FILE ASSIGN TO 'USERCAD11'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USERCAD-USUARIO
               FILE STATUS IS WRK-USERCAD-STATUS.
           SELECT OPTIONAL PERMISSAO-FILE ASSIGN TO 'PERMISSAO47'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERM-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHAHIST-FILE.
       01  FOLHAHIST-REC.
           COPY 'FOLHAHIST.cbl'.
       FD  RELATORIO-FILE.
       01  RELATORIO-REC PIC X(100).
       FD  USERCAD-FILE.
       01  USERCAD-REC.
           COPY 'USERCAD.cbl'.
       FD  PERMISSAO-FILE.
       01  PERMISSAO-REC.
           02 PERM-PROGRAMA PIC X(09).
           02 PERM-NIVEIS PIC X(04).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'USERAUTH.cbl'.
       COPY 'PERMISSAO.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'RUNCTL.cbl'.
       77 WRK-FOLHAHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FOLHAHIST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FOLHAHIST VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-REMESSA-LIBERADA PIC X(01) VALUE 'N'.
         88 REMESSA-LIBERADA VALUE 'S'.
      *>********* PERCENTUAL DE TOLERANCIA DA VARIACAO (INFORMADO NA
      *>          EXECUCAO; ZERO = PADRAO DE 10%)
       77 WRK-TOLERANCIA-PADRAO PIC 9(03)V99 VALUE 10,00.
       77 WRK-TOLERANCIA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TOLERANCIA-ED PIC ZZ9,99 VALUE ZEROS.
      *>********* COMPETENCIAS COMPARADAS (AAAAMM)
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-ANTERIOR PIC 9(06) VALUE ZEROS.
      *>********* FOLHA DE CADA COMPETENCIA POR FUNCIONARIO (UMA
      *>          LINHA POR FUNCIONARIO; FOLHA REPROCESSADA NO MESMO
      *>          MES FICA COM A ULTIMA GRAVACAO DO HISTORICO)
       01 WRK-ATU-TAB.
          02 WRK-ATU-LINHA OCCURS 300 TIMES.
             03 WRK-ATU-MATRICULA PIC 9(06).
             03 WRK-ATU-NOME PIC X(25).
             03 WRK-ATU-BRUTO PIC 9(08)V99.
             03 WRK-ATU-DESCONTOS PIC 9(08)V99.
             03 WRK-ATU-LIQUIDO PIC 9(08)V99.
             03 WRK-ATU-PAREADO PIC X(01).
       77 WRK-ATU-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ATU-IDX PIC 9(03) VALUE ZEROS.
       01 WRK-ANT-TAB.
          02 WRK-ANT-LINHA OCCURS 300 TIMES.
             03 WRK-ANT-MATRICULA PIC 9(06).
             03 WRK-ANT-NOME PIC X(25).
             03 WRK-ANT-BRUTO PIC 9(08)V99.
             03 WRK-ANT-DESCONTOS PIC 9(08)V99.
             03 WRK-ANT-LIQUIDO PIC 9(08)V99.
             03 WRK-ANT-PAREADO PIC X(01).
       77 WRK-ANT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ANT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* REGISTRO DO HISTORICO EM CARGA
       77 WRK-FH-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-FH-DESCONTOS PIC 9(08)V99 VALUE ZEROS.
      *>********* COMPARACAO DE UM VALOR
       77 WRK-VAR-CAMPO PIC X(10) VALUE SPACES.
       77 WRK-VAR-ANTERIOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VAR-ATUAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VAR-DIFERENCA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VAR-PCT PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VAR-SINAL PIC X(01) VALUE SPACES.
       77 WRK-VAR-ANTERIOR-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VAR-ATUAL-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VAR-PCT-ED PIC ZZZZ9,99 VALUE ZEROS.
      *>********* TOTAIS DAS DUAS COMPETENCIAS E DAS EXCECOES
       77 WRK-TOT-ATU-BRUTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ATU-DESCONTOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ATU-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ANT-BRUTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ANT-DESCONTOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ANT-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-ANT-ED PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-VARIACOES PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NOVOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-AUSENTES PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EXCECOES PIC 9(04) VALUE ZEROS.
       01 WRK-DATA.
          02 WRK-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-MES PIC 9(02) VALUE ZEROS.
          02 WRK-DIA PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-APURAR-COMPETENCIAS.
           IF WRK-COMP-ATUAL = ZEROS
               DISPLAY 'HISTORICO DE FOLHAS (FOLHAHIST05) VAZIO - '
                       'NADA A CONFERIR.'
           ELSE
               PERFORM 0170-CARREGAR-FOLHAS
               IF CARGA-ESTOUROU
                   DISPLAY 'COMPETENCIA COM MAIS FUNCIONARIOS QUE A '
                           'TABELA (300) - CONFERENCIA BLOQUEADA.'
               ELSE
                   PERFORM 0200-COMPARAR
                   PERFORM 0300-TOTALIZAR
                   PERFORM 0400-ACEITAR-CONFERENCIA
               END-IF
           END-IF.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-ATU-QTD TO WRK-RUN-PROC.
           MOVE WRK-QTD-EXCECOES TO WRK-RUN-REJ.
           IF CARGA-ESTOUROU
               MOVE 'ERRO' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'OK' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.
           IF REMESSA-LIBERADA
               MOVE 'REMESS' TO WRK-RUN-EVENTO
               MOVE WRK-ATU-QTD TO WRK-RUN-LIDOS
               MOVE WRK-ATU-QTD TO WRK-RUN-PROC
               MOVE WRK-QTD-EXCECOES TO WRK-RUN-REJ
               MOVE 'LIBERADA' TO WRK-RUN-SITUACAO
               PERFORM 9520-GRAVAR-RUNCTL
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* LENDO O PERCENTUAL DE TOLERANCIA DA CONFERENCIA
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           DISPLAY '*************************************'.
           DISPLAY ' CONFERENCIA DA VARIACAO DA FOLHA'.
           DISPLAY '*************************************'.
           DISPLAY 'PERCENTUAL DE TOLERANCIA DA VARIACAO '
                   '(0=10%): '.
           MOVE ZEROS TO WRK-TOLERANCIA.
           ACCEPT WRK-TOLERANCIA FROM CONSOLE.
           IF WRK-TOLERANCIA = ZEROS
               MOVE WRK-TOLERANCIA-PADRAO TO WRK-TOLERANCIA
           END-IF.
           MOVE WRK-TOLERANCIA TO WRK-TOLERANCIA-ED.
       0150-APURAR-COMPETENCIAS.
      *>********* PRIMEIRA PASSADA NO HISTORICO: A ULTIMA COMPETENCIA
      *>          E A FOLHA A CONFERIR; A MAIOR COMPETENCIA ANTERIOR A
      *>          ELA E A BASE DA COMPARACAO
           OPEN INPUT FOLHAHIST-FILE.
           IF WRK-FOLHAHIST-STATUS = '00'
               PERFORM 0155-LER-COMPETENCIA UNTIL FIM-FOLHAHIST
               MOVE 'N' TO WRK-FOLHAHIST-EOF
               CLOSE FOLHAHIST-FILE
               OPEN INPUT FOLHAHIST-FILE
               PERFORM 0160-LER-ANTERIOR UNTIL FIM-FOLHAHIST
           END-IF.
           CLOSE FOLHAHIST-FILE.
       0155-LER-COMPETENCIA.
      *>********* GUARDANDO A MAIOR COMPETENCIA DO HISTORICO
           READ FOLHAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-FOLHAHIST-EOF
               NOT AT END
                   IF FH-DATA NUMERIC AND FH-FOLHA-MENSAL
                       COMPUTE WRK-COMPETENCIA =
                           FH-ANO * 100 + FH-MES
                       IF WRK-COMPETENCIA > WRK-COMP-ATUAL
                           MOVE WRK-COMPETENCIA TO WRK-COMP-ATUAL
                       END-IF
                   END-IF
           END-READ.
       0160-LER-ANTERIOR.
      *>********* GUARDANDO A MAIOR COMPETENCIA ANTES DA ATUAL
           READ FOLHAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-FOLHAHIST-EOF
               NOT AT END
                   IF FH-DATA NUMERIC AND FH-FOLHA-MENSAL
                       COMPUTE WRK-COMPETENCIA =
                           FH-ANO * 100 + FH-MES
                       IF WRK-COMPETENCIA < WRK-COMP-ATUAL
                          AND WRK-COMPETENCIA > WRK-COMP-ANTERIOR
                           MOVE WRK-COMPETENCIA TO WRK-COMP-ANTERIOR
                       END-IF
                   END-IF
           END-READ.
       0170-CARREGAR-FOLHAS.
      *>********* SEGUNDA PASSADA: CARREGANDO AS FOLHAS DAS DUAS
      *>          COMPETENCIAS COMPARADAS
           MOVE 'N' TO WRK-FOLHAHIST-EOF.
           OPEN INPUT FOLHAHIST-FILE.
           PERFORM 0175-LER-FOLHA UNTIL FIM-FOLHAHIST.
           CLOSE FOLHAHIST-FILE.
       0175-LER-FOLHA.
      *>********* LENDO UM REGISTRO DO HISTORICO E GUARDANDO-O NA
      *>          TABELA DA SUA COMPETENCIA
           READ FOLHAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-FOLHAHIST-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF FH-DATA NUMERIC AND FH-FOLHA-MENSAL
                       COMPUTE WRK-COMPETENCIA =
                           FH-ANO * 100 + FH-MES
                       IF FH-MATRICULA NUMERIC
                           MOVE FH-MATRICULA TO WRK-FH-MATRICULA
                       ELSE
                           MOVE ZEROS TO WRK-FH-MATRICULA
                       END-IF
                       IF FH-BRUTO > FH-LIQUIDO
                           COMPUTE WRK-FH-DESCONTOS =
                               FH-BRUTO - FH-LIQUIDO
                       ELSE
                           MOVE ZEROS TO WRK-FH-DESCONTOS
                       END-IF
                       EVALUATE WRK-COMPETENCIA
                           WHEN WRK-COMP-ATUAL
                               PERFORM 0180-GUARDAR-ATUAL
                           WHEN WRK-COMP-ANTERIOR
                               PERFORM 0185-GUARDAR-ANTERIOR
                       END-EVALUATE
                   END-IF
           END-READ.
       0180-GUARDAR-ATUAL.
      *>********* GUARDANDO O FUNCIONARIO NA FOLHA ATUAL (SE JA
      *>          ESTIVER NA TABELA, A GRAVACAO MAIS NOVA SUBSTITUI)
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM 0182-TESTAR-ATUAL
               VARYING WRK-ATU-IDX FROM 1 BY 1
               UNTIL WRK-ATU-IDX > WRK-ATU-QTD
                  OR WRK-ACHADO > ZEROS.
           IF WRK-ACHADO = ZEROS
               IF WRK-ATU-QTD >= 300
                   MOVE 'S' TO WRK-CARGA-ESTOURO
               ELSE
                   ADD 1 TO WRK-ATU-QTD
                   MOVE WRK-ATU-QTD TO WRK-ACHADO
               END-IF
           END-IF.
           IF WRK-ACHADO > ZEROS
               MOVE WRK-FH-MATRICULA TO WRK-ATU-MATRICULA(WRK-ACHADO)
               MOVE FH-NOME TO WRK-ATU-NOME(WRK-ACHADO)
               MOVE FH-BRUTO TO WRK-ATU-BRUTO(WRK-ACHADO)
               MOVE WRK-FH-DESCONTOS TO WRK-ATU-DESCONTOS(WRK-ACHADO)
               MOVE FH-LIQUIDO TO WRK-ATU-LIQUIDO(WRK-ACHADO)
               MOVE 'N' TO WRK-ATU-PAREADO(WRK-ACHADO)
           END-IF.
       0182-TESTAR-ATUAL.
      *>********* COMPARANDO UMA LINHA DA FOLHA ATUAL COM O REGISTRO
      *>          (PELA MATRICULA; SEM MATRICULA, PELO NOME)
           IF (WRK-ATU-MATRICULA(WRK-ATU-IDX) > ZEROS
               AND WRK-FH-MATRICULA > ZEROS
               AND WRK-ATU-MATRICULA(WRK-ATU-IDX) = WRK-FH-MATRICULA)
              OR ((WRK-ATU-MATRICULA(WRK-ATU-IDX) = ZEROS
                   OR WRK-FH-MATRICULA = ZEROS)
               AND WRK-ATU-NOME(WRK-ATU-IDX) = FH-NOME)
               MOVE WRK-ATU-IDX TO WRK-ACHADO
           END-IF.
       0185-GUARDAR-ANTERIOR.
      *>********* GUARDANDO O FUNCIONARIO NA FOLHA ANTERIOR (SE JA
      *>          ESTIVER NA TABELA, A GRAVACAO MAIS NOVA SUBSTITUI)
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM 0187-TESTAR-ANTERIOR
               VARYING WRK-ANT-IDX FROM 1 BY 1
               UNTIL WRK-ANT-IDX > WRK-ANT-QTD
                  OR WRK-ACHADO > ZEROS.
           IF WRK-ACHADO = ZEROS
               IF WRK-ANT-QTD >= 300
                   MOVE 'S' TO WRK-CARGA-ESTOURO
               ELSE
                   ADD 1 TO WRK-ANT-QTD
                   MOVE WRK-ANT-QTD TO WRK-ACHADO
               END-IF
           END-IF.
           IF WRK-ACHADO > ZEROS
               MOVE WRK-FH-MATRICULA TO WRK-ANT-MATRICULA(WRK-ACHADO)
               MOVE FH-NOME TO WRK-ANT-NOME(WRK-ACHADO)
               MOVE FH-BRUTO TO WRK-ANT-BRUTO(WRK-ACHADO)
               MOVE WRK-FH-DESCONTOS TO WRK-ANT-DESCONTOS(WRK-ACHADO)
               MOVE FH-LIQUIDO TO WRK-ANT-LIQUIDO(WRK-ACHADO)
               MOVE 'N' TO WRK-ANT-PAREADO(WRK-ACHADO)
           END-IF.
       0187-TESTAR-ANTERIOR.
      *>********* COMPARANDO UMA LINHA DA FOLHA ANTERIOR COM O
      *>          REGISTRO (PELA MATRICULA; SEM MATRICULA, PELO NOME)
           IF (WRK-ANT-MATRICULA(WRK-ANT-IDX) > ZEROS
               AND WRK-FH-MATRICULA > ZEROS
               AND WRK-ANT-MATRICULA(WRK-ANT-IDX) = WRK-FH-MATRICULA)
              OR ((WRK-ANT-MATRICULA(WRK-ANT-IDX) = ZEROS
                   OR WRK-FH-MATRICULA = ZEROS)
               AND WRK-ANT-NOME(WRK-ANT-IDX) = FH-NOME)
               MOVE WRK-ANT-IDX TO WRK-ACHADO
           END-IF.
       0200-COMPARAR.
      *>********* COMPARANDO CADA FUNCIONARIO DA FOLHA ATUAL COM A
      *>          ANTERIOR E APONTANDO OS AUSENTES DA FOLHA ATUAL
           OPEN OUTPUT RELATORIO-FILE.
           MOVE SPACES TO RELATORIO-REC.
           STRING 'CONFERENCIA DA VARIACAO DA FOLHA - COMPETENCIA '
                      DELIMITED BY SIZE
                  WRK-COMP-ATUAL(5:2) '/' WRK-COMP-ATUAL(1:4)
                      DELIMITED BY SIZE
                  ' X ' WRK-COMP-ANTERIOR(5:2) '/'
                  WRK-COMP-ANTERIOR(1:4) DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE SPACES TO RELATORIO-REC.
           STRING 'TOLERANCIA: ' WRK-TOLERANCIA-ED '%   EMISSAO: '
                  WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE ALL '=' TO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE SPACES TO RELATORIO-REC.
           MOVE 'MATRIC NOME' TO RELATORIO-REC(1:11).
           MOVE 'EXCECAO' TO RELATORIO-REC(34:7).
           MOVE 'ANTERIOR' TO RELATORIO-REC(50:8).
           MOVE 'ATUAL' TO RELATORIO-REC(67:5).
           MOVE 'VAR %' TO RELATORIO-REC(77:5).
           WRITE RELATORIO-REC.
           DISPLAY 'COMPETENCIA CONFERIDA: ' WRK-COMP-ATUAL(5:2) '/'
                   WRK-COMP-ATUAL(1:4).
           IF WRK-COMP-ANTERIOR = ZEROS
               DISPLAY 'SEM COMPETENCIA ANTERIOR NO HISTORICO - '
                       'TODOS OS FUNCIONARIOS SAEM COMO NOVOS.'
           ELSE
               DISPLAY 'COMPARADA COM: ' WRK-COMP-ANTERIOR(5:2) '/'
                       WRK-COMP-ANTERIOR(1:4)
                       '   TOLERANCIA: ' WRK-TOLERANCIA-ED '%'
           END-IF.
           PERFORM 0210-COMPARAR-FUNCIONARIO
               VARYING WRK-ATU-IDX FROM 1 BY 1
               UNTIL WRK-ATU-IDX > WRK-ATU-QTD.
           PERFORM 0240-TESTAR-AUSENTE
               VARYING WRK-ANT-IDX FROM 1 BY 1
               UNTIL WRK-ANT-IDX > WRK-ANT-QTD.
       0210-COMPARAR-FUNCIONARIO.
      *>********* LOCALIZANDO O FUNCIONARIO NA FOLHA ANTERIOR E
      *>          COMPARANDO BRUTO, DESCONTOS E LIQUIDO
           ADD WRK-ATU-BRUTO(WRK-ATU-IDX) TO WRK-TOT-ATU-BRUTO.
           ADD WRK-ATU-DESCONTOS(WRK-ATU-IDX) TO WRK-TOT-ATU-DESCONTOS.
           ADD WRK-ATU-LIQUIDO(WRK-ATU-IDX) TO WRK-TOT-ATU-LIQUIDO.
           MOVE ZEROS TO WRK-ACHADO.
           PERFORM 0215-LOCALIZAR-ANTERIOR
               VARYING WRK-ANT-IDX FROM 1 BY 1
               UNTIL WRK-ANT-IDX > WRK-ANT-QTD
                  OR WRK-ACHADO > ZEROS.
           IF WRK-ACHADO = ZEROS
               ADD 1 TO WRK-QTD-NOVOS
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE WRK-ATU-LIQUIDO(WRK-ATU-IDX) TO WRK-VAR-ATUAL-ED
               MOVE SPACES TO RELATORIO-REC
               STRING WRK-ATU-MATRICULA(WRK-ATU-IDX) ' '
                      WRK-ATU-NOME(WRK-ATU-IDX) ' '
                      'NOVO NA FOLHA    LIQUIDO: '
                      WRK-VAR-ATUAL-ED DELIMITED BY SIZE
                 INTO RELATORIO-REC
               WRITE RELATORIO-REC
               DISPLAY 'NOVO:     ' WRK-ATU-MATRICULA(WRK-ATU-IDX)
                       ' ' WRK-ATU-NOME(WRK-ATU-IDX)
                       ' LIQUIDO: ' WRK-VAR-ATUAL-ED
           ELSE
               MOVE 'S' TO WRK-ANT-PAREADO(WRK-ACHADO)
               MOVE 'BRUTO' TO WRK-VAR-CAMPO
               MOVE WRK-ANT-BRUTO(WRK-ACHADO) TO WRK-VAR-ANTERIOR
               MOVE WRK-ATU-BRUTO(WRK-ATU-IDX) TO WRK-VAR-ATUAL
               PERFORM 0220-TESTAR-VARIACAO
               MOVE 'DESCONTOS' TO WRK-VAR-CAMPO
               MOVE WRK-ANT-DESCONTOS(WRK-ACHADO) TO WRK-VAR-ANTERIOR
               MOVE WRK-ATU-DESCONTOS(WRK-ATU-IDX) TO WRK-VAR-ATUAL
               PERFORM 0220-TESTAR-VARIACAO
               MOVE 'LIQUIDO' TO WRK-VAR-CAMPO
               MOVE WRK-ANT-LIQUIDO(WRK-ACHADO) TO WRK-VAR-ANTERIOR
               MOVE WRK-ATU-LIQUIDO(WRK-ATU-IDX) TO WRK-VAR-ATUAL
               PERFORM 0220-TESTAR-VARIACAO
           END-IF.
       0215-LOCALIZAR-ANTERIOR.
      *>********* COMPARANDO UMA LINHA DA FOLHA ANTERIOR COM O
      *>          FUNCIONARIO DA FOLHA ATUAL
           IF (WRK-ANT-MATRICULA(WRK-ANT-IDX) > ZEROS
               AND WRK-ATU-MATRICULA(WRK-ATU-IDX) > ZEROS
               AND WRK-ANT-MATRICULA(WRK-ANT-IDX)
                   = WRK-ATU-MATRICULA(WRK-ATU-IDX))
              OR ((WRK-ANT-MATRICULA(WRK-ANT-IDX) = ZEROS
                   OR WRK-ATU-MATRICULA(WRK-ATU-IDX) = ZEROS)
               AND WRK-ANT-NOME(WRK-ANT-IDX)
                   = WRK-ATU-NOME(WRK-ATU-IDX))
               MOVE WRK-ANT-IDX TO WRK-ACHADO
           END-IF.
       0220-TESTAR-VARIACAO.
      *>********* APURANDO A VARIACAO PERCENTUAL DE UM VALOR SOBRE A
      *>          FOLHA ANTERIOR E APONTANDO-A SE PASSAR DA TOLERANCIA
      *>          (VALOR QUE SAI DE ZERO E SEMPRE APONTADO)
           IF WRK-VAR-ATUAL >= WRK-VAR-ANTERIOR
               COMPUTE WRK-VAR-DIFERENCA =
                   WRK-VAR-ATUAL - WRK-VAR-ANTERIOR
               MOVE '+' TO WRK-VAR-SINAL
           ELSE
               COMPUTE WRK-VAR-DIFERENCA =
                   WRK-VAR-ANTERIOR - WRK-VAR-ATUAL
               MOVE '-' TO WRK-VAR-SINAL
           END-IF.
           IF WRK-VAR-ANTERIOR = ZEROS
               IF WRK-VAR-DIFERENCA > ZEROS
                   MOVE 99999,99 TO WRK-VAR-PCT
               ELSE
                   MOVE ZEROS TO WRK-VAR-PCT
               END-IF
           ELSE
               COMPUTE WRK-VAR-PCT ROUNDED =
                   WRK-VAR-DIFERENCA * 100 / WRK-VAR-ANTERIOR
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-VAR-PCT
               END-COMPUTE
           END-IF.
           IF WRK-VAR-PCT > WRK-TOLERANCIA
               ADD 1 TO WRK-QTD-VARIACOES
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE WRK-VAR-ANTERIOR TO WRK-VAR-ANTERIOR-ED
               MOVE WRK-VAR-ATUAL TO WRK-VAR-ATUAL-ED
               MOVE WRK-VAR-PCT TO WRK-VAR-PCT-ED
               MOVE SPACES TO RELATORIO-REC
               STRING WRK-ATU-MATRICULA(WRK-ATU-IDX) ' '
                      WRK-ATU-NOME(WRK-ATU-IDX) ' '
                      WRK-VAR-CAMPO ' '
                      WRK-VAR-ANTERIOR-ED ' '
                      WRK-VAR-ATUAL-ED ' '
                      WRK-VAR-SINAL WRK-VAR-PCT-ED DELIMITED BY SIZE
                 INTO RELATORIO-REC
               WRITE RELATORIO-REC
               DISPLAY 'VARIACAO: ' WRK-ATU-MATRICULA(WRK-ATU-IDX)
                       ' ' WRK-ATU-NOME(WRK-ATU-IDX) ' '
                       WRK-VAR-CAMPO ' ' WRK-VAR-ANTERIOR-ED ' -> '
                       WRK-VAR-ATUAL-ED ' ' WRK-VAR-SINAL
                       WRK-VAR-PCT-ED '%'
           END-IF.
       0240-TESTAR-AUSENTE.
      *>********* APONTANDO O FUNCIONARIO DA FOLHA ANTERIOR QUE NAO
      *>          ESTA NA FOLHA ATUAL
           ADD WRK-ANT-BRUTO(WRK-ANT-IDX) TO WRK-TOT-ANT-BRUTO.
           ADD WRK-ANT-DESCONTOS(WRK-ANT-IDX) TO WRK-TOT-ANT-DESCONTOS.
           ADD WRK-ANT-LIQUIDO(WRK-ANT-IDX) TO WRK-TOT-ANT-LIQUIDO.
           IF WRK-ANT-PAREADO(WRK-ANT-IDX) NOT = 'S'
               ADD 1 TO WRK-QTD-AUSENTES
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE WRK-ANT-LIQUIDO(WRK-ANT-IDX)
                   TO WRK-VAR-ANTERIOR-ED
               MOVE SPACES TO RELATORIO-REC
               STRING WRK-ANT-MATRICULA(WRK-ANT-IDX) ' '
                      WRK-ANT-NOME(WRK-ANT-IDX) ' '
                      'AUSENTE NA FOLHA LIQUIDO: '
                      WRK-VAR-ANTERIOR-ED DELIMITED BY SIZE
                 INTO RELATORIO-REC
               WRITE RELATORIO-REC
               DISPLAY 'AUSENTE:  ' WRK-ANT-MATRICULA(WRK-ANT-IDX)
                       ' ' WRK-ANT-NOME(WRK-ANT-IDX)
                       ' LIQUIDO ANTERIOR: ' WRK-VAR-ANTERIOR-ED
           END-IF.
       0300-TOTALIZAR.
      *>********* IMPRIMINDO OS TOTAIS DAS DUAS COMPETENCIAS E A
      *>          QUANTIDADE DE EXCECOES
           MOVE ALL '=' TO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE SPACES TO RELATORIO-REC.
           MOVE 'TOTAIS' TO RELATORIO-REC(1:6).
           MOVE 'ANTERIOR' TO RELATORIO-REC(20:8).
           MOVE 'ATUAL' TO RELATORIO-REC(40:5).
           WRITE RELATORIO-REC.
           MOVE 'BRUTO' TO WRK-VAR-CAMPO.
           MOVE WRK-TOT-ANT-BRUTO TO WRK-TOT-ANT-ED.
           MOVE WRK-TOT-ATU-BRUTO TO WRK-TOT-ED.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE 'DESCONTOS' TO WRK-VAR-CAMPO.
           MOVE WRK-TOT-ANT-DESCONTOS TO WRK-TOT-ANT-ED.
           MOVE WRK-TOT-ATU-DESCONTOS TO WRK-TOT-ED.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE 'LIQUIDO' TO WRK-VAR-CAMPO.
           MOVE WRK-TOT-ANT-LIQUIDO TO WRK-TOT-ANT-ED.
           MOVE WRK-TOT-ATU-LIQUIDO TO WRK-TOT-ED.
           PERFORM 0310-IMPRIMIR-TOTAL.
           MOVE SPACES TO RELATORIO-REC.
           STRING 'FUNCIONARIOS: ' WRK-ANT-QTD ' -> ' WRK-ATU-QTD
                  '   EXCECOES: ' WRK-QTD-EXCECOES
                  ' (VARIACOES ' WRK-QTD-VARIACOES
                  ', NOVOS ' WRK-QTD-NOVOS
                  ', AUSENTES ' WRK-QTD-AUSENTES ')'
                      DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           CLOSE RELATORIO-FILE.
           DISPLAY '*************************************'.
           DISPLAY 'FUNCIONARIOS: ' WRK-ANT-QTD ' -> ' WRK-ATU-QTD.
           DISPLAY 'EXCECOES: ' WRK-QTD-EXCECOES
                   ' (VARIACOES ' WRK-QTD-VARIACOES
                   ', NOVOS ' WRK-QTD-NOVOS
                   ', AUSENTES ' WRK-QTD-AUSENTES ')'.
           DISPLAY 'RELATORIO DA CONFERENCIA: VARIA84REL'.
       0310-IMPRIMIR-TOTAL.
      *>********* IMPRIMINDO UMA LINHA DE TOTAL (ANTERIOR X ATUAL)
           MOVE SPACES TO RELATORIO-REC.
           STRING WRK-VAR-CAMPO ' ' WRK-TOT-ANT-ED ' '
                  WRK-TOT-ED DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           DISPLAY WRK-VAR-CAMPO ' ' WRK-TOT-ANT-ED ' -> ' WRK-TOT-ED.
       0400-ACEITAR-CONFERENCIA.
      *>********* A REMESSA GRAVADA PELO PROGCBL05 SEGUE RETIDA ATE
      *>          UM SUPERVISOR (OU ADM) ACEITAR ESTA CONFERENCIA
           DISPLAY 'SUPERVISOR: CONFERENCIA ACEITA E REMESSA '
                   'LIBERADA PARA O BANCO? (S/N): '.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY 'REMESSA SEGUE RETIDA AGUARDANDO A '
                       'CONFERENCIA.'
           ELSE
               DISPLAY 'INSIRA O NOME DE USUARIO: '
               ACCEPT WRK-AUTH-USUARIO FROM CONSOLE
               DISPLAY 'INSIRA A SENHA: '
               ACCEPT WRK-AUTH-SENHA FROM CONSOLE
               PERFORM 9550-VALIDAR-USUARIO
               IF AUTH-AUTORIZADO
                   PERFORM 0410-CONFERIR-ACESSO
               END-IF
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'LIBERA REM' TO WRK-AUDIT-ACAO
               MOVE WRK-COMP-ATUAL TO WRK-AUDIT-ANTES
               IF AUTH-AUTORIZADO AND AUTH-PERMITIDO
                   MOVE 'S' TO WRK-REMESSA-LIBERADA
                   MOVE SPACES TO WRK-AUDIT-DEPOIS
                   STRING 'EXCECOES ' WRK-QTD-EXCECOES
                       DELIMITED BY SIZE
                     INTO WRK-AUDIT-DEPOIS
                   DISPLAY 'REMESSA LIBERADA PARA O BANCO.'
               ELSE
                   MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
                   DISPLAY 'LIBERACAO RESTRITA A SUPERVISOR OU ADM - '
                           'REMESSA SEGUE RETIDA.'
               END-IF
               PERFORM 9500-GRAVAR-AUDITORIA
           END-IF.
       0410-CONFERIR-ACESSO.
      *>********* LIBERANDO O ACEITE PELA MATRIZ DE PERMISSOES; SEM
      *>          A LINHA DO PROGRAMA, VALE SUPERVISOR OU ADM
           MOVE 'PROGCBL84' TO WRK-PERM-PROGRAMA-BUSCA.
           PERFORM 9560-CONFERIR-PERMISSAO.
           IF NOT PERM-TEM-LINHA
               IF AUTH-SUPERVISOR OR AUTH-ADM
                   MOVE 'S' TO WRK-AUTH-PERMITIDO
               END-IF
           END-IF.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'PERMISSAO-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL84'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL84'==.
