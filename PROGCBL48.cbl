      *>           NO CADASTRO MESTRE, PARA A FOLHA DO PROGCBL05
      *>           PARAR DE PAGA-LO, REGISTRANDO O DESLIGAMENTO NA
      *>           TRILHA DE AUDITORIA CENTRAL
      *> OBJETIVO: IDENTIFICAR O FUNCIONARIO PELA MATRICULA (OU PELO
      *>           NOME, QUANDO NAO HA HOMONIMO), EXIBI-LA NO
      *>           DEMONSTRATIVO E PRESERVAR A MATRICULA E O CPF NA
      *>           REGRAVACAO DO CADASTRO MESTRE
      *> OBJETIVO: TIRAR DO SALDO DE SALARIO OS DIAS DE AFASTAMENTO
      *>           SEM SALARIO DA EMPRESA NO MES DO DESLIGAMENTO E DOS
      *>           AVOS DE 13O E FERIAS OS MESES COM AVOS SUSPENSOS
      *>           (CADASTRO AFASTMST DO PROGCBL85, REGRA DO TIPO EM
      *>           AFASTREG)
      *> OBJETIVO: DESCONTAR DA RESCISAO O ADIANTAMENTO QUINZENAL EM
      *>           ABERTO (ADIANT86 DO PROGCBL86) E BAIXA-LO COMO
      *>           DESCONTADO, PARA A FOLHA DO MES NAO FICAR PRESA A
      *>           ADIANTAMENTO DE FUNCIONARIO DESLIGADO
      *> OBJETIVO: DESCONTAR DA RESCISAO AS PARCELAS DO 13O JA PAGAS
      *>           NO ANO PELO PROGCBL88 (FOLHAHIST05, FH-TIPO 1 E 2)
      *> OBJETIVO: GRAVAR A DATA DO DESLIGAMENTO NO CADASTRO MESTRE,
      *>           JUNTO COM A SITUACAO D, PARA O PRAZO DE RETENCAO DOS
      *>           DADOS PESSOAIS (PROGCBL136)
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL RESCISAO-FILE ASSIGN TO 'RESCISAO48'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RESCISAO-STATUS.
           SELECT OPTIONAL AFAST-FILE ASSIGN TO 'AFASTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFAST-STATUS.
           SELECT OPTIONAL ADIANT-FILE ASSIGN TO 'ADIANT86'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANT-STATUS.
           SELECT OPTIONAL FOLHAHIST-FILE ASSIGN TO 'FOLHAHIST05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHIST-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           COPY 'FUNCMST.cbl'.
       FD  RESCISAO-FILE.
       01  RESCISAO-REC PIC X(60).
       FD  AFAST-FILE.
       01  AFAST-REC.
           COPY 'AFASTA.cbl'.
       FD  ADIANT-FILE.
       01  ADIANT-REC.
           COPY 'ADIANTA.cbl'.
       FD  FOLHAHIST-FILE.
       01  FOLHAHIST-REC.
           COPY 'FOLHAHIST.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'MOEDA.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'SECULO.cbl'.
       COPY 'AFASTREG.cbl'.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
             03 WRK-FUNC-SALARIO PIC 9(06)V99.
             03 WRK-FUNC-CCUSTO PIC X(04).
             03 WRK-FUNC-SITUACAO PIC X(01).
             03 WRK-FUNC-MATRICULA PIC 9(06).
             03 WRK-FUNC-CPF PIC 9(11).
             03 WRK-FUNC-DATA-DESLIG PIC 9(08).
       77 WRK-FUNC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-MATRICULA-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-HOMONIMOS PIC 9(03) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-ENCERRAR PIC X(01) VALUE 'N'.
         88 ENCERRAR-SESSAO VALUE 'S'.
         88 DATA-VALIDA VALUE 'S'.
       77 WRK-SALARIO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIAS-MES PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-AFAST PIC 9(05) VALUE ZEROS.
       77 WRK-MESES-NO-ANO PIC S9(02) VALUE ZEROS.
       77 WRK-SALDO-SALARIO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DECIMO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FERIAS-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TERCO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* ADIANTAMENTOS QUINZENAIS (ADIANT86) EM ABERTO,
      *>          DESCONTADOS NA RESCISAO
       77 WRK-ADIANT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADIANT-EOF PIC X(01) VALUE 'N'.
         88 FIM-ADIANT VALUE 'S'.
       01 WRK-ADT-TAB.
          02 WRK-ADT-LINHA OCCURS 999 TIMES.
             03 WRK-ADT-MATRICULA PIC 9(06).
             03 WRK-ADT-NOME PIC X(25).
             03 WRK-ADT-COMPETENCIA PIC 9(06).
             03 WRK-ADT-VALOR PIC 9(06)V99.
             03 WRK-ADT-DATA-PAGTO PIC 9(08).
             03 WRK-ADT-SITUACAO PIC X(01).
             03 WRK-ADT-DATA-DESCONTO PIC 9(08).
       77 WRK-ADT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ADT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ADT-ESTOURO PIC X(01) VALUE 'N'.
         88 ADIANTAMENTOS-ESTOURARAM VALUE 'S'.
       77 WRK-ADIANT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ADIANT-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* PARCELAS DO 13O JA PAGAS NO ANO (HISTORICO)
       77 WRK-FOLHAHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FOLHAHIST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FOLHAHIST VALUE 'S'.
       77 WRK-FH-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-DECIMO-PAGO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DECIMO-PAGO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DESCONTOS-RESC PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-RESCISAO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           PERFORM 9610-SELECIONAR-MOEDA.
           PERFORM 0105-CARREGAR-MESTRE.
           PERFORM 9720-CARREGAR-AFASTAMENTOS.
           PERFORM 0110-CARREGAR-ADIANTAMENTOS.
           DISPLAY 'FUNCIONARIOS CARREGADOS: ' WRK-FUNC-QTD.
       0110-CARREGAR-ADIANTAMENTOS.
      *>********* CARREGANDO OS ADIANTAMENTOS EM MEMORIA (ARQUIVO
      *>          MAIOR QUE A TABELA NAO E DESCONTADO NEM REGRAVADO,
      *>          PARA A REGRAVACAO NAO PERDER LANCAMENTO)
           OPEN INPUT ADIANT-FILE.
           IF WRK-ADIANT-STATUS = '00'
               PERFORM 0112-LER-ADIANTAMENTO UNTIL FIM-ADIANT
           END-IF.
           CLOSE ADIANT-FILE.
           IF ADIANTAMENTOS-ESTOURARAM
               DISPLAY 'ARQUIVO DE ADIANTAMENTOS MAIOR QUE A TABELA '
                       '(999) - ADIANTAMENTO NAO DESCONTADO NA '
                       'RESCISAO.'
               MOVE ZEROS TO WRK-ADT-QTD
           END-IF.
       0112-LER-ADIANTAMENTO.
      *>********* LENDO UM ADIANTAMENTO DO ARQUIVO
           READ ADIANT-FILE
               AT END
                   MOVE 'S' TO WRK-ADIANT-EOF
               NOT AT END
                   IF WRK-ADT-QTD >= 999
                       MOVE 'S' TO WRK-ADT-ESTOURO
                   ELSE
                       ADD 1 TO WRK-ADT-QTD
                       MOVE ADIANT-REC TO WRK-ADT-LINHA(WRK-ADT-QTD)
                   END-IF
           END-READ.
       0105-CARREGAR-MESTRE.
      *>********* CARREGANDO O CADASTRO MESTRE PARA A TABELA DE
      *>          TRABALHO, PULANDO OS REGISTROS DE CONTROLE HDR/TRL
                               TO WRK-FUNC-CCUSTO(WRK-FUNC-QTD)
                           MOVE FUNCMST-SITUACAO
                               TO WRK-FUNC-SITUACAO(WRK-FUNC-QTD)
                           PERFORM 0107-CARREGAR-CHAVES
                   END-EVALUATE
           END-READ.
       0107-CARREGAR-CHAVES.
      *>********* CARREGANDO A MATRICULA, O CPF E A DATA DO
      *>          DESLIGAMENTO DO FUNCIONARIO LIDO
      *>          (REGISTRO ANTIGO, SEM OS CAMPOS, CARREGA ZEROS)
           IF FUNCMST-MATRICULA NUMERIC
               MOVE FUNCMST-MATRICULA
                   TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
           ELSE
               MOVE ZEROS TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
           END-IF.
           IF FUNCMST-CPF NUMERIC
               MOVE FUNCMST-CPF TO WRK-FUNC-CPF(WRK-FUNC-QTD)
           ELSE
               MOVE ZEROS TO WRK-FUNC-CPF(WRK-FUNC-QTD)
           END-IF.
           IF FUNCMST-DATA-DESLIG NUMERIC
               MOVE FUNCMST-DATA-DESLIG
                   TO WRK-FUNC-DATA-DESLIG(WRK-FUNC-QTD)
           ELSE
               MOVE ZEROS TO WRK-FUNC-DATA-DESLIG(WRK-FUNC-QTD)
           END-IF.
       0200-PROCESSAR.
      *>********* LENDO O FUNCIONARIO (PELA MATRICULA OU, COM ELA
      *>          ZERO, PELO NOME) E A DATA E CALCULANDO A RESCISAO
      *>          (NOME EM BRANCO ENCERRA A SESSAO)
           MOVE ZEROS TO WRK-FUNC-ACHADO.
           DISPLAY 'MATRICULA (0=BUSCAR PELO NOME): '.
           MOVE ZEROS TO WRK-MATRICULA-BUSCA.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           IF WRK-MATRICULA-BUSCA > ZEROS
               PERFORM 0680-LOCALIZAR-MATRICULA
               IF WRK-FUNC-ACHADO = ZEROS
                   DISPLAY 'MATRICULA NAO ENCONTRADA: '
                           WRK-MATRICULA-BUSCA
               ELSE
                   MOVE WRK-FUNC-NOME(WRK-FUNC-ACHADO) TO WRK-NOME
               END-IF
           ELSE
               DISPLAY 'NOME DO FUNCIONARIO (BRANCO=ENCERRAR): '
               ACCEPT WRK-NOME FROM CONSOLE
               IF WRK-NOME = SPACES
                   MOVE 'S' TO WRK-ENCERRAR
               ELSE
                   PERFORM 0640-LOCALIZAR-FUNCIONARIO
                   EVALUATE TRUE
                       WHEN WRK-FUNC-ACHADO = ZEROS
                           DISPLAY 'FUNCIONARIO NAO ENCONTRADO: '
                                   WRK-NOME
                       WHEN WRK-QTD-HOMONIMOS > 1
                           DISPLAY 'NOME COM HOMONIMOS - INFORME A '
                                   'MATRICULA:'
                           PERFORM 0665-LISTAR-HOMONIMO
                               VARYING WRK-FUNC-IDX FROM 1 BY 1
                               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                           MOVE ZEROS TO WRK-FUNC-ACHADO
                       WHEN OTHER
                           MOVE WRK-FUNC-NOME(WRK-FUNC-ACHADO)
                               TO WRK-NOME
                   END-EVALUATE
               END-IF
           END-IF.
           IF WRK-FUNC-ACHADO > ZEROS
               IF WRK-FUNC-SITUACAO(WRK-FUNC-ACHADO) = 'D'
                   DISPLAY 'FUNCIONARIO JA DESLIGADO: ' WRK-NOME
               ELSE
                   PERFORM 0210-LER-DATA-RESCISAO WITH TEST AFTER
                       UNTIL DATA-VALIDA
                   PERFORM 0220-CALCULAR-RESCISAO
               END-IF
           END-IF.
       0210-LER-DATA-RESCISAO.
      *>********* LENDO E VALIDANDO A DATA DO DESLIGAMENTO
           ELSE
               MOVE WRK-RESC-DIA TO WRK-DIAS-MES
           END-IF.
      *>********* DIAS DE AFASTAMENTO SEM SALARIO NO MES SAEM DO
      *>          SALDO DE SALARIO
           MOVE WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO)
               TO WRK-AF-MATRICULA-REF.
           MOVE WRK-NOME TO WRK-AF-NOME-REF.
           COMPUTE WRK-AF-PER-INICIO =
               WRK-RESC-ANO * 10000 + WRK-RESC-MES * 100 + 1.
           MOVE WRK-DATA-RESC TO WRK-AF-PER-FIM.
           PERFORM 9722-APURAR-AFASTAMENTOS.
           MOVE WRK-AF-DIAS-SEM-PAGA TO WRK-DIAS-AFAST.
           IF WRK-DIAS-AFAST >= WRK-DIAS-MES
               MOVE ZEROS TO WRK-DIAS-MES
           ELSE
               SUBTRACT WRK-DIAS-AFAST FROM WRK-DIAS-MES
           END-IF.
           COMPUTE WRK-SALDO-SALARIO ROUNDED =
               (WRK-SALARIO * WRK-DIAS-MES) / 30.
           IF WRK-FUNC-ENTRADA-ANO(WRK-FUNC-ACHADO) < WRK-RESC-ANO
           IF WRK-RESC-DIA < 15
               SUBTRACT 1 FROM WRK-MESES-NO-ANO
           END-IF.
      *>********* OS AVOS SUSPENSOS PELOS AFASTAMENTOS DO ANO (DESDE
      *>          1O DE JANEIRO OU DA ENTRADA) NAO CONTAM
           IF WRK-FUNC-ENTRADA-ANO(WRK-FUNC-ACHADO) < WRK-RESC-ANO
               COMPUTE WRK-AF-PER-INICIO = WRK-RESC-ANO * 10000 + 0101
           ELSE
               MOVE WRK-FUNC-ENTRADA(WRK-FUNC-ACHADO)
                   TO WRK-AF-PER-INICIO
           END-IF.
           MOVE WRK-DATA-RESC TO WRK-AF-PER-FIM.
           PERFORM 9722-APURAR-AFASTAMENTOS.
           SUBTRACT WRK-AF-AVOS-PERDIDOS FROM WRK-MESES-NO-ANO.
           IF WRK-MESES-NO-ANO < ZEROS
               MOVE ZEROS TO WRK-MESES-NO-ANO
           END-IF.
           COMPUTE WRK-TERCO ROUNDED = WRK-FERIAS / 3.
           COMPUTE WRK-TOTAL-RESCISAO = WRK-SALDO-SALARIO
               + WRK-DECIMO + WRK-FERIAS + WRK-TERCO.
      *>********* ADIANTAMENTO EM ABERTO SAI DO LIQUIDO DA RESCISAO
           MOVE ZEROS TO WRK-ADIANT.
           PERFORM 0225-SOMAR-ADIANTAMENTO
               VARYING WRK-ADT-IDX FROM 1 BY 1
               UNTIL WRK-ADT-IDX > WRK-ADT-QTD.
      *>********* E AS PARCELAS DO 13O JA PAGAS NO ANO TAMBEM
           PERFORM 0228-SOMAR-DECIMO-PAGO.
           COMPUTE WRK-DESCONTOS-RESC = WRK-ADIANT + WRK-DECIMO-PAGO.
           IF WRK-DESCONTOS-RESC >= WRK-TOTAL-RESCISAO
               MOVE ZEROS TO WRK-LIQUIDO-RESCISAO
           ELSE
               COMPUTE WRK-LIQUIDO-RESCISAO =
                   WRK-TOTAL-RESCISAO - WRK-DESCONTOS-RESC
           END-IF.
           PERFORM 0230-EXIBIR-DEMONSTRATIVO.
           DISPLAY 'CONFIRMA O DESLIGAMENTO DE ' WRK-NOME ' (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S'
               PERFORM 0240-GRAVAR-DEMONSTRATIVO
               MOVE 'D' TO WRK-FUNC-SITUACAO(WRK-FUNC-ACHADO)
               MOVE WRK-DATA-RESC
                   TO WRK-FUNC-DATA-DESLIG(WRK-FUNC-ACHADO)
               PERFORM 0800-GRAVAR-CADASTRO
               IF WRK-ADIANT > ZEROS
                   PERFORM 0227-BAIXAR-ADIANTAMENTO
                       VARYING WRK-ADT-IDX FROM 1 BY 1
                       UNTIL WRK-ADT-IDX > WRK-ADT-QTD
                   PERFORM 0820-GRAVAR-ADIANTAMENTOS
               END-IF
               MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
               MOVE 'RESCISAO' TO WRK-AUDIT-ACAO
               MOVE WRK-NOME TO WRK-AUDIT-ANTES
           ELSE
               DISPLAY 'RESCISAO CANCELADA.'
           END-IF.
       0225-SOMAR-ADIANTAMENTO.
      *>********* SOMANDO UM ADIANTAMENTO EM ABERTO DO FUNCIONARIO
      *>          (CASA PELA MATRICULA; LINHA SEM MATRICULA, PELO NOME)
           IF WRK-ADT-SITUACAO(WRK-ADT-IDX) = 'A'
              AND ((WRK-ADT-MATRICULA(WRK-ADT-IDX) > ZEROS
                    AND WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO) > ZEROS
                    AND WRK-ADT-MATRICULA(WRK-ADT-IDX)
                        = WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO))
               OR ((WRK-ADT-MATRICULA(WRK-ADT-IDX) = ZEROS
                    OR WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO) = ZEROS)
                AND WRK-ADT-NOME(WRK-ADT-IDX)(1:20)
                    = WRK-NOME(1:20)))
               ADD WRK-ADT-VALOR(WRK-ADT-IDX) TO WRK-ADIANT
           END-IF.
       0227-BAIXAR-ADIANTAMENTO.
      *>********* BAIXANDO COMO DESCONTADO NA RESCISAO UM
      *>          ADIANTAMENTO EM ABERTO DO FUNCIONARIO
           IF WRK-ADT-SITUACAO(WRK-ADT-IDX) = 'A'
              AND ((WRK-ADT-MATRICULA(WRK-ADT-IDX) > ZEROS
                    AND WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO) > ZEROS
                    AND WRK-ADT-MATRICULA(WRK-ADT-IDX)
                        = WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO))
               OR ((WRK-ADT-MATRICULA(WRK-ADT-IDX) = ZEROS
                    OR WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO) = ZEROS)
                AND WRK-ADT-NOME(WRK-ADT-IDX)(1:20)
                    = WRK-NOME(1:20)))
               MOVE 'D' TO WRK-ADT-SITUACAO(WRK-ADT-IDX)
               MOVE WRK-DATA-RESC TO WRK-ADT-DATA-DESCONTO(WRK-ADT-IDX)
           END-IF.
       0228-SOMAR-DECIMO-PAGO.
      *>********* SOMANDO NO HISTORICO AS PARCELAS DO 13O PAGAS AO
      *>          FUNCIONARIO NO ANO DO DESLIGAMENTO
           MOVE ZEROS TO WRK-DECIMO-PAGO.
           MOVE 'N' TO WRK-FOLHAHIST-EOF.
           OPEN INPUT FOLHAHIST-FILE.
           IF WRK-FOLHAHIST-STATUS = '00'
               PERFORM 0229-LER-HISTORICO UNTIL FIM-FOLHAHIST
           END-IF.
           CLOSE FOLHAHIST-FILE.
       0229-LER-HISTORICO.
      *>********* LENDO UM REGISTRO DO HISTORICO (CASA PELA
      *>          MATRICULA; REGISTRO SEM MATRICULA, PELO NOME)
           READ FOLHAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-FOLHAHIST-EOF
               NOT AT END
                   IF FH-MATRICULA NUMERIC
                       MOVE FH-MATRICULA TO WRK-FH-MATRICULA
                   ELSE
                       MOVE ZEROS TO WRK-FH-MATRICULA
                   END-IF
                   IF FH-DECIMO-TERCEIRO AND FH-ANO = WRK-RESC-ANO
                      AND ((WRK-FH-MATRICULA > ZEROS
                            AND WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO)
                                > ZEROS
                            AND WRK-FH-MATRICULA
                                = WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO))
                       OR ((WRK-FH-MATRICULA = ZEROS
                            OR WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO)
                                = ZEROS)
                        AND FH-NOME(1:20) = WRK-NOME(1:20)))
                       ADD FH-BRUTO TO WRK-DECIMO-PAGO
                   END-IF
           END-READ.
       0230-EXIBIR-DEMONSTRATIVO.
      *>********* EXIBINDO O DEMONSTRATIVO DA RESCISAO NO CONSOLE
           MOVE WRK-SALARIO TO WRK-SALARIO-ED.
           MOVE WRK-TERCO TO WRK-TERCO-ED.
           MOVE WRK-TOTAL-RESCISAO TO WRK-TOTAL-ED.
           DISPLAY '===================================='.
           DISPLAY 'RESCISAO - ' WRK-NOME
                   ' MATRICULA ' WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO).
           DISPLAY 'DESLIGAMENTO EM ' WRK-RESC-DIA '/'
                   WRK-RESC-MES '/' WRK-RESC-ANO.
           DISPLAY 'SALARIO BASE.......: '
           DISPLAY 'SALDO DE SALARIO...: '
                   WRK-MOEDA-SIMBOLO WRK-SALDO-ED
                   ' (' WRK-DIAS-MES ' DIAS)'.
           IF WRK-DIAS-AFAST > ZEROS OR WRK-AF-AVOS-PERDIDOS > ZEROS
               DISPLAY 'AFASTAMENTO........: ' WRK-DIAS-AFAST
                       ' DIA(S) SEM SALARIO, ' WRK-AF-AVOS-PERDIDOS
                       ' AVO(S) SUSPENSO(S)'
           END-IF.
           DISPLAY '13O PROPORCIONAL...: '
                   WRK-MOEDA-SIMBOLO WRK-DECIMO-ED
                   ' (' WRK-MESES-NO-ANO ' AVOS)'.
                   WRK-MOEDA-SIMBOLO WRK-TERCO-ED.
           DISPLAY 'TOTAL DA RESCISAO..: '
                   WRK-MOEDA-SIMBOLO WRK-TOTAL-ED.
           IF WRK-ADIANT > ZEROS
               MOVE WRK-ADIANT TO WRK-ADIANT-ED
               DISPLAY 'DESC ADIANTAMENTO..: '
                       WRK-MOEDA-SIMBOLO WRK-ADIANT-ED
           END-IF.
           IF WRK-DECIMO-PAGO > ZEROS
               MOVE WRK-DECIMO-PAGO TO WRK-DECIMO-PAGO-ED
               DISPLAY 'DESC 13O JA PAGO...: '
                       WRK-MOEDA-SIMBOLO WRK-DECIMO-PAGO-ED
           END-IF.
           IF WRK-DESCONTOS-RESC > ZEROS
               MOVE WRK-LIQUIDO-RESCISAO TO WRK-LIQUIDO-ED
               DISPLAY 'LIQUIDO A PAGAR....: '
                       WRK-MOEDA-SIMBOLO WRK-LIQUIDO-ED
           END-IF.
           DISPLAY '===================================='.
       0240-GRAVAR-DEMONSTRATIVO.
      *>********* GRAVANDO O BLOCO DO DEMONSTRATIVO NO ARQUIVO DE
           MOVE SPACES TO RESCISAO-REC.
           STRING 'RESCISAO - ' DELIMITED BY SIZE
                  WRK-NOME DELIMITED BY SIZE
                  ' MAT ' DELIMITED BY SIZE
                  WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO)
                  DELIMITED BY SIZE
             INTO RESCISAO-REC.
           WRITE RESCISAO-REC.
           MOVE SPACES TO RESCISAO-REC.
                  WRK-SALDO-ED DELIMITED BY SIZE
             INTO RESCISAO-REC.
           WRITE RESCISAO-REC.
           IF WRK-DIAS-AFAST > ZEROS OR WRK-AF-AVOS-PERDIDOS > ZEROS
               MOVE SPACES TO RESCISAO-REC
               STRING 'AFASTAMENTO.........: ' DELIMITED BY SIZE
                      WRK-DIAS-AFAST DELIMITED BY SIZE
                      ' DIA(S) S/SAL, ' DELIMITED BY SIZE
                      WRK-AF-AVOS-PERDIDOS DELIMITED BY SIZE
                      ' AVO(S)' DELIMITED BY SIZE
                 INTO RESCISAO-REC
               WRITE RESCISAO-REC
           END-IF.
           MOVE SPACES TO RESCISAO-REC.
           STRING '13O PROPORCIONAL....: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
             INTO RESCISAO-REC.
           WRITE RESCISAO-REC.
           IF WRK-ADIANT > ZEROS
               MOVE SPACES TO RESCISAO-REC
               STRING 'DESC ADIANTAMENTO...: ' DELIMITED BY SIZE
                      WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                      WRK-ADIANT-ED DELIMITED BY SIZE
                 INTO RESCISAO-REC
               WRITE RESCISAO-REC
           END-IF.
           IF WRK-DECIMO-PAGO > ZEROS
               MOVE SPACES TO RESCISAO-REC
               STRING 'DESC 13O JA PAGO....: ' DELIMITED BY SIZE
                      WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                      WRK-DECIMO-PAGO-ED DELIMITED BY SIZE
                 INTO RESCISAO-REC
               WRITE RESCISAO-REC
           END-IF.
           IF WRK-DESCONTOS-RESC > ZEROS
               MOVE SPACES TO RESCISAO-REC
               STRING 'LIQUIDO A PAGAR.....: ' DELIMITED BY SIZE
                      WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                      WRK-LIQUIDO-ED DELIMITED BY SIZE
                 INTO RESCISAO-REC
               WRITE RESCISAO-REC
           END-IF.
           CLOSE RESCISAO-FILE.
       0640-LOCALIZAR-FUNCIONARIO.
      *>********* LOCALIZANDO O NOME NA TABELA DE TRABALHO (SO OS 20
      *>          PRIMEIROS CARACTERES, COMO NO PROGCBL26), CONTANDO
      *>          OS HOMONIMOS
           MOVE ZEROS TO WRK-FUNC-ACHADO.
           MOVE ZEROS TO WRK-QTD-HOMONIMOS.
           PERFORM 0645-TESTAR-NOME
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD.
       0645-TESTAR-NOME.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O NOME BUSCADO
           IF WRK-FUNC-NOME(WRK-FUNC-IDX)(1:20) = WRK-NOME(1:20)
               ADD 1 TO WRK-QTD-HOMONIMOS
               IF WRK-FUNC-ACHADO = ZEROS
                   MOVE WRK-FUNC-IDX TO WRK-FUNC-ACHADO
               END-IF
           END-IF.
       0665-LISTAR-HOMONIMO.
      *>********* EXIBINDO UM FUNCIONARIO COM O NOME BUSCADO
           IF WRK-FUNC-NOME(WRK-FUNC-IDX)(1:20) = WRK-NOME(1:20)
               DISPLAY '  MATRICULA ' WRK-FUNC-MATRICULA(WRK-FUNC-IDX)
                       ' ' WRK-FUNC-NOME(WRK-FUNC-IDX)
                       ' ENTRADA ' WRK-FUNC-ENTRADA(WRK-FUNC-IDX)
           END-IF.
       0680-LOCALIZAR-MATRICULA.
      *>********* LOCALIZANDO A MATRICULA NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-FUNC-ACHADO.
           PERFORM 0685-TESTAR-MATRICULA
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                  OR WRK-FUNC-ACHADO > ZEROS.
       0685-TESTAR-MATRICULA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A MATRICULA
           IF WRK-FUNC-MATRICULA(WRK-FUNC-IDX) = WRK-MATRICULA-BUSCA
               MOVE WRK-FUNC-IDX TO WRK-FUNC-ACHADO
           END-IF.
       0800-GRAVAR-CADASTRO.
           MOVE WRK-FUNC-SALARIO(WRK-CONT) TO FUNCMST-SALARIO.
           MOVE WRK-FUNC-CCUSTO(WRK-CONT) TO FUNCMST-CCUSTO.
           MOVE WRK-FUNC-SITUACAO(WRK-CONT) TO FUNCMST-SITUACAO.
           MOVE WRK-FUNC-MATRICULA(WRK-CONT) TO FUNCMST-MATRICULA.
           MOVE WRK-FUNC-CPF(WRK-CONT) TO FUNCMST-CPF.
           MOVE WRK-FUNC-DATA-DESLIG(WRK-CONT) TO FUNCMST-DATA-DESLIG.
           WRITE FUNCMST-REC.
       0820-GRAVAR-ADIANTAMENTOS.
      *>********* REGRAVANDO O ARQUIVO DE ADIANTAMENTOS COM AS
      *>          BAIXAS DA RESCISAO
           OPEN OUTPUT ADIANT-FILE.
           PERFORM 0825-GRAVAR-UM-ADIANTAMENTO
               VARYING WRK-ADT-IDX FROM 1 BY 1
               UNTIL WRK-ADT-IDX > WRK-ADT-QTD.
           CLOSE ADIANT-FILE.
       0825-GRAVAR-UM-ADIANTAMENTO.
      *>********* GRAVANDO UM ADIANTAMENTO NO ARQUIVO
           MOVE WRK-ADT-LINHA(WRK-ADT-IDX) TO ADIANT-REC.
           WRITE ADIANT-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO O CALCULO DE RESCISAO
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'AFASTREG-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL48'==.
