      *>           PERCENTUAL ENTREGUE DENTRO DO PRAZO PROMETIDO E
      *>           DEVOLUCOES (STATUS D) - NEGOCIACAO DE FRETE COM
      *>           NUMERO, NAO COM IMPRESSAO
      *> OBJETIVO: MANTER A TABELA DE PRECOS DAS TRANSPORTADORAS
      *>           (TRANSPTAR: TRANSPORTADORA, UF, FAIXA DE PESO E
      *>           PRECO) E GRAVAR NO RELATORIO DE DESEMPENHO O RESUMO
      *>           DE PONTUALIDADE (TRANSPDES61), AMBOS USADOS PELO
      *>           PROGCBL10 NA ESCOLHA DA TRANSPORTADORA DO PEDIDO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL EMBARQUE-FILE ASSIGN TO 'EMBARQUE10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMBARQUE-STATUS.
           SELECT OPTIONAL TRANSPTAR-FILE ASSIGN TO 'TRANSPTAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSPTAR-STATUS.
           SELECT OPTIONAL TRANSPDES-FILE ASSIGN TO 'TRANSPDES61'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSPDES-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       FD  EMBARQUE-FILE.
       01  EMBARQUE-REC.
           COPY 'EMBARQUE.cbl'.
       FD  TRANSPTAR-FILE.
       01  TRANSPTAR-REC.
           COPY 'TRANSPTAR.cbl'.
       FD  TRANSPDES-FILE.
       01  TRANSPDES-REC.
           COPY 'TRANSPDES.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
                  BY =='DESEMPENHO POR TRANSPORTADORA'==.
       77 WRK-TRANSPMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EMBARQUE-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRANSPTAR-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRANSPDES-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRANSPMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-TRANSPMST VALUE 'S'.
       77 WRK-EMBARQUE-EOF PIC X(01) VALUE 'N'.
         88 FIM-EMBARQUE VALUE 'S'.
       77 WRK-TRANSPTAR-EOF PIC X(01) VALUE 'N'.
         88 FIM-TRANSPTAR VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(01) VALUE 9.
         88 OPCAO-INCLUIR VALUE 1.
         88 OPCAO-LISTAR VALUE 2.
         88 OPCAO-DESEMPENHO VALUE 3.
         88 OPCAO-INCLUIR-TARIFA VALUE 4.
         88 OPCAO-LISTAR-TARIFAS VALUE 5.
         88 OPCAO-SAIR VALUE 0.
      *>********* TRANSPORTADORAS EM MEMORIA, COM OS ACUMULADOS DO
      *>          RELATORIO DE DESEMPENHO
       77 WRK-DIAS-ENTREGA PIC S9(05) VALUE ZEROS.
       77 WRK-MEDIA-DIAS PIC 9(04)V9 VALUE ZEROS.
       77 WRK-PCT-PRAZO PIC 9(03)V9 VALUE ZEROS.
       77 WRK-QTD-DESEMPENHO PIC 9(02) VALUE ZEROS.
      *>********* LINHA DA TABELA DE PRECOS EM INCLUSAO
       77 WRK-TAR-UF PIC X(02) VALUE SPACES.
       77 WRK-TAR-PESO-LIMITE PIC 9(05)V99 VALUE ZEROS.
       77 WRK-TAR-PRECO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-QTD-TARIFAS PIC 9(05) VALUE ZEROS.
       77 WRK-PESO-ED PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ED PIC ZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-DATA-EMB.
          02 WRK-EMB-ANO PIC 9(04).
          02 WRK-EMB-MES PIC 9(02).
      *>********* MENU DO CADASTRO E DO RELATORIO
           DISPLAY '-------------------------------------------'.
           DISPLAY '1-INCLUIR TRANSPORTADORA  2-LISTAR'.
           DISPLAY '3-DESEMPENHO DO MES       4-INCLUIR TARIFA'.
           DISPLAY '5-LISTAR TARIFAS          0-ENCERRAR'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'ESCOLHA A OPCAO: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 0240-LISTAR
               WHEN OPCAO-DESEMPENHO
                   PERFORM 0250-DESEMPENHO-MES
               WHEN OPCAO-INCLUIR-TARIFA
                   PERFORM 0400-INCLUIR-TARIFA
               WHEN OPCAO-LISTAR-TARIFAS
                   PERFORM 0440-LISTAR-TARIFAS
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
               DISPLAY 'EMBARQUES DE TRANSPORTADORA SEM CADASTRO: '
                       WRK-QTD-SEM-CADASTRO
           END-IF.
           PERFORM 0295-GRAVAR-PONTUALIDADE.
       0255-ZERAR-ACUMULADOS.
      *>********* ZERANDO OS ACUMULADOS DE UMA TRANSPORTADORA
           MOVE ZEROS TO WRK-TRA-EMBARQUES(WRK-TRA-IDX).
                       ' DEVOLUCOES: '
                       WRK-TRA-DEVOLVIDOS(WRK-TRA-IDX)
           END-IF.
       0295-GRAVAR-PONTUALIDADE.
      *>********* REGRAVANDO O RESUMO DE PONTUALIDADE DO MES PARA A
      *>          ESCOLHA DA TRANSPORTADORA NO PROGCBL10
           MOVE ZEROS TO WRK-QTD-DESEMPENHO.
           OPEN OUTPUT TRANSPDES-FILE.
           PERFORM 0296-GRAVAR-UMA-PONTUALIDADE
               VARYING WRK-TRA-IDX FROM 1 BY 1
               UNTIL WRK-TRA-IDX > WRK-TRA-QTD.
           CLOSE TRANSPDES-FILE.
           DISPLAY 'PONTUALIDADE GRAVADA (TRANSPDES61): '
                   WRK-QTD-DESEMPENHO ' TRANSPORTADORA(S)'.
       0296-GRAVAR-UMA-PONTUALIDADE.
      *>********* GRAVANDO A PONTUALIDADE DE UMA TRANSPORTADORA COM
      *>          ENTREGAS NO MES
           IF WRK-TRA-ENTREGUES(WRK-TRA-IDX) > ZEROS
               MOVE WRK-TRA-CODIGO(WRK-TRA-IDX) TO TDES-CODIGO
               MOVE WRK-ANOMES TO TDES-ANOMES
               MOVE WRK-TRA-ENTREGUES(WRK-TRA-IDX) TO TDES-ENTREGUES
               COMPUTE TDES-PCT-PRAZO ROUNDED =
                   (WRK-TRA-NO-PRAZO(WRK-TRA-IDX) * 100)
                   / WRK-TRA-ENTREGUES(WRK-TRA-IDX)
               WRITE TRANSPDES-REC
               ADD 1 TO WRK-QTD-DESEMPENHO
           END-IF.
       0400-INCLUIR-TARIFA.
      *>********* INCLUINDO UMA FAIXA NA TABELA DE PRECOS DE UMA
      *>          TRANSPORTADORA CADASTRADA
           DISPLAY 'CODIGO DA TRANSPORTADORA: '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           PERFORM 0640-LOCALIZAR-TRANSPORTADORA.
           IF WRK-TRA-ACHADO = ZEROS
               DISPLAY 'TRANSPORTADORA NAO CADASTRADA: ' WRK-CODIGO
           ELSE
               DISPLAY 'UF ATENDIDA: '
               ACCEPT WRK-TAR-UF FROM CONSOLE
               DISPLAY 'PESO LIMITE DA FAIXA (KG): '
               ACCEPT WRK-TAR-PESO-LIMITE FROM CONSOLE
               DISPLAY 'PRECO DA FAIXA: '
               ACCEPT WRK-TAR-PRECO FROM CONSOLE
               IF WRK-TAR-UF = SPACES
                  OR WRK-TAR-PESO-LIMITE = ZEROS
                   DISPLAY 'UF E PESO LIMITE SAO OBRIGATORIOS. '
                           'TARIFA NAO INCLUIDA.'
               ELSE
                   PERFORM 0410-GRAVAR-TARIFA
               END-IF
           END-IF.
       0410-GRAVAR-TARIFA.
      *>********* ACRESCENTANDO A FAIXA NA TABELA DE PRECOS E
      *>          REGISTRANDO NA TRILHA DE AUDITORIA
           OPEN EXTEND TRANSPTAR-FILE.
           IF WRK-TRANSPTAR-STATUS = '05' OR WRK-TRANSPTAR-STATUS = '35'
               CLOSE TRANSPTAR-FILE
               OPEN OUTPUT TRANSPTAR-FILE
           END-IF.
           MOVE WRK-CODIGO TO TAR-TRANSPORTADORA.
           MOVE WRK-TAR-UF TO TAR-UF.
           MOVE WRK-TAR-PESO-LIMITE TO TAR-PESO-LIMITE.
           MOVE WRK-TAR-PRECO TO TAR-PRECO.
           WRITE TRANSPTAR-REC.
           CLOSE TRANSPTAR-FILE.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'TARIFA' TO WRK-AUDIT-ACAO.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           MOVE WRK-TAR-PESO-LIMITE TO WRK-PESO-ED.
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           STRING WRK-CODIGO ' ' WRK-TAR-UF ' ' WRK-PESO-ED
               DELIMITED BY SIZE
             INTO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'TARIFA INCLUIDA: ' WRK-CODIGO ' ' WRK-TAR-UF.
       0440-LISTAR-TARIFAS.
      *>********* LISTANDO A TABELA DE PRECOS DAS TRANSPORTADORAS
           MOVE ZEROS TO WRK-QTD-TARIFAS.
           MOVE 'N' TO WRK-TRANSPTAR-EOF.
           DISPLAY '===================================='.
           DISPLAY 'TRANSP UF  PESO LIMITE      PRECO'.
           OPEN INPUT TRANSPTAR-FILE.
           IF WRK-TRANSPTAR-STATUS = '00'
               PERFORM 0445-LISTAR-UMA-TARIFA UNTIL FIM-TRANSPTAR
           END-IF.
           CLOSE TRANSPTAR-FILE.
           DISPLAY '===================================='.
           DISPLAY 'FAIXAS DE PRECO: ' WRK-QTD-TARIFAS.
       0445-LISTAR-UMA-TARIFA.
      *>********* LENDO E EXIBINDO UMA FAIXA DA TABELA DE PRECOS
           READ TRANSPTAR-FILE
               AT END
                   MOVE 'S' TO WRK-TRANSPTAR-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-TARIFAS
                   MOVE TAR-PESO-LIMITE TO WRK-PESO-ED
                   MOVE TAR-PRECO TO WRK-PRECO-ED
                   DISPLAY TAR-TRANSPORTADORA '  ' TAR-UF '  '
                           WRK-PESO-ED '  ' WRK-PRECO-ED
           END-READ.
       0640-LOCALIZAR-TRANSPORTADORA.
      *>********* LOCALIZANDO O CODIGO NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-TRA-ACHADO.
