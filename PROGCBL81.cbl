       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL81.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: CONVERSAO DOS ARQUIVOS DE FOLHA E DE RH PARA A
      *>           MATRICULA DO FUNCIONARIO: CARIMBA A MATRICULA DO
      *>           CADASTRO MESTRE (FUNCMST) NOS REGISTROS ANTIGOS QUE
      *>           SO TEM O NOME - HISTORICO DE FOLHAS (FOLHAHIST05),
      *>           AGENDA DE FERIAS (FERIASAGD49), DESCONTOS
      *>           RECORRENTES (DESCREC05), PONTO DO MES (PONTOMES05)
      *>           E HISTORICO DE AUMENTOS (RAISELOG13, CAMPO
      *>           MATRICULA= NO FIM DA LINHA)
      *> OBJETIVO: O CASAMENTO E PELO NOME (20 PRIMEIROS CARACTERES,
      *>           COMO NO PROGCBL26); NOME SEM CADASTRO OU COM
      *>           HOMONIMO NO CADASTRO NAO E CARIMBADO E SAI NO
      *>           RELATORIO CONVMAT81 PARA ACERTO MANUAL. REGISTRO JA
      *>           CARIMBADO NAO MUDA, ENTAO A CONVERSAO PODE SER
      *>           REPETIDA. A REMESSA BANCOREM05 NAO E CONVERTIDA: O
      *>           PROGCBL05 A REGERA A CADA FOLHA
      *> OBJETIVO: EXIGE O CADASTRO MESTRE TODO COM MATRICULA (RODAR
      *>           ANTES O PROGCBL26, QUE ATRIBUI AS QUE FALTAM)
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
           SELECT OPTIONAL ARQCONV-FILE ASSIGN TO WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQCONV-STATUS.
           SELECT OPTIONAL CONVWRK-FILE ASSIGN TO 'CONVMAT81WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONVWRK-STATUS.
           SELECT OPTIONAL RELATORIO-FILE ASSIGN TO 'CONVMAT81'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  ARQCONV-FILE.
       01  ARQCONV-REC PIC X(130).
       FD  CONVWRK-FILE.
       01  CONVWRK-REC PIC X(130).
       FD  RELATORIO-FILE.
       01  RELATORIO-REC PIC X(80).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ARQCONV-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONVWRK-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-NOME-ARQ PIC X(20) VALUE SPACES.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-ARQCONV-EOF PIC X(01) VALUE 'N'.
         88 FIM-ARQCONV VALUE 'S'.
       77 WRK-CONVWRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONVWRK VALUE 'S'.
       77 WRK-ABORTAR PIC X(01) VALUE 'N'.
         88 CONVERSAO-ABORTADA VALUE 'S'.
      *>********* ARQUIVOS CONVERTIDOS: POSICAO DO NOME E DA
      *>          MATRICULA NO REGISTRO E O TIPO DE CARIMBO:
      *>          1=MATRICULA EM POSICAO FIXA NO FIM DO REGISTRO
      *>          2=CAMPO ' MATRICULA=' ACRESCENTADO NO FIM DA LINHA,
      *>            COM O NOME APOS ' FUNCIONARIO=' (RAISELOG13)
       01 WRK-ARQS-TAB.
          02 FILLER PIC X(27) VALUE 'FOLHAHIST05         0090701'.
          02 FILLER PIC X(27) VALUE 'FERIASAGD49         0010451'.
          02 FILLER PIC X(27) VALUE 'DESCREC05           0010541'.
          02 FILLER PIC X(27) VALUE 'PONTOMES05          0010321'.
          02 FILLER PIC X(27) VALUE 'RAISELOG13          0000002'.
       01 WRK-ARQS REDEFINES WRK-ARQS-TAB.
          02 WRK-ARQ-LINHA OCCURS 5 TIMES.
             03 WRK-ARQ-NOME PIC X(20).
             03 WRK-ARQ-POS-NOME PIC 9(03).
             03 WRK-ARQ-POS-MAT PIC 9(03).
             03 WRK-ARQ-TIPO PIC 9(01).
       77 WRK-ARQ-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-POS-NOME PIC 9(03) VALUE ZEROS.
       77 WRK-POS-MAT PIC 9(03) VALUE ZEROS.
       77 WRK-TIPO PIC 9(01) VALUE ZEROS.
      *>********* CADASTRO MESTRE: NOME (20 POSICOES) E MATRICULA
       01 WRK-FUNC-TAB.
          02 WRK-FUNC-LINHA OCCURS 200 TIMES.
             03 WRK-FUNC-NOME PIC X(20).
             03 WRK-FUNC-MATRICULA PIC 9(06).
       77 WRK-FUNC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-HOMONIMOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SEM-MATRICULA PIC 9(03) VALUE ZEROS.
      *>********* LINHA EM CONVERSAO E CAMPOS DO CARIMBO
       77 WRK-LINHA PIC X(130) VALUE SPACES.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-CAMPO-DATA PIC X(10) VALUE SPACES.
       77 WRK-CAMPO-NOME PIC X(25) VALUE SPACES.
       77 WRK-QTD-ROTULO PIC 9(03) VALUE ZEROS.
       77 WRK-POS-FIM PIC 9(03) VALUE ZEROS.
       77 WRK-POS-STRING PIC 9(03) VALUE ZEROS.
       77 WRK-SITUACAO-LINHA PIC X(01) VALUE SPACES.
         88 LINHA-CARIMBADA VALUE 'C'.
         88 LINHA-JA-CARIMBADA VALUE 'J'.
         88 LINHA-SEM-CADASTRO VALUE 'S'.
         88 LINHA-HOMONIMO VALUE 'H'.
         88 LINHA-EM-BRANCO VALUE 'B'.
      *>********* CONTADORES POR ARQUIVO E DA CONVERSAO
       77 WRK-QTD-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CARIMBADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-JA-CARIMBADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-CADASTRO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AMBIGUAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-CARIMBADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-PENDENTES PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-SYS.
          02 WRK-SYS-DATA PIC 9(08) VALUE ZEROS.
          02 WRK-SYS-HORA PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF NOT CONVERSAO-ABORTADA
               PERFORM 0200-CONVERTER-UM-ARQUIVO
                   VARYING WRK-ARQ-IDX FROM 1 BY 1
                   UNTIL WRK-ARQ-IDX > 5
           END-IF.
           PERFORM 0300-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-TOT-LIDAS TO WRK-RUN-LIDOS.
           MOVE WRK-TOT-CARIMBADAS TO WRK-RUN-PROC.
           MOVE WRK-TOT-PENDENTES TO WRK-RUN-REJ.
           EVALUATE TRUE
               WHEN CONVERSAO-ABORTADA
                   MOVE 'ABORTADO' TO WRK-RUN-SITUACAO
               WHEN WRK-TOT-PENDENTES > ZEROS
                   MOVE 'DIVERGENTE' TO WRK-RUN-SITUACAO
               WHEN OTHER
                   MOVE 'OK' TO WRK-RUN-SITUACAO
           END-EVALUATE.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* CARREGANDO O CADASTRO MESTRE E ABRINDO O RELATORIO
           DISPLAY '***************************************'.
           DISPLAY ' CONVERSAO DOS ARQUIVOS PARA MATRICULA'.
           DISPLAY '***************************************'.
           ACCEPT WRK-SYS-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-SYS-HORA FROM TIME.
           OPEN EXTEND RELATORIO-FILE.
           IF WRK-RELATORIO-STATUS = '05'
              OR WRK-RELATORIO-STATUS = '35'
               CLOSE RELATORIO-FILE
               OPEN OUTPUT RELATORIO-FILE
           END-IF.
           MOVE SPACES TO RELATORIO-REC.
           STRING 'CONVERSAO PARA MATRICULA EM ' DELIMITED BY SIZE
                  WRK-SYS-DATA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-SYS-HORA DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0110-LER-MESTRE UNTIL FIM-FUNCMST
           ELSE
               DISPLAY 'ERRO AO ABRIR O CADASTRO MESTRE: '
                       WRK-FUNCMST-STATUS
               MOVE 'S' TO WRK-ABORTAR
           END-IF.
           CLOSE FUNCMST-FILE.
           DISPLAY 'FUNCIONARIOS CARREGADOS: ' WRK-FUNC-QTD.
           IF WRK-QTD-SEM-MATRICULA > ZEROS
      *>********* CADASTRO AINDA SEM MATRICULA: NADA A CARIMBAR COM
      *>          SEGURANCA ATE O PROGCBL26 ATRIBUIR AS QUE FALTAM
               DISPLAY 'FUNCIONARIOS SEM MATRICULA NO CADASTRO: '
                       WRK-QTD-SEM-MATRICULA
                       ' - RODE O CADASTRO (PROGCBL26) ANTES.'
               MOVE 'S' TO WRK-ABORTAR
           END-IF.
           IF CONVERSAO-ABORTADA
               MOVE SPACES TO RELATORIO-REC
               STRING 'CONVERSAO ABORTADA - CADASTRO MESTRE AUSENTE, '
                      DELIMITED BY SIZE
                      'SEM MATRICULA OU MAIOR QUE 200'
                      DELIMITED BY SIZE
                 INTO RELATORIO-REC
               WRITE RELATORIO-REC
           END-IF.
       0110-LER-MESTRE.
      *>********* LENDO UM FUNCIONARIO DO CADASTRO MESTRE (SEM OS
      *>          REGISTROS DE CONTROLE HDR/TRL DO DECK)
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FUNCMST-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN FUNCMST-REC(1:3) = 'HDR'
                           CONTINUE
                       WHEN FUNCMST-REC(1:3) = 'TRL'
                           MOVE 'S' TO WRK-FUNCMST-EOF
                       WHEN WRK-FUNC-QTD >= 200
                           DISPLAY 'CADASTRO MAIOR QUE A TABELA (200).'
                           MOVE 'S' TO WRK-ABORTAR
                           MOVE 'S' TO WRK-FUNCMST-EOF
                       WHEN FUNCMST-MATRICULA NOT NUMERIC
                           ADD 1 TO WRK-QTD-SEM-MATRICULA
                       WHEN FUNCMST-MATRICULA = ZEROS
                           ADD 1 TO WRK-QTD-SEM-MATRICULA
                       WHEN OTHER
                           ADD 1 TO WRK-FUNC-QTD
                           MOVE FUNCMST-NOME
                               TO WRK-FUNC-NOME(WRK-FUNC-QTD)
                           MOVE FUNCMST-MATRICULA
                               TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
                   END-EVALUATE
           END-READ.
       0200-CONVERTER-UM-ARQUIVO.
      *>********* CARIMBANDO UM ARQUIVO NO ARQUIVO DE TRABALHO E, SE
      *>          ALGUMA LINHA MUDOU, COPIANDO-O DE VOLTA
           MOVE WRK-ARQ-NOME(WRK-ARQ-IDX) TO WRK-NOME-ARQ.
           MOVE WRK-ARQ-POS-NOME(WRK-ARQ-IDX) TO WRK-POS-NOME.
           MOVE WRK-ARQ-POS-MAT(WRK-ARQ-IDX) TO WRK-POS-MAT.
           MOVE WRK-ARQ-TIPO(WRK-ARQ-IDX) TO WRK-TIPO.
           MOVE ZEROS TO WRK-QTD-LIDAS.
           MOVE ZEROS TO WRK-QTD-CARIMBADAS.
           MOVE ZEROS TO WRK-QTD-JA-CARIMBADAS.
           MOVE ZEROS TO WRK-QTD-SEM-CADASTRO.
           MOVE ZEROS TO WRK-QTD-AMBIGUAS.
           MOVE 'N' TO WRK-ARQCONV-EOF.
           OPEN INPUT ARQCONV-FILE.
           IF WRK-ARQCONV-STATUS NOT = '00'
               DISPLAY WRK-NOME-ARQ ' AUSENTE - NADA A CONVERTER.'
               CLOSE ARQCONV-FILE
           ELSE
               OPEN OUTPUT CONVWRK-FILE
               PERFORM 0210-CARIMBAR-LINHA UNTIL FIM-ARQCONV
               CLOSE ARQCONV-FILE
               CLOSE CONVWRK-FILE
               IF WRK-QTD-CARIMBADAS > ZEROS
                   PERFORM 0250-COPIAR-DE-VOLTA
               END-IF
               PERFORM 0260-GRAVAR-RESUMO
           END-IF.
       0210-CARIMBAR-LINHA.
      *>********* LENDO UMA LINHA, CARIMBANDO A MATRICULA QUANDO O
      *>          NOME CASA COM UM UNICO FUNCIONARIO, E GRAVANDO-A NO
      *>          ARQUIVO DE TRABALHO
           READ ARQCONV-FILE
               AT END
                   MOVE 'S' TO WRK-ARQCONV-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   MOVE ARQCONV-REC TO WRK-LINHA
                   IF WRK-TIPO = 2
                       PERFORM 0230-CARIMBAR-ROTULO
                   ELSE
                       PERFORM 0220-CARIMBAR-POSICAO
                   END-IF
                   PERFORM 0270-CONTAR-LINHA
                   MOVE WRK-LINHA TO CONVWRK-REC
                   WRITE CONVWRK-REC
           END-READ.
       0220-CARIMBAR-POSICAO.
      *>********* REGISTRO DE LAYOUT FIXO: A MATRICULA OCUPA AS 6
      *>          POSICOES DO FIM DO REGISTRO
           EVALUATE TRUE
               WHEN WRK-LINHA = SPACES
                   MOVE 'B' TO WRK-SITUACAO-LINHA
               WHEN WRK-LINHA(WRK-POS-MAT:6) NUMERIC
                AND WRK-LINHA(WRK-POS-MAT:6) NOT = '000000'
                   MOVE 'J' TO WRK-SITUACAO-LINHA
               WHEN OTHER
                   MOVE WRK-LINHA(WRK-POS-NOME:20) TO WRK-NOME
                   PERFORM 0240-LOCALIZAR-NOME
                   IF LINHA-CARIMBADA
                       MOVE WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO)
                           TO WRK-LINHA(WRK-POS-MAT:6)
                   END-IF
           END-EVALUATE.
       0230-CARIMBAR-ROTULO.
      *>********* LINHA DO HISTORICO DE AUMENTOS: O NOME VEM APOS
      *>          ' FUNCIONARIO=' E A MATRICULA E ACRESCENTADA COMO
      *>          ' MATRICULA=' NO FIM DA LINHA
           MOVE ZEROS TO WRK-QTD-ROTULO.
           INSPECT WRK-LINHA TALLYING WRK-QTD-ROTULO
               FOR ALL ' MATRICULA='.
           EVALUATE TRUE
               WHEN WRK-LINHA = SPACES
                   MOVE 'B' TO WRK-SITUACAO-LINHA
               WHEN WRK-QTD-ROTULO > ZEROS
                   MOVE 'J' TO WRK-SITUACAO-LINHA
               WHEN OTHER
                   MOVE SPACES TO WRK-CAMPO-DATA
                   MOVE SPACES TO WRK-CAMPO-NOME
                   UNSTRING WRK-LINHA
                       DELIMITED BY ' FUNCIONARIO='
                                 OR ' SALARIO-ANTERIOR='
                       INTO WRK-CAMPO-DATA
                            WRK-CAMPO-NOME
                   MOVE WRK-CAMPO-NOME(1:20) TO WRK-NOME
                   PERFORM 0240-LOCALIZAR-NOME
                   IF LINHA-CARIMBADA
                       MOVE 130 TO WRK-POS-FIM
                       PERFORM 0235-RECUAR-FIM
                           UNTIL WRK-POS-FIM = ZEROS
                              OR WRK-LINHA(WRK-POS-FIM:1) NOT = SPACE
                       COMPUTE WRK-POS-STRING = WRK-POS-FIM + 1
                       STRING ' MATRICULA=' DELIMITED BY SIZE
                              WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO)
                              DELIMITED BY SIZE
                         INTO WRK-LINHA
                         WITH POINTER WRK-POS-STRING
                       END-STRING
                   END-IF
           END-EVALUATE.
       0235-RECUAR-FIM.
      *>********* RECUANDO ATE O ULTIMO CARACTER OCUPADO DA LINHA
           SUBTRACT 1 FROM WRK-POS-FIM.
       0240-LOCALIZAR-NOME.
      *>********* LOCALIZANDO O NOME NO CADASTRO MESTRE: UM UNICO
      *>          FUNCIONARIO CARIMBA; NENHUM OU MAIS DE UM FICA PARA
      *>          ACERTO MANUAL
           MOVE ZEROS TO WRK-FUNC-ACHADO.
           MOVE ZEROS TO WRK-QTD-HOMONIMOS.
           PERFORM 0245-TESTAR-NOME
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD.
           EVALUATE TRUE
               WHEN WRK-QTD-HOMONIMOS = ZEROS
                   MOVE 'S' TO WRK-SITUACAO-LINHA
               WHEN WRK-QTD-HOMONIMOS > 1
                   MOVE 'H' TO WRK-SITUACAO-LINHA
               WHEN OTHER
                   MOVE 'C' TO WRK-SITUACAO-LINHA
           END-EVALUATE.
       0245-TESTAR-NOME.
      *>********* COMPARANDO UMA POSICAO DO CADASTRO COM O NOME
           IF WRK-FUNC-NOME(WRK-FUNC-IDX) = WRK-NOME
               ADD 1 TO WRK-QTD-HOMONIMOS
               MOVE WRK-FUNC-IDX TO WRK-FUNC-ACHADO
           END-IF.
       0250-COPIAR-DE-VOLTA.
      *>********* REGRAVANDO O ARQUIVO A PARTIR DO ARQUIVO DE
      *>          TRABALHO JA CARIMBADO
           MOVE 'N' TO WRK-CONVWRK-EOF.
           OPEN INPUT CONVWRK-FILE.
           OPEN OUTPUT ARQCONV-FILE.
           PERFORM 0255-COPIAR-UMA-LINHA UNTIL FIM-CONVWRK.
           CLOSE CONVWRK-FILE.
           CLOSE ARQCONV-FILE.
       0255-COPIAR-UMA-LINHA.
      *>********* COPIANDO UMA LINHA DO TRABALHO PARA O ARQUIVO
           READ CONVWRK-FILE
               AT END
                   MOVE 'S' TO WRK-CONVWRK-EOF
               NOT AT END
                   MOVE CONVWRK-REC TO ARQCONV-REC
                   WRITE ARQCONV-REC
           END-READ.
       0260-GRAVAR-RESUMO.
      *>********* GRAVANDO O RESUMO DO ARQUIVO NO RELATORIO
           ADD WRK-QTD-LIDAS TO WRK-TOT-LIDAS.
           ADD WRK-QTD-CARIMBADAS TO WRK-TOT-CARIMBADAS.
           ADD WRK-QTD-SEM-CADASTRO TO WRK-TOT-PENDENTES.
           ADD WRK-QTD-AMBIGUAS TO WRK-TOT-PENDENTES.
           MOVE SPACES TO RELATORIO-REC.
           STRING WRK-NOME-ARQ DELIMITED BY SPACE
                  ' LIDAS=' DELIMITED BY SIZE
                  WRK-QTD-LIDAS DELIMITED BY SIZE
                  ' CARIMBADAS=' DELIMITED BY SIZE
                  WRK-QTD-CARIMBADAS DELIMITED BY SIZE
                  ' JA=' DELIMITED BY SIZE
                  WRK-QTD-JA-CARIMBADAS DELIMITED BY SIZE
                  ' SEM-CAD=' DELIMITED BY SIZE
                  WRK-QTD-SEM-CADASTRO DELIMITED BY SIZE
                  ' HOMON=' DELIMITED BY SIZE
                  WRK-QTD-AMBIGUAS DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           DISPLAY RELATORIO-REC.
       0270-CONTAR-LINHA.
      *>********* CONTANDO A LINHA PELA SITUACAO E APONTANDO NO
      *>          RELATORIO AS QUE FICARAM SEM MATRICULA
           EVALUATE TRUE
               WHEN LINHA-CARIMBADA
                   ADD 1 TO WRK-QTD-CARIMBADAS
               WHEN LINHA-JA-CARIMBADA
                   ADD 1 TO WRK-QTD-JA-CARIMBADAS
               WHEN LINHA-SEM-CADASTRO
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   MOVE SPACES TO RELATORIO-REC
                   STRING '  SEM CADASTRO: ' DELIMITED BY SIZE
                          WRK-NOME-ARQ DELIMITED BY SPACE
                          ' LINHA ' DELIMITED BY SIZE
                          WRK-QTD-LIDAS DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-NOME DELIMITED BY SIZE
                     INTO RELATORIO-REC
                   WRITE RELATORIO-REC
               WHEN LINHA-HOMONIMO
                   ADD 1 TO WRK-QTD-AMBIGUAS
                   MOVE SPACES TO RELATORIO-REC
                   STRING '  HOMONIMO....: ' DELIMITED BY SIZE
                          WRK-NOME-ARQ DELIMITED BY SPACE
                          ' LINHA ' DELIMITED BY SIZE
                          WRK-QTD-LIDAS DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WRK-NOME DELIMITED BY SIZE
                     INTO RELATORIO-REC
                   WRITE RELATORIO-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0300-FINALIZAR.
      *>********* GRAVANDO OS TOTAIS DA CONVERSAO E FECHANDO
           MOVE SPACES TO RELATORIO-REC.
           STRING 'TOTAL LIDAS=' DELIMITED BY SIZE
                  WRK-TOT-LIDAS DELIMITED BY SIZE
                  ' CARIMBADAS=' DELIMITED BY SIZE
                  WRK-TOT-CARIMBADAS DELIMITED BY SIZE
                  ' PENDENTES=' DELIMITED BY SIZE
                  WRK-TOT-PENDENTES DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           CLOSE RELATORIO-FILE.
           DISPLAY '***************************************'.
           DISPLAY ' LINHAS LIDAS.......: ' WRK-TOT-LIDAS.
           DISPLAY ' LINHAS CARIMBADAS..: ' WRK-TOT-CARIMBADAS.
           DISPLAY ' PENDENTES (MANUAL).: ' WRK-TOT-PENDENTES.
           DISPLAY '***************************************'.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL81'==.
