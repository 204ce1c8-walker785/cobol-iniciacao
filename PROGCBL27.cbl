      *> OBJETIVO: PULAR OS FUNCIONARIOS DESLIGADOS (SITUACAO D DO
      *>           CADASTRO MESTRE), CUJAS VERBAS JA SAIRAM NA
      *>           RESCISAO DO PROGCBL48
      *> OBJETIVO: EXIBIR A MATRICULA DO FUNCIONARIO NO RELATORIO,
      *>           PARA SEPARAR OS HOMONIMOS
      *> OBJETIVO: NAO PROVISIONAR OS AVOS DOS MESES EM QUE O
      *>           FUNCIONARIO ESTEVE AFASTADO COM OS AVOS SUSPENSOS
      *>           (CADASTRO AFASTMST DO PROGCBL85, REGRA DO TIPO EM
      *>           AFASTREG)
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL AFAST-FILE ASSIGN TO 'AFASTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  AFAST-FILE.
       01  AFAST-REC.
           COPY 'AFASTA.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='PROVISAO DE 13O SALARIO E FERIAS'==.
       COPY 'MOEDA.cbl'.
       COPY 'SECULO.cbl'.
       COPY 'AFASTREG.cbl'.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-REG-OBTIDO PIC X(01) VALUE 'N'.
         88 REG-OBTIDO VALUE 'S'.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       01 WRK-ENTRADA.
          02 WRK-ENTRADA-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-ENTRADA-MES PIC 9(02) VALUE ZEROS.
               MOVE 'S' TO WRK-EOF
           ELSE
               PERFORM 9610-SELECIONAR-MOEDA
               PERFORM 9720-CARREGAR-AFASTAMENTOS
               PERFORM 9700-IMPRIMIR-CABECALHO
               PERFORM 0150-LER-FUNCMST
           END-IF.
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
                               MOVE FUNCMST-SALARIO TO WRK-SALARIO
                           END-IF
               DISPLAY 'DATA DE ENTRADA INVALIDA PARA: ' WRK-NOME
                       ' (REGISTRO IGNORADO)'
           ELSE
               PERFORM 0210-DESCONTAR-AFASTAMENTO
               COMPUTE WRK-DECIMO ROUNDED =
                   (WRK-SALARIO * WRK-MESES-NO-ANO) / 12
               COMPUTE WRK-FERIAS ROUNDED =
               MOVE WRK-PROV-FERIAS TO WRK-PROV-FERIAS-ED
               DISPLAY '===================================='
               DISPLAY 'NOME: ' WRK-NOME
               DISPLAY 'MATRICULA: ' WRK-MATRICULA
               DISPLAY 'MESES TRABALHADOS NO ANO: '
                       WRK-MESES-NO-ANO
               IF WRK-AF-AVOS-PERDIDOS > ZEROS
                   DISPLAY 'AVOS SUSPENSOS POR AFASTAMENTO: '
                           WRK-AF-AVOS-PERDIDOS
               END-IF
               DISPLAY 'SALARIO ATUAL: '
                       WRK-MOEDA-SIMBOLO WRK-SALARIO-ED
               DISPLAY '13O PROPORCIONAL: '
               PERFORM 9710-CONTAR-LINHA
           END-IF.
           PERFORM 0150-LER-FUNCMST.
       0210-DESCONTAR-AFASTAMENTO.
      *>********* TIRANDO DOS MESES DO ANO OS AVOS SUSPENSOS PELOS
      *>          AFASTAMENTOS DESDE 1O DE JANEIRO (OU DA ENTRADA)
      *>          ATE HOJE
           MOVE WRK-MATRICULA TO WRK-AF-MATRICULA-REF.
           MOVE WRK-NOME TO WRK-AF-NOME-REF.
           IF WRK-ENTRADA-ANO < WRK-ANO
               COMPUTE WRK-AF-PER-INICIO = WRK-ANO * 10000 + 0101
           ELSE
               MOVE WRK-ENTRADA TO WRK-AF-PER-INICIO
           END-IF.
           MOVE WRK-DATA TO WRK-AF-PER-FIM.
           PERFORM 9722-APURAR-AFASTAMENTOS.
           IF WRK-AF-AVOS-PERDIDOS >= WRK-MESES-NO-ANO
               MOVE ZEROS TO WRK-MESES-NO-ANO
           ELSE
               SUBTRACT WRK-AF-AVOS-PERDIDOS FROM WRK-MESES-NO-ANO
           END-IF.
       0300-FINALIZAR.
      *>********* IMPRIMINDO O CUSTO TOTAL DAS PROVISOES E FECHANDO
           COMPUTE WRK-TOTAL-GERAL =
               REPLACING ==:TITULO:==
                      BY =='PROVISAO DE 13O SALARIO E FERIAS'==.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'AFASTREG-PROC.cbl'.
           COPY 'SECULO-PROC.cbl'
               REPLACING ==:CAMPO:== BY ==WRK-ANO==.
