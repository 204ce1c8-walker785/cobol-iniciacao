      *> OBJETIVO: GRAVAR UM BLOCO POR FUNCIONARIO NO ARQUIVO
      *>           INFORME51, PRONTO PARA IMPRESSAO E ENTREGA, EM VEZ
      *>           DA RECONSTRUCAO MANUAL DOS DOZE REGISTROS DO ANO
      *> OBJETIVO: ACUMULAR POR MATRICULA (FH-MATRICULA), PARA
      *>           HOMONIMOS SAIREM EM INFORMES SEPARADOS; REGISTRO
      *>           ANTIGO, SEM MATRICULA, CASA PELO NOME. A MATRICULA
      *>           SAI NO CABECALHO DO INFORME
      *> OBJETIVO: EXIBIR OS DEPENDENTES DE IR DEDUZIDOS PELA FOLHA
      *>           (FH-DEPENDENTES) MES A MES E A QUANTIDADE DO
      *>           ULTIMO MES DO ANO NO INFORME
      *> OBJETIVO: INFORMAR O 13O SALARIO PAGO PELO PROGCBL88 (FH-TIPO
      *>           1 E 2) EM QUADRO PROPRIO, DE TRIBUTACAO EXCLUSIVA,
      *>           FORA DOS TOTAIS DO ANO E DOS VALORES MES A MES
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       01 WRK-INF-TAB.
          02 WRK-INF-LINHA OCCURS 200 TIMES.
             03 WRK-INF-NOME PIC X(25).
             03 WRK-INF-MATRICULA PIC 9(06).
             03 WRK-INF-BRUTO-ANO PIC 9(09)V99.
             03 WRK-INF-INSS-ANO PIC 9(08)V99.
             03 WRK-INF-IRRF-ANO PIC 9(08)V99.
             03 WRK-INF-LIQ-ANO PIC 9(09)V99.
             03 WRK-INF-DEPENDENTES PIC 9(02).
             03 WRK-INF-13-BRUTO PIC 9(08)V99.
             03 WRK-INF-13-INSS PIC 9(06)V99.
             03 WRK-INF-13-IRRF PIC 9(06)V99.
             03 WRK-INF-13-LIQ PIC 9(08)V99.
             03 WRK-INF-MES OCCURS 12 TIMES.
                04 WRK-INF-MES-BRUTO PIC 9(08)V99.
                04 WRK-INF-MES-IRRF PIC 9(06)V99.
                04 WRK-INF-MES-DEPEND PIC 9(02).
       77 WRK-INF-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-INF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-INF-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-MES-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-FH-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-FH-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-QTD-REGISTROS PIC 9(06) VALUE ZEROS.
           END-READ.
       0210-ACUMULAR-FUNCIONARIO.
      *>********* SOMANDO O REGISTRO NO ACUMULADO DO FUNCIONARIO
           IF FH-MATRICULA NUMERIC
               MOVE FH-MATRICULA TO WRK-FH-MATRICULA
           ELSE
               MOVE ZEROS TO WRK-FH-MATRICULA
           END-IF.
           IF FH-DEPENDENTES NUMERIC
               MOVE FH-DEPENDENTES TO WRK-FH-DEPENDENTES
           ELSE
               MOVE ZEROS TO WRK-FH-DEPENDENTES
           END-IF.
           MOVE ZEROS TO WRK-INF-ACHADO.
           PERFORM 0220-TESTAR-FUNCIONARIO
               VARYING WRK-INF-IDX FROM 1 BY 1
                   ADD 1 TO WRK-INF-QTD
                   MOVE WRK-INF-QTD TO WRK-INF-ACHADO
                   MOVE FH-NOME TO WRK-INF-NOME(WRK-INF-ACHADO)
                   MOVE WRK-FH-MATRICULA
                       TO WRK-INF-MATRICULA(WRK-INF-ACHADO)
                   MOVE ZEROS TO WRK-INF-BRUTO-ANO(WRK-INF-ACHADO)
                   MOVE ZEROS TO WRK-INF-INSS-ANO(WRK-INF-ACHADO)
                   MOVE ZEROS TO WRK-INF-IRRF-ANO(WRK-INF-ACHADO)
                   MOVE ZEROS TO WRK-INF-LIQ-ANO(WRK-INF-ACHADO)
                   MOVE ZEROS TO WRK-INF-DEPENDENTES(WRK-INF-ACHADO)
                   MOVE ZEROS TO WRK-INF-13-BRUTO(WRK-INF-ACHADO)
                   MOVE ZEROS TO WRK-INF-13-INSS(WRK-INF-ACHADO)
                   MOVE ZEROS TO WRK-INF-13-IRRF(WRK-INF-ACHADO)
                   MOVE ZEROS TO WRK-INF-13-LIQ(WRK-INF-ACHADO)
                   PERFORM 0225-ZERAR-MES
                       VARYING WRK-MES-IDX FROM 1 BY 1
                       UNTIL WRK-MES-IDX > 12
               END-IF
           END-IF.
           IF WRK-INF-ACHADO > ZEROS
               IF WRK-INF-MATRICULA(WRK-INF-ACHADO) = ZEROS
                   MOVE WRK-FH-MATRICULA
                       TO WRK-INF-MATRICULA(WRK-INF-ACHADO)
               END-IF
           END-IF.
           IF WRK-INF-ACHADO > ZEROS AND FH-DECIMO-TERCEIRO
      *>********* 13O SALARIO: QUADRO PROPRIO, FORA DOS TOTAIS DO ANO
               ADD FH-BRUTO TO WRK-INF-13-BRUTO(WRK-INF-ACHADO)
               ADD FH-INSS TO WRK-INF-13-INSS(WRK-INF-ACHADO)
               ADD FH-IRRF TO WRK-INF-13-IRRF(WRK-INF-ACHADO)
               ADD FH-LIQUIDO TO WRK-INF-13-LIQ(WRK-INF-ACHADO)
           END-IF.
           IF WRK-INF-ACHADO > ZEROS AND NOT FH-DECIMO-TERCEIRO
               ADD FH-BRUTO TO WRK-INF-BRUTO-ANO(WRK-INF-ACHADO)
               ADD FH-INSS TO WRK-INF-INSS-ANO(WRK-INF-ACHADO)
               ADD FH-IRRF TO WRK-INF-IRRF-ANO(WRK-INF-ACHADO)
               ADD FH-LIQUIDO TO WRK-INF-LIQ-ANO(WRK-INF-ACHADO)
               MOVE WRK-FH-DEPENDENTES
                   TO WRK-INF-DEPENDENTES(WRK-INF-ACHADO)
               IF FH-MES >= 1 AND FH-MES <= 12
                   MOVE WRK-FH-DEPENDENTES
                       TO WRK-INF-MES-DEPEND(WRK-INF-ACHADO, FH-MES)
                   ADD FH-BRUTO
                       TO WRK-INF-MES-BRUTO(WRK-INF-ACHADO, FH-MES)
                   ADD FH-IRRF
               END-IF
           END-IF.
       0220-TESTAR-FUNCIONARIO.
      *>********* COMPARANDO UMA POSICAO DO ACUMULADO COM O REGISTRO:
      *>          PELA MATRICULA QUANDO OS DOIS LADOS A TEM, SENAO
      *>          PELO NOME
           IF WRK-INF-MATRICULA(WRK-INF-IDX) > ZEROS
              AND WRK-FH-MATRICULA > ZEROS
               IF WRK-INF-MATRICULA(WRK-INF-IDX) = WRK-FH-MATRICULA
                   MOVE WRK-INF-IDX TO WRK-INF-ACHADO
               END-IF
           ELSE
               IF WRK-INF-NOME(WRK-INF-IDX) = FH-NOME
                   MOVE WRK-INF-IDX TO WRK-INF-ACHADO
               END-IF
           END-IF.
       0225-ZERAR-MES.
      *>********* ZERANDO OS VALORES MENSAIS DE UM FUNCIONARIO NOVO
           MOVE ZEROS TO WRK-INF-MES-BRUTO(WRK-INF-ACHADO, WRK-MES-IDX).
           MOVE ZEROS TO WRK-INF-MES-IRRF(WRK-INF-ACHADO, WRK-MES-IDX).
           MOVE ZEROS
               TO WRK-INF-MES-DEPEND(WRK-INF-ACHADO, WRK-MES-IDX).
       0300-FINALIZAR.
      *>********* EMITINDO UM INFORME POR FUNCIONARIO E FECHANDO
           CLOSE FOLHAHIST-FILE.
                  WRK-ANO-ALVO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-INF-NOME(WRK-INF-IDX) DELIMITED BY SIZE
                  ' MAT ' DELIMITED BY SIZE
                  WRK-INF-MATRICULA(WRK-INF-IDX) DELIMITED BY SIZE
             INTO INFORME-REC.
           WRITE INFORME-REC.
           MOVE WRK-INF-BRUTO-ANO(WRK-INF-IDX) TO WRK-VALOR-ED.
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO INFORME-REC.
           WRITE INFORME-REC.
           MOVE SPACES TO INFORME-REC.
           STRING 'DEPENDENTES DE IR.....: ' DELIMITED BY SIZE
                  WRK-INF-DEPENDENTES(WRK-INF-IDX) DELIMITED BY SIZE
             INTO INFORME-REC.
           WRITE INFORME-REC.
           MOVE WRK-INF-LIQ-ANO(WRK-INF-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO INFORME-REC.
           STRING 'TOTAL LIQUIDO DO ANO..: ' DELIMITED BY SIZE
           PERFORM 0320-EMITIR-MES
               VARYING WRK-MES-IDX FROM 1 BY 1
               UNTIL WRK-MES-IDX > 12.
           IF WRK-INF-13-BRUTO(WRK-INF-IDX) > ZEROS
               PERFORM 0330-EMITIR-DECIMO
           END-IF.
       0320-EMITIR-MES.
      *>********* EMITINDO A LINHA DE UM MES COM MOVIMENTO
           IF WRK-INF-MES-BRUTO(WRK-INF-IDX, WRK-MES-IDX) > ZEROS
                      ' IRRF: ' DELIMITED BY SIZE
                      WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                      WRK-VALOR-ED2 DELIMITED BY SIZE
                      ' DEP: ' DELIMITED BY SIZE
                      WRK-INF-MES-DEPEND(WRK-INF-IDX, WRK-MES-IDX)
                          DELIMITED BY SIZE
                 INTO INFORME-REC
               WRITE INFORME-REC
           END-IF.
       0330-EMITIR-DECIMO.
      *>********* EMITINDO O QUADRO DO 13O SALARIO (TRIBUTACAO
      *>          EXCLUSIVA NA FONTE)
           MOVE SPACES TO INFORME-REC.
           MOVE '13O SALARIO - TRIBUTACAO EXCLUSIVA:' TO INFORME-REC.
           WRITE INFORME-REC.
           MOVE WRK-INF-13-BRUTO(WRK-INF-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO INFORME-REC.
           STRING '13O SALARIO BRUTO.....: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO INFORME-REC.
           WRITE INFORME-REC.
           MOVE WRK-INF-13-INSS(WRK-INF-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO INFORME-REC.
           STRING '13O INSS RETIDO.......: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO INFORME-REC.
           WRITE INFORME-REC.
           MOVE WRK-INF-13-IRRF(WRK-INF-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO INFORME-REC.
           STRING '13O IRRF RETIDO.......: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO INFORME-REC.
           WRITE INFORME-REC.
           MOVE WRK-INF-13-LIQ(WRK-INF-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO INFORME-REC.
           STRING '13O SALARIO LIQUIDO...: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO INFORME-REC.
           WRITE INFORME-REC.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='INFORME DE RENDIMENTOS ANUAL'==.
