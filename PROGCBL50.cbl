      *>           LAYOUT DA REMESSA, COM TRAILER) SO COM OS
      *>           PAGAMENTOS REJEITADOS, PARA REENVIO AO BANCO SEM
      *>           REDIGITACAO
      *> OBJETIVO: CASAR O RETORNO COM A REMESSA PELA MATRICULA E
      *>           VALOR (A MATRICULA VEM NO FIM DO DETALHE DA
      *>           REMESSA E E DEVOLVIDA PELO BANCO NO RETORNO), PARA
      *>           HOMONIMOS NAO SE CRUZAREM; SEM MATRICULA EM UM DOS
      *>           LADOS, CASA PELO NOME E VALOR COMO ANTES
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           02 REM-NOME PIC X(25).
           02 REM-LIQUIDO PIC 9(08)V99.
           02 REM-DATA PIC 9(08).
           02 REM-MATRICULA PIC 9(06).
       FD  RETBANCO-FILE.
       01  RETBANCO-REC.
           02 RET-TIPO PIC X(01).
           02 RET-LIQUIDO PIC 9(08)V99.
           02 RET-SITUACAO PIC X(01).
           02 RET-MOTIVO PIC X(20).
           02 RET-MATRICULA PIC 9(06).
       FD  BANCOCON-FILE.
       01  BANCOCON-REC PIC X(100).
       FD  REEMISSAO-FILE.
       01  REEMISSAO-REC PIC X(50).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
             03 WRK-REM-DATA PIC 9(08).
             03 WRK-REM-SITUACAO PIC X(01).
             03 WRK-REM-MOTIVO PIC X(20).
             03 WRK-REM-MATRICULA PIC 9(06).
       77 WRK-REM-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-REM-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-REM-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-REEMISSAO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-RET-MATRICULA PIC 9(06) VALUE ZEROS.
      *>********* LAYOUT DA REEMISSAO, O MESMO DA REMESSA DO PROGCBL05
       01 WRK-REE-DETALHE.
          02 WRK-REE-D-TIPO PIC X(01) VALUE 'D'.
          02 WRK-REE-D-NOME PIC X(25) VALUE SPACES.
          02 WRK-REE-D-LIQUIDO PIC 9(08)V99 VALUE ZEROS.
          02 WRK-REE-D-DATA PIC 9(08) VALUE ZEROS.
          02 WRK-REE-D-MATRICULA PIC 9(06) VALUE ZEROS.
       01 WRK-REE-TRAILER.
          02 WRK-REE-T-TIPO PIC X(01) VALUE 'T'.
          02 WRK-REE-T-QTD PIC 9(06) VALUE ZEROS.
          02 WRK-REE-T-TOTAL PIC 9(10)V99 VALUE ZEROS.
          02 FILLER PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
                               TO WRK-REM-SITUACAO(WRK-REM-QTD)
                           MOVE SPACES
                               TO WRK-REM-MOTIVO(WRK-REM-QTD)
                           IF REM-MATRICULA NUMERIC
                               MOVE REM-MATRICULA
                                   TO WRK-REM-MATRICULA(WRK-REM-QTD)
                           ELSE
                               MOVE ZEROS
                                   TO WRK-REM-MATRICULA(WRK-REM-QTD)
                           END-IF
                   END-EVALUATE
           END-READ.
       0200-PROCESSAR.
           END-READ.
       0210-CASAR-RETORNO.
      *>********* LOCALIZANDO O DETALHE DA REMESSA DO RETORNO (POR
      *>          MATRICULA, OU NOME, E VALOR, AINDA SEM SITUACAO) E
      *>          MARCANDO-O
           IF RET-MATRICULA NUMERIC
               MOVE RET-MATRICULA TO WRK-RET-MATRICULA
           ELSE
               MOVE ZEROS TO WRK-RET-MATRICULA
           END-IF.
           MOVE ZEROS TO WRK-REM-ACHADO.
           PERFORM 0220-TESTAR-DETALHE
               VARYING WRK-REM-IDX FROM 1 BY 1
               MOVE SPACES TO BANCOCON-REC
               STRING 'SEM REMESSA: ' DELIMITED BY SIZE
                      RET-NOME DELIMITED BY SIZE
                      ' MAT=' DELIMITED BY SIZE
                      WRK-RET-MATRICULA DELIMITED BY SIZE
                      ' VALOR=' DELIMITED BY SIZE
                      RET-LIQUIDO DELIMITED BY SIZE
                 INTO BANCOCON-REC
                   MOVE SPACES TO BANCOCON-REC
                   STRING 'REJEITADO: ' DELIMITED BY SIZE
                          RET-NOME DELIMITED BY SIZE
                          ' MAT=' DELIMITED BY SIZE
                          WRK-REM-MATRICULA(WRK-REM-ACHADO)
                          DELIMITED BY SIZE
                          ' MOTIVO=' DELIMITED BY SIZE
                          RET-MOTIVO DELIMITED BY SIZE
                     INTO BANCOCON-REC
                   MOVE SPACES TO BANCOCON-REC
                   STRING 'LIQUIDADO: ' DELIMITED BY SIZE
                          RET-NOME DELIMITED BY SIZE
                          ' MAT=' DELIMITED BY SIZE
                          WRK-REM-MATRICULA(WRK-REM-ACHADO)
                          DELIMITED BY SIZE
                     INTO BANCOCON-REC
                   WRITE BANCOCON-REC
               END-IF
       0220-TESTAR-DETALHE.
      *>********* COMPARANDO UM DETALHE DA REMESSA COM O RETORNO
           IF WRK-REM-SITUACAO(WRK-REM-IDX) = SPACES
              AND WRK-REM-LIQUIDO(WRK-REM-IDX) = RET-LIQUIDO
               IF WRK-REM-MATRICULA(WRK-REM-IDX) > ZEROS
                  AND WRK-RET-MATRICULA > ZEROS
                   IF WRK-REM-MATRICULA(WRK-REM-IDX)
                      = WRK-RET-MATRICULA
                       MOVE WRK-REM-IDX TO WRK-REM-ACHADO
                   END-IF
               ELSE
                   IF WRK-REM-NOME(WRK-REM-IDX) = RET-NOME
                       MOVE WRK-REM-IDX TO WRK-REM-ACHADO
                   END-IF
               END-IF
           END-IF.
       0300-FINALIZAR.
      *>********* GRAVANDO A REEMISSAO DOS REJEITADOS E O RESUMO
                   MOVE WRK-REM-LIQUIDO(WRK-REM-IDX)
                       TO WRK-REE-D-LIQUIDO
                   MOVE WRK-DATA-HOJE TO WRK-REE-D-DATA
                   MOVE WRK-REM-MATRICULA(WRK-REM-IDX)
                       TO WRK-REE-D-MATRICULA
                   WRITE REEMISSAO-REC FROM WRK-REE-DETALHE
               WHEN SPACES
                   ADD 1 TO WRK-QTD-SEM-RETORNO
                   MOVE SPACES TO BANCOCON-REC
                   STRING 'SEM RETORNO: ' DELIMITED BY SIZE
                          WRK-REM-NOME(WRK-REM-IDX) DELIMITED BY SIZE
                          ' MAT=' DELIMITED BY SIZE
                          WRK-REM-MATRICULA(WRK-REM-IDX)
                          DELIMITED BY SIZE
                     INTO BANCOCON-REC
                   WRITE BANCOCON-REC
               WHEN OTHER
