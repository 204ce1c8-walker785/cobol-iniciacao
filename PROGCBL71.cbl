      *>           APLICAR DUAS VEZES O MESMO MES, E GRAVAR O EXTRATO
      *>           POR TITULAR (EXTRATO71) COM O RENDIMENTO DO MES E
      *>           O SALDO ATUALIZADO
      *> OBJETIVO: RESGATE PARCIAL OU TOTAL DA POSICAO NO LUGAR DO
      *>           ENCERRAMENTO SIMPLES: RENDIMENTO PROPORCIONAL AO
      *>           VALOR RESGATADO, IR REGRESSIVO PELO PRAZO EM MESES
      *>           (FAIXAS DO IRFAIXA19, COMO NO PROGCBL19), BAIXA DO
      *>           PRINCIPAL E DO SALDO, REGISTRO NO RESGATE71 (BASE
      *>           DO INFORME ANUAL DO PROGCBL114) E COMPROVANTE NO
      *>           COMPROV71; O RESGATE SAI NO PROXIMO EXTRATO71
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL IRFAIXA-FILE ASSIGN TO 'IRFAIXA19'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IRFAIXA-STATUS.
           SELECT OPTIONAL RESGATE-FILE ASSIGN TO 'RESGATE71'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RESGATE-STATUS.
           SELECT OPTIONAL COMPROV-FILE ASSIGN TO 'COMPROV71'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMPROV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSICAO-FILE.
           02 TX-MES PIC 9(02).
           02 TX-TAXA PIC 9(02)V9(04).
       FD  EXTRATO-FILE.
       01  EXTRATO-REC PIC X(130).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  IRFAIXA-FILE.
       01  IRFAIXA-REC.
           02 IRFAIXA-LIMITE-MESES PIC 9(03).
           02 IRFAIXA-ALIQUOTA PIC 9(02)V999.
           02 IRFAIXA-DESCRICAO PIC X(20).
       FD  RESGATE-FILE.
       01  RESGATE-REC.
           COPY 'RESGATE.cbl'.
       FD  COMPROV-FILE.
       01  COMPROV-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'MOEDA.cbl'.
       COPY 'AUDITLOG.cbl'.
         88 OPCAO-INCLUIR VALUE 1.
         88 OPCAO-ATUALIZAR VALUE 2.
         88 OPCAO-LISTAR VALUE 3.
         88 OPCAO-RESGATAR VALUE 4.
         88 OPCAO-SAIR VALUE 0.
      *>********* POSICOES EM MEMORIA
       01 WRK-POS-TAB.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-REND-ED PIC -ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* FAIXAS REGRESSIVAS DE IR (LIMITE EM MESES, DO MAIOR
      *>          PARA O MENOR, COMO NO PROGCBL19)
       77 WRK-IRFAIXA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-IRFAIXA-EOF PIC X(01) VALUE 'N'.
         88 FIM-IRFAIXA VALUE 'S'.
       01 WRK-IRFAIXA-TAB.
          02 WRK-IRF-LINHA OCCURS 05 TIMES.
             03 WRK-IRF-LIMITE PIC 9(03).
             03 WRK-IRF-ALIQUOTA PIC 9(02)V999.
       77 WRK-IRF-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-IRF-IDX PIC 9(02) VALUE ZEROS.
      *>********* RESGATE DA POSICAO
       77 WRK-RESGATE-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-COMPROV-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RESGATE-EOF PIC X(01) VALUE 'N'.
         88 FIM-RESGATE VALUE 'S'.
       77 WRK-NUMERO-RESGATE PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO-RESGATE PIC X(01) VALUE SPACES.
         88 RESGATE-TOTAL VALUE 'T'.
       77 WRK-VALOR-RESGATE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PRINC-RESGATE PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GANHO-RESGATE PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PRAZO-MESES PIC S9(04) VALUE ZEROS.
       77 WRK-IR-ALIQUOTA PIC 9(02)V999 VALUE ZEROS.
       77 WRK-IR-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ALIQ-ED PIC Z9,999 VALUE ZEROS.
       77 WRK-IR-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-DT-HOJE.
          02 WRK-DT-HOJE-ANO PIC 9(04).
          02 WRK-DT-HOJE-MES PIC 9(02).
          02 WRK-DT-HOJE-DIA PIC 9(02).
       01 WRK-DT-INICIO.
          02 WRK-DT-INICIO-ANO PIC 9(04).
          02 WRK-DT-INICIO-MES PIC 9(02).
          02 WRK-DT-INICIO-DIA PIC 9(02).
      *>********* RESGATES EM MEMORIA, PARA LEVAR AO EXTRATO OS QUE
      *>          AINDA NAO SAIRAM (MESMO LAYOUT DO RESGATE71)
       01 WRK-RSG-TAB.
          02 WRK-RSG-LINHA OCCURS 500 TIMES.
             03 WRK-RSG-NUMERO PIC 9(05).
             03 WRK-RSG-DATA PIC 9(08).
             03 WRK-RSG-SEQ PIC 9(04).
             03 WRK-RSG-TITULAR PIC X(25).
             03 WRK-RSG-INDEXADOR PIC X(04).
             03 WRK-RSG-TIPO PIC X(01).
             03 WRK-RSG-VALOR PIC 9(09)V99.
             03 WRK-RSG-PRINCIPAL PIC 9(08)V99.
             03 WRK-RSG-GANHO PIC 9(09)V99.
             03 WRK-RSG-PRAZO-MESES PIC 9(03).
             03 WRK-RSG-ALIQUOTA PIC 9(02)V999.
             03 WRK-RSG-IR PIC 9(08)V99.
             03 WRK-RSG-LIQUIDO PIC 9(09)V99.
             03 WRK-RSG-OPERADOR PIC X(15).
             03 WRK-RSG-EXTRATO PIC X(01).
       77 WRK-RSG-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-RSG-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-RSG-ESTOURO PIC X(01) VALUE 'N'.
         88 RSG-ESTOUROU VALUE 'S'.
       77 WRK-QTD-RSG-EXTRATO PIC 9(03) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9610-SELECIONAR-MOEDA.
           PERFORM 0120-CARREGAR-IRFAIXA.
           OPEN INPUT POSICAO-FILE.
           IF WRK-POSICAO-STATUS = '00'
               PERFORM 0110-LER-POSICAO UNTIL FIM-POSICAO
                           TO WRK-POS-LINHA(WRK-POS-QTD)
                   END-IF
           END-READ.
       0120-CARREGAR-IRFAIXA.
      *>********* CARREGANDO AS FAIXAS REGRESSIVAS DE IR DO ARQUIVO
      *>          DE CONTROLE DE FINANCAS
           OPEN INPUT IRFAIXA-FILE.
           IF WRK-IRFAIXA-STATUS = '00'
               PERFORM 0125-LER-IRFAIXA
                   UNTIL FIM-IRFAIXA OR WRK-IRF-QTD >= 05
           END-IF.
           CLOSE IRFAIXA-FILE.
           IF WRK-IRF-QTD = ZEROS
      *>********* SEM ARQUIVO DE CONTROLE, USANDO A TABELA
      *>          REGRESSIVA PADRAO
               MOVE 4 TO WRK-IRF-QTD
               MOVE 025 TO WRK-IRF-LIMITE(1)
               MOVE 15,000 TO WRK-IRF-ALIQUOTA(1)
               MOVE 013 TO WRK-IRF-LIMITE(2)
               MOVE 17,500 TO WRK-IRF-ALIQUOTA(2)
               MOVE 007 TO WRK-IRF-LIMITE(3)
               MOVE 20,000 TO WRK-IRF-ALIQUOTA(3)
               MOVE 000 TO WRK-IRF-LIMITE(4)
               MOVE 22,500 TO WRK-IRF-ALIQUOTA(4)
           END-IF.
       0125-LER-IRFAIXA.
      *>********* LENDO UMA FAIXA DE IR DO ARQUIVO
           READ IRFAIXA-FILE
               AT END
                   MOVE 'S' TO WRK-IRFAIXA-EOF
               NOT AT END
                   ADD 1 TO WRK-IRF-QTD
                   MOVE IRFAIXA-LIMITE-MESES
                       TO WRK-IRF-LIMITE(WRK-IRF-QTD)
                   MOVE IRFAIXA-ALIQUOTA
                       TO WRK-IRF-ALIQUOTA(WRK-IRF-QTD)
           END-READ.
       0200-PROCESSAR.
      *>********* MENU DAS POSICOES
           DISPLAY '-------------------------------------------'.
           DISPLAY '1-INCLUIR POSICAO   2-ATUALIZACAO MENSAL'.
           DISPLAY '3-LISTAR POSICOES   4-RESGATAR POSICAO'.
           DISPLAY '0-SAIR'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'ESCOLHA A OPCAO: '.
                   PERFORM 0230-ATUALIZACAO-MENSAL
               WHEN OPCAO-LISTAR
                   PERFORM 0280-LISTAR-POSICOES
               WHEN OPCAO-RESGATAR
                   PERFORM 0290-RESGATAR-POSICAO
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
               MOVE ZEROS TO WRK-QTD-ATUALIZADAS
               MOVE ZEROS TO WRK-QTD-SEM-TAXA
               PERFORM 0255-ABRIR-EXTRATO
               PERFORM 0600-EXTRATO-RESGATES
               PERFORM 0260-ATUALIZAR-POSICAO
                   VARYING WRK-POS-IDX FROM 1 BY 1
                   UNTIL WRK-POS-IDX > WRK-POS-QTD
               END-IF
               DISPLAY 'POSICOES ATUALIZADAS: ' WRK-QTD-ATUALIZADAS
                       '  SEM TAXA: ' WRK-QTD-SEM-TAXA
               DISPLAY 'RESGATES NO EXTRATO.: ' WRK-QTD-RSG-EXTRATO
           END-IF.
       0240-CARREGAR-TAXAS-MES.
      *>********* CARREGANDO AS TAXAS PUBLICADAS DO MES PEDIDO
                   ' PRINCIPAL ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED
                   ' SALDO ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED2
                   ' STATUS ' WRK-POS-STATUS(WRK-POS-IDX).
       0290-RESGATAR-POSICAO.
      *>********* RESGATANDO PARTE OU TODO O SALDO DE UMA POSICAO
      *>          ABERTA, COM O IR REGRESSIVO SOBRE O RENDIMENTO
           DISPLAY 'SEQ DA POSICAO A RESGATAR: '.
           ACCEPT WRK-SEQ-ALVO FROM CONSOLE.
           MOVE ZEROS TO WRK-POS-ACHADO.
           PERFORM 0295-TESTAR-POSICAO
           IF WRK-POS-ACHADO = ZEROS
               DISPLAY 'POSICAO ABERTA NAO ENCONTRADA.'
           ELSE
               MOVE WRK-POS-SALDO(WRK-POS-ACHADO) TO WRK-VALOR-ED
               DISPLAY 'SALDO DA POSICAO: ' WRK-MOEDA-SIMBOLO
                       WRK-VALOR-ED
               DISPLAY 'VALOR DO RESGATE (0 = TOTAL): '
               ACCEPT WRK-VALOR-RESGATE FROM CONSOLE
               IF WRK-VALOR-RESGATE NOT NUMERIC
                  OR WRK-VALOR-RESGATE > WRK-POS-SALDO(WRK-POS-ACHADO)
                   DISPLAY 'VALOR INVALIDO OU ACIMA DO SALDO. '
                           'RESGATE NAO EFETUADO.'
               ELSE
                   PERFORM 0300-EFETUAR-RESGATE
               END-IF
           END-IF.
       0295-TESTAR-POSICAO.
      *>********* COMPARANDO UMA POSICAO COM O SEQ PEDIDO
      *>********* GRAVANDO UMA POSICAO NO ARQUIVO
           MOVE WRK-POS-LINHA(WRK-CONT) TO POSICAO-REC.
           WRITE POSICAO-REC.
       0300-EFETUAR-RESGATE.
      *>********* CALCULANDO O RESGATE: A PARTE DE PRINCIPAL E
      *>          PROPORCIONAL AO VALOR SOBRE O SALDO, O RESTO E
      *>          RENDIMENTO E PAGA IR PELA FAIXA DO PRAZO
           IF WRK-VALOR-RESGATE = ZEROS
              OR WRK-VALOR-RESGATE = WRK-POS-SALDO(WRK-POS-ACHADO)
               MOVE 'T' TO WRK-TIPO-RESGATE
               MOVE WRK-POS-SALDO(WRK-POS-ACHADO) TO WRK-VALOR-RESGATE
               MOVE WRK-POS-PRINCIPAL(WRK-POS-ACHADO)
                   TO WRK-PRINC-RESGATE
           ELSE
               MOVE 'P' TO WRK-TIPO-RESGATE
               COMPUTE WRK-PRINC-RESGATE ROUNDED =
                   WRK-POS-PRINCIPAL(WRK-POS-ACHADO)
                   * WRK-VALOR-RESGATE
                   / WRK-POS-SALDO(WRK-POS-ACHADO)
           END-IF.
           COMPUTE WRK-GANHO-RESGATE =
               WRK-VALOR-RESGATE - WRK-PRINC-RESGATE.
           IF WRK-GANHO-RESGATE < ZEROS
               MOVE ZEROS TO WRK-GANHO-RESGATE
           END-IF.
           PERFORM 0310-CALCULAR-PRAZO.
           MOVE ZEROS TO WRK-IR-ALIQUOTA.
           PERFORM 0315-TESTAR-IRFAIXA
               VARYING WRK-IRF-IDX FROM 1 BY 1
               UNTIL WRK-IRF-IDX > WRK-IRF-QTD
                  OR WRK-IR-ALIQUOTA > ZEROS.
           COMPUTE WRK-IR-VALOR ROUNDED =
               WRK-GANHO-RESGATE * WRK-IR-ALIQUOTA / 100.
           COMPUTE WRK-LIQUIDO = WRK-VALOR-RESGATE - WRK-IR-VALOR.
           MOVE WRK-POS-SALDO(WRK-POS-ACHADO) TO WRK-SALDO-ANTERIOR.
           SUBTRACT WRK-VALOR-RESGATE
               FROM WRK-POS-SALDO(WRK-POS-ACHADO).
           SUBTRACT WRK-PRINC-RESGATE
               FROM WRK-POS-PRINCIPAL(WRK-POS-ACHADO).
           IF RESGATE-TOTAL
               MOVE 'E' TO WRK-POS-STATUS(WRK-POS-ACHADO)
           END-IF.
           PERFORM 0900-GRAVAR-POSICOES.
           PERFORM 0320-GRAVAR-RESGATE.
           PERFORM 0330-GRAVAR-COMPROVANTE.
           MOVE WRK-SALDO-ANTERIOR TO WRK-VALOR-ED.
           MOVE WRK-POS-SALDO(WRK-POS-ACHADO) TO WRK-VALOR-ED2.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'RESGATE' TO WRK-AUDIT-ACAO.
           MOVE WRK-VALOR-ED TO WRK-AUDIT-ANTES.
           MOVE WRK-VALOR-ED2 TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           MOVE WRK-VALOR-RESGATE TO WRK-VALOR-ED.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED2.
           MOVE WRK-IR-VALOR TO WRK-IR-ED.
           DISPLAY 'RESGATE ' WRK-NUMERO-RESGATE ' DA POSICAO '
                   WRK-SEQ-ALVO ': BRUTO ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED ' IR ' WRK-MOEDA-SIMBOLO WRK-IR-ED
                   ' LIQUIDO ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED2.
           IF RESGATE-TOTAL
               DISPLAY 'POSICAO ' WRK-SEQ-ALVO ' ENCERRADA.'
           END-IF.
       0310-CALCULAR-PRAZO.
      *>********* PRAZO EM MESES CHEIOS DESDE A APLICACAO (MES QUE
      *>          AINDA NAO FECHOU O DIA DA APLICACAO NAO CONTA)
           MOVE WRK-DATA-HOJE TO WRK-DT-HOJE.
           MOVE WRK-POS-DATA-INICIO(WRK-POS-ACHADO) TO WRK-DT-INICIO.
           COMPUTE WRK-PRAZO-MESES =
               ((WRK-DT-HOJE-ANO - WRK-DT-INICIO-ANO) * 12)
               + (WRK-DT-HOJE-MES - WRK-DT-INICIO-MES).
           IF WRK-DT-HOJE-DIA < WRK-DT-INICIO-DIA
               SUBTRACT 1 FROM WRK-PRAZO-MESES
           END-IF.
           IF WRK-PRAZO-MESES < ZEROS
               MOVE ZEROS TO WRK-PRAZO-MESES
           END-IF.
           IF WRK-PRAZO-MESES > 999
               MOVE 999 TO WRK-PRAZO-MESES
           END-IF.
       0315-TESTAR-IRFAIXA.
      *>********* COMPARANDO O PRAZO COM UMA FAIXA (ORDENADAS DO
      *>          MAIOR PARA O MENOR LIMITE)
           IF WRK-PRAZO-MESES >= WRK-IRF-LIMITE(WRK-IRF-IDX)
               MOVE WRK-IRF-ALIQUOTA(WRK-IRF-IDX) TO WRK-IR-ALIQUOTA
           END-IF.
       0320-GRAVAR-RESGATE.
      *>********* NUMERANDO E ACRESCENTANDO O RESGATE AO RESGATE71
           MOVE ZEROS TO WRK-NUMERO-RESGATE.
           MOVE 'N' TO WRK-RESGATE-EOF.
           OPEN INPUT RESGATE-FILE.
           IF WRK-RESGATE-STATUS = '00'
               PERFORM 0325-CONTAR-RESGATE UNTIL FIM-RESGATE
           END-IF.
           CLOSE RESGATE-FILE.
           ADD 1 TO WRK-NUMERO-RESGATE.
           OPEN EXTEND RESGATE-FILE.
           IF WRK-RESGATE-STATUS = '05' OR WRK-RESGATE-STATUS = '35'
               CLOSE RESGATE-FILE
               OPEN OUTPUT RESGATE-FILE
           END-IF.
           MOVE WRK-NUMERO-RESGATE TO RSG-NUMERO.
           MOVE WRK-DATA-HOJE TO RSG-DATA.
           MOVE WRK-POS-SEQ(WRK-POS-ACHADO) TO RSG-SEQ.
           MOVE WRK-POS-TITULAR(WRK-POS-ACHADO) TO RSG-TITULAR.
           MOVE WRK-POS-INDEXADOR(WRK-POS-ACHADO) TO RSG-INDEXADOR.
           MOVE WRK-TIPO-RESGATE TO RSG-TIPO.
           MOVE WRK-VALOR-RESGATE TO RSG-VALOR.
           MOVE WRK-PRINC-RESGATE TO RSG-PRINCIPAL.
           MOVE WRK-GANHO-RESGATE TO RSG-GANHO.
           MOVE WRK-PRAZO-MESES TO RSG-PRAZO-MESES.
           MOVE WRK-IR-ALIQUOTA TO RSG-ALIQUOTA.
           MOVE WRK-IR-VALOR TO RSG-IR.
           MOVE WRK-LIQUIDO TO RSG-LIQUIDO.
           MOVE WRK-OPERADOR TO RSG-OPERADOR.
           MOVE 'N' TO RSG-EXTRATO.
           WRITE RESGATE-REC.
           CLOSE RESGATE-FILE.
       0325-CONTAR-RESGATE.
      *>********* CONTANDO UM RESGATE EXISTENTE
           READ RESGATE-FILE
               AT END
                   MOVE 'S' TO WRK-RESGATE-EOF
               NOT AT END
                   ADD 1 TO WRK-NUMERO-RESGATE
           END-READ.
       0330-GRAVAR-COMPROVANTE.
      *>********* GRAVANDO O COMPROVANTE DE RESGATE DO TITULAR
           OPEN EXTEND COMPROV-FILE.
           IF WRK-COMPROV-STATUS = '05' OR WRK-COMPROV-STATUS = '35'
               CLOSE COMPROV-FILE
               OPEN OUTPUT COMPROV-FILE
           END-IF.
           MOVE ALL '*' TO COMPROV-REC.
           WRITE COMPROV-REC.
           MOVE SPACES TO COMPROV-REC.
           STRING 'COMPROVANTE DE RESGATE ' DELIMITED BY SIZE
                  WRK-NUMERO-RESGATE DELIMITED BY SIZE
                  '   DATA ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
             INTO COMPROV-REC.
           WRITE COMPROV-REC.
           MOVE SPACES TO COMPROV-REC.
           STRING 'TITULAR: ' DELIMITED BY SIZE
                  WRK-POS-TITULAR(WRK-POS-ACHADO) DELIMITED BY SIZE
                  ' POSICAO ' DELIMITED BY SIZE
                  WRK-POS-SEQ(WRK-POS-ACHADO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-POS-INDEXADOR(WRK-POS-ACHADO) DELIMITED BY SIZE
             INTO COMPROV-REC.
           WRITE COMPROV-REC.
           MOVE SPACES TO COMPROV-REC.
           IF RESGATE-TOTAL
               MOVE 'TIPO: TOTAL (POSICAO ENCERRADA)' TO COMPROV-REC
           ELSE
               MOVE 'TIPO: PARCIAL' TO COMPROV-REC
           END-IF.
           WRITE COMPROV-REC.
           MOVE WRK-VALOR-RESGATE TO WRK-VALOR-ED.
           MOVE SPACES TO COMPROV-REC.
           STRING 'VALOR BRUTO.........: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO COMPROV-REC.
           WRITE COMPROV-REC.
           MOVE WRK-PRINC-RESGATE TO WRK-VALOR-ED.
           MOVE SPACES TO COMPROV-REC.
           STRING 'PRINCIPAL RESGATADO.: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO COMPROV-REC.
           WRITE COMPROV-REC.
           MOVE WRK-GANHO-RESGATE TO WRK-VALOR-ED.
           MOVE SPACES TO COMPROV-REC.
           STRING 'RENDIMENTO..........: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO COMPROV-REC.
           WRITE COMPROV-REC.
           MOVE WRK-IR-ALIQUOTA TO WRK-ALIQ-ED.
           MOVE SPACES TO COMPROV-REC.
           STRING 'PRAZO...............: ' DELIMITED BY SIZE
                  WRK-PRAZO-MESES DELIMITED BY SIZE
                  ' MESES - ALIQUOTA IR ' DELIMITED BY SIZE
                  WRK-ALIQ-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
             INTO COMPROV-REC.
           WRITE COMPROV-REC.
           MOVE WRK-IR-VALOR TO WRK-IR-ED.
           MOVE SPACES TO COMPROV-REC.
           STRING 'IR RETIDO...........: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-IR-ED DELIMITED BY SIZE
             INTO COMPROV-REC.
           WRITE COMPROV-REC.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO COMPROV-REC.
           STRING 'VALOR LIQUIDO.......: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO COMPROV-REC.
           WRITE COMPROV-REC.
           MOVE WRK-POS-SALDO(WRK-POS-ACHADO) TO WRK-VALOR-ED.
           MOVE SPACES TO COMPROV-REC.
           STRING 'SALDO REMANESCENTE..: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
             INTO COMPROV-REC.
           WRITE COMPROV-REC.
           MOVE SPACES TO COMPROV-REC.
           STRING 'OPERADOR: ' DELIMITED BY SIZE
                  WRK-OPERADOR DELIMITED BY SIZE
             INTO COMPROV-REC.
           WRITE COMPROV-REC.
           CLOSE COMPROV-FILE.
       0600-EXTRATO-RESGATES.
      *>********* LEVANDO AO EXTRATO DO MES OS RESGATES QUE AINDA NAO
      *>          SAIRAM EM EXTRATO, MARCANDO-OS COMO JA EXTRATADOS
           MOVE ZEROS TO WRK-QTD-RSG-EXTRATO.
           MOVE ZEROS TO WRK-RSG-QTD.
           MOVE 'N' TO WRK-RSG-ESTOURO.
           MOVE 'N' TO WRK-RESGATE-EOF.
           OPEN INPUT RESGATE-FILE.
           IF WRK-RESGATE-STATUS = '00'
               PERFORM 0610-LER-RESGATE UNTIL FIM-RESGATE
           END-IF.
           CLOSE RESGATE-FILE.
           IF RSG-ESTOUROU
      *>********* ARQUIVO MAIOR QUE A TABELA: A REGRAVACAO PERDERIA
      *>          RESGATES, ENTAO ELES FICAM PARA O PROXIMO EXTRATO
               DISPLAY 'RESGATES ALEM DA TABELA (500) - FORA DO '
                       'EXTRATO DO MES.'
           ELSE
               PERFORM 0620-EXTRATAR-RESGATE
                   VARYING WRK-RSG-IDX FROM 1 BY 1
                   UNTIL WRK-RSG-IDX > WRK-RSG-QTD
               IF WRK-QTD-RSG-EXTRATO > ZEROS
                   PERFORM 0640-REGRAVAR-RESGATES
               END-IF
           END-IF.
       0610-LER-RESGATE.
      *>********* LENDO UM RESGATE DO ARQUIVO
           READ RESGATE-FILE
               AT END
                   MOVE 'S' TO WRK-RESGATE-EOF
               NOT AT END
                   IF WRK-RSG-QTD >= 500
                       MOVE 'S' TO WRK-RSG-ESTOURO
                   ELSE
                       ADD 1 TO WRK-RSG-QTD
                       MOVE RESGATE-REC TO WRK-RSG-LINHA(WRK-RSG-QTD)
                   END-IF
           END-READ.
       0620-EXTRATAR-RESGATE.
      *>********* GRAVANDO A LINHA DO EXTRATO DE UM RESGATE PENDENTE
           IF WRK-RSG-EXTRATO(WRK-RSG-IDX) NOT = 'S'
               MOVE WRK-RSG-VALOR(WRK-RSG-IDX) TO WRK-VALOR-ED
               MOVE WRK-RSG-IR(WRK-RSG-IDX) TO WRK-IR-ED
               MOVE WRK-RSG-LIQUIDO(WRK-RSG-IDX) TO WRK-VALOR-ED2
               MOVE SPACES TO EXTRATO-REC
               STRING 'MES=' DELIMITED BY SIZE
                      WRK-ANOMES DELIMITED BY SIZE
                      ' TITULAR=' DELIMITED BY SIZE
                      WRK-RSG-TITULAR(WRK-RSG-IDX) DELIMITED BY SIZE
                      ' INDEX=' DELIMITED BY SIZE
                      WRK-RSG-INDEXADOR(WRK-RSG-IDX)
                          DELIMITED BY SIZE
                      ' RESGATE=' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                      ' IR=' DELIMITED BY SIZE
                      WRK-IR-ED DELIMITED BY SIZE
                      ' LIQUIDO=' DELIMITED BY SIZE
                      WRK-VALOR-ED2 DELIMITED BY SIZE
                 INTO EXTRATO-REC
               WRITE EXTRATO-REC
               MOVE 'S' TO WRK-RSG-EXTRATO(WRK-RSG-IDX)
               ADD 1 TO WRK-QTD-RSG-EXTRATO
           END-IF.
       0640-REGRAVAR-RESGATES.
      *>********* REGRAVANDO O RESGATE71 COM A MARCA DE EXTRATO
           OPEN OUTPUT RESGATE-FILE.
           PERFORM 0645-GRAVAR-UM-RESGATE
               VARYING WRK-RSG-IDX FROM 1 BY 1
               UNTIL WRK-RSG-IDX > WRK-RSG-QTD.
           CLOSE RESGATE-FILE.
       0645-GRAVAR-UM-RESGATE.
      *>********* GRAVANDO UM RESGATE DA TABELA
           MOVE WRK-RSG-LINHA(WRK-RSG-IDX) TO RESGATE-REC.
           WRITE RESGATE-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO AS POSICOES DE INVESTIMENTO
           DISPLAY 'FIM DO PROGRAMA...'.
