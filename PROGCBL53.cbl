      *> OBJETIVO: LIQUIDAR AS CORRECOES (TIPO C) E IGNORAR OS
      *>           MOVIMENTOS DE CAIXA (TIPOS S E U), QUE NAO SAO
      *>           VENDAS
      *> OBJETIVO: LER SO OS ARQUIVOS DE PERIODO (VENDATRXAAAAMM) DOS
      *>           MESES DA FAIXA DE DATAS PEDIDA
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRX-STATUS.
       DATA DIVISION.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='CURVA HORARIA DE VENDAS'==.
       COPY 'MOEDA.cbl'.
       77 WRK-MAX-FILIAL PIC 9(02) VALUE 5.
       77 WRK-TRX-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-TRX PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-FAIXA-VTP.
           PERFORM 0300-FINALIZAR.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO A FAIXA DE DATAS E ABRINDO O PRIMEIRO PERIODO
      *>          DO REGISTRO FIXO NA FAIXA
           DISPLAY '***********************************'.
           DISPLAY ' CURVA HORARIA DE VENDAS'.
           DISPLAY '***********************************'.
           PERFORM 9610-SELECIONAR-MOEDA.
           MOVE ZEROS TO WRK-CURVA.
           MOVE ZEROS TO WRK-TOTAL-HORAS.
           MOVE WRK-DATA-INICIAL(1:6) TO WRK-VTP-INICIO.
           MOVE WRK-DATA-FINAL(1:6) TO WRK-VTP-FIM.
           PERFORM 9882-ABRIR-FAIXA.
       0200-PROCESSAR.
      *>********* LENDO UMA TRANSACAO E SOMANDO-A NO BALDE DA SUA
      *>          HORA E FILIAL
           PERFORM 9883-LER-FAIXA.
           IF REGISTRO-VTP-LIDO
               IF VENDATRX-DATA >= WRK-DATA-INICIAL
                  AND VENDATRX-DATA <= WRK-DATA-FINAL
                  AND (VENDATRX-TIPO = 'V'
                       OR VENDATRX-TIPO = 'C')
                   ADD 1 TO WRK-QTD-TRX
                   PERFORM 0210-ACUMULAR-TRANSACAO
               END-IF
           END-IF.
       0210-ACUMULAR-TRANSACAO.
      *>********* SOMANDO A TRANSACAO (OU SUBTRAINDO O ESTORNO) NO
      *>          BALDE DA HORA, POR FILIAL
           END-IF.
       0300-FINALIZAR.
      *>********* IMPRIMINDO A CURVA POR FILIAL E O CONSOLIDADO
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'PERIODO: ' WRK-DATA-INICIAL ' A '
                   WRK-DATA-FINAL
               REPLACING ==:TITULO:==
                      BY =='CURVA HORARIA DE VENDAS'==.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'VENDAPER-PROC.cbl'.
