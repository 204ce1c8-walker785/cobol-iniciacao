       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL100.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: LISTAR OS DOCUMENTOS FISCAIS DO MES (REGISTRO
      *>           DOCFISC) POR FILIAL E SERIE, COM OS CANCELADOS
      *>           MARCADOS, APONTANDO OS NUMEROS FALTANTES E OS
      *>           FORA DE ORDEM NA SEQUENCIA, E CONCILIAR O TOTAL DOS
      *>           DOCUMENTOS COM O LIVRO FISCAL DO PROGCBL73 (VENDAS
      *>           MENOS CORRECOES DO VENDATRX NO MES)
      *> OBJETIVO: LER SO O ARQUIVO DO PERIODO DA LISTAGEM
      *>           (VENDATRXAAAAMM), EM VEZ DO REGISTRO FIXO INTEIRO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOCFISC-FILE ASSIGN TO 'DOCFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DOCFISC-STATUS.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRX-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOCFISC-FILE.
       01  DOCFISC-REC.
           COPY 'DOCFISC.cbl'.
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='DOCUMENTOS FISCAIS DO MES'==.
       COPY 'MOEDA.cbl'.
       COPY 'DOCNUM.cbl'.
       77 WRK-TRX-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRX-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDATRX VALUE 'S'.
       77 WRK-ANOMES PIC 9(06) VALUE ZEROS.
      *>********* SEQUENCIAS DE NUMERACAO (FILIAL/SERIE) DO REGISTRO:
      *>          ULTIMO NUMERO VISTO (DESDE O INICIO DO REGISTRO) E
      *>          OS TOTAIS E OCORRENCIAS DO MES
       77 WRK-MAX-SEQ PIC 9(02) VALUE 20.
       77 WRK-QTD-SEQ PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ-ESTOURO PIC X(01) VALUE 'N'.
         88 SEQUENCIAS-ESTOURADAS VALUE 'S'.
       01 WRK-SEQ-TAB.
          02 WRK-SEQ OCCURS 20 TIMES.
             03 WRK-SEQ-FILIAL PIC 9(02).
             03 WRK-SEQ-SERIE PIC 9(03).
             03 WRK-SEQ-ULTIMO PIC 9(07).
             03 WRK-SEQ-DATA PIC 9(08).
             03 WRK-SEQ-QTD-EMIT PIC 9(06).
             03 WRK-SEQ-VAL-EMIT PIC 9(10)V99.
             03 WRK-SEQ-QTD-CANC PIC 9(06).
             03 WRK-SEQ-VAL-CANC PIC 9(10)V99.
             03 WRK-SEQ-FALTAS PIC 9(06).
             03 WRK-SEQ-FORA PIC 9(06).
       77 WRK-SEQ-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ-ACHADA PIC 9(02) VALUE ZEROS.
       77 WRK-DOC-DO-MES PIC X(01) VALUE 'N'.
         88 DOCUMENTO-DO-MES VALUE 'S'.
       77 WRK-OCORRENCIA PIC X(50) VALUE SPACES.
       77 WRK-FALTA-INI PIC 9(07) VALUE ZEROS.
       77 WRK-FALTA-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-FALTA-QTD PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DOCS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-OCORR PIC 9(06) VALUE ZEROS.
      *>********* TOTAIS DO MES NOS DOCUMENTOS
       77 WRK-TOT-QTD-EMIT PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-VAL-EMIT PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-QTD-CANC PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-VAL-CANC PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VALIDO PIC S9(11)V99 VALUE ZEROS.
      *>********* TOTAIS DO MES NO VENDATRX (BASE DO LIVRO FISCAL)
       77 WRK-QTD-TRX PIC 9(06) VALUE ZEROS.
       77 WRK-TRX-V-DOC PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TRX-V-SEM PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TRX-C-DOC PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TRX-C-SEM PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LIVRO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CONCIL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CONCILIACAO PIC X(01) VALUE 'S'.
         88 CONCILIADO VALUE 'S'.
       77 WRK-VALOR-ED PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SITUACAO-ED PIC X(09) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-DOCFISC.
           CLOSE DOCFISC-FILE.
           PERFORM 0400-LER-VENDATRX.
           PERFORM 0500-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-DOCS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-DOCS TO WRK-RUN-PROC.
           MOVE WRK-QTD-OCORR TO WRK-RUN-REJ.
           IF CONCILIADO AND WRK-QTD-OCORR = ZEROS
               MOVE 'OK' TO WRK-RUN-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO O MES E ABRINDO O REGISTRO DE DOCUMENTOS
           DISPLAY '***************************************'.
           DISPLAY ' DOCUMENTOS FISCAIS DO MES'.
           DISPLAY '***************************************'.
           DISPLAY 'ANO/MES DOS DOCUMENTOS (AAAAMM): '.
           ACCEPT WRK-ANOMES FROM CONSOLE.
           PERFORM 9610-SELECIONAR-MOEDA.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'MES DOS DOCUMENTOS: ' WRK-ANOMES.
           DISPLAY 'FL SER NUMERO  SITUACAO  DATA     REF   VALOR'.
           OPEN INPUT DOCFISC-FILE.
           IF WRK-DOCFISC-STATUS NOT = '00'
               DISPLAY 'REGISTRO DE DOCUMENTOS INDISPONIVEL: '
                        WRK-DOCFISC-STATUS
               MOVE 'S' TO WRK-DOCFISC-EOF
           END-IF.
       0200-PROCESSAR.
      *>********* LENDO UM DOCUMENTO DO REGISTRO (NA ORDEM DE EMISSAO)
           READ DOCFISC-FILE
               AT END
                   MOVE 'S' TO WRK-DOCFISC-EOF
               NOT AT END
                   PERFORM 0210-TRATAR-DOCUMENTO
           END-READ.
       0210-TRATAR-DOCUMENTO.
      *>********* CONFERINDO O DOCUMENTO NA SUA SEQUENCIA; OS DE MESES
      *>          ANTERIORES SO ACERTAM O ULTIMO NUMERO VISTO
           IF DOCF-DATA(1:6) = WRK-ANOMES
               MOVE 'S' TO WRK-DOC-DO-MES
               ADD 1 TO WRK-QTD-DOCS
           ELSE
               MOVE 'N' TO WRK-DOC-DO-MES
           END-IF.
           PERFORM 0220-LOCALIZAR-SEQUENCIA.
           IF WRK-SEQ-ACHADA = ZEROS
               IF DOCUMENTO-DO-MES
                   MOVE 'SEQUENCIA FORA DA TABELA' TO WRK-OCORRENCIA
                   PERFORM 0240-EXIBIR-DOCUMENTO
                   PERFORM 0260-EXIBIR-OCORRENCIA
               END-IF
           ELSE
               IF DOCF-SITUACAO = 'C'
                   PERFORM 0230-CONFERIR-CANCELADO
               ELSE
                   PERFORM 0235-CONFERIR-EMITIDO
               END-IF
           END-IF.
       0220-LOCALIZAR-SEQUENCIA.
      *>********* PROCURANDO (OU ABRINDO) A SEQUENCIA FILIAL/SERIE
           MOVE ZEROS TO WRK-SEQ-ACHADA.
           PERFORM 0225-COMPARAR-SEQUENCIA
               VARYING WRK-SEQ-IDX FROM 1 BY 1
               UNTIL WRK-SEQ-IDX > WRK-QTD-SEQ
                  OR WRK-SEQ-ACHADA NOT = ZEROS.
           IF WRK-SEQ-ACHADA = ZEROS
               IF WRK-QTD-SEQ < WRK-MAX-SEQ
                   ADD 1 TO WRK-QTD-SEQ
                   MOVE WRK-QTD-SEQ TO WRK-SEQ-ACHADA
                   INITIALIZE WRK-SEQ(WRK-SEQ-ACHADA)
                   MOVE DOCF-FILIAL TO WRK-SEQ-FILIAL(WRK-SEQ-ACHADA)
                   MOVE DOCF-SERIE TO WRK-SEQ-SERIE(WRK-SEQ-ACHADA)
               ELSE
                   MOVE 'S' TO WRK-SEQ-ESTOURO
               END-IF
           END-IF.
       0225-COMPARAR-SEQUENCIA.
      *>********* COMPARANDO UMA SEQUENCIA DA TABELA
           IF WRK-SEQ-FILIAL(WRK-SEQ-IDX) = DOCF-FILIAL
              AND WRK-SEQ-SERIE(WRK-SEQ-IDX) = DOCF-SERIE
               MOVE WRK-SEQ-IDX TO WRK-SEQ-ACHADA
           END-IF.
       0230-CONFERIR-CANCELADO.
      *>********* O CANCELAMENTO SO VALE PARA NUMERO JA EMITIDO
           IF DOCUMENTO-DO-MES
               ADD 1 TO WRK-SEQ-QTD-CANC(WRK-SEQ-ACHADA)
               ADD DOCF-VALOR TO WRK-SEQ-VAL-CANC(WRK-SEQ-ACHADA)
               PERFORM 0240-EXIBIR-DOCUMENTO
               IF DOCF-NUMERO > WRK-SEQ-ULTIMO(WRK-SEQ-ACHADA)
                   MOVE 'CANCELAMENTO DE NUMERO NAO EMITIDO'
                     TO WRK-OCORRENCIA
                   PERFORM 0260-EXIBIR-OCORRENCIA
               END-IF
           END-IF.
       0235-CONFERIR-EMITIDO.
      *>********* O NUMERO EMITIDO TEM DE SER O SEGUINTE AO ULTIMO DA
      *>          SEQUENCIA, COM DATA NAO ANTERIOR A DELE
           IF DOCUMENTO-DO-MES
               ADD 1 TO WRK-SEQ-QTD-EMIT(WRK-SEQ-ACHADA)
               ADD DOCF-VALOR TO WRK-SEQ-VAL-EMIT(WRK-SEQ-ACHADA)
               PERFORM 0240-EXIBIR-DOCUMENTO
           END-IF.
           IF DOCF-NUMERO > WRK-SEQ-ULTIMO(WRK-SEQ-ACHADA)
               IF DOCUMENTO-DO-MES
                  AND DOCF-NUMERO > WRK-SEQ-ULTIMO(WRK-SEQ-ACHADA) + 1
                   PERFORM 0250-APONTAR-FALTANTES
               END-IF
               IF DOCUMENTO-DO-MES
                  AND DOCF-DATA < WRK-SEQ-DATA(WRK-SEQ-ACHADA)
                   ADD 1 TO WRK-SEQ-FORA(WRK-SEQ-ACHADA)
                   MOVE 'FORA DE ORDEM: DATA ANTERIOR A DO ANTERIOR'
                     TO WRK-OCORRENCIA
                   PERFORM 0260-EXIBIR-OCORRENCIA
               END-IF
               MOVE DOCF-NUMERO TO WRK-SEQ-ULTIMO(WRK-SEQ-ACHADA)
               MOVE DOCF-DATA TO WRK-SEQ-DATA(WRK-SEQ-ACHADA)
           ELSE
               IF DOCUMENTO-DO-MES
                   ADD 1 TO WRK-SEQ-FORA(WRK-SEQ-ACHADA)
                   MOVE 'FORA DE ORDEM: NUMERO REPETIDO OU MENOR'
                     TO WRK-OCORRENCIA
                   PERFORM 0260-EXIBIR-OCORRENCIA
               END-IF
           END-IF.
       0240-EXIBIR-DOCUMENTO.
      *>********* EXIBINDO UMA LINHA DA LISTAGEM
           PERFORM 9710-CONTAR-LINHA.
           IF DOCF-SITUACAO = 'C'
               MOVE 'CANCELADO' TO WRK-SITUACAO-ED
           ELSE
               MOVE 'EMITIDO' TO WRK-SITUACAO-ED
           END-IF.
           MOVE DOCF-VALOR TO WRK-VALOR-ED.
           DISPLAY DOCF-FILIAL ' ' DOCF-SERIE ' ' DOCF-NUMERO ' '
                   WRK-SITUACAO-ED ' ' DOCF-DATA ' '
                   DOCF-REFERENCIA ' ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED.
       0250-APONTAR-FALTANTES.
      *>********* APONTANDO A FAIXA DE NUMEROS QUE NAO ESTA NO REGISTRO
           COMPUTE WRK-FALTA-INI = WRK-SEQ-ULTIMO(WRK-SEQ-ACHADA) + 1.
           COMPUTE WRK-FALTA-FIM = DOCF-NUMERO - 1.
           COMPUTE WRK-FALTA-QTD = WRK-FALTA-FIM - WRK-FALTA-INI + 1.
           ADD WRK-FALTA-QTD TO WRK-SEQ-FALTAS(WRK-SEQ-ACHADA).
           MOVE SPACES TO WRK-OCORRENCIA.
           STRING 'FALTANTE(S): ' DELIMITED BY SIZE
                  WRK-FALTA-INI DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WRK-FALTA-FIM DELIMITED BY SIZE
             INTO WRK-OCORRENCIA.
           PERFORM 0260-EXIBIR-OCORRENCIA.
       0260-EXIBIR-OCORRENCIA.
      *>********* EXIBINDO UMA OCORRENCIA NA SEQUENCIA
           PERFORM 9710-CONTAR-LINHA.
           ADD 1 TO WRK-QTD-OCORR.
           DISPLAY '   *** ' WRK-OCORRENCIA.
       0400-LER-VENDATRX.
      *>********* SOMANDO AS VENDAS E CORRECOES DO MES NO VENDATRX,
      *>          SEPARANDO AS QUE TEM DOCUMENTO FISCAL DAS QUE NAO TEM
      *>          (ARQUIVO DO PERIODO DO MES)
           MOVE WRK-ANOMES TO WRK-VTP-ANOMES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-TRX-STATUS NOT = '00'
               DISPLAY 'REGISTRO DE TRANSACOES INDISPONIVEL: '
                        WRK-TRX-STATUS
               MOVE 'S' TO WRK-TRX-EOF
           END-IF.
           PERFORM 0410-LER-TRANSACAO UNTIL FIM-VENDATRX.
           CLOSE VENDATRX-FILE.
       0410-LER-TRANSACAO.
      *>********* LENDO UMA TRANSACAO NO CRITERIO DO LIVRO FISCAL
           READ VENDATRX-FILE
               AT END
                   MOVE 'S' TO WRK-TRX-EOF
               NOT AT END
                   IF VENDATRX-DATA(1:6) = WRK-ANOMES
                      AND (VENDATRX-TIPO = 'V'
                           OR VENDATRX-TIPO = 'C')
                       ADD 1 TO WRK-QTD-TRX
                       PERFORM 0420-ACUMULAR-TRANSACAO
                   END-IF
           END-READ.
       0420-ACUMULAR-TRANSACAO.
      *>********* REGISTRO ANTIGO (SEM OS CAMPOS) CONTA SEM DOCUMENTO
           IF VENDATRX-DOCFISC NOT NUMERIC
               MOVE ZEROS TO VENDATRX-DOCFISC
           END-IF.
           IF VENDATRX-TIPO = 'C'
               IF VENDATRX-DOCFISC > ZEROS
                   ADD VENDATRX-VALOR TO WRK-TRX-C-DOC
               ELSE
                   ADD VENDATRX-VALOR TO WRK-TRX-C-SEM
               END-IF
           ELSE
               IF VENDATRX-DOCFISC > ZEROS
                   ADD VENDATRX-VALOR TO WRK-TRX-V-DOC
               ELSE
                   ADD VENDATRX-VALOR TO WRK-TRX-V-SEM
               END-IF
           END-IF.
       0500-FINALIZAR.
      *>********* RESUMO POR SEQUENCIA E CONCILIACAO COM O LIVRO
           DISPLAY '---------------------------------------'.
           IF SEQUENCIAS-ESTOURADAS
               DISPLAY 'TABELA DE SEQUENCIAS CHEIA ('
                       WRK-MAX-SEQ '): RESUMO INCOMPLETO'
           END-IF.
           PERFORM 0510-RESUMO-SEQUENCIA
               VARYING WRK-SEQ-IDX FROM 1 BY 1
               UNTIL WRK-SEQ-IDX > WRK-QTD-SEQ.
           COMPUTE WRK-TOT-VALIDO = WRK-TOT-VAL-EMIT - WRK-TOT-VAL-CANC.
           DISPLAY '---------------------------------------'.
           MOVE WRK-TOT-VAL-EMIT TO WRK-VALOR-ED.
           DISPLAY 'DOCUMENTOS EMITIDOS...: ' WRK-TOT-QTD-EMIT ' '
                   WRK-MOEDA-SIMBOLO WRK-VALOR-ED.
           MOVE WRK-TOT-VAL-CANC TO WRK-VALOR-ED.
           DISPLAY 'DOCUMENTOS CANCELADOS.: ' WRK-TOT-QTD-CANC ' '
                   WRK-MOEDA-SIMBOLO WRK-VALOR-ED.
           MOVE WRK-TOT-VALIDO TO WRK-VALOR-ED.
           DISPLAY 'VALOR VALIDO..........:        '
                   WRK-MOEDA-SIMBOLO WRK-VALOR-ED.
           DISPLAY 'OCORRENCIAS NA NUMERACAO: ' WRK-QTD-OCORR.
           PERFORM 0520-CONCILIAR-LIVRO.
           DISPLAY 'FIM DO PROGRAMA...'.
       0510-RESUMO-SEQUENCIA.
      *>********* RESUMO DE UMA SEQUENCIA FILIAL/SERIE NO MES
           IF WRK-SEQ-QTD-EMIT(WRK-SEQ-IDX) > ZEROS
              OR WRK-SEQ-QTD-CANC(WRK-SEQ-IDX) > ZEROS
               PERFORM 9710-CONTAR-LINHA
               ADD WRK-SEQ-QTD-EMIT(WRK-SEQ-IDX) TO WRK-TOT-QTD-EMIT
               ADD WRK-SEQ-VAL-EMIT(WRK-SEQ-IDX) TO WRK-TOT-VAL-EMIT
               ADD WRK-SEQ-QTD-CANC(WRK-SEQ-IDX) TO WRK-TOT-QTD-CANC
               ADD WRK-SEQ-VAL-CANC(WRK-SEQ-IDX) TO WRK-TOT-VAL-CANC
               MOVE WRK-SEQ-VAL-EMIT(WRK-SEQ-IDX) TO WRK-VALOR-ED
               MOVE WRK-SEQ-VAL-CANC(WRK-SEQ-IDX) TO WRK-VALOR-ED2
               DISPLAY 'FILIAL ' WRK-SEQ-FILIAL(WRK-SEQ-IDX)
                       ' SERIE ' WRK-SEQ-SERIE(WRK-SEQ-IDX)
                       ' EMITIDOS ' WRK-SEQ-QTD-EMIT(WRK-SEQ-IDX)
                       ' ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED
                       ' CANCELADOS ' WRK-SEQ-QTD-CANC(WRK-SEQ-IDX)
                       ' ' WRK-MOEDA-SIMBOLO WRK-VALOR-ED2
               DISPLAY '   FALTANTES ' WRK-SEQ-FALTAS(WRK-SEQ-IDX)
                       ' FORA DE ORDEM ' WRK-SEQ-FORA(WRK-SEQ-IDX)
                       ' ULTIMO NUMERO ' WRK-SEQ-ULTIMO(WRK-SEQ-IDX)
           END-IF.
       0520-CONCILIAR-LIVRO.
      *>********* O LIVRO FISCAL (VENDAS MENOS CORRECOES DO MES) TEM DE
      *>          FECHAR COM OS DOCUMENTOS VALIDOS MAIS AS VENDAS SEM
      *>          DOCUMENTO, MENOS AS DEVOLUCOES SEM DOCUMENTO
           COMPUTE WRK-TOT-LIVRO = WRK-TRX-V-DOC + WRK-TRX-V-SEM
                                 - WRK-TRX-C-DOC - WRK-TRX-C-SEM.
           COMPUTE WRK-TOT-CONCIL = WRK-TOT-VALIDO + WRK-TRX-V-SEM
                                  - WRK-TRX-C-SEM.
           COMPUTE WRK-DIFERENCA = WRK-TOT-LIVRO - WRK-TOT-CONCIL.
           DISPLAY '=========== CONCILIACAO COM O LIVRO ==========='.
           MOVE WRK-TRX-V-DOC TO WRK-VALOR-ED.
           MOVE WRK-TOT-VAL-EMIT TO WRK-VALOR-ED2.
           DISPLAY 'VENDAS COM DOCUMENTO....: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED ' EMITIDOS: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED2.
           MOVE WRK-TRX-C-DOC TO WRK-VALOR-ED.
           MOVE WRK-TOT-VAL-CANC TO WRK-VALOR-ED2.
           DISPLAY 'CORRECOES COM DOCUMENTO.: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED ' CANCELADOS: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED2.
           MOVE WRK-TRX-V-SEM TO WRK-VALOR-ED.
           DISPLAY '(+) VENDAS SEM DOCUMENTO: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED.
           MOVE WRK-TRX-C-SEM TO WRK-VALOR-ED.
           DISPLAY '(-) DEVOLUCOES SEM DOC..: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED.
           MOVE WRK-TOT-CONCIL TO WRK-VALOR-ED.
           DISPLAY 'TOTAL CONCILIADO........: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED.
           MOVE WRK-TOT-LIVRO TO WRK-VALOR-ED.
           DISPLAY 'LIVRO FISCAL (PROGCBL73): ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED.
           IF WRK-DIFERENCA = ZEROS
              AND WRK-TRX-V-DOC = WRK-TOT-VAL-EMIT
              AND WRK-TRX-C-DOC = WRK-TOT-VAL-CANC
               MOVE 'S' TO WRK-CONCILIACAO
               DISPLAY 'SITUACAO: CONFERE'
           ELSE
               MOVE 'N' TO WRK-CONCILIACAO
               MOVE WRK-DIFERENCA TO WRK-VALOR-ED
               DISPLAY 'SITUACAO: DIFERENCA DE ' WRK-MOEDA-SIMBOLO
                       WRK-VALOR-ED
           END-IF.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='DOCUMENTOS FISCAIS DO MES'==.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL100'==.
           COPY 'VENDAPER-PROC.cbl'.
