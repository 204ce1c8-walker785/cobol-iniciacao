      *>           ARQUIVO) E IMPRIMIR O RESUMO FISCAL POR FILIAL
      *>           POR DIA E O IMPOSTO TOTAL DEVIDO NO MES, GRAVADO
      *>           NO ARQUIVO LIVROFISC39 PARA O CONTADOR
      *> OBJETIVO: LER SO O ARQUIVO DO PERIODO DO LIVRO
      *>           (VENDATRXAAAAMM), EM VEZ DO REGISTRO FIXO INTEIRO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRX-STATUS.
           SELECT OPTIONAL ALIQFIL-FILE ASSIGN TO 'ALIQFIL39'
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
               UNTIL WRK-FIL > WRK-MAX-FILIAL.
           PERFORM 0120-CARREGAR-ALIQUOTAS.
           MOVE ZEROS TO WRK-LIVRO.
           MOVE WRK-ANOMES TO WRK-VTP-ANOMES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-TRX-STATUS NOT = '00'
               DISPLAY 'REGISTRO DE TRANSACOES INDISPONIVEL: '
           COPY 'MOEDA-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL73'==.
           COPY 'VENDAPER-PROC.cbl'.
