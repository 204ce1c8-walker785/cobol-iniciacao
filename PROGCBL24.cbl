      *> OBJETIVO: CONCILIAR FILIAL POR FILIAL, ALEM DO CONSOLIDADO,
      *>           PARA APONTAR EM QUAL CAIXA/LOJA ESTA A DIVERGENCIA
      *>           (LINHAS ANTIGAS SEM FILIAL VALEM PARA A FILIAL 01)
      *> OBJETIVO: LER SO O ARQUIVO DO PERIODO CONCILIADO
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
           SELECT OPTIONAL VENDASYTD-FILE ASSIGN TO 'VENDASYTD22'
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
       0200-SOMAR-DIARIOS.
      *>********* SOMANDO AS TRANSACOES DO MES CORRENTE GRAVADAS NO
      *>          REGISTRO FIXO PELO PROGCBL17 E PELO PROGCBL18, POR
      *>          FILIAL (ARQUIVO DO PERIODO DO MES CORRENTE)
           MOVE WRK-ANO-ATUAL TO WRK-VTP-ANO.
           MOVE WRK-MES-ATUAL TO WRK-VTP-MES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-TRX-STATUS = '00'
               PERFORM 0210-LER-VENDATRX UNTIL FIM-VENDATRX
                      BY =='CONCILIACAO DIARIA DE VENDAS'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL24'==.
           COPY 'VENDAPER-PROC.cbl'.
