      *> OBJETIVO: POSTAR FILIAL POR FILIAL, GRAVANDO O ACUMULADO NO
      *>           LAYOUT POR FILIAL DO PROGCBL22 (LINHAS ANTIGAS SEM
      *>           FILIAL VALEM PARA A FILIAL 01)
      *> OBJETIVO: LER SO O ARQUIVO DO PERIODO DO DIA A POSTAR
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
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='POSTAGEM DOS DIARIOS NO MENSAL'==.
       0200-SOMAR-DIA.
      *>********* SOMANDO AS TRANSACOES DO DIA GRAVADAS NO REGISTRO
      *>          FIXO PELO PROGCBL17/18, LIQUIDANDO AS CORRECOES
      *>          (ARQUIVO DO PERIODO DO DIA)
           MOVE WRK-DATA-POSTAR-NUM(1:6) TO WRK-VTP-ANOMES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-TRX-STATUS = '00'
               PERFORM 0210-LER-VENDATRX UNTIL FIM-VENDATRX
                      BY =='POSTAGEM DOS DIARIOS NO MENSAL'==.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL31'==.
           COPY 'VENDAPER-PROC.cbl'.
