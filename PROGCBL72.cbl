      *>           VINDAS DO ARQUIVO DE-PARA CONTAMAP38 (COM O PLANO
      *>           PADRAO EMBUTIDO), E RECUSAR A GRAVACAO DO LOTE SE
      *>           A SOMA DOS DEBITOS NAO FECHAR COM A DOS CREDITOS
      *> OBJETIVO: LER SO O ARQUIVO DO PERIODO DO DIA EXTRAIDO
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
           SELECT OPTIONAL CONTASREC-FILE ASSIGN TO 'CONTASREC17'
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'RUNCTL.cbl'.
       77 WRK-TRX-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
           END-READ.
       0200-LANCAR-VENDAS.
      *>********* LANCANDO AS VENDAS E OS ESTORNOS DO DIA (OS
      *>          MOVIMENTOS DE CAIXA S/U NAO SAO LANCAMENTOS), NO
      *>          ARQUIVO DO PERIODO DO DIA
           MOVE WRK-DATA-ALVO(1:6) TO WRK-VTP-ANOMES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-TRX-STATUS = '00'
               PERFORM 0210-LER-VENDATRX UNTIL FIM-VENDATRX
           WRITE DIARIOGL-REC.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL72'==.
           COPY 'VENDAPER-PROC.cbl'.
