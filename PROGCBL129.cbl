       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL129.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: DIVISAO DO REGISTRO FIXO DE TRANSACOES ANTIGO (UM
      *>           SO ARQUIVO VENDATRX COM TODO O MOVIMENTO) EM UM
      *>           ARQUIVO POR ANO/MES (VENDATRXAAAAMM), MONTANDO O
      *>           DIRETORIO DE PERIODOS VENDADIR (QUANTIDADE, VALOR E
      *>           PRIMEIRA/ULTIMA SEQUENCIA POR PERIODO E FILIAL)
      *> OBJETIVO: PRIMEIRA PASSADA SO SOMA O DIRETORIO NA TABELA
      *>           (ESTOURO DAS 1200 LINHAS ABORTA SEM GRAVAR NADA);
      *>           A SEGUNDA GRAVA CADA REGISTRO NO ARQUIVO DO SEU
      *>           PERIODO E COPIA O ARQUIVO ANTIGO PARA VENDATRXANT.
      *>           REGISTRO COM DATA INVALIDA VAI PARA VENDATRXREJ.
      *>           NO FIM O VENDATRX ANTIGO FICA VAZIO, ENTAO A DIVISAO
      *>           REPETIDA NAO TEM O QUE DIVIDIR
      *> OBJETIVO: RODAR UMA VEZ, ANTES DOS PROGRAMAS QUE GRAVAM POR
      *>           PERIODO; O DIRETORIO JA EXISTENTE E SOMADO. CONFERIR
      *>           DEPOIS COM O PROGCBL130
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDAANT-FILE ASSIGN TO 'VENDATRX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDAANT-STATUS.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDATRX-STATUS.
           SELECT OPTIONAL VENDADIR-FILE ASSIGN TO 'VENDADIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDADIR-STATUS.
           SELECT OPTIONAL COPIA-FILE ASSIGN TO 'VENDATRXANT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COPIA-STATUS.
           SELECT OPTIONAL REJEITO-FILE ASSIGN TO 'VENDATRXREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJEITO-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAANT-FILE.
       01  VENDAANT-REC PIC X(104).
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  VENDADIR-FILE.
       01  VENDADIR-REC.
           COPY 'VENDADIR.cbl'.
       FD  COPIA-FILE.
       01  COPIA-REC PIC X(104).
       FD  REJEITO-FILE.
       01  REJEITO-REC PIC X(104).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'VENDAGRV.cbl'.
       COPY 'RUNCTL.cbl'.
       77 WRK-VENDAANT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDATRX-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-COPIA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REJEITO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDAANT-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDAANT VALUE 'S'.
       77 WRK-ABORTAR PIC X(01) VALUE 'N'.
         88 DIVISAO-ABORTADA VALUE 'S'.
       77 WRK-PERIODO-ABERTO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PERIODOS PIC 9(04) VALUE ZEROS.
       77 WRK-SITUACAO-REG PIC X(01) VALUE SPACES.
         88 DATA-VALIDA VALUE 'V'.
         88 DATA-INVALIDA VALUE 'I'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF NOT DIVISAO-ABORTADA AND WRK-QTD-LIDOS > ZEROS
               PERFORM 0200-DIVIDIR
               PERFORM 0300-FINALIZAR
           END-IF.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-GRAVADOS TO WRK-RUN-PROC.
           MOVE WRK-QTD-REJEITADOS TO WRK-RUN-REJ.
           EVALUATE TRUE
               WHEN DIVISAO-ABORTADA
                   MOVE 'ABORTADO' TO WRK-RUN-SITUACAO
               WHEN WRK-QTD-REJEITADOS > ZEROS
                   MOVE 'DIVERGENTE' TO WRK-RUN-SITUACAO
               WHEN OTHER
                   MOVE 'OK' TO WRK-RUN-SITUACAO
           END-EVALUATE.
           PERFORM 9520-GRAVAR-RUNCTL.
           DISPLAY 'FIM DO PROGRAMA...'.

           GOBACK.
       0100-INICIALIZAR.
      *>********* PRIMEIRA PASSADA: CARREGANDO O DIRETORIO E SOMANDO
      *>          NELE O ARQUIVO ANTIGO, SEM GRAVAR NADA AINDA
           DISPLAY '***************************************'.
           DISPLAY ' DIVISAO DO VENDATRX POR PERIODO'.
           DISPLAY '***************************************'.
           PERFORM 9888-CARREGAR-DIRETORIO.
           IF DIRETORIO-ESTOUROU
               DISPLAY 'DIRETORIO VENDADIR MAIOR QUE A TABELA (1200).'
               MOVE 'S' TO WRK-ABORTAR
           END-IF.
           MOVE WRK-VDIR-QTD TO WRK-QTD-PERIODOS.
           MOVE 'N' TO WRK-VENDAANT-EOF.
           OPEN INPUT VENDAANT-FILE.
           IF WRK-VENDAANT-STATUS NOT = '00'
               MOVE 'S' TO WRK-VENDAANT-EOF
           END-IF.
           PERFORM 0110-SOMAR-ANTIGO
               UNTIL FIM-VENDAANT OR DIVISAO-ABORTADA.
           CLOSE VENDAANT-FILE.
           IF WRK-QTD-LIDOS = ZEROS AND NOT DIVISAO-ABORTADA
               DISPLAY 'VENDATRX ANTIGO AUSENTE OU VAZIO - '
                       'NADA A DIVIDIR.'
           END-IF.
           IF DIRETORIO-ESTOUROU
               DISPLAY 'PERIODOS/FILIAIS ALEM DA TABELA (1200) - '
                       'DIVISAO ABORTADA SEM GRAVAR NADA.'
               MOVE 'S' TO WRK-ABORTAR
           END-IF.
       0110-SOMAR-ANTIGO.
      *>********* LENDO UM REGISTRO ANTIGO E SOMANDO-O NA LINHA DO
      *>          SEU PERIODO/FILIAL
           READ VENDAANT-FILE
               AT END
                   MOVE 'S' TO WRK-VENDAANT-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE VENDAANT-REC TO VENDATRX-REC
                   PERFORM 0120-VALIDAR-DATA
                   IF DATA-VALIDA
                       PERFORM 9890-SOMAR-NO-DIRETORIO
                       IF DIRETORIO-ESTOUROU
                           MOVE 'S' TO WRK-VENDAANT-EOF
                       END-IF
                   END-IF
           END-READ.
       0120-VALIDAR-DATA.
      *>********* SO A DATA NUMERICA COM MES DE 01 A 12 DA O PERIODO
           MOVE 'I' TO WRK-SITUACAO-REG.
           IF VENDATRX-DATA NUMERIC
               MOVE VENDATRX-DATA(1:6) TO WRK-VTP-ANOMES
               IF WRK-VTP-ANO > ZEROS
                  AND WRK-VTP-MES >= 1 AND WRK-VTP-MES <= 12
                   MOVE 'V' TO WRK-SITUACAO-REG
               END-IF
           END-IF.
       0200-DIVIDIR.
      *>********* SEGUNDA PASSADA: GRAVANDO CADA REGISTRO NO ARQUIVO
      *>          DO SEU PERIODO (UM ARQUIVO ABERTO POR VEZ) E
      *>          COPIANDO O ARQUIVO ANTIGO
           MOVE ZEROS TO WRK-QTD-LIDOS.
           MOVE ZEROS TO WRK-PERIODO-ABERTO.
           MOVE 'N' TO WRK-VENDAANT-EOF.
           OPEN INPUT VENDAANT-FILE.
           OPEN OUTPUT COPIA-FILE.
           OPEN OUTPUT REJEITO-FILE.
           PERFORM 0210-GRAVAR-REGISTRO UNTIL FIM-VENDAANT.
           IF WRK-PERIODO-ABERTO > ZEROS
               CLOSE VENDATRX-FILE
           END-IF.
           CLOSE VENDAANT-FILE.
           CLOSE COPIA-FILE.
           CLOSE REJEITO-FILE.
       0210-GRAVAR-REGISTRO.
      *>********* LENDO UM REGISTRO ANTIGO, COPIANDO-O E GRAVANDO-O
      *>          NO PERIODO (OU NOS REJEITADOS)
           READ VENDAANT-FILE
               AT END
                   MOVE 'S' TO WRK-VENDAANT-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   MOVE VENDAANT-REC TO COPIA-REC
                   WRITE COPIA-REC
                   MOVE VENDAANT-REC TO VENDATRX-REC
                   PERFORM 0120-VALIDAR-DATA
                   IF DATA-VALIDA
                       IF WRK-VTP-ANOMES NOT = WRK-PERIODO-ABERTO
                           PERFORM 0220-TROCAR-PERIODO
                       END-IF
                       MOVE VENDAANT-REC TO VENDATRX-REC
                       WRITE VENDATRX-REC
                       ADD 1 TO WRK-QTD-GRAVADOS
                   ELSE
                       MOVE VENDAANT-REC TO REJEITO-REC
                       WRITE REJEITO-REC
                       ADD 1 TO WRK-QTD-REJEITADOS
                   END-IF
           END-READ.
       0220-TROCAR-PERIODO.
      *>********* FECHANDO O PERIODO ABERTO E ABRINDO O DO REGISTRO
      *>          PARA ACRESCIMO (PERIODO NOVO E CRIADO)
           IF WRK-PERIODO-ABERTO > ZEROS
               CLOSE VENDATRX-FILE
           END-IF.
           MOVE WRK-VTP-ANOMES TO WRK-PERIODO-ABERTO.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN EXTEND VENDATRX-FILE.
           IF WRK-VENDATRX-STATUS = '05' OR WRK-VENDATRX-STATUS = '35'
               CLOSE VENDATRX-FILE
               OPEN OUTPUT VENDATRX-FILE
           END-IF.
       0300-FINALIZAR.
      *>********* GRAVANDO O DIRETORIO, ESVAZIANDO O ARQUIVO ANTIGO
      *>          (JA COPIADO EM VENDATRXANT) E MOSTRANDO OS PERIODOS
           PERFORM 9889-REGRAVAR-DIRETORIO.
           OPEN OUTPUT VENDAANT-FILE.
           CLOSE VENDAANT-FILE.
           DISPLAY ' PERIODO FILIAL QTD-REG          VALOR'.
           PERFORM 0310-MOSTRAR-LINHA
               VARYING WRK-VDIR-IDX FROM 1 BY 1
               UNTIL WRK-VDIR-IDX > WRK-VDIR-QTD.
           COMPUTE WRK-QTD-PERIODOS = WRK-VDIR-QTD - WRK-QTD-PERIODOS.
           DISPLAY '***************************************'.
           DISPLAY ' REGISTROS LIDOS......: ' WRK-QTD-LIDOS.
           DISPLAY ' GRAVADOS NO PERIODO..: ' WRK-QTD-GRAVADOS.
           DISPLAY ' DATA INVALIDA (REJ)..: ' WRK-QTD-REJEITADOS.
           DISPLAY ' LINHAS NOVAS NO DIR..: ' WRK-QTD-PERIODOS.
           DISPLAY '***************************************'.
       0310-MOSTRAR-LINHA.
      *>********* MOSTRANDO UMA LINHA DO DIRETORIO
           DISPLAY ' ' WRK-VDIR-ANOMES(WRK-VDIR-IDX)
                   '  ' WRK-VDIR-FILIAL(WRK-VDIR-IDX)
                   '    ' WRK-VDIR-QTD-REG(WRK-VDIR-IDX)
                   ' ' WRK-VDIR-VALOR(WRK-VDIR-IDX).
           COPY 'VENDAPER-PROC.cbl'.
           COPY 'VENDAGRV-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL129'==.
