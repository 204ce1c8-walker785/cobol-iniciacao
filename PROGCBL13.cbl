      *>           APLICACAO DOS AUMENTOS NAO APAGAR ESSES CAMPOS;
      *>           FUNCIONARIO DESLIGADO (SITUACAO D) NAO RECEBE
      *>           AUMENTO E E COPIADO SEM MUDANCA
      *> OBJETIVO: LEVAR A MATRICULA E O CPF DO CADASTRO PARA O
      *>           QUADRO NOVO E GRAVAR A MATRICULA NO HISTORICO DE
      *>           AUMENTOS (CAMPO MATRICULA= NO FIM DA LINHA)
      *> OBJETIVO: PEDIR A DATA DE VIGENCIA DOS AUMENTOS NO MODO DE
      *>           APLICACAO E, CONFIRMADA A APLICACAO, REGISTRAR CADA
      *>           AUMENTO COM A VIGENCIA E OS SALARIOS ANTERIOR E
      *>           NOVO NO ARQUIVO AUMVIG13, DE ONDE O PROGCBL83
      *>           CALCULA A DIFERENCA RETROATIVA DOS MESES JA PAGOS
      *> OBJETIVO: O QUADRO NOVO USA O LAYOUT DO FUNCMST (COPY) E
      *>           LEVA A DATA DO DESLIGAMENTO, PARA A APLICACAO DOS
      *>           AUMENTOS NAO APAGAR A DATA GRAVADA PELO PROGCBL48
      *> OBJETIVO: LER A VIGENCIA EM CAMPO NUMERICO, PARA O 0 (HOJE)
      *>           SER ACEITO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL FUNCNOVO-FILE ASSIGN TO 'FUNCMSTNOVO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCNOVO-STATUS.
           SELECT OPTIONAL AUMVIG-FILE ASSIGN TO 'AUMVIG13'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUMVIG-STATUS.
           SELECT OPTIONAL AUMVIGWRK-FILE ASSIGN TO 'AUMVIG13WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUMVIGWRK-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       01  RAISELOG-REC PIC X(130).
       FD  FUNCNOVO-FILE.
       01  FUNCNOVO-REC.
           COPY 'FUNCMST.cbl'
               REPLACING LEADING ==FUNCMST-== BY ==FUNCNOVO-==.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           02 CHECKPOINT-CONTADOR PIC 9(06).
           02 CHECKPOINT-TOTAL-AUMENTOS PIC 9(09)V99.
       FD  CKPTWRK-FILE.
       01  CKPTWRK-REC PIC X(17).
       FD  AUMVIG-FILE.
       01  AUMVIG-REC.
           COPY 'AUMVIG.cbl'.
       FD  AUMVIGWRK-FILE.
       01  AUMVIGWRK-REC PIC X(64).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  RUNCTL-FILE.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-CCUSTO PIC X(04) VALUE SPACES.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-DATA-DESLIG PIC 9(08) VALUE ZEROS.
       01 WRK-ENTRADA.
          02 WRK-ENTRADA-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-ENTRADA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-AUMENTOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-AUMENTOS-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* VIGENCIA DOS AUMENTOS APLICADOS NO CADASTRO
       77 WRK-AUMVIG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-AUMVIGWRK-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-AUMVIGWRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-AUMVIGWRK VALUE 'S'.
       01 WRK-VIGENCIA.
          02 WRK-VIG-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-VIG-MES PIC 9(02) VALUE ZEROS.
          02 WRK-VIG-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-VIGENCIA-DIGITADA PIC 9(08) VALUE ZEROS.
       77 WRK-VIGENCIA-OK PIC X(01) VALUE 'N'.
         88 VIGENCIA-VALIDA VALUE 'S'.
       77 WRK-DIAS-DO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-4 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-100 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-400 PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-VIGENCIAS PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
                       ' (S/N): '
               ACCEPT WRK-APLICAR
               IF APLICAR-AUMENTOS
                   PERFORM 0130-LER-VIGENCIA WITH TEST AFTER
                       UNTIL VIGENCIA-VALIDA
                   OPEN OUTPUT FUNCNOVO-FILE
                   OPEN OUTPUT AUMVIGWRK-FILE
               END-IF
               PERFORM 9700-IMPRIMIR-CABECALHO
               OPEN EXTEND RAISELOG-FILE
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE WRK-CKPT-CONTADOR TO WRK-CONTADOR-LIDOS.
       0130-LER-VIGENCIA.
      *>********* LENDO E VALIDANDO A DATA DE VIGENCIA DOS AUMENTOS
      *>          (DATA REAL, NAO POSTERIOR A HOJE; ZERO = HOJE). COM
      *>          VIGENCIA PASSADA, O PROGCBL83 CALCULA A DIFERENCA
      *>          DOS MESES JA PAGOS PELO SALARIO ANTIGO
           DISPLAY 'DATA DE VIGENCIA DOS AUMENTOS (AAAAMMDD, '
                   '0=HOJE): '.
           MOVE ZEROS TO WRK-VIGENCIA-DIGITADA.
           ACCEPT WRK-VIGENCIA-DIGITADA FROM CONSOLE.
           IF WRK-VIGENCIA-DIGITADA = ZEROS
               MOVE WRK-DATA TO WRK-VIGENCIA
           ELSE
               MOVE WRK-VIGENCIA-DIGITADA TO WRK-VIGENCIA
           END-IF.
           MOVE 'N' TO WRK-VIGENCIA-OK.
           IF WRK-VIGENCIA NUMERIC
              AND WRK-VIG-ANO >= WRK-SECULO-ANO-MINIMO
              AND WRK-VIGENCIA NOT > WRK-DATA
              AND WRK-VIG-MES >= 1 AND WRK-VIG-MES <= 12
               EVALUATE WRK-VIG-MES
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO WRK-DIAS-DO-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WRK-DIAS-DO-MES
                   WHEN OTHER
                       PERFORM 0135-DIAS-DE-FEVEREIRO
               END-EVALUATE
               IF WRK-VIG-DIA >= 1
                  AND WRK-VIG-DIA <= WRK-DIAS-DO-MES
                   MOVE 'S' TO WRK-VIGENCIA-OK
               END-IF
           END-IF.
           IF NOT VIGENCIA-VALIDA
               DISPLAY 'VIGENCIA INVALIDA. INFORME UMA DATA REAL '
                       'ATE HOJE.'
           END-IF.
       0135-DIAS-DE-FEVEREIRO.
      *>********* FEVEREIRO TEM 29 DIAS SOMENTE EM ANO BISSEXTO
           DIVIDE WRK-VIG-ANO BY 4
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-4.
           DIVIDE WRK-VIG-ANO BY 100
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-100.
           DIVIDE WRK-VIG-ANO BY 400
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-400.
           IF WRK-RESTO-400 = ZEROS
              OR (WRK-RESTO-4 = ZEROS AND WRK-RESTO-100 NOT = ZEROS)
               MOVE 29 TO WRK-DIAS-DO-MES
           ELSE
               MOVE 28 TO WRK-DIAS-DO-MES
           END-IF.
       0120-PULAR-PROCESSADOS.
      *>********* AVANCANDO O ARQUIVO ATE O PONTO JA PROCESSADO
           MOVE ZEROS TO WRK-PULAR-I.
                               MOVE FUNCMST-ENTRADA TO WRK-ENTRADA
                               MOVE FUNCMST-CCUSTO TO WRK-CCUSTO
                               MOVE FUNCMST-SITUACAO TO WRK-SITUACAO
                               PERFORM 0157-CARREGAR-CHAVES
                               MOVE FUNCMST-SALARIO
                                 TO WRK-SALARIO-GRAVAR
                               PERFORM 0230-GRAVAR-QUADRO-NOVO
                           MOVE FUNCMST-SALARIO TO WRK-SALARIO
                           MOVE FUNCMST-CCUSTO TO WRK-CCUSTO
                           MOVE FUNCMST-SITUACAO TO WRK-SITUACAO
                           PERFORM 0157-CARREGAR-CHAVES
                           ADD 1 TO WRK-CONTADOR-LIDOS
                   END-EVALUATE
           END-READ.
       0157-CARREGAR-CHAVES.
      *>********* CARREGANDO A MATRICULA, O CPF E A DATA DO
      *>          DESLIGAMENTO DO FUNCIONARIO LIDO (REGISTRO ANTIGO,
      *>          SEM OS CAMPOS, CARREGA ZEROS)
           IF FUNCMST-MATRICULA NUMERIC
               MOVE FUNCMST-MATRICULA TO WRK-MATRICULA
           ELSE
               MOVE ZEROS TO WRK-MATRICULA
           END-IF.
           IF FUNCMST-CPF NUMERIC
               MOVE FUNCMST-CPF TO WRK-CPF
           ELSE
               MOVE ZEROS TO WRK-CPF
           END-IF.
           IF FUNCMST-DATA-DESLIG NUMERIC
               MOVE FUNCMST-DATA-DESLIG TO WRK-DATA-DESLIG
           ELSE
               MOVE ZEROS TO WRK-DATA-DESLIG
           END-IF.
       0200-PROCESSAR.
      *>********* PROCESSANDO O AUMENTO DO FUNCIONARIO ATUAL (O
      *>          DESLIGADO NAO RECEBE AUMENTO E SO E COPIADO)
               ADD WRK-AUMENTO TO WRK-TOTAL-AUMENTOS
               DISPLAY '===================================='
               DISPLAY 'NOME: ' WRK-NOME
               DISPLAY 'MATRICULA: ' WRK-MATRICULA
               DISPLAY 'DATA DE ENTRADA: ' WRK-ENTRADA-DIA '/'
                       WRK-ENTRADA-MES '/' WRK-ENTRADA-ANO
               DISPLAY 'TEMPO DE SERVICO PRESTADO: ' WRK-DIFERENCA
               IF APLICAR-AUMENTOS
                   MOVE WRK-TOTAL TO WRK-SALARIO-GRAVAR
                   PERFORM 0230-GRAVAR-QUADRO-NOVO
                   IF WRK-AUMENTO > ZEROS
                       PERFORM 0235-GRAVAR-VIGENCIA
                   END-IF
               END-IF
               PERFORM 0220-GRAVAR-CHECKPOINT
           END-IF.
           MOVE WRK-SALARIO-GRAVAR TO FUNCNOVO-SALARIO.
           MOVE WRK-CCUSTO TO FUNCNOVO-CCUSTO.
           MOVE WRK-SITUACAO TO FUNCNOVO-SITUACAO.
           MOVE WRK-MATRICULA TO FUNCNOVO-MATRICULA.
           MOVE WRK-CPF TO FUNCNOVO-CPF.
           MOVE WRK-DATA-DESLIG TO FUNCNOVO-DATA-DESLIG.
           WRITE FUNCNOVO-REC.
       0235-GRAVAR-VIGENCIA.
      *>********* GUARDANDO O AUMENTO COM A VIGENCIA NO ARQUIVO DE
      *>          TRABALHO (SO VAI PARA O AUMVIG13 SE A APLICACAO NO
      *>          CADASTRO FOR CONFIRMADA)
           MOVE WRK-MATRICULA TO AUMV-MATRICULA.
           MOVE WRK-NOME TO AUMV-NOME.
           MOVE WRK-VIGENCIA TO AUMV-VIGENCIA.
           MOVE WRK-SALARIO TO AUMV-SALARIO-ANTERIOR.
           MOVE WRK-TOTAL TO AUMV-SALARIO-NOVO.
           MOVE WRK-DATA TO AUMV-DATA-APLICACAO.
           MOVE SPACES TO AUMV-SITUACAO.
           MOVE AUMVIG-REC TO AUMVIGWRK-REC.
           WRITE AUMVIGWRK-REC.
       0210-REGISTRAR-AUMENTO.
      *>********* GRAVANDO O AUMENTO NO HISTORICO DE AUMENTOS
           MOVE WRK-PERCENTUAL-AUMENTO TO WRK-PERCENTUAL-AUMENTO-ED.
                  WRK-PERCENTUAL-AUMENTO-ED DELIMITED BY SIZE
                  ' SALARIO-NOVO=' DELIMITED BY SIZE
                  WRK-TOTAL-ED DELIMITED BY SIZE
                  ' MATRICULA=' DELIMITED BY SIZE
                  WRK-MATRICULA DELIMITED BY SIZE
             INTO RAISELOG-REC.
           WRITE RAISELOG-REC.
       0220-GRAVAR-CHECKPOINT.
           CLOSE RAISELOG-FILE.
           IF QUADRO-ABERTO AND APLICAR-AUMENTOS
               CLOSE FUNCNOVO-FILE
               CLOSE AUMVIGWRK-FILE
               DISPLAY 'CONFIRMA A APLICACAO DOS AUMENTOS NO'
                       ' CADASTRO? (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0320-APLICAR-NO-CADASTRO
                   PERFORM 0340-REGISTRAR-VIGENCIAS
               ELSE
                   DISPLAY 'AUMENTOS NAO APLICADOS NO CADASTRO.'
               END-IF
                   WRITE FUNCIONARIO-REC
                   ADD 1 TO WRK-APLICADOS
           END-READ.
       0340-REGISTRAR-VIGENCIAS.
      *>********* ACRESCENTANDO OS AUMENTOS APLICADOS, COM A
      *>          VIGENCIA, AO ARQUIVO AUMVIG13 PARA O CALCULO DO
      *>          RETROATIVO NO PROGCBL83
           OPEN INPUT AUMVIGWRK-FILE.
           OPEN EXTEND AUMVIG-FILE.
           IF WRK-AUMVIG-STATUS = '05' OR WRK-AUMVIG-STATUS = '35'
               CLOSE AUMVIG-FILE
               OPEN OUTPUT AUMVIG-FILE
           END-IF.
           PERFORM 0345-COPIAR-UMA-VIGENCIA UNTIL FIM-AUMVIGWRK.
           CLOSE AUMVIGWRK-FILE.
           CLOSE AUMVIG-FILE.
           DISPLAY 'AUMENTOS REGISTRADOS COM VIGENCIA '
                   WRK-VIG-DIA '/' WRK-VIG-MES '/' WRK-VIG-ANO
                   ': ' WRK-QTD-VIGENCIAS.
       0345-COPIAR-UMA-VIGENCIA.
      *>********* COPIANDO UM AUMENTO DO ARQUIVO DE TRABALHO
           READ AUMVIGWRK-FILE
               AT END
                   MOVE 'S' TO WRK-AUMVIGWRK-EOF
               NOT AT END
                   MOVE AUMVIGWRK-REC TO AUMVIG-REC
                   WRITE AUMVIG-REC
                   ADD 1 TO WRK-QTD-VIGENCIAS
           END-READ.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='RELATORIO DE AUMENTO SALARIAL'==.
