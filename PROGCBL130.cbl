       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL130.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: CONFERENCIA DO DIRETORIO DE PERIODOS DO REGISTRO
      *>           FIXO DE TRANSACOES (VENDADIR) CONTRA OS ARQUIVOS DE
      *>           CADA ANO/MES (VENDATRXAAAAMM): PARA CADA PERIODO E
      *>           FILIAL SOMA O ARQUIVO E COMPARA QUANTIDADE, VALOR E
      *>           PRIMEIRA/ULTIMA SEQUENCIA COM A LINHA DO DIRETORIO
      *> OBJETIVO: APONTA ARQUIVO AUSENTE, TOTAIS DIVERGENTES, FILIAL
      *>           OU PERIODO GRAVADO SEM LINHA NO DIRETORIO (DO
      *>           PRIMEIRO PERIODO DO DIRETORIO ATE O MES CORRENTE) E
      *>           REGISTRO COM DATA DE OUTRO PERIODO DENTRO DO ARQUIVO.
      *>           RESULTADO NO RUNCTL (SITUACAO OK OU DIVERGENTE,
      *>           QUANTIDADE EM REJ) PARA O RELATORIO DA MANHA DO
      *>           PROGCBL41; NENHUM ARQUIVO E ALTERADO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDATRX-STATUS.
           SELECT OPTIONAL VENDADIR-FILE ASSIGN TO 'VENDADIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDADIR-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  VENDADIR-FILE.
       01  VENDADIR-REC.
           COPY 'VENDADIR.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'VENDAGRV.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='CONFERENCIA DO DIRETORIO VENDADIR'==.
       77 WRK-VENDATRX-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDATRX-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDATRX VALUE 'S'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANOMES PIC 9(06).
          02 WRK-HOJE-DIA PIC 9(02).
      *>********* FAIXA DE PERIODOS CONFERIDA E PERIODO EM CONFERENCIA
       77 WRK-PER-PRIMEIRO PIC 9(06) VALUE ZEROS.
       77 WRK-PER-ULTIMO PIC 9(06) VALUE ZEROS.
       77 WRK-PER-CONF PIC 9(06) VALUE ZEROS.
       77 WRK-PER-AUSENTE PIC X(01) VALUE 'N'.
         88 ARQUIVO-AUSENTE VALUE 'S'.
       77 WRK-PER-GRUPO PIC X(01) VALUE 'N'.
         88 GRUPO-ABERTO VALUE 'S'.
       77 WRK-PER-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-PER-FORA PIC 9(07) VALUE ZEROS.
       77 WRK-PER-SEM-FILIAL PIC 9(07) VALUE ZEROS.
      *>********* TOTAIS DO ARQUIVO DO PERIODO POR FILIAL (FILIAL
      *>          00 A 99 NA POSICAO FILIAL + 1)
       01 WRK-FIL-TAB.
          02 WRK-FIL-LINHA OCCURS 100 TIMES.
             03 WRK-FIL-QTD PIC 9(07).
             03 WRK-FIL-VALOR PIC 9(11)V99.
             03 WRK-FIL-SEQ-PRIMEIRA PIC 9(05).
             03 WRK-FIL-SEQ-ULTIMA PIC 9(05).
             03 WRK-FIL-NO-DIRETORIO PIC X(01).
       77 WRK-FIL-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FIL-CODIGO PIC 9(02) VALUE ZEROS.
      *>********* EXCECAO A IMPRIMIR
       77 WRK-EXC-CHAVE PIC X(22) VALUE SPACES.
       77 WRK-EXC-MOTIVO PIC X(50) VALUE SPACES.
      *>********* TOTAIS DA CONFERENCIA
       77 WRK-TOT-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-PERIODOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED2 PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF NOT DIRETORIO-ESTOUROU
               MOVE WRK-PER-PRIMEIRO TO WRK-VTP-ANOMES
               PERFORM 0200-CONFERIR-PERIODO
                   UNTIL WRK-VTP-ANOMES > WRK-PER-ULTIMO
           END-IF.
           PERFORM 0400-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-TOT-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-TOT-PERIODOS TO WRK-RUN-PROC.
           MOVE WRK-TOT-EXCECOES TO WRK-RUN-REJ.
           EVALUATE TRUE
               WHEN DIRETORIO-ESTOUROU
                   MOVE 'ESTOURO' TO WRK-RUN-SITUACAO
               WHEN WRK-TOT-EXCECOES > ZEROS
                   MOVE 'DIVERGENTE' TO WRK-RUN-SITUACAO
               WHEN OTHER
                   MOVE 'OK' TO WRK-RUN-SITUACAO
           END-EVALUATE.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* CARREGANDO O DIRETORIO E DEFININDO A FAIXA: DO
      *>          PRIMEIRO PERIODO DO DIRETORIO ATE O MES CORRENTE (OU
      *>          O ULTIMO DO DIRETORIO, SE POSTERIOR)
           DISPLAY '***************************************'.
           DISPLAY ' CONFERENCIA DO DIRETORIO DE PERIODOS'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           PERFORM 9888-CARREGAR-DIRETORIO.
           IF DIRETORIO-ESTOUROU
               DISPLAY '*** DIRETORIO VENDADIR MAIOR QUE A TABELA '
                       '(1200) - NADA CONFERIDO ***'
           ELSE
               MOVE WRK-HOJE-ANOMES TO WRK-PER-PRIMEIRO
               MOVE WRK-HOJE-ANOMES TO WRK-PER-ULTIMO
               IF WRK-VDIR-QTD > ZEROS
                   MOVE WRK-VDIR-ANOMES(1) TO WRK-PER-PRIMEIRO
                   IF WRK-VDIR-ANOMES(WRK-VDIR-QTD) > WRK-PER-ULTIMO
                       MOVE WRK-VDIR-ANOMES(WRK-VDIR-QTD)
                           TO WRK-PER-ULTIMO
                   END-IF
               END-IF
               DISPLAY 'LINHAS NO DIRETORIO: ' WRK-VDIR-QTD
                       ' - PERIODOS ' WRK-PER-PRIMEIRO ' A '
                       WRK-PER-ULTIMO
           END-IF.
       0200-CONFERIR-PERIODO.
      *>********* SOMANDO O ARQUIVO DE UM PERIODO POR FILIAL E
      *>          CONFERINDO-O COM AS LINHAS DO DIRETORIO
           MOVE WRK-VTP-ANOMES TO WRK-PER-CONF.
           MOVE ZEROS TO WRK-PER-LIDOS.
           MOVE ZEROS TO WRK-PER-FORA.
           MOVE ZEROS TO WRK-PER-SEM-FILIAL.
           MOVE 'N' TO WRK-PER-GRUPO.
           MOVE 'N' TO WRK-PER-AUSENTE.
           PERFORM 0205-ZERAR-FILIAL
               VARYING WRK-FIL-IDX FROM 1 BY 1
               UNTIL WRK-FIL-IDX > 100.
           PERFORM 9880-NOMEAR-PERIODO.
           MOVE 'N' TO WRK-VENDATRX-EOF.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-VENDATRX-STATUS = '00'
               PERFORM 0210-LER-REGISTRO UNTIL FIM-VENDATRX
           ELSE
               MOVE 'S' TO WRK-PER-AUSENTE
           END-IF.
           CLOSE VENDATRX-FILE.
           PERFORM 0220-CONFERIR-LINHA
               VARYING WRK-VDIR-IDX FROM 1 BY 1
               UNTIL WRK-VDIR-IDX > WRK-VDIR-QTD.
           IF WRK-PER-LIDOS > ZEROS OR GRUPO-ABERTO
               PERFORM 0240-ABRIR-PERIODO
               PERFORM 0230-CONFERIR-FILIAL
                   VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX > 100
               PERFORM 0250-FECHAR-PERIODO
           END-IF.
           MOVE WRK-PER-CONF TO WRK-VTP-ANOMES.
           PERFORM 9881-PROXIMO-PERIODO.
       0205-ZERAR-FILIAL.
      *>********* LIMPANDO OS TOTAIS DE UMA FILIAL
           MOVE ZEROS TO WRK-FIL-QTD(WRK-FIL-IDX).
           MOVE ZEROS TO WRK-FIL-VALOR(WRK-FIL-IDX).
           MOVE ZEROS TO WRK-FIL-SEQ-PRIMEIRA(WRK-FIL-IDX).
           MOVE ZEROS TO WRK-FIL-SEQ-ULTIMA(WRK-FIL-IDX).
           MOVE 'N' TO WRK-FIL-NO-DIRETORIO(WRK-FIL-IDX).
       0210-LER-REGISTRO.
      *>********* SOMANDO UM REGISTRO DO ARQUIVO NA SUA FILIAL
           READ VENDATRX-FILE
               AT END
                   MOVE 'S' TO WRK-VENDATRX-EOF
               NOT AT END
                   ADD 1 TO WRK-PER-LIDOS
                   ADD 1 TO WRK-TOT-LIDOS
                   IF VENDATRX-DATA(1:6) NOT = WRK-PER-CONF
                       ADD 1 TO WRK-PER-FORA
                   END-IF
                   IF VENDATRX-FILIAL NUMERIC
                       COMPUTE WRK-FIL-IDX = VENDATRX-FILIAL + 1
                       IF WRK-FIL-QTD(WRK-FIL-IDX) = ZEROS
                           MOVE VENDATRX-SEQ
                               TO WRK-FIL-SEQ-PRIMEIRA(WRK-FIL-IDX)
                       END-IF
                       ADD 1 TO WRK-FIL-QTD(WRK-FIL-IDX)
                       ADD VENDATRX-VALOR TO WRK-FIL-VALOR(WRK-FIL-IDX)
                       MOVE VENDATRX-SEQ
                           TO WRK-FIL-SEQ-ULTIMA(WRK-FIL-IDX)
                   ELSE
                       ADD 1 TO WRK-PER-SEM-FILIAL
                   END-IF
           END-READ.
       0220-CONFERIR-LINHA.
      *>********* CONFERINDO UMA LINHA DO DIRETORIO DO PERIODO COM OS
      *>          TOTAIS DA FILIAL NO ARQUIVO
           IF WRK-VDIR-ANOMES(WRK-VDIR-IDX) = WRK-PER-CONF
               PERFORM 0240-ABRIR-PERIODO
               COMPUTE WRK-FIL-IDX = WRK-VDIR-FILIAL(WRK-VDIR-IDX) + 1
               MOVE 'S' TO WRK-FIL-NO-DIRETORIO(WRK-FIL-IDX)
               MOVE WRK-VDIR-FILIAL(WRK-VDIR-IDX) TO WRK-FIL-CODIGO
               PERFORM 0260-MONTAR-CHAVE
               MOVE SPACES TO WRK-EXC-MOTIVO
               EVALUATE TRUE
                   WHEN ARQUIVO-AUSENTE
                       MOVE 'ARQUIVO DO PERIODO AUSENTE'
                           TO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   WHEN WRK-VDIR-QTD-REG(WRK-VDIR-IDX)
                        NOT = WRK-FIL-QTD(WRK-FIL-IDX)
                       MOVE WRK-VDIR-QTD-REG(WRK-VDIR-IDX) TO WRK-QTD-ED
                       MOVE WRK-FIL-QTD(WRK-FIL-IDX) TO WRK-QTD-ED2
                       STRING 'QTD DIRETORIO ' DELIMITED BY SIZE
                              WRK-QTD-ED DELIMITED BY SIZE
                              ' ARQUIVO ' DELIMITED BY SIZE
                              WRK-QTD-ED2 DELIMITED BY SIZE
                         INTO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   WHEN WRK-VDIR-VALOR(WRK-VDIR-IDX)
                        NOT = WRK-FIL-VALOR(WRK-FIL-IDX)
                       MOVE WRK-VDIR-VALOR(WRK-VDIR-IDX)
                           TO WRK-VALOR-ED
                       MOVE WRK-FIL-VALOR(WRK-FIL-IDX) TO WRK-VALOR-ED2
                       STRING 'VALOR DIR ' DELIMITED BY SIZE
                              WRK-VALOR-ED DELIMITED BY SIZE
                              ' ARQ ' DELIMITED BY SIZE
                              WRK-VALOR-ED2 DELIMITED BY SIZE
                         INTO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   WHEN WRK-VDIR-SEQ-PRIMEIRA(WRK-VDIR-IDX)
                        NOT = WRK-FIL-SEQ-PRIMEIRA(WRK-FIL-IDX)
                     OR WRK-VDIR-SEQ-ULTIMA(WRK-VDIR-IDX)
                        NOT = WRK-FIL-SEQ-ULTIMA(WRK-FIL-IDX)
                       STRING 'SEQUENCIA DIRETORIO ' DELIMITED BY SIZE
                              WRK-VDIR-SEQ-PRIMEIRA(WRK-VDIR-IDX)
                              DELIMITED BY SIZE
                              '-' DELIMITED BY SIZE
                              WRK-VDIR-SEQ-ULTIMA(WRK-VDIR-IDX)
                              DELIMITED BY SIZE
                              ' ARQUIVO ' DELIMITED BY SIZE
                              WRK-FIL-SEQ-PRIMEIRA(WRK-FIL-IDX)
                              DELIMITED BY SIZE
                              '-' DELIMITED BY SIZE
                              WRK-FIL-SEQ-ULTIMA(WRK-FIL-IDX)
                              DELIMITED BY SIZE
                         INTO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       0230-CONFERIR-FILIAL.
      *>********* FILIAL COM REGISTROS NO ARQUIVO E SEM LINHA NO
      *>          DIRETORIO
           IF WRK-FIL-QTD(WRK-FIL-IDX) > ZEROS
              AND WRK-FIL-NO-DIRETORIO(WRK-FIL-IDX) = 'N'
               COMPUTE WRK-FIL-CODIGO = WRK-FIL-IDX - 1
               PERFORM 0260-MONTAR-CHAVE
               MOVE WRK-FIL-QTD(WRK-FIL-IDX) TO WRK-QTD-ED
               MOVE SPACES TO WRK-EXC-MOTIVO
               STRING 'SEM LINHA NO DIRETORIO - REGISTROS '
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                 INTO WRK-EXC-MOTIVO
               PERFORM 0820-APONTAR-EXCECAO
           END-IF.
       0240-ABRIR-PERIODO.
      *>********* INICIANDO O GRUPO DO PERIODO NO RELATORIO (UMA VEZ)
           IF NOT GRUPO-ABERTO
               ADD 1 TO WRK-TOT-PERIODOS
               PERFORM 9710-CONTAR-LINHA
               DISPLAY '----- PERIODO ' WRK-PER-CONF ' ('
                       WRK-VTP-NOME ') -----'
               MOVE 'S' TO WRK-PER-GRUPO
           END-IF.
       0250-FECHAR-PERIODO.
      *>********* REGISTROS FORA DO PERIODO OU SEM FILIAL E A
      *>          CONTAGEM DO ARQUIVO
           MOVE SPACES TO WRK-EXC-CHAVE.
           STRING 'PERIODO ' DELIMITED BY SIZE
                  WRK-PER-CONF DELIMITED BY SIZE
             INTO WRK-EXC-CHAVE.
           IF WRK-PER-FORA > ZEROS
               MOVE WRK-PER-FORA TO WRK-QTD-ED
               MOVE SPACES TO WRK-EXC-MOTIVO
               STRING 'REGISTROS COM DATA DE OUTRO PERIODO '
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                 INTO WRK-EXC-MOTIVO
               PERFORM 0820-APONTAR-EXCECAO
           END-IF.
           IF WRK-PER-SEM-FILIAL > ZEROS
               MOVE WRK-PER-SEM-FILIAL TO WRK-QTD-ED
               MOVE SPACES TO WRK-EXC-MOTIVO
               STRING 'REGISTROS SEM FILIAL NUMERICA '
                      DELIMITED BY SIZE
                      WRK-QTD-ED DELIMITED BY SIZE
                 INTO WRK-EXC-MOTIVO
               PERFORM 0820-APONTAR-EXCECAO
           END-IF.
           MOVE WRK-PER-LIDOS TO WRK-QTD-ED.
           PERFORM 9710-CONTAR-LINHA.
           IF ARQUIVO-AUSENTE
               DISPLAY '  ARQUIVO AUSENTE'
           ELSE
               DISPLAY '  LIDOS: ' WRK-QTD-ED
           END-IF.
       0260-MONTAR-CHAVE.
      *>********* CHAVE DA EXCECAO: PERIODO E FILIAL
           MOVE SPACES TO WRK-EXC-CHAVE.
           STRING 'PERIODO ' DELIMITED BY SIZE
                  WRK-PER-CONF DELIMITED BY SIZE
                  ' FIL ' DELIMITED BY SIZE
                  WRK-FIL-CODIGO DELIMITED BY SIZE
             INTO WRK-EXC-CHAVE.
       0400-FINALIZAR.
      *>********* TOTAIS DA CONFERENCIA
           MOVE WRK-TOT-LIDOS TO WRK-QTD-ED.
           MOVE WRK-TOT-EXCECOES TO WRK-QTD-ED2.
           DISPLAY '***************************************'.
           DISPLAY ' PERIODOS CONFERIDOS..: ' WRK-TOT-PERIODOS.
           DISPLAY ' REGISTROS LIDOS......: ' WRK-QTD-ED.
           DISPLAY ' EXCECOES.............: ' WRK-QTD-ED2.
           DISPLAY '***************************************'.
           DISPLAY 'FIM DO PROGRAMA...'.
       0820-APONTAR-EXCECAO.
      *>********* IMPRIMINDO UMA EXCECAO DO PERIODO EM CONFERENCIA
           ADD 1 TO WRK-TOT-EXCECOES.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '  ' WRK-EXC-CHAVE ' ' WRK-EXC-MOTIVO.
           COPY 'VENDAPER-PROC.cbl'.
           COPY 'VENDAGRV-PROC.cbl'.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                  BY =='CONFERENCIA DO DIRETORIO VENDADIR'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL130'==.
