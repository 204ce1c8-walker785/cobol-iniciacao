      *>*****************************************************************
      *> VENDAGRV-PROC - PARAGRAFOS COMPARTILHADOS DA GRAVACAO NO
      *> REGISTRO FIXO DE TRANSACOES POR PERIODO E DO DIRETORIO DE
      *> PERIODOS (CAMPOS EM VENDAPER E VENDAGRV)
      *> USO: COPY 'VENDAPER-PROC.cbl'.
      *>      COPY 'VENDAGRV-PROC.cbl'.
      *>*****************************************************************
       9886-GRAVAR-VENDATRX.
      *>********* GRAVANDO O VENDATRX-REC NO FIM DO ARQUIVO DO SEU
      *>          ANO/MES E SOMANDO-O NO DIRETORIO
           MOVE VENDATRX-DATA(1:6) TO WRK-VTP-ANOMES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN EXTEND VENDATRX-FILE.
           IF WRK-VENDATRX-STATUS = '05' OR WRK-VENDATRX-STATUS = '35'
               CLOSE VENDATRX-FILE
               OPEN OUTPUT VENDATRX-FILE
           END-IF.
           WRITE VENDATRX-REC.
           CLOSE VENDATRX-FILE.
           PERFORM 9887-ATUALIZAR-DIRETORIO.
       9887-ATUALIZAR-DIRETORIO.
      *>********* RELENDO O DIRETORIO, SOMANDO O REGISTRO GRAVADO NA
      *>          LINHA DO PERIODO/FILIAL E REGRAVANDO-O
           PERFORM 9888-CARREGAR-DIRETORIO.
           PERFORM 9890-SOMAR-NO-DIRETORIO.
           IF DIRETORIO-ESTOUROU
               DISPLAY 'AVISO: DIRETORIO VENDADIR CHEIO (1200) - '
                       'PERIODO ' WRK-VTP-ANOMES ' NAO ATUALIZADO.'
           ELSE
               PERFORM 9889-REGRAVAR-DIRETORIO
           END-IF.
       9888-CARREGAR-DIRETORIO.
      *>********* CARREGANDO O DIRETORIO NA TABELA (SEM O ARQUIVO, A
      *>          TABELA COMECA VAZIA)
           MOVE ZEROS TO WRK-VDIR-QTD.
           MOVE 'N' TO WRK-VDIR-ESTOURO.
           MOVE 'N' TO WRK-VENDADIR-EOF.
           OPEN INPUT VENDADIR-FILE.
           IF WRK-VENDADIR-STATUS = '00'
               PERFORM 9892-LER-DIRETORIO UNTIL FIM-VENDADIR
           END-IF.
           CLOSE VENDADIR-FILE.
       9889-REGRAVAR-DIRETORIO.
      *>********* REGRAVANDO O DIRETORIO A PARTIR DA TABELA
           OPEN OUTPUT VENDADIR-FILE.
           PERFORM 9893-GRAVAR-LINHA-DIRETORIO
               VARYING WRK-VDIR-IDX FROM 1 BY 1
               UNTIL WRK-VDIR-IDX > WRK-VDIR-QTD.
           CLOSE VENDADIR-FILE.
       9890-SOMAR-NO-DIRETORIO.
      *>********* SOMANDO O VENDATRX-REC NA LINHA DO SEU PERIODO E
      *>          FILIAL; LINHA NOVA ENTRA NA ORDEM DE PERIODO/FILIAL
           MOVE VENDATRX-DATA(1:6) TO WRK-VTP-ANOMES.
           MOVE ZEROS TO WRK-VDIR-ACHADO.
           MOVE ZEROS TO WRK-VDIR-POS.
           PERFORM 9894-PROCURAR-LINHA
               VARYING WRK-VDIR-IDX FROM 1 BY 1
               UNTIL WRK-VDIR-IDX > WRK-VDIR-QTD
                  OR WRK-VDIR-ACHADO > ZEROS
                  OR WRK-VDIR-POS > ZEROS.
           IF WRK-VDIR-ACHADO = ZEROS
               IF WRK-VDIR-QTD >= 1200
                   MOVE 'S' TO WRK-VDIR-ESTOURO
               ELSE
                   IF WRK-VDIR-POS = ZEROS
                       COMPUTE WRK-VDIR-POS = WRK-VDIR-QTD + 1
                   ELSE
                       PERFORM 9891-DESLOCAR-LINHA
                           VARYING WRK-VDIR-IDX FROM WRK-VDIR-QTD
                           BY -1
                           UNTIL WRK-VDIR-IDX < WRK-VDIR-POS
                   END-IF
                   ADD 1 TO WRK-VDIR-QTD
                   MOVE WRK-VDIR-POS TO WRK-VDIR-ACHADO
                   MOVE WRK-VTP-ANOMES
                       TO WRK-VDIR-ANOMES(WRK-VDIR-ACHADO)
                   MOVE VENDATRX-FILIAL
                       TO WRK-VDIR-FILIAL(WRK-VDIR-ACHADO)
                   MOVE ZEROS TO WRK-VDIR-QTD-REG(WRK-VDIR-ACHADO)
                   MOVE ZEROS TO WRK-VDIR-VALOR(WRK-VDIR-ACHADO)
                   MOVE VENDATRX-SEQ
                       TO WRK-VDIR-SEQ-PRIMEIRA(WRK-VDIR-ACHADO)
               END-IF
           END-IF.
           IF WRK-VDIR-ACHADO > ZEROS
               ADD 1 TO WRK-VDIR-QTD-REG(WRK-VDIR-ACHADO)
               ADD VENDATRX-VALOR TO WRK-VDIR-VALOR(WRK-VDIR-ACHADO)
               MOVE VENDATRX-SEQ
                   TO WRK-VDIR-SEQ-ULTIMA(WRK-VDIR-ACHADO)
           END-IF.
       9891-DESLOCAR-LINHA.
      *>********* ABRINDO ESPACO PARA A LINHA NOVA NA TABELA
           MOVE WRK-VDIR-LINHA(WRK-VDIR-IDX)
             TO WRK-VDIR-LINHA(WRK-VDIR-IDX + 1).
       9892-LER-DIRETORIO.
      *>********* LENDO UMA LINHA DO DIRETORIO PARA A TABELA
           READ VENDADIR-FILE
               AT END
                   MOVE 'S' TO WRK-VENDADIR-EOF
               NOT AT END
                   IF WRK-VDIR-QTD >= 1200
                       MOVE 'S' TO WRK-VDIR-ESTOURO
                       MOVE 'S' TO WRK-VENDADIR-EOF
                   ELSE
                       ADD 1 TO WRK-VDIR-QTD
                       MOVE VENDADIR-REC
                           TO WRK-VDIR-LINHA(WRK-VDIR-QTD)
                   END-IF
           END-READ.
       9893-GRAVAR-LINHA-DIRETORIO.
      *>********* GRAVANDO UMA LINHA DA TABELA NO DIRETORIO
           MOVE WRK-VDIR-LINHA(WRK-VDIR-IDX) TO VENDADIR-REC.
           WRITE VENDADIR-REC.
       9894-PROCURAR-LINHA.
      *>********* COMPARANDO UMA LINHA DA TABELA COM O PERIODO/FILIAL
      *>          DO REGISTRO: IGUAL = ACHADA; MAIOR = PONTO DE
      *>          INSERCAO DA LINHA NOVA
           EVALUATE TRUE
               WHEN WRK-VDIR-ANOMES(WRK-VDIR-IDX) = WRK-VTP-ANOMES
                AND WRK-VDIR-FILIAL(WRK-VDIR-IDX) = VENDATRX-FILIAL
                   MOVE WRK-VDIR-IDX TO WRK-VDIR-ACHADO
               WHEN WRK-VDIR-ANOMES(WRK-VDIR-IDX) > WRK-VTP-ANOMES
                   MOVE WRK-VDIR-IDX TO WRK-VDIR-POS
               WHEN WRK-VDIR-ANOMES(WRK-VDIR-IDX) = WRK-VTP-ANOMES
                AND WRK-VDIR-FILIAL(WRK-VDIR-IDX) > VENDATRX-FILIAL
                   MOVE WRK-VDIR-IDX TO WRK-VDIR-POS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
