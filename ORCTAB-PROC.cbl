      *>*****************************************************************
      *> ORCTAB-PROC - PARAGRAFOS COMPARTILHADOS DAS ROTINAS DO ARQUIVO
      *> DE ORCAMENTOS DE VENDA:
      *>   9830-CARREGAR-ORCAMENTOS -> CABECALHOS NA TABELA, COM O
      *>                               MAIOR NUMERO EM WRK-ORC-ULTIMO
      *>   9832-LOCALIZAR-ORCAMENTO -> POSICAO DO ORCAMENTO
      *>                               WRK-ORC-NUM-ALVO EM
      *>                               WRK-ORC-ACHADO (ZEROS = NAO HA)
      *>   9834-GRAVAR-ORCAMENTOS   -> REGRAVA O ARQUIVO A PARTIR DA
      *>                               TABELA (NUNCA COM A TABELA
      *>                               ESTOURADA)
      *> USO: COPY 'ORCTAB-PROC.cbl'.
      *>*****************************************************************
       9830-CARREGAR-ORCAMENTOS.
      *>********* CARREGANDO OS CABECALHOS DOS ORCAMENTOS
           MOVE ZEROS TO WRK-ORC-QTD.
           MOVE ZEROS TO WRK-ORC-ULTIMO.
           MOVE 'N' TO WRK-ORC-ESTOURO.
           MOVE 'N' TO WRK-ORCAMENTO-EOF.
           OPEN INPUT ORCAMENTO-FILE.
           IF WRK-ORCAMENTO-STATUS = '00'
               PERFORM 9831-LER-ORCAMENTO UNTIL FIM-ORCAMENTO
           END-IF.
           CLOSE ORCAMENTO-FILE.
           IF ORCAMENTOS-ESTOURARAM
               DISPLAY 'ARQUIVO DE ORCAMENTOS MAIOR QUE A TABELA '
                       '(500) - STATUS NAO SERAO ALTERADOS.'
           END-IF.
       9831-LER-ORCAMENTO.
      *>********* LENDO UM CABECALHO DE ORCAMENTO
           READ ORCAMENTO-FILE
               AT END
                   MOVE 'S' TO WRK-ORCAMENTO-EOF
               NOT AT END
                   IF ORC-NUMERO > WRK-ORC-ULTIMO
                       MOVE ORC-NUMERO TO WRK-ORC-ULTIMO
                   END-IF
                   IF WRK-ORC-QTD >= 500
                       MOVE 'S' TO WRK-ORC-ESTOURO
                   ELSE
                       ADD 1 TO WRK-ORC-QTD
                       MOVE ORCAMENTO-REC
                           TO WRK-ORC-LINHA(WRK-ORC-QTD)
                   END-IF
           END-READ.
       9832-LOCALIZAR-ORCAMENTO.
      *>********* LOCALIZANDO O ORCAMENTO PELO NUMERO
           MOVE ZEROS TO WRK-ORC-ACHADO.
           PERFORM 9833-TESTAR-ORCAMENTO
               VARYING WRK-ORC-IDX FROM 1 BY 1
               UNTIL WRK-ORC-IDX > WRK-ORC-QTD
                  OR WRK-ORC-ACHADO > ZEROS.
       9833-TESTAR-ORCAMENTO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O NUMERO
           IF WRK-ORC-NUMERO(WRK-ORC-IDX) = WRK-ORC-NUM-ALVO
               MOVE WRK-ORC-IDX TO WRK-ORC-ACHADO
           END-IF.
       9834-GRAVAR-ORCAMENTOS.
      *>********* REGRAVANDO O ARQUIVO DE ORCAMENTOS
           IF NOT ORCAMENTOS-ESTOURARAM
               OPEN OUTPUT ORCAMENTO-FILE
               PERFORM 9835-GRAVAR-UM-ORCAMENTO
                   VARYING WRK-ORC-IDX FROM 1 BY 1
                   UNTIL WRK-ORC-IDX > WRK-ORC-QTD
               CLOSE ORCAMENTO-FILE
           END-IF.
       9835-GRAVAR-UM-ORCAMENTO.
      *>********* GRAVANDO UM CABECALHO DA TABELA
           MOVE WRK-ORC-LINHA(WRK-ORC-IDX) TO ORCAMENTO-REC.
           WRITE ORCAMENTO-REC.
