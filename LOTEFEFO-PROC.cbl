      *>*****************************************************************
      *> LOTEFEFO-PROC - PARAGRAFOS COMPARTILHADOS DAS ROTINAS DE LOTES
      *> DE ESTOQUE. CARREGUE OS LOTES UMA VEZ (9780), PREENCHA
      *> WRK-LOT-DATA-REF COM A DATA DO DIA E USE:
      *>   9782-APURAR-LOTES      -> SALDO VALIDO E VENCIDO DO PRODUTO
      *>                             WRK-LOT-PROD-ALVO EM WRK-LOT-VALIDO
      *>                             E WRK-LOT-VENCIDO; PRODUTO-COM-LOTE
      *>                             QUANDO ALGUM LOTE TEM SALDO
      *>   9784-CONSUMIR-FEFO     -> TIRA WRK-LOT-PEDIDO UNIDADES DO
      *>                             PRODUTO DOS LOTES VALIDOS, O QUE
      *>                             VENCE PRIMEIRO ANTES; O QUE NENHUM
      *>                             LOTE VALIDO COBRIU FICA EM
      *>                             WRK-LOT-FALTA (ESTOQUE FORA DE
      *>                             LOTE)
      *>   9787-ESTORNAR-CONSUMO  -> DEVOLVE AOS SEUS LOTES TUDO O QUE
      *>                             FOI CONSUMIDO DESDE A ULTIMA
      *>                             LIMPEZA (MOVE ZEROS TO WRK-LMV-QTD)
      *>   9790-INCLUIR-LOTE      -> SOMA WRK-LOT-PEDIDO NO LOTE
      *>                             WRK-LOT-NUM-ALVO DO PRODUTO, COM
      *>                             VALIDADE WRK-LOT-VALIDADE-ALVO,
      *>                             ABRINDO O LOTE SE PRECISO; LOTE JA
      *>                             EXISTENTE COM OUTRA VALIDADE OU
      *>                             TABELA CHEIA SAI EM LOTE-RECUSADO
      *>   9795-GRAVAR-LOTES      -> REGRAVA O LOTEMST (LOTES ZERADOS
      *>                             SAEM DO ARQUIVO)
      *> USO: COPY 'LOTEFEFO-PROC.cbl'.
      *>*****************************************************************
       9780-CARREGAR-LOTES.
      *>********* CARREGANDO O CADASTRO DE LOTES (SEM O ARQUIVO,
      *>          NENHUM PRODUTO TEM CONTROLE DE LOTE)
           MOVE ZEROS TO WRK-LOT-QTD.
           MOVE ZEROS TO WRK-LMV-QTD.
           MOVE 'N' TO WRK-LOT-ESTOURO.
           MOVE 'N' TO WRK-LOT-MEXIDO.
           MOVE 'N' TO WRK-LOTEMST-EOF.
           OPEN INPUT LOTEMST-FILE.
           IF WRK-LOTEMST-STATUS = '00'
               PERFORM 9781-LER-LOTE UNTIL FIM-LOTEMST
           END-IF.
           CLOSE LOTEMST-FILE.
           IF LOTES-ESTOURARAM
               DISPLAY 'CADASTRO DE LOTES MAIOR QUE A TABELA (500) - '
                       'LOTES NAO SERAO MOVIMENTADOS.'
           END-IF.
       9781-LER-LOTE.
      *>********* LENDO UM LOTE DO CADASTRO
           READ LOTEMST-FILE
               AT END
                   MOVE 'S' TO WRK-LOTEMST-EOF
               NOT AT END
                   IF WRK-LOT-QTD >= 500
                       MOVE 'S' TO WRK-LOT-ESTOURO
                   ELSE
                       ADD 1 TO WRK-LOT-QTD
                       MOVE LOTEMST-REC
                           TO WRK-LOT-LINHA(WRK-LOT-QTD)
                   END-IF
           END-READ.
       9782-APURAR-LOTES.
      *>********* SOMANDO O SALDO VALIDO E O VENCIDO DO PRODUTO
           MOVE ZEROS TO WRK-LOT-VALIDO.
           MOVE ZEROS TO WRK-LOT-VENCIDO.
           MOVE 'N' TO WRK-LOT-CONTROLE.
           PERFORM 9783-SOMAR-LOTE
               VARYING WRK-LOT-IDX FROM 1 BY 1
               UNTIL WRK-LOT-IDX > WRK-LOT-QTD.
       9783-SOMAR-LOTE.
      *>********* SOMANDO UM LOTE DO PRODUTO NO SALDO DO SEU TIPO
           IF WRK-LOT-PRODUTO(WRK-LOT-IDX) = WRK-LOT-PROD-ALVO
              AND WRK-LOT-QUANTIDADE(WRK-LOT-IDX) > ZEROS
               MOVE 'S' TO WRK-LOT-CONTROLE
               IF WRK-LOT-VALIDADE(WRK-LOT-IDX) < WRK-LOT-DATA-REF
                   ADD WRK-LOT-QUANTIDADE(WRK-LOT-IDX)
                       TO WRK-LOT-VENCIDO
               ELSE
                   ADD WRK-LOT-QUANTIDADE(WRK-LOT-IDX)
                       TO WRK-LOT-VALIDO
               END-IF
           END-IF.
       9784-CONSUMIR-FEFO.
      *>********* CONSUMINDO O PEDIDO DOS LOTES VALIDOS, UM LOTE POR
      *>          VEZ, ATE COBRIR O PEDIDO OU ACABAREM OS LOTES
           MOVE WRK-LOT-PEDIDO TO WRK-LOT-FALTA.
           MOVE 1 TO WRK-LOT-MAIS-ANTIGO.
           PERFORM 9785-CONSUMIR-UM-LOTE
               UNTIL WRK-LOT-FALTA = ZEROS
                  OR WRK-LOT-MAIS-ANTIGO = ZEROS.
       9785-CONSUMIR-UM-LOTE.
      *>********* TIRANDO DO LOTE VALIDO QUE VENCE PRIMEIRO (NO
      *>          EMPATE, O DE ENTRADA MAIS ANTIGA)
           MOVE ZEROS TO WRK-LOT-MAIS-ANTIGO.
           PERFORM 9786-TESTAR-MAIS-ANTIGO
               VARYING WRK-LOT-IDX FROM 1 BY 1
               UNTIL WRK-LOT-IDX > WRK-LOT-QTD.
           IF WRK-LOT-MAIS-ANTIGO > ZEROS
               IF WRK-LOT-QUANTIDADE(WRK-LOT-MAIS-ANTIGO)
                  < WRK-LOT-FALTA
                   MOVE WRK-LOT-QUANTIDADE(WRK-LOT-MAIS-ANTIGO)
                       TO WRK-LOT-TIRAR
               ELSE
                   MOVE WRK-LOT-FALTA TO WRK-LOT-TIRAR
               END-IF
               SUBTRACT WRK-LOT-TIRAR
                   FROM WRK-LOT-QUANTIDADE(WRK-LOT-MAIS-ANTIGO)
               SUBTRACT WRK-LOT-TIRAR FROM WRK-LOT-FALTA
               MOVE 'S' TO WRK-LOT-MEXIDO
      *>********* ALEM DE 200 CONSUMOS O ESTORNO NAO OS ALCANCA
               IF WRK-LMV-QTD < 200
                   ADD 1 TO WRK-LMV-QTD
                   MOVE WRK-LOT-MAIS-ANTIGO
                       TO WRK-LMV-LOTE(WRK-LMV-QTD)
                   MOVE WRK-LOT-TIRAR TO WRK-LMV-QUANT(WRK-LMV-QTD)
               END-IF
           END-IF.
       9786-TESTAR-MAIS-ANTIGO.
      *>********* COMPARANDO UM LOTE VALIDO DO PRODUTO COM O MELHOR
      *>          CANDIDATO JA ACHADO
           IF WRK-LOT-PRODUTO(WRK-LOT-IDX) = WRK-LOT-PROD-ALVO
              AND WRK-LOT-QUANTIDADE(WRK-LOT-IDX) > ZEROS
              AND WRK-LOT-VALIDADE(WRK-LOT-IDX) NOT < WRK-LOT-DATA-REF
               EVALUATE TRUE
                   WHEN WRK-LOT-MAIS-ANTIGO = ZEROS
                       MOVE WRK-LOT-IDX TO WRK-LOT-MAIS-ANTIGO
                   WHEN WRK-LOT-VALIDADE(WRK-LOT-IDX) <
                        WRK-LOT-VALIDADE(WRK-LOT-MAIS-ANTIGO)
                       MOVE WRK-LOT-IDX TO WRK-LOT-MAIS-ANTIGO
                   WHEN WRK-LOT-VALIDADE(WRK-LOT-IDX) =
                        WRK-LOT-VALIDADE(WRK-LOT-MAIS-ANTIGO)
                        AND WRK-LOT-DATA-ENTRADA(WRK-LOT-IDX) <
                            WRK-LOT-DATA-ENTRADA(WRK-LOT-MAIS-ANTIGO)
                       MOVE WRK-LOT-IDX TO WRK-LOT-MAIS-ANTIGO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       9787-ESTORNAR-CONSUMO.
      *>********* DEVOLVENDO OS CONSUMOS GUARDADOS AOS SEUS LOTES
           PERFORM 9788-ESTORNAR-UM-CONSUMO
               VARYING WRK-LMV-IDX FROM 1 BY 1
               UNTIL WRK-LMV-IDX > WRK-LMV-QTD.
           MOVE ZEROS TO WRK-LMV-QTD.
       9788-ESTORNAR-UM-CONSUMO.
      *>********* DEVOLVENDO UM CONSUMO AO LOTE DE ORIGEM
           ADD WRK-LMV-QUANT(WRK-LMV-IDX)
               TO WRK-LOT-QUANTIDADE(WRK-LMV-LOTE(WRK-LMV-IDX)).
           MOVE 'S' TO WRK-LOT-MEXIDO.
       9790-INCLUIR-LOTE.
      *>********* DANDO ENTRADA NO LOTE DO PRODUTO (NOVO OU EXISTENTE)
           MOVE 'N' TO WRK-LOT-RECUSA.
           MOVE ZEROS TO WRK-LOT-ACHADO.
           PERFORM 9791-TESTAR-LOTE
               VARYING WRK-LOT-IDX FROM 1 BY 1
               UNTIL WRK-LOT-IDX > WRK-LOT-QTD
                  OR WRK-LOT-ACHADO > ZEROS.
           EVALUATE TRUE
               WHEN WRK-LOT-ACHADO > ZEROS
                    AND WRK-LOT-QUANTIDADE(WRK-LOT-ACHADO) = ZEROS
      *>********* LOTE JA ESGOTADO: A NOVA ENTRADA REABRE A LINHA
                   MOVE WRK-LOT-VALIDADE-ALVO
                       TO WRK-LOT-VALIDADE(WRK-LOT-ACHADO)
                   MOVE WRK-LOT-PEDIDO
                       TO WRK-LOT-QUANTIDADE(WRK-LOT-ACHADO)
                   MOVE WRK-LOT-DATA-REF
                       TO WRK-LOT-DATA-ENTRADA(WRK-LOT-ACHADO)
                   MOVE 'S' TO WRK-LOT-MEXIDO
               WHEN WRK-LOT-ACHADO > ZEROS
                   IF WRK-LOT-VALIDADE(WRK-LOT-ACHADO)
                      NOT = WRK-LOT-VALIDADE-ALVO
                       MOVE 'S' TO WRK-LOT-RECUSA
                   ELSE
                       ADD WRK-LOT-PEDIDO
                           TO WRK-LOT-QUANTIDADE(WRK-LOT-ACHADO)
                       MOVE 'S' TO WRK-LOT-MEXIDO
                   END-IF
               WHEN LOTES-ESTOURARAM OR WRK-LOT-QTD >= 500
                   MOVE 'S' TO WRK-LOT-RECUSA
               WHEN OTHER
                   ADD 1 TO WRK-LOT-QTD
                   MOVE WRK-LOT-QTD TO WRK-LOT-ACHADO
                   MOVE WRK-LOT-PROD-ALVO
                       TO WRK-LOT-PRODUTO(WRK-LOT-ACHADO)
                   MOVE WRK-LOT-NUM-ALVO
                       TO WRK-LOT-NUMERO(WRK-LOT-ACHADO)
                   MOVE WRK-LOT-VALIDADE-ALVO
                       TO WRK-LOT-VALIDADE(WRK-LOT-ACHADO)
                   MOVE WRK-LOT-PEDIDO
                       TO WRK-LOT-QUANTIDADE(WRK-LOT-ACHADO)
                   MOVE WRK-LOT-DATA-REF
                       TO WRK-LOT-DATA-ENTRADA(WRK-LOT-ACHADO)
                   MOVE 'S' TO WRK-LOT-MEXIDO
           END-EVALUATE.
       9791-TESTAR-LOTE.
      *>********* COMPARANDO UM LOTE COM O PRODUTO E O NUMERO
           IF WRK-LOT-PRODUTO(WRK-LOT-IDX) = WRK-LOT-PROD-ALVO
              AND WRK-LOT-NUMERO(WRK-LOT-IDX) = WRK-LOT-NUM-ALVO
               MOVE WRK-LOT-IDX TO WRK-LOT-ACHADO
           END-IF.
       9795-GRAVAR-LOTES.
      *>********* REGRAVANDO O CADASTRO DE LOTES
           OPEN OUTPUT LOTEMST-FILE.
           PERFORM 9796-GRAVAR-UM-LOTE
               VARYING WRK-LOT-IDX FROM 1 BY 1
               UNTIL WRK-LOT-IDX > WRK-LOT-QTD.
           CLOSE LOTEMST-FILE.
           MOVE 'N' TO WRK-LOT-MEXIDO.
       9796-GRAVAR-UM-LOTE.
      *>********* GRAVANDO UM LOTE COM SALDO
           IF WRK-LOT-QUANTIDADE(WRK-LOT-IDX) > ZEROS
               MOVE WRK-LOT-LINHA(WRK-LOT-IDX) TO LOTEMST-REC
               WRITE LOTEMST-REC
           END-IF.
