      *>*****************************************************************
      *> FIDPTS-PROC - PARAGRAFOS COMPARTILHADOS DAS ROTINAS DE PONTOS
      *> DE FIDELIDADE. CARREGUE OS PARAMETROS UMA VEZ (9750) E USE:
      *>   9760-APURAR-PONTOS     -> REPASSA O EXTRATO DO CLIENTE
      *>                             WRK-FID-CLIENTE ATE
      *>                             WRK-FID-PER-FIM,
      *>                             VENCENDO OS PONTOS NA HORA; DEVOLVE
      *>                             O SALDO NO FIM DO PERIODO, O SALDO
      *>                             ANTERIOR A WRK-FID-PER-INICIO E OS
      *>                             GANHOS, RESGATES, ESTORNOS,
      *>                             CREDITOS E VENCIDOS DO PERIODO; COM
      *>                             WRK-FID-DATA-AVISO PREENCHIDA, SOMA
      *>                             EM WRK-FID-A-VENCER O SALDO QUE
      *>                             VENCE ATE ESSA DATA
      *>   9770-GRAVAR-LANCAMENTO -> ACRESCENTA PONTOS-REC (JA
      *>                             PREENCHIDO) AO EXTRATO
      *>   9772-CALCULAR-VALIDADE -> WRK-FID-DATA-BASE MAIS OS MESES DO
      *>                             PARAMETRO EM WRK-FID-DATA-VALIDADE
      *>                             (99999999 COM VALIDADE ZERO = SEM
      *>                             VENCIMENTO)
      *>   9776-PONTOS-DO-VALOR   -> PONTOS NECESSARIOS PARA PAGAR
      *>                             WRK-FID-VALOR-CALC (ARREDONDADO
      *>                             PARA CIMA) EM WRK-FID-PONTOS-CALC
      *>   9778-VALOR-DOS-PONTOS  -> VALOR EM REAIS DE
      *>                             WRK-FID-PONTOS-CALC EM
      *>                             WRK-FID-VALOR-CALC
      *> UMA SAIDA MAIOR QUE O SALDO (ESTORNO DE PONTOS JA GASTOS)
      *> SO CONSOME O QUE HOUVER: O SALDO NUNCA FICA NEGATIVO
      *> USO: COPY 'FIDPTS-PROC.cbl'.
      *>*****************************************************************
       9750-CARREGAR-FIDELIDADE.
      *>********* LENDO O REGISTRO DE CONTROLE DO PROGRAMA
           OPEN INPUT FIDCFG-FILE.
           IF WRK-FIDCFG-STATUS = '00'
               READ FIDCFG-FILE
                   AT END
                       MOVE 'N' TO WRK-FID-ATIVO
                   NOT AT END
                       MOVE FCF-ATIVO TO WRK-FID-ATIVO
                       MOVE FCF-PONTOS-REAL TO WRK-FID-PONTOS-REAL
                       MOVE FCF-VALOR-PONTO TO WRK-FID-VALOR-PONTO
                       MOVE FCF-VALIDADE-MESES
                           TO WRK-FID-VALIDADE-MESES
               END-READ
           END-IF.
           CLOSE FIDCFG-FILE.
       9760-APURAR-PONTOS.
      *>********* REPASSANDO O EXTRATO DO CLIENTE E APURANDO O SALDO
      *>          E O MOVIMENTO DO PERIODO
           MOVE ZEROS TO WRK-FID-SALDO.
           MOVE ZEROS TO WRK-FID-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-FID-GANHOS.
           MOVE ZEROS TO WRK-FID-RESGATES.
           MOVE ZEROS TO WRK-FID-ESTORNOS.
           MOVE ZEROS TO WRK-FID-CREDITOS.
           MOVE ZEROS TO WRK-FID-VENCIDOS.
           MOVE ZEROS TO WRK-FID-A-VENCER.
           MOVE ZEROS TO WRK-FID-LOTE-QTD.
           MOVE 'N' TO WRK-PONTOS-EOF.
           OPEN INPUT PONTOS-FILE.
           IF WRK-PONTOS-STATUS = '00'
               PERFORM 9761-LER-LANCAMENTO UNTIL FIM-PONTOS
           END-IF.
           CLOSE PONTOS-FILE.
           MOVE WRK-FID-PER-FIM TO WRK-FID-DATA-CORTE.
           PERFORM 9762-VENCER-LOTES.
           PERFORM 9768-SOMAR-SALDO
               VARYING WRK-FID-LOTE-IDX FROM 1 BY 1
               UNTIL WRK-FID-LOTE-IDX > WRK-FID-LOTE-QTD.
           COMPUTE WRK-FID-SALDO-ANTERIOR = WRK-FID-SALDO
               + WRK-FID-RESGATES + WRK-FID-ESTORNOS
               + WRK-FID-VENCIDOS - WRK-FID-GANHOS
               - WRK-FID-CREDITOS.
       9761-LER-LANCAMENTO.
      *>********* LENDO UM LANCAMENTO E APLICANDO O DO CLIENTE
           READ PONTOS-FILE
               AT END
                   MOVE 'S' TO WRK-PONTOS-EOF
               NOT AT END
                   IF PTS-CLIENTE = WRK-FID-CLIENTE
                      AND PTS-DATA <= WRK-FID-PER-FIM
                       PERFORM 9763-APLICAR-LANCAMENTO
                   END-IF
           END-READ.
       9763-APLICAR-LANCAMENTO.
      *>********* VENCENDO O QUE VENCEU ATE A DATA DO LANCAMENTO E
      *>          APLICANDO A ENTRADA OU A SAIDA
           MOVE PTS-DATA TO WRK-FID-DATA-CORTE.
           PERFORM 9762-VENCER-LOTES.
           EVALUATE PTS-TIPO
               WHEN 'G'
               WHEN 'C'
                   PERFORM 9766-INCLUIR-LOTE
                   IF PTS-DATA >= WRK-FID-PER-INICIO
                       IF PTS-TIPO = 'G'
                           ADD PTS-PONTOS TO WRK-FID-GANHOS
                       ELSE
                           ADD PTS-PONTOS TO WRK-FID-CREDITOS
                       END-IF
                   END-IF
               WHEN 'R'
               WHEN 'E'
                   MOVE PTS-PONTOS TO WRK-FID-CONSUMIR
                   MOVE ZEROS TO WRK-FID-CONSUMIDO
                   PERFORM 9767-CONSUMIR-LOTE
                       VARYING WRK-FID-LOTE-IDX FROM 1 BY 1
                       UNTIL WRK-FID-LOTE-IDX > WRK-FID-LOTE-QTD
                          OR WRK-FID-CONSUMIR = ZEROS
                   IF PTS-DATA >= WRK-FID-PER-INICIO
                       IF PTS-TIPO = 'R'
                           ADD WRK-FID-CONSUMIDO TO WRK-FID-RESGATES
                       ELSE
                           ADD WRK-FID-CONSUMIDO TO WRK-FID-ESTORNOS
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       9762-VENCER-LOTES.
      *>********* VENCENDO OS LOTES COM VALIDADE ATE A DATA DE CORTE
           PERFORM 9765-VENCER-UM-LOTE
               VARYING WRK-FID-LOTE-IDX FROM 1 BY 1
               UNTIL WRK-FID-LOTE-IDX > WRK-FID-LOTE-QTD.
       9765-VENCER-UM-LOTE.
      *>********* VENCENDO UM LOTE (O VENCIDO DENTRO DO PERIODO ENTRA
      *>          NOS VENCIDOS; O DE ANTES SO SAI DO SALDO ANTERIOR)
           IF WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX) > ZEROS
              AND WRK-FID-LOTE-VALIDADE(WRK-FID-LOTE-IDX)
                  <= WRK-FID-DATA-CORTE
               IF WRK-FID-LOTE-VALIDADE(WRK-FID-LOTE-IDX)
                  >= WRK-FID-PER-INICIO
                   ADD WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX)
                       TO WRK-FID-VENCIDOS
               END-IF
               MOVE ZEROS TO WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX)
           END-IF.
       9766-INCLUIR-LOTE.
      *>********* GUARDANDO UMA ENTRADA COMO LOTE; COM A TABELA CHEIA
      *>          A ENTRADA SE JUNTA AO ULTIMO LOTE, QUE FICA COM A
      *>          VALIDADE MAIS NOVA
           IF WRK-FID-LOTE-QTD < 300
               ADD 1 TO WRK-FID-LOTE-QTD
               MOVE PTS-PONTOS
                   TO WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-QTD)
           ELSE
               ADD PTS-PONTOS
                   TO WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-QTD)
           END-IF.
           MOVE PTS-VALIDADE TO WRK-FID-LOTE-VALIDADE(WRK-FID-LOTE-QTD).
       9767-CONSUMIR-LOTE.
      *>********* CONSUMINDO UMA SAIDA DO LOTE MAIS ANTIGO COM SALDO
           IF WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX) > ZEROS
               IF WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX)
                  >= WRK-FID-CONSUMIR
                   SUBTRACT WRK-FID-CONSUMIR
                       FROM WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX)
                   ADD WRK-FID-CONSUMIR TO WRK-FID-CONSUMIDO
                   MOVE ZEROS TO WRK-FID-CONSUMIR
               ELSE
                   ADD WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX)
                       TO WRK-FID-CONSUMIDO
                   SUBTRACT WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX)
                       FROM WRK-FID-CONSUMIR
                   MOVE ZEROS TO WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX)
               END-IF
           END-IF.
       9768-SOMAR-SALDO.
      *>********* SOMANDO UM LOTE AO SALDO E, SE VENCE ATE A DATA DE
      *>          AVISO, AO A VENCER
           ADD WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX) TO WRK-FID-SALDO.
           IF WRK-FID-DATA-AVISO > ZEROS
              AND WRK-FID-LOTE-VALIDADE(WRK-FID-LOTE-IDX)
                  <= WRK-FID-DATA-AVISO
               ADD WRK-FID-LOTE-PONTOS(WRK-FID-LOTE-IDX)
                   TO WRK-FID-A-VENCER
           END-IF.
       9770-GRAVAR-LANCAMENTO.
      *>********* ACRESCENTANDO UM LANCAMENTO AO EXTRATO
           OPEN EXTEND PONTOS-FILE.
           IF WRK-PONTOS-STATUS = '05' OR WRK-PONTOS-STATUS = '35'
               CLOSE PONTOS-FILE
               OPEN OUTPUT PONTOS-FILE
           END-IF.
           WRITE PONTOS-REC.
           CLOSE PONTOS-FILE.
       9772-CALCULAR-VALIDADE.
      *>********* SOMANDO OS MESES DE VALIDADE A DATA-BASE; O DIA QUE
      *>          NAO EXISTE NO MES DE DESTINO CAI NO ULTIMO DIA
           IF WRK-FID-VALIDADE-MESES = ZEROS
               MOVE 99999999 TO WRK-FID-DATA-VALIDADE
           ELSE
               MOVE WRK-FID-DATA-BASE TO WRK-FID-DATA-MES-NUM
               COMPUTE WRK-FID-MES-TOTAL = WRK-FID-MES-MES - 1
                   + WRK-FID-VALIDADE-MESES
               DIVIDE WRK-FID-MES-TOTAL BY 12 GIVING WRK-FID-ANOS
                   REMAINDER WRK-FID-MES-RESTO
               ADD WRK-FID-ANOS TO WRK-FID-MES-ANO
               COMPUTE WRK-FID-MES-MES = WRK-FID-MES-RESTO + 1
               PERFORM 9774-ULTIMO-DIA-MES
               IF WRK-FID-MES-DIA > WRK-FID-ULTIMO-DIA
                   MOVE WRK-FID-ULTIMO-DIA TO WRK-FID-MES-DIA
               END-IF
               MOVE WRK-FID-DATA-MES-NUM TO WRK-FID-DATA-VALIDADE
           END-IF.
       9774-ULTIMO-DIA-MES.
      *>********* ULTIMO DIA DO MES DE WRK-FID-DATA-MES (FEVEREIRO
      *>          COM 29 NO ANO BISSEXTO)
           MOVE WRK-FID-DIAS-NO-MES(WRK-FID-MES-MES)
               TO WRK-FID-ULTIMO-DIA.
           IF WRK-FID-MES-MES = 2
               DIVIDE WRK-FID-MES-ANO BY 4 GIVING WRK-FID-QUOC
                   REMAINDER WRK-FID-RESTO4
               DIVIDE WRK-FID-MES-ANO BY 100 GIVING WRK-FID-QUOC
                   REMAINDER WRK-FID-RESTO100
               DIVIDE WRK-FID-MES-ANO BY 400 GIVING WRK-FID-QUOC
                   REMAINDER WRK-FID-RESTO400
               IF WRK-FID-RESTO4 = ZEROS
                  AND (WRK-FID-RESTO100 NOT = ZEROS
                       OR WRK-FID-RESTO400 = ZEROS)
                   MOVE 29 TO WRK-FID-ULTIMO-DIA
               END-IF
           END-IF.
       9776-PONTOS-DO-VALOR.
      *>********* PONTOS NECESSARIOS PARA PAGAR O VALOR (A FRACAO DE
      *>          PONTO CONTA COMO UM PONTO INTEIRO)
           IF WRK-FID-VALOR-PONTO = ZEROS
               MOVE ZEROS TO WRK-FID-PONTOS-CALC
           ELSE
               COMPUTE WRK-FID-PONTOS-CALC =
                   WRK-FID-VALOR-CALC / WRK-FID-VALOR-PONTO
               IF WRK-FID-PONTOS-CALC * WRK-FID-VALOR-PONTO
                  < WRK-FID-VALOR-CALC
                   ADD 1 TO WRK-FID-PONTOS-CALC
               END-IF
           END-IF.
       9778-VALOR-DOS-PONTOS.
      *>********* VALOR EM REAIS DOS PONTOS PELO VALOR DO PONTO
           COMPUTE WRK-FID-VALOR-CALC ROUNDED =
               WRK-FID-PONTOS-CALC * WRK-FID-VALOR-PONTO.
