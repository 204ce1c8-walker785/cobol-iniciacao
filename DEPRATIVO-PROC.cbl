      *>*****************************************************************
      *> DEPRATIVO-PROC - PARAGRAFO COMPARTILHADO DO CALCULO DA
      *> DEPRECIACAO LINEAR DE UM BEM DO ATIVO IMOBILIZADO:
      *>   9870-CALCULAR-DEPRECIACAO -> WRK-DEP-MESES (MESES AINDA NAO
      *>                                DEPRECIADOS ATE WRK-DEP-ATE-MES,
      *>                                CONTANDO OS ATRASADOS),
      *>                                WRK-DEP-VALOR (A LANCAR),
      *>                                WRK-DEP-QUOTA (CUSTO / VIDA) E
      *>                                WRK-DEP-ENCERRA = 'S' QUANDO O
      *>                                LANCAMENTO COMPLETA O CUSTO
      *> A DEPRECIACAO COMECA NO MES SEGUINTE AO DA AQUISICAO E VAI
      *> ATE O FIM DA VIDA UTIL; O ULTIMO MES LEVA O RESIDUAL DO
      *> ARREDONDAMENTO DA QUOTA, PARA A SOMA FECHAR NO CUSTO
      *> USO: COPY 'DEPRATIVO-PROC.cbl'.
      *>*****************************************************************
       9870-CALCULAR-DEPRECIACAO.
      *>********* APURANDO OS MESES EM ABERTO E O VALOR A DEPRECIAR
      *>          DO BEM ATE O MES PEDIDO
           MOVE ZEROS TO WRK-DEP-MESES.
           MOVE ZEROS TO WRK-DEP-VALOR.
           MOVE ZEROS TO WRK-DEP-QUOTA.
           MOVE ZEROS TO WRK-DEP-RESIDUAL.
           MOVE 'N' TO WRK-DEP-ENCERRA.
           IF WRK-DEP-ACUM < WRK-DEP-CUSTO
               SUBTRACT WRK-DEP-ACUM FROM WRK-DEP-CUSTO
                   GIVING WRK-DEP-RESIDUAL
           END-IF.
           IF WRK-DEP-VIDA > ZEROS
               COMPUTE WRK-DEP-QUOTA ROUNDED =
                   WRK-DEP-CUSTO / WRK-DEP-VIDA
           END-IF.
           COMPUTE WRK-DEP-IDX-AQ =
               WRK-DEP-AQ-ANO * 12 + WRK-DEP-AQ-MES.
           COMPUTE WRK-DEP-IDX-FIM = WRK-DEP-IDX-AQ + WRK-DEP-VIDA.
           MOVE WRK-DEP-IDX-AQ TO WRK-DEP-IDX-FEITO.
           IF WRK-DEP-ULTIMO-NUM > ZEROS
              AND WRK-DEP-ULT-ANO * 12 + WRK-DEP-ULT-MES
                  > WRK-DEP-IDX-AQ
               COMPUTE WRK-DEP-IDX-FEITO =
                   WRK-DEP-ULT-ANO * 12 + WRK-DEP-ULT-MES
           END-IF.
           COMPUTE WRK-DEP-IDX-ATE =
               WRK-DEP-ATE-ANO * 12 + WRK-DEP-ATE-MM.
           IF WRK-DEP-RESIDUAL > ZEROS AND WRK-DEP-VIDA > ZEROS
              AND WRK-DEP-IDX-ATE > WRK-DEP-IDX-FEITO
               PERFORM 9871-APURAR-MESES-DEPREC
           END-IF.
       9871-APURAR-MESES-DEPREC.
      *>********* CONTANDO OS MESES DEPRECIAVEIS ENTRE O ULTIMO MES
      *>          LANCADO E O MES PEDIDO (LIMITADOS AO FIM DA VIDA
      *>          UTIL) E FECHANDO O RESIDUAL NO ULTIMO MES
           IF WRK-DEP-IDX-ATE < WRK-DEP-IDX-FIM
               SUBTRACT WRK-DEP-IDX-FEITO FROM WRK-DEP-IDX-ATE
                   GIVING WRK-DEP-MESES
           ELSE
               IF WRK-DEP-IDX-FIM > WRK-DEP-IDX-FEITO
                   SUBTRACT WRK-DEP-IDX-FEITO FROM WRK-DEP-IDX-FIM
                       GIVING WRK-DEP-MESES
               ELSE
      *>********* VIDA UTIL JA VENCIDA COM RESIDUAL EM ABERTO: O
      *>          RESIDUAL VAI INTEIRO NO MES PEDIDO
                   MOVE 1 TO WRK-DEP-MESES
               END-IF
               MOVE 'S' TO WRK-DEP-ENCERRA
           END-IF.
           COMPUTE WRK-DEP-VALOR = WRK-DEP-QUOTA * WRK-DEP-MESES.
           IF WRK-DEP-VALOR >= WRK-DEP-RESIDUAL
               MOVE 'S' TO WRK-DEP-ENCERRA
           END-IF.
           IF DEP-ENCERRADA
               MOVE WRK-DEP-RESIDUAL TO WRK-DEP-VALOR
           END-IF.
