      *>*****************************************************************
      *> TRIBFOL-PROC - PARAGRAFOS COMPARTILHADOS DO INSS E DO IRRF
      *> DO EMPREGADO (TABELAS PROGRESSIVAS COM PARCELA A DEDUZIR)
      *>   9740-CALCULAR-INSS-TF -> WRK-TF-INSS (LIMITADO AO TETO)
      *>   9745-CALCULAR-IRRF-TF -> WRK-TF-IRRF, SOBRE O BRUTO MENOS
      *>                            O INSS E A DEDUCAO DOS DEPENDENTES
      *> USO: COPY 'TRIBFOL-PROC.cbl'.
      *>*****************************************************************
       9740-CALCULAR-INSS-TF.
      *>********* CALCULANDO O INSS POR FAIXA PROGRESSIVA (COM
      *>          PARCELA A DEDUZIR), LIMITADO AO TETO DA ULTIMA
      *>          FAIXA DE CONTRIBUICAO
           EVALUATE TRUE
               WHEN WRK-TF-BRUTO <= 1412,00
                   MOVE 7,500 TO WRK-TF-INSS-ALIQUOTA
                   MOVE ZEROS TO WRK-TF-INSS-DEDUCAO
               WHEN WRK-TF-BRUTO <= 2666,68
                   MOVE 9,000 TO WRK-TF-INSS-ALIQUOTA
                   MOVE 21,18 TO WRK-TF-INSS-DEDUCAO
               WHEN WRK-TF-BRUTO <= 4000,03
                   MOVE 12,000 TO WRK-TF-INSS-ALIQUOTA
                   MOVE 101,18 TO WRK-TF-INSS-DEDUCAO
               WHEN OTHER
                   MOVE 14,000 TO WRK-TF-INSS-ALIQUOTA
                   MOVE 181,18 TO WRK-TF-INSS-DEDUCAO
           END-EVALUATE.
           COMPUTE WRK-TF-INSS ROUNDED =
               ((WRK-TF-BRUTO * WRK-TF-INSS-ALIQUOTA) / 100) -
               WRK-TF-INSS-DEDUCAO.
      *>********* ACIMA DO TETO DE CONTRIBUICAO, O INSS FICA FIXO NA
      *>          CONTRIBUICAO DA ULTIMA FAIXA (TETO 7786,02)
           IF WRK-TF-BRUTO > 7786,02
               COMPUTE WRK-TF-INSS ROUNDED =
                   ((7786,02 * 14) / 100) - 181,18
           END-IF.
           IF WRK-TF-INSS < 0
               MOVE ZEROS TO WRK-TF-INSS
           END-IF.
       9745-CALCULAR-IRRF-TF.
      *>********* CALCULANDO O IRRF POR FAIXA (TABELA PROGRESSIVA),
      *>          SOBRE A BASE JA DESCONTADA DO INSS E DA DEDUCAO
      *>          DOS DEPENDENTES
           COMPUTE WRK-TF-BASE-IRRF-CALC = WRK-TF-BRUTO - WRK-TF-INSS
               - WRK-TF-DEDUCAO-DEPEND.
           IF WRK-TF-BASE-IRRF-CALC < ZEROS
               MOVE ZEROS TO WRK-TF-BASE-IRRF
           ELSE
               MOVE WRK-TF-BASE-IRRF-CALC TO WRK-TF-BASE-IRRF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-TF-BASE-IRRF <= 2259,20
                   MOVE ZEROS TO WRK-TF-IRRF-ALIQUOTA
                   MOVE ZEROS TO WRK-TF-IRRF-DEDUCAO
               WHEN WRK-TF-BASE-IRRF <= 2826,65
                   MOVE 7,500 TO WRK-TF-IRRF-ALIQUOTA
                   MOVE 169,44 TO WRK-TF-IRRF-DEDUCAO
               WHEN WRK-TF-BASE-IRRF <= 3751,05
                   MOVE 15,000 TO WRK-TF-IRRF-ALIQUOTA
                   MOVE 381,44 TO WRK-TF-IRRF-DEDUCAO
               WHEN WRK-TF-BASE-IRRF <= 4664,68
                   MOVE 22,500 TO WRK-TF-IRRF-ALIQUOTA
                   MOVE 662,77 TO WRK-TF-IRRF-DEDUCAO
               WHEN OTHER
                   MOVE 27,500 TO WRK-TF-IRRF-ALIQUOTA
                   MOVE 896,00 TO WRK-TF-IRRF-DEDUCAO
           END-EVALUATE.
           COMPUTE WRK-TF-IRRF =
               ((WRK-TF-BASE-IRRF * WRK-TF-IRRF-ALIQUOTA) / 100) -
               WRK-TF-IRRF-DEDUCAO.
           IF WRK-TF-IRRF < 0
               MOVE ZEROS TO WRK-TF-IRRF
           END-IF.
