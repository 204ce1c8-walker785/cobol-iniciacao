      *>*****************************************************************
      *> DEPENDIR-PROC - PARAGRAFO COMPARTILHADO QUE DECIDE SE UM
      *> DEPENDENTE CONTA PARA A DEDUCAO DO IRRF NA DATA DE REFERENCIA
      *> USO: COPY 'DEPENDIR-PROC.cbl'.
      *>*****************************************************************
       9690-TESTAR-DEPENDENTE-IR.
      *>********* SO CONTA O DEPENDENTE DECLARADO PARA O IR, JA
      *>          NASCIDO NA DATA DE REFERENCIA E QUE AINDA NAO
      *>          COMPLETOU A IDADE LIMITE DO SEU PARENTESCO
           MOVE 'N' TO WRK-DI-CONTA.
           IF WRK-DI-IR = 'S'
              AND WRK-DI-NASCIMENTO NUMERIC
              AND WRK-DI-NASCIMENTO NOT > WRK-DI-DATA-REF
               EVALUATE WRK-DI-PARENTESCO
                   WHEN 'F'
                       MOVE WRK-DI-LIMITE-FILHO TO WRK-DI-IDADE-LIMITE
                   WHEN 'U'
                       MOVE WRK-DI-LIMITE-UNIV TO WRK-DI-IDADE-LIMITE
                   WHEN OTHER
                       MOVE ZEROS TO WRK-DI-IDADE-LIMITE
               END-EVALUATE
               IF WRK-DI-IDADE-LIMITE = ZEROS
                   MOVE 'S' TO WRK-DI-CONTA
               ELSE
                   COMPUTE WRK-DI-DATA-CORTE =
                       (WRK-DI-NASC-ANO + WRK-DI-IDADE-LIMITE) * 10000
                       + WRK-DI-NASC-MES * 100 + WRK-DI-NASC-DIA
                   IF WRK-DI-DATA-REF < WRK-DI-DATA-CORTE
                       MOVE 'S' TO WRK-DI-CONTA
                   END-IF
               END-IF
           END-IF.
