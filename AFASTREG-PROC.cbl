      *>*****************************************************************
      *> AFASTREG-PROC - PARAGRAFOS COMPARTILHADOS DA REGRA DE
      *> AFASTAMENTO. CARREGUE O CADASTRO UMA VEZ (9720) E DEPOIS,
      *> PARA CADA FUNCIONARIO, MOVA A MATRICULA, O NOME E O PERIODO
      *> PARA OS CAMPOS WRK-AF-..-REF / WRK-AF-PER-.. E USE:
      *>   9722-APURAR-AFASTAMENTOS -> WRK-AF-DIAS-AFASTADO,
      *>                               WRK-AF-DIAS-SEM-PAGA,
      *>                               WRK-AF-DIAS-SEM-AVO E
      *>                               WRK-AF-AVOS-PERDIDOS (MES COM
      *>                               MAIS DE 15 DIAS SEM AVO NAO
      *>                               CONTA)
      *>   9728-APURAR-LINHA-AF     -> OS MESMOS CAMPOS, SO PARA O
      *>                               AFASTAMENTO DA POSICAO
      *>                               WRK-AF-IDX DA TABELA
      *> USO: COPY 'AFASTREG-PROC.cbl'.
      *>*****************************************************************
       9720-CARREGAR-AFASTAMENTOS.
      *>********* CARREGANDO O CADASTRO DE AFASTAMENTOS EM MEMORIA
           MOVE ZEROS TO WRK-AF-QTD.
           MOVE 'N' TO WRK-AFAST-EOF.
           MOVE 'N' TO WRK-AF-ESTOURO.
           OPEN INPUT AFAST-FILE.
           IF WRK-AFAST-STATUS = '00'
               PERFORM 9721-LER-AFASTAMENTO UNTIL FIM-AFAST
           END-IF.
           CLOSE AFAST-FILE.
       9721-LER-AFASTAMENTO.
      *>********* LENDO UM AFASTAMENTO DO CADASTRO
           READ AFAST-FILE
               AT END
                   MOVE 'S' TO WRK-AFAST-EOF
               NOT AT END
                   IF WRK-AF-QTD >= 500
                       MOVE 'S' TO WRK-AF-ESTOURO
                   ELSE
                       ADD 1 TO WRK-AF-QTD
                       MOVE AFA-MATRICULA
                           TO WRK-AF-MATRICULA(WRK-AF-QTD)
                       MOVE AFA-NOME TO WRK-AF-NOME(WRK-AF-QTD)
                       MOVE AFA-TIPO TO WRK-AF-TIPO(WRK-AF-QTD)
                       MOVE AFA-INICIO TO WRK-AF-INICIO(WRK-AF-QTD)
                       MOVE AFA-FIM TO WRK-AF-FIM(WRK-AF-QTD)
                   END-IF
           END-READ.
       9722-APURAR-AFASTAMENTOS.
      *>********* SOMANDO OS DIAS DE TODOS OS AFASTAMENTOS DO
      *>          FUNCIONARIO QUE CAEM DENTRO DO PERIODO (CASA PELA
      *>          MATRICULA; LINHA SEM MATRICULA CASA PELO NOME)
           MOVE ZEROS TO WRK-AF-DIAS-AFASTADO.
           MOVE ZEROS TO WRK-AF-DIAS-SEM-PAGA.
           MOVE ZEROS TO WRK-AF-DIAS-SEM-AVO.
           MOVE ZEROS TO WRK-AF-AVOS-PERDIDOS.
           MOVE ZEROS TO WRK-AF-QTD-ACHADOS.
           MOVE WRK-AF-PER-INICIO TO WRK-AF-DATA.
           PERFORM 9724-CONVERTER-DATA-AF.
           MOVE WRK-AF-NUM TO WRK-AF-N-PER-INICIO.
           MOVE WRK-AF-PER-FIM TO WRK-AF-DATA.
           PERFORM 9724-CONVERTER-DATA-AF.
           MOVE WRK-AF-NUM TO WRK-AF-N-PER-FIM.
           IF WRK-AF-N-PER-FIM >= WRK-AF-N-PER-INICIO
               PERFORM 9723-APURAR-UM-AFASTAMENTO
                   VARYING WRK-AF-IDX FROM 1 BY 1
                   UNTIL WRK-AF-IDX > WRK-AF-QTD
           END-IF.
           COMPUTE WRK-AF-AVOS-PERDIDOS =
               (WRK-AF-DIAS-SEM-AVO + 14) / 30.
       9723-APURAR-UM-AFASTAMENTO.
      *>********* APLICANDO A REGRA DO TIPO A UM AFASTAMENTO DO
      *>          FUNCIONARIO
           IF (WRK-AF-MATRICULA(WRK-AF-IDX) > ZEROS
               AND WRK-AF-MATRICULA-REF > ZEROS
               AND WRK-AF-MATRICULA(WRK-AF-IDX) = WRK-AF-MATRICULA-REF)
              OR ((WRK-AF-MATRICULA(WRK-AF-IDX) = ZEROS
                   OR WRK-AF-MATRICULA-REF = ZEROS)
               AND WRK-AF-NOME(WRK-AF-IDX)(1:20)
                   = WRK-AF-NOME-REF(1:20))
               MOVE WRK-AF-INICIO(WRK-AF-IDX) TO WRK-AF-DATA
               PERFORM 9724-CONVERTER-DATA-AF
               MOVE WRK-AF-NUM TO WRK-AF-N-INICIO
               IF WRK-AF-FIM(WRK-AF-IDX) = ZEROS
                   MOVE 9999999 TO WRK-AF-N-FIM
               ELSE
                   MOVE WRK-AF-FIM(WRK-AF-IDX) TO WRK-AF-DATA
                   PERFORM 9724-CONVERTER-DATA-AF
                   MOVE WRK-AF-NUM TO WRK-AF-N-FIM
               END-IF
               MOVE WRK-AF-N-INICIO TO WRK-AF-DE
               PERFORM 9725-SOBREPOR-PERIODO
               IF WRK-AF-SOBRA > ZEROS
                   ADD 1 TO WRK-AF-QTD-ACHADOS
               END-IF
               ADD WRK-AF-SOBRA TO WRK-AF-DIAS-AFASTADO
               EVALUATE WRK-AF-TIPO(WRK-AF-IDX)
                   WHEN 'N'
                       ADD WRK-AF-SOBRA TO WRK-AF-DIAS-SEM-PAGA
                       ADD WRK-AF-SOBRA TO WRK-AF-DIAS-SEM-AVO
                   WHEN 'D'
                       COMPUTE WRK-AF-DE =
                           WRK-AF-N-INICIO + WRK-AF-DIAS-EMPRESA
                       PERFORM 9725-SOBREPOR-PERIODO
                       ADD WRK-AF-SOBRA TO WRK-AF-DIAS-SEM-PAGA
                       ADD WRK-AF-SOBRA TO WRK-AF-DIAS-SEM-AVO
                   WHEN 'A'
                       COMPUTE WRK-AF-DE =
                           WRK-AF-N-INICIO + WRK-AF-DIAS-EMPRESA
                       PERFORM 9725-SOBREPOR-PERIODO
                       ADD WRK-AF-SOBRA TO WRK-AF-DIAS-SEM-PAGA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       9724-CONVERTER-DATA-AF.
      *>********* CONVERTENDO WRK-AF-DATA EM DIA CORRIDO COMERCIAL
      *>          (ANO DE 360 DIAS, MES DE 30): O DIA 31 E O ULTIMO
      *>          DIA DE FEVEREIRO VALEM DIA 30
           IF WRK-AF-DATA NOT NUMERIC OR WRK-AF-MES < 1
              OR WRK-AF-MES > 12
               MOVE ZEROS TO WRK-AF-NUM
           ELSE
               IF WRK-AF-DIA > 30
                   MOVE 30 TO WRK-AF-DIA
               END-IF
               IF WRK-AF-MES = 2 AND WRK-AF-DIA >= 28
                   DIVIDE WRK-AF-ANO BY 4
                       GIVING WRK-AF-QUOC REMAINDER WRK-AF-RESTO4
                   DIVIDE WRK-AF-ANO BY 100
                       GIVING WRK-AF-QUOC REMAINDER WRK-AF-RESTO100
                   DIVIDE WRK-AF-ANO BY 400
                       GIVING WRK-AF-QUOC REMAINDER WRK-AF-RESTO400
                   IF WRK-AF-DIA = 29
                      OR (WRK-AF-RESTO400 NOT = ZEROS
                          AND (WRK-AF-RESTO4 NOT = ZEROS
                               OR WRK-AF-RESTO100 = ZEROS))
                       MOVE 30 TO WRK-AF-DIA
                   END-IF
               END-IF
               COMPUTE WRK-AF-NUM = WRK-AF-ANO * 360
                   + (WRK-AF-MES - 1) * 30 + WRK-AF-DIA
           END-IF.
       9725-SOBREPOR-PERIODO.
      *>********* CONTANDO OS DIAS DE [WRK-AF-DE, WRK-AF-N-FIM] QUE
      *>          CAEM DENTRO DO PERIODO APURADO
           MOVE ZEROS TO WRK-AF-SOBRA.
           IF WRK-AF-DE < WRK-AF-N-PER-INICIO
               MOVE WRK-AF-N-PER-INICIO TO WRK-AF-DE
           END-IF.
           IF WRK-AF-N-FIM > WRK-AF-N-PER-FIM
               MOVE WRK-AF-N-PER-FIM TO WRK-AF-ATE
           ELSE
               MOVE WRK-AF-N-FIM TO WRK-AF-ATE
           END-IF.
           IF WRK-AF-ATE >= WRK-AF-DE
               COMPUTE WRK-AF-SOBRA = WRK-AF-ATE - WRK-AF-DE + 1
           END-IF.
       9728-APURAR-LINHA-AF.
      *>********* APURANDO SOMENTE O AFASTAMENTO DA POSICAO
      *>          WRK-AF-IDX DA TABELA DENTRO DO PERIODO (USADO PELO
      *>          RELATORIO MENSAL, UMA LINHA POR AFASTAMENTO)
           MOVE ZEROS TO WRK-AF-DIAS-AFASTADO.
           MOVE ZEROS TO WRK-AF-DIAS-SEM-PAGA.
           MOVE ZEROS TO WRK-AF-DIAS-SEM-AVO.
           MOVE ZEROS TO WRK-AF-QTD-ACHADOS.
           MOVE WRK-AF-MATRICULA(WRK-AF-IDX) TO WRK-AF-MATRICULA-REF.
           MOVE WRK-AF-NOME(WRK-AF-IDX) TO WRK-AF-NOME-REF.
           MOVE WRK-AF-PER-INICIO TO WRK-AF-DATA.
           PERFORM 9724-CONVERTER-DATA-AF.
           MOVE WRK-AF-NUM TO WRK-AF-N-PER-INICIO.
           MOVE WRK-AF-PER-FIM TO WRK-AF-DATA.
           PERFORM 9724-CONVERTER-DATA-AF.
           MOVE WRK-AF-NUM TO WRK-AF-N-PER-FIM.
           IF WRK-AF-N-PER-FIM >= WRK-AF-N-PER-INICIO
               PERFORM 9723-APURAR-UM-AFASTAMENTO
           END-IF.
           COMPUTE WRK-AF-AVOS-PERDIDOS =
               (WRK-AF-DIAS-SEM-AVO + 14) / 30.
