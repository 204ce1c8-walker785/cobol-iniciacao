      *>   9685-DIAS-UTEIS-ENTRE  -> CONTA OS DIAS UTEIS DEPOIS DE
      *>                             WRK-DU-DATA ATE WRK-DU-DATA-FIM
      *>                             EM WRK-DU-DIAS-UTEIS
      *>   9687-RECUAR-UM-DIA     -> VOLTA WRK-DU-DATA UM DIA DE
      *>                             CALENDARIO
      *>   9688-DIA-UTIL-ANTERIOR -> ROLA WRK-DU-DATA PARA TRAS ATE O
      *>                             DIA UTIL ANTERIOR (A PROPRIA
      *>                             DATA, SE JA FOR UTIL)
      *> USO: COPY 'DIAUTIL-PROC.cbl'.
      *>*****************************************************************
       9680-CARREGAR-FERIADOS.
      *>********* CARREGANDO O CALENDARIO DE FERIADOS EM MEMORIA; EM
      *>          DEZEMBRO AVISA SE O ANO SEGUINTE NAO FOI GERADO
           MOVE ZEROS TO WRK-DU-QTD-FERIADOS.
           MOVE ZEROS TO WRK-DU-MAIOR-ANO.
           MOVE 'N' TO WRK-FERIADO-EOF.
           OPEN INPUT FERIADO-FILE.
           IF WRK-FERIADO-STATUS = '00'
               PERFORM 9681-LER-FERIADO UNTIL FIM-FERIADO
           END-IF.
           CLOSE FERIADO-FILE.
           ACCEPT WRK-DU-HOJE FROM DATE YYYYMMDD.
           IF WRK-DU-HOJE-MES = 12
              AND WRK-DU-MAIOR-ANO <= WRK-DU-HOJE-ANO
               DISPLAY 'AVISO: CALENDARIO DE FERIADOS DO ANO SEGUINTE '
                       'NAO GERADO - EXECUTAR O PROGCBL132'
           END-IF.
       9681-LER-FERIADO.
      *>********* LENDO UM FERIADO DO CALENDARIO (ALEM DA CAPACIDADE
      *>          DA TABELA SO O MAIOR ANO E ACOMPANHADO)
           READ FERIADO-FILE
               AT END
                   MOVE 'S' TO WRK-FERIADO-EOF
               NOT AT END
                   IF WRK-DU-QTD-FERIADOS < WRK-DU-MAX-FERIADOS
                       ADD 1 TO WRK-DU-QTD-FERIADOS
                       MOVE FERIADO-DATA
                           TO WRK-DU-FERIADO(WRK-DU-QTD-FERIADOS)
                   END-IF
                   IF FERIADO-DATA(1:4) > WRK-DU-MAIOR-ANO
                       MOVE FERIADO-DATA(1:4) TO WRK-DU-MAIOR-ANO
                   END-IF
           END-READ.
       9682-DIA-SEMANA-DU.
      *>********* CONGRUENCIA DE ZELLER SOBRE WRK-DU-DATA (INDICE
                   ADD 1 TO WRK-DU-ANO
               END-IF
           END-IF.
       9687-RECUAR-UM-DIA.
      *>********* VOLTANDO WRK-DU-DATA UM DIA DE CALENDARIO (O DIA 1
      *>          VOLTA PARA O ULTIMO DIA DO MES ANTERIOR)
           IF WRK-DU-DIA > 1
               SUBTRACT 1 FROM WRK-DU-DIA
           ELSE
               IF WRK-DU-MES > 1
                   SUBTRACT 1 FROM WRK-DU-MES
               ELSE
                   MOVE 12 TO WRK-DU-MES
                   SUBTRACT 1 FROM WRK-DU-ANO
               END-IF
               PERFORM 9689-APURAR-LIMITE-MES
               MOVE WRK-DU-LIMITE-MES TO WRK-DU-DIA
           END-IF.
       9688-DIA-UTIL-ANTERIOR.
      *>********* ROLANDO WRK-DU-DATA PARA TRAS ATE UM DIA UTIL (A
      *>          PROPRIA DATA PERMANECE SE JA FOR UTIL)
           PERFORM 9683-TESTAR-DIA-UTIL.
           PERFORM UNTIL DIA-E-UTIL
               PERFORM 9687-RECUAR-UM-DIA
               PERFORM 9683-TESTAR-DIA-UTIL
           END-PERFORM.
       9689-APURAR-LIMITE-MES.
      *>********* ULTIMO DIA DO MES DE WRK-DU-DATA, COM FEVEREIRO DE
      *>          29 DIAS EM ANO BISSEXTO
           MOVE WRK-DU-DIAS-NO-MES(WRK-DU-MES) TO WRK-DU-LIMITE-MES.
           IF WRK-DU-MES = 2
               DIVIDE WRK-DU-ANO BY 4 GIVING WRK-DU-QUOC
                   REMAINDER WRK-DU-RESTO4
               DIVIDE WRK-DU-ANO BY 100 GIVING WRK-DU-QUOC
                   REMAINDER WRK-DU-RESTO100
               DIVIDE WRK-DU-ANO BY 400 GIVING WRK-DU-QUOC
                   REMAINDER WRK-DU-RESTO400
               IF WRK-DU-RESTO4 = ZEROS
                  AND (WRK-DU-RESTO100 NOT = ZEROS
                       OR WRK-DU-RESTO400 = ZEROS)
                   MOVE 29 TO WRK-DU-LIMITE-MES
               END-IF
           END-IF.
