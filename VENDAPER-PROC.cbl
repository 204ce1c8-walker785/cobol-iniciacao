      *>*****************************************************************
      *> VENDAPER-PROC - PARAGRAFOS COMPARTILHADOS DO PERIODO DO
      *> REGISTRO FIXO DE TRANSACOES (CAMPOS EM VENDAPER)
      *> USO: COPY 'VENDAPER-PROC.cbl'.
      *> REQUER NO PROGRAMA CHAMADOR O VENDATRX-FILE DECLARADO COM
      *> ASSIGN TO WRK-VTP-NOME (VER VENDAPER)
      *>*****************************************************************
       9880-NOMEAR-PERIODO.
      *>********* MONTANDO O NOME DO ARQUIVO DO PERIODO WRK-VTP-ANOMES
           MOVE SPACES TO WRK-VTP-NOME.
           STRING 'VENDATRX' DELIMITED BY SIZE
                  WRK-VTP-ANOMES DELIMITED BY SIZE
             INTO WRK-VTP-NOME.
       9881-PROXIMO-PERIODO.
      *>********* AVANCANDO WRK-VTP-ANOMES PARA O MES SEGUINTE
           IF WRK-VTP-MES >= 12
               ADD 1 TO WRK-VTP-ANO
               MOVE 1 TO WRK-VTP-MES
           ELSE
               ADD 1 TO WRK-VTP-MES
           END-IF.
       9882-ABRIR-FAIXA.
      *>********* ABRINDO O PRIMEIRO PERIODO DA FAIXA WRK-VTP-INICIO
      *>          A WRK-VTP-FIM (FAIXA INVERTIDA NAO LE NADA)
           MOVE WRK-VTP-INICIO TO WRK-VTP-ANOMES.
           IF WRK-VTP-MES < 1 OR WRK-VTP-MES > 12
               MOVE 1 TO WRK-VTP-MES
           END-IF.
           IF WRK-VTP-ANOMES > WRK-VTP-FIM
               MOVE 'S' TO WRK-VTP-EOF
           ELSE
               MOVE 'N' TO WRK-VTP-EOF
               PERFORM 9880-NOMEAR-PERIODO
               OPEN INPUT VENDATRX-FILE
           END-IF.
       9883-LER-FAIXA.
      *>********* LENDO A PROXIMA TRANSACAO DA FAIXA, PASSANDO AO
      *>          PERIODO SEGUINTE NO FIM DE CADA ARQUIVO; NO FIM DA
      *>          FAIXA LIGA FIM-FAIXA-VTP
           MOVE 'N' TO WRK-VTP-LIDO.
           IF NOT FIM-FAIXA-VTP
               PERFORM 9884-LER-REGISTRO-FAIXA
                   UNTIL REGISTRO-VTP-LIDO OR FIM-FAIXA-VTP
           END-IF.
       9884-LER-REGISTRO-FAIXA.
      *>********* LENDO UM REGISTRO DO PERIODO ABERTO (ARQUIVO
      *>          AUSENTE CAI DIRETO NO FIM E E PULADO)
           READ VENDATRX-FILE
               AT END
                   CLOSE VENDATRX-FILE
                   PERFORM 9881-PROXIMO-PERIODO
                   IF WRK-VTP-ANOMES > WRK-VTP-FIM
                       MOVE 'S' TO WRK-VTP-EOF
                   ELSE
                       PERFORM 9880-NOMEAR-PERIODO
                       OPEN INPUT VENDATRX-FILE
                   END-IF
               NOT AT END
                   MOVE 'S' TO WRK-VTP-LIDO
           END-READ.
       9885-FECHAR-FAIXA.
      *>********* ENCERRANDO A LEITURA DA FAIXA ANTES DO FIM
           IF NOT FIM-FAIXA-VTP
               CLOSE VENDATRX-FILE
               MOVE 'S' TO WRK-VTP-EOF
           END-IF.
