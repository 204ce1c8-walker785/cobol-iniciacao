      *>*****************************************************************
      *> EXPOSICAO-PROC - PARAGRAFOS COMPARTILHADOS DA APURACAO DA
      *> EXPOSICAO DE CREDITO DE UM TOMADOR. MOVA O NOME DO TOMADOR
      *> PARA WRK-EXP-TOMADOR E USE:
      *>   9850-APURAR-EXPOSICAO -> WRK-EXP-QTD-CONTRATOS,
      *>                            WRK-EXP-SALDO (PARCELAS EM ABERTO),
      *>                            WRK-EXP-MAIOR-ATRASO (DIAS) E
      *>                            WRK-EXP-FAIXA-LIMITE/-PCT (FAIXA
      *>                            DO PROGCBL69 DO MAIOR ATRASO;
      *>                            ZERADAS SEM SALDO EM ABERTO)
      *>   WRK-EXP-ESTOURO = 'S' QUANDO O TOMADOR TEM MAIS CONTRATOS
      *>   QUE A TABELA (200) E A APURACAO FICOU INCOMPLETA
      *> OS ARQUIVOS CONTRATO25, PARCELA25 E PROVCFG69 SAO ABERTOS E
      *> FECHADOS AQUI DENTRO
      *> USO: COPY 'EXPOSICAO-PROC.cbl'.
      *>*****************************************************************
       9850-APURAR-EXPOSICAO.
      *>********* APURANDO CONTRATOS, SALDO EM ABERTO E MAIOR ATRASO
      *>          DO TOMADOR EM WRK-EXP-TOMADOR
           ACCEPT WRK-EXP-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-EXP-QTD-CONTRATOS.
           MOVE ZEROS TO WRK-EXP-SALDO.
           MOVE ZEROS TO WRK-EXP-MAIOR-ATRASO.
           MOVE ZEROS TO WRK-EXP-FAIXA-LIMITE.
           MOVE ZEROS TO WRK-EXP-FAIXA-PCT.
           MOVE 'N' TO WRK-EXP-ESTOURO.
           PERFORM 9851-CARREGAR-FAIXAS-EXP.
           MOVE 'N' TO WRK-EXP-EOF.
           OPEN INPUT CONTRATO-FILE.
           IF WRK-CONTRATO-STATUS = '00'
               PERFORM 9853-LER-CONTRATO-EXP UNTIL FIM-EXP
           END-IF.
           CLOSE CONTRATO-FILE.
           IF WRK-EXP-QTD-CONTRATOS > ZEROS
               MOVE 'N' TO WRK-EXP-EOF
               OPEN INPUT PARCELA-FILE
               IF WRK-PARCELA-STATUS = '00'
                   PERFORM 9854-LER-PARCELA-EXP UNTIL FIM-EXP
               END-IF
               CLOSE PARCELA-FILE
           END-IF.
           IF WRK-EXP-SALDO > ZEROS
               PERFORM 9856-CLASSIFICAR-EXP
           END-IF.
       9851-CARREGAR-FAIXAS-EXP.
      *>********* CARREGANDO AS FAIXAS DE ATRASO DO ARQUIVO (SEM O
      *>          ARQUIVO, VALEM AS FAIXAS PADRAO DO PROGCBL69)
           MOVE ZEROS TO WRK-EXP-FXP-QTD.
           MOVE 'N' TO WRK-EXP-EOF.
           OPEN INPUT PROVCFG-FILE.
           IF WRK-PROVCFG-STATUS = '00'
               PERFORM 9852-LER-FAIXA-EXP
                   UNTIL FIM-EXP OR WRK-EXP-FXP-QTD >= 6
           END-IF.
           CLOSE PROVCFG-FILE.
           IF WRK-EXP-FXP-QTD = ZEROS
               MOVE 6 TO WRK-EXP-FXP-QTD
               MOVE 000 TO WRK-EXP-FXP-LIMITE(1)
               MOVE 0,00 TO WRK-EXP-FXP-PCT(1)
               MOVE 015 TO WRK-EXP-FXP-LIMITE(2)
               MOVE 5,00 TO WRK-EXP-FXP-PCT(2)
               MOVE 030 TO WRK-EXP-FXP-LIMITE(3)
               MOVE 10,00 TO WRK-EXP-FXP-PCT(3)
               MOVE 060 TO WRK-EXP-FXP-LIMITE(4)
               MOVE 30,00 TO WRK-EXP-FXP-PCT(4)
               MOVE 090 TO WRK-EXP-FXP-LIMITE(5)
               MOVE 50,00 TO WRK-EXP-FXP-PCT(5)
               MOVE 999 TO WRK-EXP-FXP-LIMITE(6)
               MOVE 100,00 TO WRK-EXP-FXP-PCT(6)
           END-IF.
       9852-LER-FAIXA-EXP.
      *>********* LENDO UMA FAIXA DE ATRASO DO ARQUIVO
           READ PROVCFG-FILE
               AT END
                   MOVE 'S' TO WRK-EXP-EOF
               NOT AT END
                   ADD 1 TO WRK-EXP-FXP-QTD
                   MOVE PROV-LIMITE-DIAS
                       TO WRK-EXP-FXP-LIMITE(WRK-EXP-FXP-QTD)
                   MOVE PROV-PCT TO WRK-EXP-FXP-PCT(WRK-EXP-FXP-QTD)
           END-READ.
       9853-LER-CONTRATO-EXP.
      *>********* LENDO UM CONTRATO E GUARDANDO O NUMERO QUANDO FOR
      *>          DO TOMADOR
           READ CONTRATO-FILE
               AT END
                   MOVE 'S' TO WRK-EXP-EOF
               NOT AT END
                   IF CTR-TOMADOR = WRK-EXP-TOMADOR
                       IF WRK-EXP-QTD-CONTRATOS >= 200
                           MOVE 'S' TO WRK-EXP-ESTOURO
                       ELSE
                           ADD 1 TO WRK-EXP-QTD-CONTRATOS
                           MOVE CTR-NUMERO
                               TO WRK-EXP-CTR(WRK-EXP-QTD-CONTRATOS)
                       END-IF
                   END-IF
           END-READ.
       9854-LER-PARCELA-EXP.
      *>********* LENDO UMA PARCELA; PARCELA ABERTA DE CONTRATO DO
      *>          TOMADOR SOMA NO SALDO E MEDE O ATRASO (BASE 30/360)
           READ PARCELA-FILE
               AT END
                   MOVE 'S' TO WRK-EXP-EOF
               NOT AT END
                   IF PAR-STATUS = 'A'
                       PERFORM 9855-PROCURAR-CONTRATO-EXP
                   END-IF
           END-READ.
       9855-PROCURAR-CONTRATO-EXP.
      *>********* CONFERINDO SE A PARCELA E DE CONTRATO DO TOMADOR
           MOVE ZEROS TO WRK-EXP-CTR-ACHADO.
           PERFORM 9857-TESTAR-CONTRATO-EXP
               VARYING WRK-EXP-CTR-IDX FROM 1 BY 1
               UNTIL WRK-EXP-CTR-IDX > WRK-EXP-QTD-CONTRATOS
                  OR WRK-EXP-CTR-ACHADO > ZEROS.
           IF WRK-EXP-CTR-ACHADO > ZEROS
               ADD PAR-VALOR TO WRK-EXP-SALDO
               MOVE PAR-VENCIMENTO TO WRK-EXP-VENC
               COMPUTE WRK-EXP-DIAS =
                   ((WRK-EXP-HOJE-ANO - WRK-EXP-VENC-ANO) * 360)
                   + ((WRK-EXP-HOJE-MES - WRK-EXP-VENC-MES) * 30)
                   + (WRK-EXP-HOJE-DIA - WRK-EXP-VENC-DIA)
               IF WRK-EXP-DIAS > WRK-EXP-MAIOR-ATRASO
                   MOVE WRK-EXP-DIAS TO WRK-EXP-MAIOR-ATRASO
               END-IF
           END-IF.
       9856-CLASSIFICAR-EXP.
      *>********* CLASSIFICANDO O MAIOR ATRASO NA PRIMEIRA FAIXA CUJO
      *>          LIMITE ELE NAO ULTRAPASSA (A ULTIMA RECOLHE O RESTO)
           MOVE ZEROS TO WRK-EXP-FXP-ACHADA.
           PERFORM 9858-TESTAR-FAIXA-EXP
               VARYING WRK-EXP-FXP-IDX FROM 1 BY 1
               UNTIL WRK-EXP-FXP-IDX > WRK-EXP-FXP-QTD
                  OR WRK-EXP-FXP-ACHADA > ZEROS.
           IF WRK-EXP-FXP-ACHADA = ZEROS
               MOVE WRK-EXP-FXP-QTD TO WRK-EXP-FXP-ACHADA
           END-IF.
           MOVE WRK-EXP-FXP-LIMITE(WRK-EXP-FXP-ACHADA)
               TO WRK-EXP-FAIXA-LIMITE.
           MOVE WRK-EXP-FXP-PCT(WRK-EXP-FXP-ACHADA)
               TO WRK-EXP-FAIXA-PCT.
       9857-TESTAR-CONTRATO-EXP.
      *>********* COMPARANDO A PARCELA COM UM CONTRATO DO TOMADOR
           IF WRK-EXP-CTR(WRK-EXP-CTR-IDX) = PAR-CONTRATO
               MOVE WRK-EXP-CTR-IDX TO WRK-EXP-CTR-ACHADO
           END-IF.
       9858-TESTAR-FAIXA-EXP.
      *>********* COMPARANDO O MAIOR ATRASO COM O LIMITE DA FAIXA
           IF WRK-EXP-MAIOR-ATRASO
              <= WRK-EXP-FXP-LIMITE(WRK-EXP-FXP-IDX)
               MOVE WRK-EXP-FXP-IDX TO WRK-EXP-FXP-ACHADA
           END-IF.
