      *>*****************************************************************
      *> ENCARGOS-PROC - PARAGRAFOS COMPARTILHADOS DOS ENCARGOS DE
      *> ATRASO NA BAIXA DE TITULO DO CONTAS A RECEBER
      *> USO: COPY 'ENCARGOS-PROC.cbl'.
      *>*****************************************************************
       9820-CARREGAR-ENCARGCFG.
      *>********* CARREGANDO AS TAXAS DE MULTA E JUROS DO ARQUIVO DE
      *>          CONTROLE (SEM O ARQUIVO, VALEM AS TAXAS PADRAO)
           OPEN INPUT ENCARGCFG-FILE.
           IF WRK-ENCARGCFG-STATUS = '00'
               READ ENCARGCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ECFG-MULTA-PCT TO WRK-MULTA-PCT
                       MOVE ECFG-JUROS-DIA-PCT TO WRK-JUROS-DIA-PCT
               END-READ
           END-IF.
           CLOSE ENCARGCFG-FILE.
       9822-CALCULAR-ENCARGOS.
      *>********* CALCULANDO MULTA E JUROS DIARIOS DO VENCIMENTO
      *>          (ROLADO PARA O DIA UTIL) ATE A DATA DO PAGAMENTO
      *>          (BASE 30/360) E O TOTAL DEVIDO CORRIGIDO
           MOVE WRK-ENC-VENCIMENTO TO WRK-DU-DATA.
           PERFORM 9684-PROXIMO-DIA-UTIL.
           COMPUTE WRK-ENC-DIAS-ATRASO =
               ((WRK-ENC-PGTO-ANO - WRK-DU-ANO) * 360)
               + ((WRK-ENC-PGTO-MES - WRK-DU-MES) * 30)
               + (WRK-ENC-PGTO-DIA - WRK-DU-DIA).
           IF WRK-ENC-DIAS-ATRASO > ZEROS
               COMPUTE WRK-MULTA ROUNDED =
                   (WRK-ENC-VALOR * WRK-MULTA-PCT) / 100
               COMPUTE WRK-JUROS ROUNDED =
                   (WRK-ENC-VALOR
                    * WRK-JUROS-DIA-PCT * WRK-ENC-DIAS-ATRASO) / 100
               COMPUTE WRK-TOTAL-DEVIDO =
                   WRK-ENC-VALOR + WRK-MULTA + WRK-JUROS
           ELSE
               MOVE ZEROS TO WRK-MULTA
               MOVE ZEROS TO WRK-JUROS
               MOVE WRK-ENC-VALOR TO WRK-TOTAL-DEVIDO
           END-IF.
           MOVE WRK-MULTA TO WRK-MULTA-ED.
           MOVE WRK-JUROS TO WRK-JUROS-ED.
           MOVE WRK-TOTAL-DEVIDO TO WRK-DEVIDO-ED.
       9824-GRAVAR-ENCARGOS.
      *>********* GRAVANDO PRINCIPAL E ENCARGOS SEPARADOS NO LOG DE
      *>          ENCARGOS, PARA A RECEITA DE ENCARGOS SER VISIVEL
           OPEN EXTEND ENCARGLOG-FILE.
           IF WRK-ENCARGLOG-STATUS = '05'
              OR WRK-ENCARGLOG-STATUS = '35'
               CLOSE ENCARGLOG-FILE
               OPEN OUTPUT ENCARGLOG-FILE
           END-IF.
           MOVE SPACES TO ENCARGLOG-REC.
           STRING WRK-ENC-DATA-PGTO DELIMITED BY SIZE
                  ' SEQ=' DELIMITED BY SIZE
                  WRK-ENC-SEQ DELIMITED BY SIZE
                  ' PARC=' DELIMITED BY SIZE
                  WRK-ENC-PARCELA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-ENC-PARCELAS DELIMITED BY SIZE
                  ' CLIENTE=' DELIMITED BY SIZE
                  WRK-ENC-CLIENTE DELIMITED BY SIZE
                  ' PRINCIPAL=' DELIMITED BY SIZE
                  WRK-ENC-VALOR DELIMITED BY SIZE
                  ' MULTA=' DELIMITED BY SIZE
                  WRK-MULTA DELIMITED BY SIZE
                  ' JUROS=' DELIMITED BY SIZE
                  WRK-JUROS DELIMITED BY SIZE
                  ' DIAS=' DELIMITED BY SIZE
                  WRK-ENC-DIAS-ATRASO DELIMITED BY SIZE
             INTO ENCARGLOG-REC.
           WRITE ENCARGLOG-REC.
           CLOSE ENCARGLOG-FILE.
