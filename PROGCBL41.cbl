      *>           DO COPY DIAUTIL: 1=SABADO, 2=DOMINGO, 3=SEGUNDA
      *>           ...) E IMPRIMIR A SECAO NAO EXECUTADO COM OS
      *>           PROGRAMAS ESPERADOS SEM EVENTO DE INICIO NA DATA
      *> OBJETIVO: INFORMAR A SITUACAO DA REMESSA BANCARIA DA FOLHA
      *>           PELO ULTIMO EVENTO REMESS ATE A DATA (RETIDA PELO
      *>           PROGCBL05 OU LIBERADA NA CONFERENCIA DO PROGCBL84);
      *>           O EVENTO REMESS NAO ENTRA NO PAREAMENTO INICIO/FIM
      *> OBJETIVO: INFORMAR SE OS DADOS ESTAO INTEGROS PELO ULTIMO FIM
      *>           DA CONFERENCIA NOTURNA DO PROGCBL128 ATE A DATA
      *>           (LIMPO, EXCECOES COM A QUANTIDADE, OU ESTOURO)
      *> OBJETIVO: LER TAMBEM OS EVENTOS DOS PROGRAMAS DE NOME COM 10
      *>           POSICOES (PROGCBL100 EM DIANTE), GRAVADOS UMA
      *>           POSICAO ADIANTE NA LINHA DO RUNCTL
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-RUNCTL-EOF PIC X(01) VALUE 'N'.
         88 FIM-RUNCTL VALUE 'S'.
      *>********* LAYOUT FIXO DA LINHA DO RUNCTL, CONFORME GRAVADA
      *>          PELO PARAGRAFO 9520 DO RUNCTL-PROC (NOME DE PROGRAMA
      *>          COM 9 POSICOES E DESLOCADO PELO 0205 PARA CABER NAS
      *>          10 POSICOES DO WRK-RL-PROGRAMA)
       01 WRK-RUN-LINHA.
          02 WRK-RL-DATA PIC 9(08).
          02 FILLER PIC X(01).
          02 WRK-RL-HORA PIC 9(08).
          02 FILLER PIC X(10).
          02 WRK-RL-PROGRAMA PIC X(10).
          02 FILLER PIC X(08).
          02 WRK-RL-EVENTO PIC X(06).
          02 FILLER PIC X(07).
          02 FILLER PIC X(05).
          02 WRK-RL-SIT PIC X(10).
          02 FILLER PIC X(13).
       77 WRK-RUN-RESTO PIC X(78) VALUE SPACES.
       77 WRK-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-EVENTOS PIC 9(04) VALUE ZEROS.
      *>********* PAREAMENTO INICIO X FIM POR PROGRAMA
       01 WRK-PROGRAMAS-TAB.
          02 WRK-PRG-LINHA OCCURS 20 TIMES.
             03 WRK-PRG-NOME PIC X(10).
             03 WRK-PRG-INICIOS PIC 9(03).
             03 WRK-PRG-FINS PIC 9(03).
       77 WRK-PRG-QTD PIC 9(02) VALUE ZEROS.
         88 FIM-ESCALA VALUE 'S'.
       01 WRK-ESC-TAB.
          02 WRK-ESC-LINHA OCCURS 20 TIMES.
             03 WRK-ESC-PROGRAMA PIC X(10).
             03 WRK-ESC-DIAS PIC X(07).
       77 WRK-ESC-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-ESC-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-NAO-EXEC PIC 9(02) VALUE ZEROS.
       77 WRK-ESC-RODOU PIC X(01) VALUE 'N'.
      *>********* ULTIMO EVENTO DA REMESSA BANCARIA ATE A DATA ALVO
       77 WRK-REM-SITUACAO PIC X(10) VALUE SPACES.
       77 WRK-REM-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-REM-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-REM-PROGRAMA PIC X(10) VALUE SPACES.
      *>********* ULTIMA CONFERENCIA DE INTEGRIDADE ATE A DATA ALVO
       77 WRK-INT-SITUACAO PIC X(10) VALUE SPACES.
       77 WRK-INT-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WRK-INT-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-INT-HORA PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
               AT END
                   MOVE 'S' TO WRK-RUNCTL-EOF
               NOT AT END
                   PERFORM 0205-AJUSTAR-LINHA
                   IF WRK-RL-DATA = WRK-DATA-ALVO
                       PERFORM 0210-EXIBIR-EVENTO
                   END-IF
                   IF WRK-RL-EVENTO = 'REMESS'
                      AND WRK-RL-DATA NOT > WRK-DATA-ALVO
                       MOVE WRK-RL-SIT TO WRK-REM-SITUACAO
                       MOVE WRK-RL-DATA TO WRK-REM-DATA
                       MOVE WRK-RL-HORA TO WRK-REM-HORA
                       MOVE WRK-RL-PROGRAMA TO WRK-REM-PROGRAMA
                   END-IF
                   IF WRK-RL-PROGRAMA = 'PROGCBL128'
                      AND WRK-RL-EVENTO = 'FIM'
                      AND WRK-RL-DATA NOT > WRK-DATA-ALVO
                       MOVE WRK-RL-SIT TO WRK-INT-SITUACAO
                       MOVE WRK-RL-REJ TO WRK-INT-EXCECOES
                       MOVE WRK-RL-DATA TO WRK-INT-DATA
                       MOVE WRK-RL-HORA TO WRK-INT-HORA
                   END-IF
           END-READ.
       0205-AJUSTAR-LINHA.
      *>********* NOME DE PROGRAMA COM 9 POSICOES (POSICAO 37 EM
      *>          BRANCO): DESLOCANDO O RESTO DA LINHA UMA POSICAO
           IF WRK-RUN-LINHA(37:1) = SPACE
               MOVE WRK-RUN-LINHA(37:78) TO WRK-RUN-RESTO
               MOVE WRK-RUN-RESTO TO WRK-RUN-LINHA(38:78)
           END-IF.
       0210-EXIBIR-EVENTO.
      *>********* EXIBINDO UM EVENTO E SOMANDO NO PAREAMENTO
           ADD 1 TO WRK-QTD-EVENTOS.
           PERFORM 9710-CONTAR-LINHA.
           EVALUATE WRK-RL-EVENTO
               WHEN 'FIM'
                   DISPLAY WRK-RL-HORA ' ' WRK-RL-PROGRAMA ' '
                           WRK-RL-EVENTO
                           ' LIDOS: ' WRK-RL-LIDOS
                           ' PROC: ' WRK-RL-PROC
                           ' REJ: ' WRK-RL-REJ
                           ' SIT: ' WRK-RL-SIT
               WHEN 'REMESS'
                   DISPLAY WRK-RL-HORA ' ' WRK-RL-PROGRAMA ' '
                           WRK-RL-EVENTO
                           ' REMESSA BANCARIA ' WRK-RL-SIT
               WHEN OTHER
                   DISPLAY WRK-RL-HORA ' ' WRK-RL-PROGRAMA ' '
                           WRK-RL-EVENTO
           END-EVALUATE.
           IF WRK-RL-EVENTO NOT = 'REMESS'
               PERFORM 0220-PAREAR-EVENTO
           END-IF.
       0220-PAREAR-EVENTO.
      *>********* SOMANDO O EVENTO NO PAREAMENTO DO PROGRAMA
           MOVE ZEROS TO WRK-PRG-ACHADO.
               END-IF
           END-IF.
           PERFORM 0400-SECAO-NAO-EXECUTADO.
           PERFORM 0450-SITUACAO-REMESSA.
           PERFORM 0460-INTEGRIDADE-DADOS.
       0450-SITUACAO-REMESSA.
      *>********* INFORMANDO SE A REMESSA BANCARIA DA FOLHA ESTA
      *>          RETIDA OU LIBERADA (ULTIMO EVENTO ATE A DATA)
           IF WRK-REM-DATA > ZEROS
               DISPLAY '===== REMESSA BANCARIA ====='
               IF WRK-REM-SITUACAO = 'RETIDA'
                   DISPLAY '*** REMESSA BANCOREM05 RETIDA DESDE '
                           WRK-REM-DATA ' ' WRK-REM-HORA
                           ' - AGUARDANDO A CONFERENCIA DO '
                           'PROGCBL84 ***'
               ELSE
                   DISPLAY 'REMESSA BANCOREM05 ' WRK-REM-SITUACAO
                           ' EM ' WRK-REM-DATA ' ' WRK-REM-HORA
                           ' (' WRK-REM-PROGRAMA ')'
               END-IF
               DISPLAY '============================'
           END-IF.
       0460-INTEGRIDADE-DADOS.
      *>********* INFORMANDO SE OS DADOS ESTAO INTEGROS PELA ULTIMA
      *>          CONFERENCIA DO PROGCBL128 ATE A DATA
           DISPLAY '===== INTEGRIDADE DOS DADOS ====='.
           EVALUATE TRUE
               WHEN WRK-INT-DATA = ZEROS
                   DISPLAY '*** CONFERENCIA DE INTEGRIDADE (PROGCBL128)'
                           ' NAO EXECUTADA ATE A DATA ***'
               WHEN WRK-INT-SITUACAO = 'LIMPO'
                   DISPLAY 'DADOS LIMPOS NA CONFERENCIA DE '
                           WRK-INT-DATA ' ' WRK-INT-HORA
               WHEN WRK-INT-SITUACAO = 'EXCECOES'
                   DISPLAY '*** ' WRK-INT-EXCECOES
                           ' EXCECOES DE INTEGRIDADE NA CONFERENCIA DE '
                           WRK-INT-DATA ' ' WRK-INT-HORA ' ***'
               WHEN OTHER
                   DISPLAY '*** CONFERENCIA DE ' WRK-INT-DATA ' '
                           WRK-INT-HORA ' INCOMPLETA ('
                           WRK-INT-SITUACAO ') ***'
           END-EVALUATE.
           DISPLAY '================================='.
       0400-SECAO-NAO-EXECUTADO.
      *>********* APONTANDO OS PROGRAMAS ESPERADOS NO DIA DA SEMANA
      *>          DA DATA ALVO QUE NAO GRAVARAM NENHUM INICIO
