      *>           LINHA DO TEMPO (DATA, SALARIO ANTERIOR, TIER E
      *>           SALARIO NOVO) E OS TOTAIS, SEM GAREMPAR O ARQUIVO
      *>           NO OLHO
      *> OBJETIVO: CONSULTAR PELA MATRICULA (CAMPO MATRICULA= DO
      *>           HISTORICO), QUE SEPARA OS HOMONIMOS; MATRICULA ZERO
      *>           CONSULTA PELO NOME COMO ANTES, EXIBINDO A MATRICULA
      *>           DE CADA LINHA
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-RAISELOG VALUE 'S'.
       77 WRK-NOME-BUSCA PIC X(25) VALUE SPACES.
       77 WRK-MATRICULA-BUSCA PIC 9(06) VALUE ZEROS.
      *>********* CAMPOS EXTRAIDOS DE UMA LINHA DO HISTORICO. O NOME
      *>          E COMPARADO SO NOS 20 PRIMEIROS CARACTERES, POIS O
      *>          HISTORICO ANTIGO GUARDAVA O NOME COM 20 POSICOES
       77 WRK-LOG-ANTERIOR PIC X(10) VALUE SPACES.
       77 WRK-LOG-TIER PIC X(10) VALUE SPACES.
       77 WRK-LOG-NOVO PIC X(10) VALUE SPACES.
       77 WRK-LOG-MATRICULA PIC X(06) VALUE SPACES.
       77 WRK-LOG-ACHOU PIC X(01) VALUE 'N'.
         88 LOG-DO-FUNCIONARIO VALUE 'S'.
       77 WRK-DIGITO-I PIC 9(02) VALUE ZEROS.
       01 WRK-DIGITO-X PIC X(01) VALUE ZERO.
       01 WRK-DIGITO-9 REDEFINES WRK-DIGITO-X PIC 9(01).
           DISPLAY ' CONSULTA DE HISTORICO DE AUMENTOS'.
           DISPLAY '*************************************'.
           PERFORM 9610-SELECIONAR-MOEDA.
           DISPLAY 'MATRICULA (0=BUSCAR PELO NOME): '.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           IF WRK-MATRICULA-BUSCA = ZEROS
               DISPLAY 'NOME DO FUNCIONARIO: '
               ACCEPT WRK-NOME-BUSCA FROM CONSOLE
           END-IF.
           OPEN INPUT RAISELOG-FILE.
           IF WRK-RAISELOG-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE AUMENTOS: '
           MOVE SPACES TO WRK-LOG-ANTERIOR.
           MOVE SPACES TO WRK-LOG-TIER.
           MOVE SPACES TO WRK-LOG-NOVO.
           MOVE SPACES TO WRK-LOG-MATRICULA.
           UNSTRING RAISELOG-REC
               DELIMITED BY ' FUNCIONARIO='
                         OR ' SALARIO-ANTERIOR='
                         OR ' TIER='
                         OR ' SALARIO-NOVO='
                         OR ' MATRICULA='
               INTO WRK-LOG-DATA
                    WRK-LOG-NOME
                    WRK-LOG-ANTERIOR
                    WRK-LOG-TIER
                    WRK-LOG-NOVO
                    WRK-LOG-MATRICULA.
      *>********* LINHA ANTIGA, SEM MATRICULA, SO CASA NA CONSULTA
      *>          PELO NOME
           MOVE 'N' TO WRK-LOG-ACHOU.
           IF WRK-MATRICULA-BUSCA > ZEROS
               IF WRK-LOG-MATRICULA NUMERIC
                   IF WRK-LOG-MATRICULA = WRK-MATRICULA-BUSCA
                       MOVE 'S' TO WRK-LOG-ACHOU
                   END-IF
               END-IF
           ELSE
               IF WRK-LOG-NOME(1:20) = WRK-NOME-BUSCA(1:20)
                   MOVE 'S' TO WRK-LOG-ACHOU
               END-IF
           END-IF.
           IF LOG-DO-FUNCIONARIO
               ADD 1 TO WRK-QTD-AUMENTOS
               MOVE WRK-LOG-ANTERIOR TO WRK-VALOR-TXT
               PERFORM 0250-CONVERTER-VALOR
                       WRK-LOG-ANTERIOR
                       ' TIER: ' WRK-LOG-TIER(1:4)
                       ' NOVO: ' WRK-MOEDA-SIMBOLO WRK-LOG-NOVO
                       ' MAT: ' WRK-LOG-MATRICULA
           END-IF.
           PERFORM 0150-LER-RAISELOG.
       0250-CONVERTER-VALOR.
