      *> OBJETIVO: RECEBER E IMPRIMIR UMA STRING
      *> OBJETIVO: EXIGIR UM NOME NAO EM BRANCO E REGISTRAR CADA
      *>           SAUDACAO NUM DIARIO DE ENTRADA DA RECEPCAO
      *> OBJETIVO: MARCACAO DE PONTO NO TERMINAL DA RECEPCAO: QUEM
      *>           DIGITA A MATRICULA (6 DIGITOS) NO LUGAR DO NOME
      *>           MARCA ENTRADA, SAIDA E RETORNO DO ALMOCO OU SAIDA,
      *>           SO SE FOR FUNCIONARIO ATIVO NO FUNCMST; A MARCACAO
      *>           VAI PARA O PONTOREG02 (COPY PONTOREG), APURADO NO
      *>           FIM DO MES PELO PROGCBL137
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL SIGNINLOG-FILE ASSIGN TO 'SIGNINLOG02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SIGNINLOG-STATUS.
           SELECT OPTIONAL FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL PONTOREG-FILE ASSIGN TO 'PONTOREG02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTOREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNINLOG-FILE.
       01  SIGNINLOG-REC PIC X(80).
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  PONTOREG-FILE.
       01  PONTOREG-REC.
           COPY 'PONTOREG.cbl'.
       WORKING-STORAGE SECTION.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-SIGNINLOG-STATUS PIC X(02) VALUE ZEROS.
       01 WRK-DATAHORA.
          02 WRK-DATA-ATUAL PIC 9(08) VALUE ZEROS.
          02 WRK-HORA-ATUAL PIC 9(08) VALUE ZEROS.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PONTOREG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
      *>********* MARCACAO DE PONTO: FUNCIONARIO, MARCACOES DE HOJE
      *>          (POR TIPO) E A MARCACAO ESCOLHIDA
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-FUNC-NOME PIC X(25) VALUE SPACES.
       77 WRK-FUNC-ATIVO PIC X(01) VALUE 'N'.
         88 FUNCIONARIO-ATIVO VALUE 'S'.
       01 WRK-MARCADAS.
          02 WRK-MARCADA PIC X(01) OCCURS 4 TIMES.
       77 WRK-TIPO-MARCACAO PIC 9(01) VALUE ZEROS.
         88 MARCACAO-VALIDA VALUE 1 THRU 4.
       77 WRK-TIPO-SUGERIDO PIC 9(01) VALUE ZEROS.
       77 WRK-TIPO-IDX PIC 9(01) VALUE ZEROS.
       01 WRK-DESCRICOES-TAB.
          02 FILLER PIC X(17) VALUE 'ENTRADA'.
          02 FILLER PIC X(17) VALUE 'SAIDA PARA ALMOCO'.
          02 FILLER PIC X(17) VALUE 'RETORNO DO ALMOCO'.
          02 FILLER PIC X(17) VALUE 'SAIDA'.
       01 WRK-DESCRICOES REDEFINES WRK-DESCRICOES-TAB.
          02 WRK-DESCRICAO-TIPO PIC X(17) OCCURS 4 TIMES.
       PROCEDURE DIVISION.
           PERFORM 0100-LER-NOME UNTIL WRK-NOME NOT = SPACES.
           IF WRK-NOME(1:6) NUMERIC AND WRK-NOME(7:19) = SPACES
               PERFORM 0300-MARCAR-PONTO
           ELSE
               DISPLAY '*********************************************'
                       '*****'
               DISPLAY 'BEM VINDO ' WRK-NOME
               DISPLAY '*********************************************'
                       '*****'
               PERFORM 0200-REGISTRAR-ENTRADA
           END-IF.
           STOP RUN.

       0100-LER-NOME.
      *>********* EXIGINDO UM NOME NAO EM BRANCO ANTES DE SAUDAR
           DISPLAY 'INSIRA SEU NOME (OU A MATRICULA PARA O PONTO): '.
           ACCEPT WRK-NOME FROM CONSOLE.
           IF WRK-NOME = SPACES
               DISPLAY 'NOME NAO PODE FICAR EM BRANCO.'
             INTO SIGNINLOG-REC.
           WRITE SIGNINLOG-REC.
           CLOSE SIGNINLOG-FILE.

       0300-MARCAR-PONTO.
      *>********* MARCACAO DE PONTO: SO FUNCIONARIO ATIVO NO CADASTRO
      *>          MESTRE; CADA TIPO UMA VEZ POR DIA (ACERTO E COM O
      *>          SUPERVISOR, NO PROGCBL137)
           MOVE WRK-NOME(1:6) TO WRK-MATRICULA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           PERFORM 0310-LOCALIZAR-FUNCIONARIO.
           IF NOT FUNCIONARIO-ATIVO
               DISPLAY 'MATRICULA ' WRK-MATRICULA
                       ' NAO E DE FUNCIONARIO ATIVO - '
                       'PONTO NAO MARCADO.'
           ELSE
               PERFORM 0320-LER-MARCADAS-HOJE
               DISPLAY '*********************************************'
                       '*****'
               DISPLAY 'PONTO DE ' WRK-FUNC-NOME
               DISPLAY '*********************************************'
                       '*****'
               IF WRK-TIPO-SUGERIDO = ZEROS
                   DISPLAY 'AS 4 MARCACOES DE HOJE JA FORAM FEITAS - '
                           'PROCURE O SUPERVISOR.'
               ELSE
                   PERFORM 0330-ESCOLHER-MARCACAO
               END-IF
           END-IF.

       0310-LOCALIZAR-FUNCIONARIO.
      *>********* PROCURANDO A MATRICULA ENTRE OS FUNCIONARIOS ATIVOS
      *>          (SITUACAO DIFERENTE DE D) DO CADASTRO MESTRE
           MOVE 'N' TO WRK-FUNC-ATIVO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0315-LER-FUNCIONARIO
                   UNTIL FIM-ARQUIVO OR FUNCIONARIO-ATIVO
           END-IF.
           CLOSE FUNCMST-FILE.

       0315-LER-FUNCIONARIO.
      *>********* COMPARANDO UM FUNCIONARIO COM A MATRICULA DIGITADA
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FUNCMST-REC(1:3) NOT = 'HDR'
                      AND FUNCMST-REC(1:3) NOT = 'TRL'
                      AND FUNCMST-MATRICULA NUMERIC
                      AND FUNCMST-MATRICULA = WRK-MATRICULA
                      AND FUNCMST-SITUACAO NOT = 'D'
                       MOVE 'S' TO WRK-FUNC-ATIVO
                       MOVE FUNCMST-NOME TO WRK-FUNC-NOME
                   END-IF
           END-READ.

       0320-LER-MARCADAS-HOJE.
      *>********* MARCANDO OS TIPOS JA BATIDOS HOJE E SUGERINDO O
      *>          PRIMEIRO QUE FALTA (ZERO = DIA COMPLETO)
           MOVE SPACES TO WRK-MARCADAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PONTOREG-FILE.
           IF WRK-PONTOREG-STATUS = '00'
               PERFORM 0325-LER-MARCACAO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE PONTOREG-FILE.
           MOVE ZEROS TO WRK-TIPO-SUGERIDO.
           PERFORM 0327-TESTAR-SUGESTAO
               VARYING WRK-TIPO-IDX FROM 4 BY -1
               UNTIL WRK-TIPO-IDX < 1.

       0325-LER-MARCACAO.
      *>********* GUARDANDO O TIPO DE UMA MARCACAO DE HOJE
           READ PONTOREG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PNR-DATA = WRK-DATA-ATUAL
                      AND PNR-MATRICULA = WRK-MATRICULA
                      AND PNR-TIPO >= 1 AND PNR-TIPO <= 4
                       MOVE 'S' TO WRK-MARCADA(PNR-TIPO)
                   END-IF
           END-READ.

       0327-TESTAR-SUGESTAO.
      *>********* DE TRAS PARA A FRENTE, FICA O MENOR TIPO QUE FALTA
           IF WRK-MARCADA(WRK-TIPO-IDX) NOT = 'S'
               MOVE WRK-TIPO-IDX TO WRK-TIPO-SUGERIDO
           END-IF.

       0330-ESCOLHER-MARCACAO.
      *>********* ESCOLHENDO O TIPO DA MARCACAO (ENTER = O SUGERIDO)
      *>          E GRAVANDO-A COM A HORA DO TERMINAL
           DISPLAY '1-ENTRADA 2-SAIDA ALMOCO 3-RETORNO ALMOCO 4-SAIDA'.
           DISPLAY 'MARCACAO (ENTER = '
                   WRK-DESCRICAO-TIPO(WRK-TIPO-SUGERIDO) '): '.
           MOVE ZEROS TO WRK-TIPO-MARCACAO.
           ACCEPT WRK-TIPO-MARCACAO FROM CONSOLE.
           IF WRK-TIPO-MARCACAO = ZEROS
               MOVE WRK-TIPO-SUGERIDO TO WRK-TIPO-MARCACAO
           END-IF.
           EVALUATE TRUE
               WHEN NOT MARCACAO-VALIDA
                   DISPLAY 'MARCACAO INVALIDA - PONTO NAO MARCADO.'
               WHEN WRK-MARCADA(WRK-TIPO-MARCACAO) = 'S'
                   DISPLAY WRK-DESCRICAO-TIPO(WRK-TIPO-MARCACAO)
                           ' JA MARCADA HOJE - PROCURE O SUPERVISOR.'
               WHEN OTHER
                   PERFORM 0340-GRAVAR-MARCACAO
           END-EVALUATE.

       0340-GRAVAR-MARCACAO.
      *>********* ACRESCENTANDO A MARCACAO NO ARQUIVO DE PONTO
           OPEN EXTEND PONTOREG-FILE.
           IF WRK-PONTOREG-STATUS = '05' OR WRK-PONTOREG-STATUS = '35'
               CLOSE PONTOREG-FILE
               OPEN OUTPUT PONTOREG-FILE
           END-IF.
           MOVE WRK-DATA-ATUAL TO PNR-DATA.
           MOVE WRK-HORA-ATUAL(1:4) TO PNR-HORA.
           MOVE WRK-MATRICULA TO PNR-MATRICULA.
           MOVE WRK-TIPO-MARCACAO TO PNR-TIPO.
           MOVE 'T' TO PNR-ORIGEM.
           MOVE SPACES TO PNR-OPERADOR.
           WRITE PONTOREG-REC.
           CLOSE PONTOREG-FILE.
           DISPLAY WRK-DESCRICAO-TIPO(WRK-TIPO-MARCACAO)
                   ' MARCADA AS ' WRK-HORA-ATUAL(1:2) ':'
                   WRK-HORA-ATUAL(3:2) '.'.
