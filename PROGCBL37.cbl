      *>           EMBARALHADA E MIGRAR DE UMA VEZ AS SENHAS ANTIGAS
      *>           EM CLARO (OPCAO DE MIGRACAO), PARA O ARQUIVO NAO
      *>           CONTER NENHUMA SENHA DIGITADA
      *> OBJETIVO: APLICAR AS REMOCOES DECIDIDAS NA RECERTIFICACAO DE
      *>           ACESSOS (RECERTDEC135, PROGCBL135): DESATIVA CADA
      *>           CONTA MARCADA A REMOVER, COM A REFERENCIA DO
      *>           TRIMESTRE NA TRILHA, E MARCA A DECISAO COMO APLICADA
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL PERMISSAO-FILE ASSIGN TO 'PERMISSAO47'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERM-STATUS.
           SELECT OPTIONAL RECERTDEC-FILE ASSIGN TO 'RECERTDEC135'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECERTDEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERCAD-FILE.
       01  PERMISSAO-REC.
           02 PERM-PROGRAMA PIC X(09).
           02 PERM-NIVEIS PIC X(04).
       FD  RECERTDEC-FILE.
       01  RECERTDEC-REC.
           COPY 'RECERTDEC.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'USERAUTH.cbl'.
       COPY 'PERMISSAO.cbl'.
         88 OPCAO-REATIVAR VALUE 5.
         88 OPCAO-DESBLOQUEAR VALUE 6.
         88 OPCAO-MIGRAR VALUE 7.
         88 OPCAO-RECERTIFICACAO VALUE 8.
         88 OPCAO-SAIR VALUE 0.
       01 WRK-USUARIOS-TAB.
          02 WRK-USU-LINHA OCCURS 100 TIMES.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* DECISOES DA RECERTIFICACAO DE ACESSOS
       77 WRK-RECERTDEC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DEC-EOF PIC X(01) VALUE 'N'.
         88 FIM-DECISOES VALUE 'S'.
       01 WRK-DECISOES-TAB.
          02 WRK-DEC-LINHA PIC X(60) OCCURS 500 TIMES.
       77 WRK-DEC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-DEC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DEC-ESTOURO PIC X(01) VALUE 'N'.
         88 DECISOES-ESTOURARAM VALUE 'S'.
       77 WRK-QTD-REMOVIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-JA-INATIVAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SEM-CADASTRO PIC 9(03) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           DISPLAY '1-INCLUIR USUARIO   2-RESETAR SENHA'.
           DISPLAY '3-ALTERAR NIVEL     4-DESATIVAR CONTA'.
           DISPLAY '5-REATIVAR CONTA    6-DESBLOQUEAR CONTA'.
           DISPLAY '7-MIGRAR SENHAS     8-REMOCOES RECERTIF.'.
           DISPLAY '0-ENCERRAR'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'ESCOLHA A OPCAO: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 0247-DESBLOQUEAR-CONTA
               WHEN OPCAO-MIGRAR
                   PERFORM 0248-MIGRAR-SENHAS
               WHEN OPCAO-RECERTIFICACAO
                   PERFORM 0260-APLICAR-REMOCOES
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
           IF WRK-NIVEL-NOVO < 1 OR WRK-NIVEL-NOVO > 4
               DISPLAY 'NIVEL INVALIDO.'
           END-IF.
       0260-APLICAR-REMOCOES.
      *>********* DESATIVANDO AS CONTAS MARCADAS A REMOVER NA
      *>          RECERTIFICACAO E AINDA NAO APLICADAS
           PERFORM 0262-CARREGAR-DECISOES.
           IF DECISOES-ESTOURARAM
               DISPLAY 'DECISOES MAIORES QUE A TABELA DE TRABALHO '
                       '(500) - REMOCOES BLOQUEADAS.'
           ELSE
               MOVE ZEROS TO WRK-QTD-REMOVIDAS
               MOVE ZEROS TO WRK-QTD-JA-INATIVAS
               MOVE ZEROS TO WRK-QTD-SEM-CADASTRO
               PERFORM 0266-APLICAR-UMA-DECISAO
                   VARYING WRK-DEC-IDX FROM 1 BY 1
                   UNTIL WRK-DEC-IDX > WRK-DEC-QTD
               IF WRK-QTD-REMOVIDAS > ZEROS
                   PERFORM 0900-GRAVAR-USUARIOS
               END-IF
               IF WRK-QTD-REMOVIDAS > ZEROS
                  OR WRK-QTD-JA-INATIVAS > ZEROS
                  OR WRK-QTD-SEM-CADASTRO > ZEROS
                   PERFORM 0268-GRAVAR-DECISOES
               END-IF
               DISPLAY 'CONTAS DESATIVADAS.......: ' WRK-QTD-REMOVIDAS
               DISPLAY 'JA DESATIVADAS...........: '
                       WRK-QTD-JA-INATIVAS
               DISPLAY 'FORA DO CADASTRO.........: '
                       WRK-QTD-SEM-CADASTRO
           END-IF.
       0262-CARREGAR-DECISOES.
      *>********* CARREGANDO O ARQUIVO DE DECISOES EM MEMORIA
           MOVE ZEROS TO WRK-DEC-QTD.
           MOVE 'N' TO WRK-DEC-ESTOURO.
           MOVE 'N' TO WRK-DEC-EOF.
           OPEN INPUT RECERTDEC-FILE.
           IF WRK-RECERTDEC-STATUS = '00'
               PERFORM 0264-LER-DECISAO UNTIL FIM-DECISOES
           END-IF.
           CLOSE RECERTDEC-FILE.
       0264-LER-DECISAO.
      *>********* LENDO UMA DECISAO DA RECERTIFICACAO
           READ RECERTDEC-FILE
               AT END
                   MOVE 'S' TO WRK-DEC-EOF
               NOT AT END
                   IF WRK-DEC-QTD >= 500
                       MOVE 'S' TO WRK-DEC-ESTOURO
                   ELSE
                       ADD 1 TO WRK-DEC-QTD
                       MOVE RECERTDEC-REC TO WRK-DEC-LINHA(WRK-DEC-QTD)
                   END-IF
           END-READ.
       0266-APLICAR-UMA-DECISAO.
      *>********* DESATIVANDO A CONTA DE UMA DECISAO DE REMOCAO
           MOVE WRK-DEC-LINHA(WRK-DEC-IDX) TO RECERTDEC-REC.
           IF DEC-REMOVER AND NOT DEC-JA-APLICADA
               MOVE DEC-USUARIO TO WRK-USUARIO-ALVO
               MOVE ZEROS TO WRK-USU-ACHADO
               PERFORM 0206-TESTAR-USUARIO
                   VARYING WRK-USU-IDX FROM 1 BY 1
                   UNTIL WRK-USU-IDX > WRK-USU-QTD
                      OR WRK-USU-ACHADO > ZEROS
               EVALUATE TRUE
                   WHEN WRK-USU-ACHADO = ZEROS
                       ADD 1 TO WRK-QTD-SEM-CADASTRO
                   WHEN WRK-USU-ATIVO(WRK-USU-ACHADO) = 'N'
                       ADD 1 TO WRK-QTD-JA-INATIVAS
                   WHEN OTHER
                       MOVE 'N' TO WRK-USU-ATIVO(WRK-USU-ACHADO)
                       ADD 1 TO WRK-QTD-REMOVIDAS
                       DISPLAY 'CONTA DESATIVADA: ' WRK-USUARIO-ALVO
                               ' (RECERTIFICACAO ' DEC-REFERENCIA ')'
                       MOVE 'DESATIVADO' TO WRK-AUDIT-ACAO
                       MOVE WRK-USUARIO-ALVO TO WRK-AUDIT-ANTES
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       STRING 'RECERT ' DEC-REFERENCIA
                           DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       PERFORM 0910-AUDITAR
               END-EVALUATE
               MOVE 'S' TO DEC-APLICADA
               MOVE WRK-DATA-HOJE TO DEC-DATA-APLICACAO
               MOVE RECERTDEC-REC TO WRK-DEC-LINHA(WRK-DEC-IDX)
           END-IF.
       0268-GRAVAR-DECISOES.
      *>********* REGRAVANDO O ARQUIVO DE DECISOES COM AS APLICADAS
           OPEN OUTPUT RECERTDEC-FILE.
           PERFORM 0269-GRAVAR-UMA-DECISAO
               VARYING WRK-DEC-IDX FROM 1 BY 1
               UNTIL WRK-DEC-IDX > WRK-DEC-QTD.
           CLOSE RECERTDEC-FILE.
       0269-GRAVAR-UMA-DECISAO.
      *>********* GRAVANDO UMA DECISAO
           MOVE WRK-DEC-LINHA(WRK-DEC-IDX) TO RECERTDEC-REC.
           WRITE RECERTDEC-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO
           DISPLAY 'FIM DA MANUTENCAO DE USUARIOS.'.
