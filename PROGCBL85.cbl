       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL85.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: MANUTENCAO DO CADASTRO DE AFASTAMENTOS (AFASTMST:
      *>           MATRICULA DO FUNCIONARIO, TIPO - DOENCA, ACIDENTE,
      *>           MATERNIDADE OU NAO REMUNERADA - E DATAS DE INICIO
      *>           E FIM), NOS MOLDES DO CADASTRO DE DEPENDENTES DO
      *>           PROGCBL82, PARA A FOLHA (PROGCBL05), AS PROVISOES
      *>           (PROGCBL27), A RESCISAO (PROGCBL48) E O SALDO DE
      *>           FERIAS (PROGCBL49) SUSPENDEREM SALARIO E AVOS PELA
      *>           REGRA DO TIPO (AFASTREG.cbl)
      *> OBJETIVO: REGISTRAR TODA ALTERACAO NA TRILHA DE AUDITORIA
      *>           CENTRAL
      *> OBJETIVO: IMPRIMIR O RELATORIO MENSAL AFAST85REL DE QUEM
      *>           ESTEVE AFASTADO NA COMPETENCIA, COM OS DIAS NO MES,
      *>           OS DIAS SEM SALARIO E A DURACAO DO AFASTAMENTO
      *> OBJETIVO: LER A COMPETENCIA EM CAMPO NUMERICO, PARA O 0 (MES
      *>           CORRENTE) SER ACEITO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AFAST-FILE ASSIGN TO 'AFASTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFAST-STATUS.
           SELECT FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL RELATORIO-FILE ASSIGN TO 'AFAST85REL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AFAST-FILE.
       01  AFAST-REC.
           COPY 'AFASTA.cbl'.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  RELATORIO-FILE.
       01  RELATORIO-REC PIC X(100).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'AFASTREG.cbl'.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-INCLUIR VALUE 01.
          88 OPCAO-ALTERAR VALUE 02.
          88 OPCAO-EXCLUIR VALUE 03.
          88 OPCAO-LISTAR VALUE 04.
          88 OPCAO-RELATORIO VALUE 05.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 05 99.
      *>********* FUNCIONARIOS DO CADASTRO MESTRE (SO PARA CONFERIR A
      *>          MATRICULA INFORMADA E LEVAR O NOME AO AFASTAMENTO)
       01 WRK-FUNC-TAB.
          02 WRK-FUNC-LINHA OCCURS 200 TIMES.
             03 WRK-FUNC-MATRICULA PIC 9(06).
             03 WRK-FUNC-NOME PIC X(25).
       77 WRK-FUNC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-AF-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-AF-CONFLITO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-TIPO PIC X(01) VALUE SPACES.
         88 TIPO-VALIDO VALUES 'D' 'A' 'M' 'N'.
       77 WRK-TIPO-DESCRICAO PIC X(13) VALUE SPACES.
       77 WRK-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-TESTE PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-LINHA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-DIGITADA PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-LIDA.
          02 WRK-LIDA-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-LIDA-MES PIC 9(02) VALUE ZEROS.
          02 WRK-LIDA-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-OK PIC X(01) VALUE 'N'.
         88 DATA-VALIDA VALUE 'S'.
       77 WRK-DIAS-DO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-4 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-100 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-400 PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
      *>********* COMPETENCIA DO RELATORIO MENSAL
       01 WRK-COMPETENCIA.
          02 WRK-COMP-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-COMP-MES PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA-DIGITADA PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-OK PIC X(01) VALUE 'N'.
         88 COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-MES-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-MES PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-SEM-SALARIO PIC 9(05) VALUE ZEROS.
       77 WRK-DURACAO PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-MES-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-DIAS-SEM-SALARIO-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-DURACAO-ED PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-AFASTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-TOTAL-SEM-SALARIO PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-ED.
          02 WRK-ED-DIA PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-ED-MES PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-ED-ANO PIC 9(04).
       77 WRK-INICIO-ED PIC X(10) VALUE SPACES.
       77 WRK-FIM-ED PIC X(10) VALUE SPACES.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO OS CADASTROS
           DISPLAY '*************************************'.
           DISPLAY ' MANUTENCAO DE AFASTAMENTOS'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0105-CARREGAR-MESTRE.
           PERFORM 9720-CARREGAR-AFASTAMENTOS.
           IF AFASTAMENTOS-ESTOURO
      *>********* CADASTRO MAIOR QUE A TABELA DE TRABALHO: QUALQUER
      *>          REGRAVACAO PERDERIA OS AFASTAMENTOS EXCEDENTES
               DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO '
                       '(500) - MANUTENCAO BLOQUEADA.'
           END-IF.
           DISPLAY 'FUNCIONARIOS CARREGADOS: ' WRK-FUNC-QTD.
           DISPLAY 'AFASTAMENTOS CARREGADOS: ' WRK-AF-QTD.
       0105-CARREGAR-MESTRE.
      *>********* CARREGANDO A MATRICULA E O NOME DOS FUNCIONARIOS,
      *>          PULANDO OS REGISTROS DE CONTROLE HDR/TRL
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0106-LER-MESTRE
                   UNTIL FIM-FUNCMST OR WRK-FUNC-QTD >= 200
           END-IF.
           CLOSE FUNCMST-FILE.
       0106-LER-MESTRE.
      *>********* LENDO UM FUNCIONARIO DO CADASTRO MESTRE (REGISTRO
      *>          SEM MATRICULA NAO RECEBE AFASTAMENTO)
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FUNCMST-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN FUNCMST-REC(1:3) = 'HDR'
                           CONTINUE
                       WHEN FUNCMST-REC(1:3) = 'TRL'
                           MOVE 'S' TO WRK-FUNCMST-EOF
                       WHEN FUNCMST-MATRICULA NOT NUMERIC
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WRK-FUNC-QTD
                           MOVE FUNCMST-MATRICULA
                               TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
                           MOVE FUNCMST-NOME
                               TO WRK-FUNC-NOME(WRK-FUNC-QTD)
                   END-EVALUATE
           END-READ.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           IF AFASTAMENTOS-ESTOURO
              AND (OPCAO-INCLUIR OR OPCAO-ALTERAR OR OPCAO-EXCLUIR)
               DISPLAY 'CADASTRO MAIOR QUE A TABELA - REGRAVACAO '
                       'BLOQUEADA.'
           ELSE
               IF OPCAO-INCLUIR
                   PERFORM 0210-INCLUIR
               END-IF
               IF OPCAO-ALTERAR
                   PERFORM 0220-ALTERAR
               END-IF
               IF OPCAO-EXCLUIR
                   PERFORM 0230-EXCLUIR
               END-IF
           END-IF.
           IF OPCAO-LISTAR
               PERFORM 0240-LISTAR
           END-IF.
           IF OPCAO-RELATORIO
               PERFORM 0250-RELATORIO-MENSAL
           END-IF.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' AFASTAMENTOS'.
           DISPLAY '================================'.
           DISPLAY ' 01 - INCLUIR AFASTAMENTO'.
           DISPLAY ' 02 - ALTERAR AFASTAMENTO (TIPO/RETORNO)'.
           DISPLAY ' 03 - EXCLUIR AFASTAMENTO'.
           DISPLAY ' 04 - LISTAR AFASTAMENTOS DO FUNCIONARIO'.
           DISPLAY ' 05 - RELATORIO MENSAL DE AFASTADOS'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-INCLUIR.
      *>********* INCLUINDO UM AFASTAMENTO NOVO PARA UM FUNCIONARIO
           IF WRK-AF-QTD >= 500
               DISPLAY 'CADASTRO CHEIO. INCLUSAO NAO PERMITIDA.'
           ELSE
               PERFORM 0600-LER-MATRICULA
               IF WRK-FUNC-ACHADO > ZEROS
                   PERFORM 0620-LER-INICIO WITH TEST AFTER
                       UNTIL DATA-VALIDA
                   PERFORM 0640-LOCALIZAR-AFASTAMENTO
                   IF WRK-AF-ACHADO > ZEROS
                       DISPLAY 'AFASTAMENTO JA CADASTRADO NESTA DATA.'
                   ELSE
                       PERFORM 0610-LER-TIPO WITH TEST AFTER
                           UNTIL TIPO-VALIDO
                       PERFORM 0625-LER-FIM WITH TEST AFTER
                           UNTIL DATA-VALIDA
                       PERFORM 0650-TESTAR-SOBREPOSICAO
                       IF WRK-AF-CONFLITO > ZEROS
                           DISPLAY 'PERIODO SOBREPOE O AFASTAMENTO DE '
                                   WRK-AF-INICIO(WRK-AF-CONFLITO)
                                   ' - INCLUSAO RECUSADA.'
                       ELSE
                           ADD 1 TO WRK-AF-QTD
                           MOVE WRK-MATRICULA
                               TO WRK-AF-MATRICULA(WRK-AF-QTD)
                           MOVE WRK-NOME TO WRK-AF-NOME(WRK-AF-QTD)
                           MOVE WRK-TIPO TO WRK-AF-TIPO(WRK-AF-QTD)
                           MOVE WRK-INICIO
                               TO WRK-AF-INICIO(WRK-AF-QTD)
                           MOVE WRK-FIM TO WRK-AF-FIM(WRK-AF-QTD)
                           PERFORM 0800-GRAVAR-AFASTAMENTOS
                           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                           MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO
                           MOVE SPACES TO WRK-AUDIT-ANTES
                           MOVE SPACES TO WRK-AUDIT-DEPOIS
                           STRING WRK-MATRICULA ' ' WRK-TIPO ' '
                                  WRK-INICIO
                               DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                           PERFORM 9500-GRAVAR-AUDITORIA
                           DISPLAY 'AFASTAMENTO INCLUIDO: ' WRK-NOME
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0220-ALTERAR.
      *>********* ALTERANDO O TIPO E A DATA DE RETORNO DE UM
      *>          AFASTAMENTO JA CADASTRADO (O INICIO E A CHAVE)
           PERFORM 0600-LER-MATRICULA.
           IF WRK-FUNC-ACHADO > ZEROS
               PERFORM 0620-LER-INICIO WITH TEST AFTER
                   UNTIL DATA-VALIDA
               PERFORM 0640-LOCALIZAR-AFASTAMENTO
               IF WRK-AF-ACHADO = ZEROS
                   DISPLAY 'AFASTAMENTO NAO ENCONTRADO: ' WRK-INICIO
               ELSE
                   MOVE SPACES TO WRK-AUDIT-ANTES
                   STRING WRK-AF-TIPO(WRK-AF-ACHADO) ' '
                          WRK-AF-FIM(WRK-AF-ACHADO)
                       DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   PERFORM 0610-LER-TIPO WITH TEST AFTER
                       UNTIL TIPO-VALIDO
                   PERFORM 0625-LER-FIM WITH TEST AFTER
                       UNTIL DATA-VALIDA
                   PERFORM 0650-TESTAR-SOBREPOSICAO
                   IF WRK-AF-CONFLITO > ZEROS
                       DISPLAY 'PERIODO SOBREPOE O AFASTAMENTO DE '
                               WRK-AF-INICIO(WRK-AF-CONFLITO)
                               ' - ALTERACAO RECUSADA.'
                   ELSE
                       MOVE WRK-TIPO TO WRK-AF-TIPO(WRK-AF-ACHADO)
                       MOVE WRK-FIM TO WRK-AF-FIM(WRK-AF-ACHADO)
                       PERFORM 0800-GRAVAR-AFASTAMENTOS
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       STRING WRK-TIPO ' ' WRK-FIM
                           DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'AFASTAMENTO ALTERADO: ' WRK-NOME
                   END-IF
               END-IF
           END-IF.
       0230-EXCLUIR.
      *>********* EXCLUINDO UM AFASTAMENTO DO CADASTRO
           PERFORM 0600-LER-MATRICULA.
           IF WRK-FUNC-ACHADO > ZEROS
               PERFORM 0620-LER-INICIO WITH TEST AFTER
                   UNTIL DATA-VALIDA
               PERFORM 0640-LOCALIZAR-AFASTAMENTO
               IF WRK-AF-ACHADO = ZEROS
                   DISPLAY 'AFASTAMENTO NAO ENCONTRADO: ' WRK-INICIO
               ELSE
                   DISPLAY 'CONFIRMA A EXCLUSAO DO AFASTAMENTO DE '
                           WRK-NOME ' (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       MOVE SPACES TO WRK-AUDIT-ANTES
                       STRING WRK-MATRICULA ' '
                              WRK-AF-TIPO(WRK-AF-ACHADO) ' '
                              WRK-INICIO
                           DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       PERFORM 0235-RETIRAR-DA-TABELA
                       PERFORM 0800-GRAVAR-AFASTAMENTOS
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'EXCLUSAO' TO WRK-AUDIT-ACAO
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'AFASTAMENTO EXCLUIDO: ' WRK-NOME
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.
       0235-RETIRAR-DA-TABELA.
      *>********* COMPACTANDO A TABELA A PARTIR DA POSICAO RETIRADA
           PERFORM 0236-SUBIR-UM
               VARYING WRK-CONT FROM WRK-AF-ACHADO BY 1
               UNTIL WRK-CONT >= WRK-AF-QTD.
           SUBTRACT 1 FROM WRK-AF-QTD.
       0236-SUBIR-UM.
      *>********* SUBINDO UMA POSICAO DA TABELA
           ADD 1 TO WRK-CONT GIVING WRK-AF-IDX.
           MOVE WRK-AF-LINHA(WRK-AF-IDX)
               TO WRK-AF-LINHA(WRK-CONT).
       0240-LISTAR.
      *>********* LISTANDO OS AFASTAMENTOS DE UM FUNCIONARIO
           PERFORM 0600-LER-MATRICULA.
           IF WRK-FUNC-ACHADO > ZEROS
               MOVE ZEROS TO WRK-QTD-LISTADOS
               DISPLAY '===================================='
               PERFORM 0245-LISTAR-UM
                   VARYING WRK-AF-IDX FROM 1 BY 1
                   UNTIL WRK-AF-IDX > WRK-AF-QTD
               IF WRK-QTD-LISTADOS = ZEROS
                   DISPLAY ' NENHUM AFASTAMENTO CADASTRADO.'
               END-IF
               DISPLAY '===================================='
           END-IF.
       0245-LISTAR-UM.
      *>********* LISTANDO UM AFASTAMENTO DO FUNCIONARIO
           IF WRK-AF-MATRICULA(WRK-AF-IDX) = WRK-MATRICULA
               ADD 1 TO WRK-QTD-LISTADOS
               PERFORM 0700-EDITAR-LINHA
               DISPLAY WRK-TIPO-DESCRICAO ' DE ' WRK-INICIO-ED
                       ' ATE ' WRK-FIM-ED
           END-IF.
       0250-RELATORIO-MENSAL.
      *>********* RELATORIO DOS AFASTAMENTOS QUE TOCAM A COMPETENCIA
      *>          PEDIDA: DIAS NO MES (BASE 30), DIAS SEM SALARIO DA
      *>          EMPRESA E DURACAO DO INICIO ATE O FIM DO MES
           PERFORM 0255-LER-COMPETENCIA WITH TEST AFTER
               UNTIL COMPETENCIA-VALIDA.
           COMPUTE WRK-MES-INICIO =
               WRK-COMP-ANO * 10000 + WRK-COMP-MES * 100 + 1.
           COMPUTE WRK-MES-FIM =
               WRK-COMP-ANO * 10000 + WRK-COMP-MES * 100 + 30.
           MOVE ZEROS TO WRK-QTD-AFASTADOS.
           MOVE ZEROS TO WRK-TOTAL-SEM-SALARIO.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE SPACES TO RELATORIO-REC.
           STRING 'AFASTAMENTOS DA COMPETENCIA ' DELIMITED BY SIZE
                  WRK-COMP-MES '/' WRK-COMP-ANO DELIMITED BY SIZE
                  ' - EMITIDO EM ' DELIMITED BY SIZE
                  WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
                      DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE ALL '=' TO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE SPACES TO RELATORIO-REC.
           MOVE 'MATRIC NOME' TO RELATORIO-REC(1:11).
           MOVE 'TIPO' TO RELATORIO-REC(34:4).
           MOVE 'INICIO' TO RELATORIO-REC(48:6).
           MOVE 'RETORNO' TO RELATORIO-REC(59:7).
           MOVE 'DIAS' TO RELATORIO-REC(70:4).
           MOVE 'S/SAL' TO RELATORIO-REC(75:5).
           MOVE 'DURACAO' TO RELATORIO-REC(81:7).
           WRITE RELATORIO-REC.
           DISPLAY '===================================='.
           DISPLAY 'AFASTAMENTOS DA COMPETENCIA '
                   WRK-COMP-MES '/' WRK-COMP-ANO.
           PERFORM 0260-RELATAR-UM
               VARYING WRK-AF-IDX FROM 1 BY 1
               UNTIL WRK-AF-IDX > WRK-AF-QTD.
           MOVE ALL '=' TO RELATORIO-REC.
           WRITE RELATORIO-REC.
           MOVE SPACES TO RELATORIO-REC.
           STRING 'AFASTAMENTOS NO MES: ' DELIMITED BY SIZE
                  WRK-QTD-AFASTADOS DELIMITED BY SIZE
                  '   DIAS SEM SALARIO DA EMPRESA: ' DELIMITED BY SIZE
                  WRK-TOTAL-SEM-SALARIO DELIMITED BY SIZE
             INTO RELATORIO-REC.
           WRITE RELATORIO-REC.
           CLOSE RELATORIO-FILE.
           DISPLAY '===================================='.
           DISPLAY 'AFASTAMENTOS NO MES: ' WRK-QTD-AFASTADOS.
           DISPLAY 'DIAS SEM SALARIO DA EMPRESA: '
                   WRK-TOTAL-SEM-SALARIO.
           DISPLAY 'RELATORIO GRAVADO: AFAST85REL'.
       0255-LER-COMPETENCIA.
      *>********* LENDO A COMPETENCIA DO RELATORIO (AAAAMM; ZEROS =
      *>          MES CORRENTE)
           DISPLAY 'COMPETENCIA (AAAAMM, 0 = MES CORRENTE): '.
           MOVE ZEROS TO WRK-COMPETENCIA-DIGITADA.
           ACCEPT WRK-COMPETENCIA-DIGITADA FROM CONSOLE.
           MOVE WRK-COMPETENCIA-DIGITADA TO WRK-COMPETENCIA.
           MOVE 'N' TO WRK-COMP-OK.
           IF WRK-COMPETENCIA NUMERIC
               IF WRK-COMPETENCIA = ZEROS
                   MOVE WRK-HOJE-ANO TO WRK-COMP-ANO
                   MOVE WRK-HOJE-MES TO WRK-COMP-MES
               END-IF
               IF WRK-COMP-ANO >= 1900
                  AND WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
                   MOVE 'S' TO WRK-COMP-OK
               END-IF
           END-IF.
           IF NOT COMPETENCIA-VALIDA
               DISPLAY 'COMPETENCIA INVALIDA.'
           END-IF.
       0260-RELATAR-UM.
      *>********* LISTANDO UM AFASTAMENTO QUE TOCA A COMPETENCIA
           MOVE WRK-MES-INICIO TO WRK-AF-PER-INICIO.
           MOVE WRK-MES-FIM TO WRK-AF-PER-FIM.
           PERFORM 9728-APURAR-LINHA-AF.
           IF WRK-AF-DIAS-AFASTADO > ZEROS
               MOVE WRK-AF-DIAS-AFASTADO TO WRK-DIAS-MES
               MOVE WRK-AF-DIAS-SEM-PAGA TO WRK-DIAS-SEM-SALARIO
               MOVE WRK-AF-INICIO(WRK-AF-IDX) TO WRK-AF-PER-INICIO
               MOVE WRK-MES-FIM TO WRK-AF-PER-FIM
               PERFORM 9728-APURAR-LINHA-AF
               MOVE WRK-AF-DIAS-AFASTADO TO WRK-DURACAO
               ADD 1 TO WRK-QTD-AFASTADOS
               ADD WRK-DIAS-SEM-SALARIO TO WRK-TOTAL-SEM-SALARIO
               PERFORM 0700-EDITAR-LINHA
               MOVE WRK-DIAS-MES TO WRK-DIAS-MES-ED
               MOVE WRK-DIAS-SEM-SALARIO TO WRK-DIAS-SEM-SALARIO-ED
               MOVE WRK-DURACAO TO WRK-DURACAO-ED
               MOVE SPACES TO RELATORIO-REC
               STRING WRK-AF-MATRICULA(WRK-AF-IDX) ' '
                      WRK-AF-NOME(WRK-AF-IDX) ' '
                      WRK-TIPO-DESCRICAO ' '
                      WRK-INICIO-ED ' ' WRK-FIM-ED ' '
                      WRK-DIAS-MES-ED '  '
                      WRK-DIAS-SEM-SALARIO-ED '  '
                      WRK-DURACAO-ED
                          DELIMITED BY SIZE
                 INTO RELATORIO-REC
               WRITE RELATORIO-REC
               DISPLAY WRK-AF-MATRICULA(WRK-AF-IDX) ' '
                       WRK-AF-NOME(WRK-AF-IDX) ' '
                       WRK-TIPO-DESCRICAO ' DIAS NO MES: '
                       WRK-DIAS-MES-ED ' DURACAO: ' WRK-DURACAO-ED
           END-IF.
       0600-LER-MATRICULA.
      *>********* LENDO A MATRICULA DO FUNCIONARIO E CONFERINDO-A NO
      *>          CADASTRO MESTRE
           DISPLAY 'MATRICULA DO FUNCIONARIO: '.
           MOVE ZEROS TO WRK-MATRICULA.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE ZEROS TO WRK-FUNC-ACHADO.
           IF WRK-MATRICULA > ZEROS
               PERFORM 0605-TESTAR-MATRICULA
                   VARYING WRK-FUNC-IDX FROM 1 BY 1
                   UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                      OR WRK-FUNC-ACHADO > ZEROS
           END-IF.
           IF WRK-FUNC-ACHADO = ZEROS
               DISPLAY 'MATRICULA NAO ENCONTRADA: ' WRK-MATRICULA
           ELSE
               MOVE WRK-FUNC-NOME(WRK-FUNC-ACHADO) TO WRK-NOME
               DISPLAY 'FUNCIONARIO: ' WRK-NOME
           END-IF.
       0605-TESTAR-MATRICULA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A MATRICULA
           IF WRK-FUNC-MATRICULA(WRK-FUNC-IDX) = WRK-MATRICULA
               MOVE WRK-FUNC-IDX TO WRK-FUNC-ACHADO
           END-IF.
       0610-LER-TIPO.
      *>********* LENDO E VALIDANDO O TIPO DO AFASTAMENTO
           DISPLAY 'TIPO (D=DOENCA A=ACIDENTE DE TRABALHO '
                   'M=MATERNIDADE N=NAO REMUNERADA): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO.'
           END-IF.
       0620-LER-INICIO.
      *>********* LENDO E VALIDANDO O PRIMEIRO DIA DO AFASTAMENTO
           DISPLAY 'INICIO DO AFASTAMENTO (AAAAMMDD): '.
           MOVE ZEROS TO WRK-DATA-DIGITADA.
           ACCEPT WRK-DATA-DIGITADA FROM CONSOLE.
           MOVE WRK-DATA-DIGITADA TO WRK-DATA-LIDA.
           PERFORM 0630-VALIDAR-DATA.
           IF DATA-VALIDA
               MOVE WRK-DATA-LIDA TO WRK-INICIO
           ELSE
               DISPLAY 'DATA INVALIDA. INFORME UMA DATA REAL.'
           END-IF.
       0625-LER-FIM.
      *>********* LENDO O ULTIMO DIA DO AFASTAMENTO (ZEROS = SEM
      *>          DATA DE RETORNO), QUE NAO PODE SER ANTERIOR AO
      *>          INICIO
           DISPLAY 'RETORNO - ULTIMO DIA AFASTADO (AAAAMMDD, '
                   '0 = EM ABERTO): '.
           MOVE ZEROS TO WRK-DATA-DIGITADA.
           ACCEPT WRK-DATA-DIGITADA FROM CONSOLE.
           MOVE WRK-DATA-DIGITADA TO WRK-DATA-LIDA.
           IF WRK-DATA-LIDA = ZEROS
               MOVE 'S' TO WRK-DATA-OK
           ELSE
               PERFORM 0630-VALIDAR-DATA
               IF DATA-VALIDA AND WRK-DATA-LIDA < WRK-INICIO
                   MOVE 'N' TO WRK-DATA-OK
               END-IF
           END-IF.
           IF DATA-VALIDA
               MOVE WRK-DATA-LIDA TO WRK-FIM
           ELSE
               DISPLAY 'DATA INVALIDA OU ANTERIOR AO INICIO.'
           END-IF.
       0630-VALIDAR-DATA.
      *>********* CONFERINDO SE WRK-DATA-LIDA E UMA DATA REAL A
      *>          PARTIR DE 1900
           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-DATA-LIDA NUMERIC
              AND WRK-LIDA-ANO >= 1900
              AND WRK-LIDA-MES >= 1 AND WRK-LIDA-MES <= 12
               EVALUATE WRK-LIDA-MES
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO WRK-DIAS-DO-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WRK-DIAS-DO-MES
                   WHEN OTHER
                       PERFORM 0635-DIAS-DE-FEVEREIRO
               END-EVALUATE
               IF WRK-LIDA-DIA >= 1
                  AND WRK-LIDA-DIA <= WRK-DIAS-DO-MES
                   MOVE 'S' TO WRK-DATA-OK
               END-IF
           END-IF.
       0635-DIAS-DE-FEVEREIRO.
      *>********* FEVEREIRO TEM 29 DIAS SOMENTE EM ANO BISSEXTO
           DIVIDE WRK-LIDA-ANO BY 4
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-4.
           DIVIDE WRK-LIDA-ANO BY 100
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-100.
           DIVIDE WRK-LIDA-ANO BY 400
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-400.
           IF WRK-RESTO-400 = ZEROS
              OR (WRK-RESTO-4 = ZEROS AND WRK-RESTO-100 NOT = ZEROS)
               MOVE 29 TO WRK-DIAS-DO-MES
           ELSE
               MOVE 28 TO WRK-DIAS-DO-MES
           END-IF.
       0640-LOCALIZAR-AFASTAMENTO.
      *>********* LOCALIZANDO O AFASTAMENTO (MATRICULA E INICIO) NA
      *>          TABELA DE TRABALHO
           MOVE ZEROS TO WRK-AF-ACHADO.
           PERFORM 0645-TESTAR-AFASTAMENTO
               VARYING WRK-AF-IDX FROM 1 BY 1
               UNTIL WRK-AF-IDX > WRK-AF-QTD
                  OR WRK-AF-ACHADO > ZEROS.
       0645-TESTAR-AFASTAMENTO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O AFASTAMENTO
           IF WRK-AF-MATRICULA(WRK-AF-IDX) = WRK-MATRICULA
              AND WRK-AF-INICIO(WRK-AF-IDX) = WRK-INICIO
               MOVE WRK-AF-IDX TO WRK-AF-ACHADO
           END-IF.
       0650-TESTAR-SOBREPOSICAO.
      *>********* UM FUNCIONARIO NAO PODE TER DOIS AFASTAMENTOS NO
      *>          MESMO DIA (O PROPRIO REGISTRO EM ALTERACAO NAO
      *>          CONTA); AFASTAMENTO EM ABERTO VAI ATE O INFINITO
           MOVE ZEROS TO WRK-AF-CONFLITO.
           IF WRK-FIM = ZEROS
               MOVE 99999999 TO WRK-FIM-TESTE
           ELSE
               MOVE WRK-FIM TO WRK-FIM-TESTE
           END-IF.
           PERFORM 0655-TESTAR-UM-PERIODO
               VARYING WRK-AF-IDX FROM 1 BY 1
               UNTIL WRK-AF-IDX > WRK-AF-QTD
                  OR WRK-AF-CONFLITO > ZEROS.
       0655-TESTAR-UM-PERIODO.
      *>********* COMPARANDO O PERIODO COM UM AFASTAMENTO DA TABELA
           IF WRK-AF-FIM(WRK-AF-IDX) = ZEROS
               MOVE 99999999 TO WRK-FIM-LINHA
           ELSE
               MOVE WRK-AF-FIM(WRK-AF-IDX) TO WRK-FIM-LINHA
           END-IF.
           IF WRK-AF-MATRICULA(WRK-AF-IDX) = WRK-MATRICULA
              AND WRK-AF-IDX NOT = WRK-AF-ACHADO
              AND WRK-AF-INICIO(WRK-AF-IDX) NOT > WRK-FIM-TESTE
              AND WRK-FIM-LINHA NOT < WRK-INICIO
               MOVE WRK-AF-IDX TO WRK-AF-CONFLITO
           END-IF.
       0700-EDITAR-LINHA.
      *>********* EDITANDO O TIPO E AS DATAS DA POSICAO WRK-AF-IDX
      *>          PARA EXIBICAO
           EVALUATE WRK-AF-TIPO(WRK-AF-IDX)
               WHEN 'D'
                   MOVE 'DOENCA' TO WRK-TIPO-DESCRICAO
               WHEN 'A'
                   MOVE 'ACIDENTE' TO WRK-TIPO-DESCRICAO
               WHEN 'M'
                   MOVE 'MATERNIDADE' TO WRK-TIPO-DESCRICAO
               WHEN 'N'
                   MOVE 'NAO REMUNER.' TO WRK-TIPO-DESCRICAO
               WHEN OTHER
                   MOVE 'TIPO INVALIDO' TO WRK-TIPO-DESCRICAO
           END-EVALUATE.
           MOVE WRK-AF-INICIO(WRK-AF-IDX) TO WRK-DATA-LIDA.
           MOVE WRK-LIDA-DIA TO WRK-ED-DIA.
           MOVE WRK-LIDA-MES TO WRK-ED-MES.
           MOVE WRK-LIDA-ANO TO WRK-ED-ANO.
           MOVE WRK-DATA-ED TO WRK-INICIO-ED.
           IF WRK-AF-FIM(WRK-AF-IDX) = ZEROS
               MOVE 'EM ABERTO' TO WRK-FIM-ED
           ELSE
               MOVE WRK-AF-FIM(WRK-AF-IDX) TO WRK-DATA-LIDA
               MOVE WRK-LIDA-DIA TO WRK-ED-DIA
               MOVE WRK-LIDA-MES TO WRK-ED-MES
               MOVE WRK-LIDA-ANO TO WRK-ED-ANO
               MOVE WRK-DATA-ED TO WRK-FIM-ED
           END-IF.
       0800-GRAVAR-AFASTAMENTOS.
      *>********* REGRAVANDO O CADASTRO DE AFASTAMENTOS A PARTIR DA
      *>          TABELA
           OPEN OUTPUT AFAST-FILE.
           PERFORM 0810-GRAVAR-UM-AFASTAMENTO
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-AF-QTD.
           CLOSE AFAST-FILE.
       0810-GRAVAR-UM-AFASTAMENTO.
      *>********* GRAVANDO UM AFASTAMENTO NO CADASTRO
           MOVE WRK-AF-MATRICULA(WRK-CONT) TO AFA-MATRICULA.
           MOVE WRK-AF-NOME(WRK-CONT) TO AFA-NOME.
           MOVE WRK-AF-TIPO(WRK-CONT) TO AFA-TIPO.
           MOVE WRK-AF-INICIO(WRK-CONT) TO AFA-INICIO.
           MOVE WRK-AF-FIM(WRK-CONT) TO AFA-FIM.
           WRITE AFAST-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DO CADASTRO
           DISPLAY 'ENCERRANDO A MANUTENCAO DE AFASTAMENTOS.'.
           COPY 'AFASTREG-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL85'==.
