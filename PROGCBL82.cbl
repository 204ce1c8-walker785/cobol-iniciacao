       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL82.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: MANUTENCAO DO CADASTRO DE DEPENDENTES (DEPENDMST:
      *>           MATRICULA DO FUNCIONARIO, NOME DO DEPENDENTE,
      *>           NASCIMENTO, PARENTESCO E FLAG DE IR), NOS MOLDES
      *>           DO CADASTRO DE CENTROS DE CUSTO DO PROGCBL47, PARA
      *>           A FOLHA (PROGCBL05) DEDUZIR OS DEPENDENTES DA BASE
      *>           DO IRRF SEM DEVOLUCAO MANUAL
      *> OBJETIVO: REGISTRAR TODA ALTERACAO NA TRILHA DE AUDITORIA
      *>           CENTRAL
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPEND-FILE ASSIGN TO 'DEPENDMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPEND-STATUS.
           SELECT FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPEND-FILE.
       01  DEPEND-REC.
           COPY 'DEPEND.cbl'.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'DEPENDIR.cbl'.
       77 WRK-DEPEND-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DEPEND-EOF PIC X(01) VALUE 'N'.
         88 FIM-DEPEND VALUE 'S'.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-INCLUIR VALUE 01.
          88 OPCAO-ALTERAR VALUE 02.
          88 OPCAO-EXCLUIR VALUE 03.
          88 OPCAO-LISTAR VALUE 04.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 99.
      *>********* FUNCIONARIOS DO CADASTRO MESTRE (SO PARA CONFERIR A
      *>          MATRICULA INFORMADA E EXIBIR O NOME)
       01 WRK-FUNC-TAB.
          02 WRK-FUNC-LINHA OCCURS 200 TIMES.
             03 WRK-FUNC-MATRICULA PIC 9(06).
             03 WRK-FUNC-NOME PIC X(25).
       77 WRK-FUNC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* CADASTRO DE DEPENDENTES EM MEMORIA
       01 WRK-DEP-TAB.
          02 WRK-DEP-LINHA OCCURS 500 TIMES.
             03 WRK-DEP-MATRICULA PIC 9(06).
             03 WRK-DEP-NOME PIC X(25).
             03 WRK-DEP-NASCIMENTO PIC 9(08).
             03 WRK-DEP-PARENTESCO PIC X(01).
             03 WRK-DEP-IR PIC X(01).
       77 WRK-DEP-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-DEP-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DEP-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       01 WRK-NASCIMENTO.
          02 WRK-NASC-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-NASC-MES PIC 9(02) VALUE ZEROS.
          02 WRK-NASC-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-NASC-OK PIC X(01) VALUE 'N'.
         88 NASCIMENTO-VALIDO VALUE 'S'.
       77 WRK-DIAS-DO-MES PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-4 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-100 PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-400 PIC 9(04) VALUE ZEROS.
       77 WRK-QUOCIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-PARENTESCO PIC X(01) VALUE SPACES.
         88 PARENTESCO-VALIDO VALUES 'C' 'F' 'U' 'I' 'P' 'O'.
       77 WRK-IR PIC X(01) VALUE SPACES.
         88 IR-VALIDO VALUES 'S' 'N'.
       77 WRK-SITUACAO-IR PIC X(12) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
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
           DISPLAY ' MANUTENCAO DE DEPENDENTES (IRRF)'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0105-CARREGAR-MESTRE.
           PERFORM 0110-CARREGAR-DEPENDENTES.
           DISPLAY 'FUNCIONARIOS CARREGADOS: ' WRK-FUNC-QTD.
           DISPLAY 'DEPENDENTES CARREGADOS: ' WRK-DEP-QTD.
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
      *>          SEM MATRICULA NAO RECEBE DEPENDENTE)
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
       0110-CARREGAR-DEPENDENTES.
      *>********* CARREGANDO O CADASTRO DE DEPENDENTES PARA A TABELA
           OPEN INPUT DEPEND-FILE.
           IF WRK-DEPEND-STATUS = '00'
               PERFORM 0115-LER-DEPENDENTE UNTIL FIM-DEPEND
           END-IF.
           CLOSE DEPEND-FILE.
           IF CARGA-ESTOUROU
      *>********* CADASTRO MAIOR QUE A TABELA DE TRABALHO: QUALQUER
      *>          REGRAVACAO PERDERIA OS DEPENDENTES EXCEDENTES
               DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO '
                       '(500) - MANUTENCAO BLOQUEADA.'
           END-IF.
       0115-LER-DEPENDENTE.
      *>********* LENDO UM DEPENDENTE DO CADASTRO
           READ DEPEND-FILE
               AT END
                   MOVE 'S' TO WRK-DEPEND-EOF
               NOT AT END
                   IF WRK-DEP-QTD >= 500
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-DEP-QTD
                       MOVE DEP-MATRICULA
                           TO WRK-DEP-MATRICULA(WRK-DEP-QTD)
                       MOVE DEP-NOME TO WRK-DEP-NOME(WRK-DEP-QTD)
                       MOVE DEP-NASCIMENTO
                           TO WRK-DEP-NASCIMENTO(WRK-DEP-QTD)
                       MOVE DEP-PARENTESCO
                           TO WRK-DEP-PARENTESCO(WRK-DEP-QTD)
                       MOVE DEP-IR TO WRK-DEP-IR(WRK-DEP-QTD)
                   END-IF
           END-READ.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           IF CARGA-ESTOUROU
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
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' DEPENDENTES'.
           DISPLAY '================================'.
           DISPLAY ' 01 - INCLUIR DEPENDENTE'.
           DISPLAY ' 02 - ALTERAR DEPENDENTE'.
           DISPLAY ' 03 - EXCLUIR DEPENDENTE'.
           DISPLAY ' 04 - LISTAR DEPENDENTES DO FUNCIONARIO'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-INCLUIR.
      *>********* INCLUINDO UM DEPENDENTE NOVO PARA UM FUNCIONARIO
           IF WRK-DEP-QTD >= 500
               DISPLAY 'CADASTRO CHEIO. INCLUSAO NAO PERMITIDA.'
           ELSE
               PERFORM 0600-LER-MATRICULA
               IF WRK-FUNC-ACHADO > ZEROS
                   PERFORM 0610-LER-NOME
                   PERFORM 0640-LOCALIZAR-DEPENDENTE
                   EVALUATE TRUE
                       WHEN WRK-NOME = SPACES
                           DISPLAY 'NOME NAO PODE FICAR EM BRANCO.'
                       WHEN WRK-DEP-ACHADO > ZEROS
                           DISPLAY 'DEPENDENTE JA CADASTRADO: ' WRK-NOME
                       WHEN OTHER
                           PERFORM 0620-LER-NASCIMENTO WITH TEST AFTER
                               UNTIL NASCIMENTO-VALIDO
                           PERFORM 0630-LER-PARENTESCO WITH TEST AFTER
                               UNTIL PARENTESCO-VALIDO
                           PERFORM 0635-LER-IR WITH TEST AFTER
                               UNTIL IR-VALIDO
                           ADD 1 TO WRK-DEP-QTD
                           MOVE WRK-MATRICULA
                               TO WRK-DEP-MATRICULA(WRK-DEP-QTD)
                           MOVE WRK-NOME TO WRK-DEP-NOME(WRK-DEP-QTD)
                           MOVE WRK-NASCIMENTO
                               TO WRK-DEP-NASCIMENTO(WRK-DEP-QTD)
                           MOVE WRK-PARENTESCO
                               TO WRK-DEP-PARENTESCO(WRK-DEP-QTD)
                           MOVE WRK-IR TO WRK-DEP-IR(WRK-DEP-QTD)
                           PERFORM 0800-GRAVAR-DEPENDENTES
                           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                           MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO
                           MOVE SPACES TO WRK-AUDIT-ANTES
                           MOVE SPACES TO WRK-AUDIT-DEPOIS
                           STRING WRK-MATRICULA ' ' WRK-NOME
                               DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                           PERFORM 9500-GRAVAR-AUDITORIA
                           DISPLAY 'DEPENDENTE INCLUIDO: ' WRK-NOME
                   END-EVALUATE
               END-IF
           END-IF.
       0220-ALTERAR.
      *>********* ALTERANDO NASCIMENTO, PARENTESCO E FLAG DE IR DE UM
      *>          DEPENDENTE JA CADASTRADO
           PERFORM 0600-LER-MATRICULA.
           IF WRK-FUNC-ACHADO > ZEROS
               PERFORM 0610-LER-NOME
               PERFORM 0640-LOCALIZAR-DEPENDENTE
               IF WRK-DEP-ACHADO = ZEROS
                   DISPLAY 'DEPENDENTE NAO ENCONTRADO: ' WRK-NOME
               ELSE
                   MOVE SPACES TO WRK-AUDIT-ANTES
                   STRING WRK-DEP-NASCIMENTO(WRK-DEP-ACHADO) ' '
                          WRK-DEP-PARENTESCO(WRK-DEP-ACHADO) ' '
                          WRK-DEP-IR(WRK-DEP-ACHADO)
                       DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                   PERFORM 0620-LER-NASCIMENTO WITH TEST AFTER
                       UNTIL NASCIMENTO-VALIDO
                   PERFORM 0630-LER-PARENTESCO WITH TEST AFTER
                       UNTIL PARENTESCO-VALIDO
                   PERFORM 0635-LER-IR WITH TEST AFTER
                       UNTIL IR-VALIDO
                   MOVE WRK-NASCIMENTO
                       TO WRK-DEP-NASCIMENTO(WRK-DEP-ACHADO)
                   MOVE WRK-PARENTESCO
                       TO WRK-DEP-PARENTESCO(WRK-DEP-ACHADO)
                   MOVE WRK-IR TO WRK-DEP-IR(WRK-DEP-ACHADO)
                   PERFORM 0800-GRAVAR-DEPENDENTES
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'ALTERACAO' TO WRK-AUDIT-ACAO
                   MOVE SPACES TO WRK-AUDIT-DEPOIS
                   STRING WRK-NASCIMENTO ' ' WRK-PARENTESCO ' '
                          WRK-IR
                       DELIMITED BY SIZE INTO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'DEPENDENTE ALTERADO: ' WRK-NOME
               END-IF
           END-IF.
       0230-EXCLUIR.
      *>********* EXCLUINDO UM DEPENDENTE DO CADASTRO
           PERFORM 0600-LER-MATRICULA.
           IF WRK-FUNC-ACHADO > ZEROS
               PERFORM 0610-LER-NOME
               PERFORM 0640-LOCALIZAR-DEPENDENTE
               IF WRK-DEP-ACHADO = ZEROS
                   DISPLAY 'DEPENDENTE NAO ENCONTRADO: ' WRK-NOME
               ELSE
                   DISPLAY 'CONFIRMA A EXCLUSAO DE ' WRK-NOME
                           ' (S/N): '
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA = 'S'
                       PERFORM 0235-RETIRAR-DA-TABELA
                       PERFORM 0800-GRAVAR-DEPENDENTES
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'EXCLUSAO' TO WRK-AUDIT-ACAO
                       MOVE SPACES TO WRK-AUDIT-ANTES
                       STRING WRK-MATRICULA ' ' WRK-NOME
                           DELIMITED BY SIZE INTO WRK-AUDIT-ANTES
                       MOVE SPACES TO WRK-AUDIT-DEPOIS
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'DEPENDENTE EXCLUIDO: ' WRK-NOME
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.
       0235-RETIRAR-DA-TABELA.
      *>********* COMPACTANDO A TABELA A PARTIR DA POSICAO RETIRADA
           PERFORM 0236-SUBIR-UM
               VARYING WRK-CONT FROM WRK-DEP-ACHADO BY 1
               UNTIL WRK-CONT >= WRK-DEP-QTD.
           SUBTRACT 1 FROM WRK-DEP-QTD.
       0236-SUBIR-UM.
      *>********* SUBINDO UMA POSICAO DA TABELA
           ADD 1 TO WRK-CONT GIVING WRK-DEP-IDX.
           MOVE WRK-DEP-LINHA(WRK-DEP-IDX)
               TO WRK-DEP-LINHA(WRK-CONT).
       0240-LISTAR.
      *>********* LISTANDO OS DEPENDENTES DE UM FUNCIONARIO, COM A
      *>          SITUACAO PARA O IRRF NA DATA DE HOJE
           PERFORM 0600-LER-MATRICULA.
           IF WRK-FUNC-ACHADO > ZEROS
               MOVE ZEROS TO WRK-QTD-LISTADOS
               DISPLAY '===================================='
               PERFORM 0245-LISTAR-UM
                   VARYING WRK-DEP-IDX FROM 1 BY 1
                   UNTIL WRK-DEP-IDX > WRK-DEP-QTD
               IF WRK-QTD-LISTADOS = ZEROS
                   DISPLAY ' NENHUM DEPENDENTE CADASTRADO.'
               END-IF
               DISPLAY '===================================='
           END-IF.
       0245-LISTAR-UM.
      *>********* LISTANDO UM DEPENDENTE DO FUNCIONARIO
           IF WRK-DEP-MATRICULA(WRK-DEP-IDX) = WRK-MATRICULA
               ADD 1 TO WRK-QTD-LISTADOS
               MOVE WRK-DEP-NASCIMENTO(WRK-DEP-IDX)
                   TO WRK-DI-NASCIMENTO
               MOVE WRK-DEP-PARENTESCO(WRK-DEP-IDX)
                   TO WRK-DI-PARENTESCO
               MOVE WRK-DEP-IR(WRK-DEP-IDX) TO WRK-DI-IR
               MOVE WRK-DATA-HOJE TO WRK-DI-DATA-REF
               PERFORM 9690-TESTAR-DEPENDENTE-IR
               IF DEPENDENTE-CONTA-IR
                   MOVE 'DEDUZ IRRF' TO WRK-SITUACAO-IR
               ELSE
                   MOVE 'NAO DEDUZ' TO WRK-SITUACAO-IR
               END-IF
               DISPLAY WRK-DEP-NOME(WRK-DEP-IDX) ' '
                       WRK-DEP-NASCIMENTO(WRK-DEP-IDX) ' '
                       WRK-DEP-PARENTESCO(WRK-DEP-IDX) ' IR='
                       WRK-DEP-IR(WRK-DEP-IDX) ' '
                       WRK-SITUACAO-IR
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
               DISPLAY 'FUNCIONARIO: '
                       WRK-FUNC-NOME(WRK-FUNC-ACHADO)
           END-IF.
       0605-TESTAR-MATRICULA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A MATRICULA
           IF WRK-FUNC-MATRICULA(WRK-FUNC-IDX) = WRK-MATRICULA
               MOVE WRK-FUNC-IDX TO WRK-FUNC-ACHADO
           END-IF.
       0610-LER-NOME.
      *>********* LENDO O NOME DO DEPENDENTE
           DISPLAY 'NOME DO DEPENDENTE: '.
           ACCEPT WRK-NOME FROM CONSOLE.
       0620-LER-NASCIMENTO.
      *>********* LENDO E VALIDANDO O NASCIMENTO (AAAAMMDD): DATA
      *>          REAL, A PARTIR DE 1900 E NAO POSTERIOR A HOJE
           DISPLAY 'NASCIMENTO (AAAAMMDD): '.
           MOVE ZEROS TO WRK-NASCIMENTO.
           ACCEPT WRK-NASCIMENTO FROM CONSOLE.
           MOVE 'N' TO WRK-NASC-OK.
           IF WRK-NASCIMENTO NUMERIC
              AND WRK-NASC-ANO >= 1900
              AND WRK-NASCIMENTO NOT > WRK-DATA-HOJE
              AND WRK-NASC-MES >= 1 AND WRK-NASC-MES <= 12
               EVALUATE WRK-NASC-MES
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO WRK-DIAS-DO-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WRK-DIAS-DO-MES
                   WHEN OTHER
                       PERFORM 0625-DIAS-DE-FEVEREIRO
               END-EVALUATE
               IF WRK-NASC-DIA >= 1
                  AND WRK-NASC-DIA <= WRK-DIAS-DO-MES
                   MOVE 'S' TO WRK-NASC-OK
               END-IF
           END-IF.
           IF NOT NASCIMENTO-VALIDO
               DISPLAY 'DATA INVALIDA. INFORME UMA DATA REAL.'
           END-IF.
       0625-DIAS-DE-FEVEREIRO.
      *>********* FEVEREIRO TEM 29 DIAS SOMENTE EM ANO BISSEXTO
           DIVIDE WRK-NASC-ANO BY 4
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-4.
           DIVIDE WRK-NASC-ANO BY 100
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-100.
           DIVIDE WRK-NASC-ANO BY 400
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO-400.
           IF WRK-RESTO-400 = ZEROS
              OR (WRK-RESTO-4 = ZEROS AND WRK-RESTO-100 NOT = ZEROS)
               MOVE 29 TO WRK-DIAS-DO-MES
           ELSE
               MOVE 28 TO WRK-DIAS-DO-MES
           END-IF.
       0630-LER-PARENTESCO.
      *>********* LENDO E VALIDANDO O PARENTESCO
           DISPLAY 'PARENTESCO (C=CONJUGE F=FILHO ATE 21 '
                   'U=UNIVERSITARIO ATE 24 I=INCAPAZ P=PAIS '
                   'O=OUTROS): '.
           ACCEPT WRK-PARENTESCO FROM CONSOLE.
           IF NOT PARENTESCO-VALIDO
               DISPLAY 'PARENTESCO INVALIDO.'
           END-IF.
       0635-LER-IR.
      *>********* LENDO E VALIDANDO O FLAG DE DEPENDENTE DE IR
           DISPLAY 'DEPENDENTE PARA O IRRF (S/N): '.
           ACCEPT WRK-IR FROM CONSOLE.
           IF NOT IR-VALIDO
               DISPLAY 'RESPONDA S OU N.'
           END-IF.
       0640-LOCALIZAR-DEPENDENTE.
      *>********* LOCALIZANDO O DEPENDENTE (MATRICULA E NOME) NA
      *>          TABELA DE TRABALHO
           MOVE ZEROS TO WRK-DEP-ACHADO.
           PERFORM 0645-TESTAR-DEPENDENTE
               VARYING WRK-DEP-IDX FROM 1 BY 1
               UNTIL WRK-DEP-IDX > WRK-DEP-QTD
                  OR WRK-DEP-ACHADO > ZEROS.
       0645-TESTAR-DEPENDENTE.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O DEPENDENTE
           IF WRK-DEP-MATRICULA(WRK-DEP-IDX) = WRK-MATRICULA
              AND WRK-DEP-NOME(WRK-DEP-IDX) = WRK-NOME
               MOVE WRK-DEP-IDX TO WRK-DEP-ACHADO
           END-IF.
       0800-GRAVAR-DEPENDENTES.
      *>********* REGRAVANDO O CADASTRO DE DEPENDENTES A PARTIR DA
      *>          TABELA
           OPEN OUTPUT DEPEND-FILE.
           PERFORM 0810-GRAVAR-UM-DEPENDENTE
               VARYING WRK-CONT FROM 1 BY 1
               UNTIL WRK-CONT > WRK-DEP-QTD.
           CLOSE DEPEND-FILE.
       0810-GRAVAR-UM-DEPENDENTE.
      *>********* GRAVANDO UM DEPENDENTE NO CADASTRO
           MOVE WRK-DEP-MATRICULA(WRK-CONT) TO DEP-MATRICULA.
           MOVE WRK-DEP-NOME(WRK-CONT) TO DEP-NOME.
           MOVE WRK-DEP-NASCIMENTO(WRK-CONT) TO DEP-NASCIMENTO.
           MOVE WRK-DEP-PARENTESCO(WRK-CONT) TO DEP-PARENTESCO.
           MOVE WRK-DEP-IR(WRK-CONT) TO DEP-IR.
           WRITE DEPEND-REC.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DO CADASTRO
           DISPLAY 'ENCERRANDO A MANUTENCAO DE DEPENDENTES.'.
           COPY 'DEPENDIR-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL82'==.
