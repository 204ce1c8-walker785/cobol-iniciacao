      *>           (CADASTRO CCUSTOMST DO PROGCBL47), USADO PELA
      *>           FOLHA PARA O QUEBRA-CUSTO POR CENTRO; CADASTRO
      *>           ANTIGO MIGRA COM O CENTRO EM BRANCO
      *> OBJETIVO: ATRIBUIR A CADA FUNCIONARIO UMA MATRICULA
      *>           PERMANENTE (CONTROLE MATRCTL26, NUNCA REAPROVEITADA
      *>           MESMO APOS A INATIVACAO) E GUARDAR O CPF COM OS
      *>           DIGITOS VERIFICADORES CONFERIDOS; CADASTRO ANTIGO
      *>           SEM MATRICULA RECEBE A SUA NA CARGA. A MATRICULA E
      *>           A CHAVE DA FOLHA E DOS ARQUIVOS DE RH, ENTAO
      *>           HOMONIMOS PASSAM A SER ACEITOS (COM CONFIRMACAO) E
      *>           O NOME PODE SER CORRIGIDO SEM ORFANAR O HISTORICO
      *> OBJETIVO: PRESERVAR A DATA DO DESLIGAMENTO (PROGCBL48) NA
      *>           REGRAVACAO DO CADASTRO MESTRE
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL MATRCTL-FILE ASSIGN TO 'MATRCTL26'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MATRCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCREG-FILE.
           COPY 'FUNCMST.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  MATRCTL-FILE.
       01  MATRCTL-REC.
           02 MATRCTL-ULTIMA PIC 9(06).
       WORKING-STORAGE SECTION.
       COPY 'AUDITLOG.cbl'.
       COPY 'SECULO.cbl'.
       77 WRK-FUNCREG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCIONARIO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-MATRCTL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
       77 WRK-FUNCREG-EOF PIC X(01) VALUE 'N'.
             03 WRK-FUNC-SALARIO PIC 9(06)V99.
             03 WRK-FUNC-CCUSTO PIC X(04).
             03 WRK-FUNC-SITUACAO PIC X(01).
             03 WRK-FUNC-MATRICULA PIC 9(06).
             03 WRK-FUNC-CPF PIC 9(11).
             03 WRK-FUNC-DATA-DESLIG PIC 9(08).
       77 WRK-FUNC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-NOME-NOVO PIC X(25) VALUE SPACES.
       77 WRK-QTD-HOMONIMOS PIC 9(03) VALUE ZEROS.
      *>********* MATRICULA PERMANENTE: A ULTIMA ATRIBUIDA FICA NO
      *>          CONTROLE MATRCTL26, PARA A INATIVACAO (QUE RETIRA O
      *>          FUNCIONARIO DO CADASTRO) NAO LIBERAR O NUMERO
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-MAT-ULTIMA PIC 9(06) VALUE ZEROS.
       77 WRK-MAT-ATRIBUIDAS PIC 9(03) VALUE ZEROS.
      *>********* CPF E CONFERENCIA DOS DIGITOS VERIFICADORES
       01 WRK-CPF PIC 9(11) VALUE ZEROS.
       01 WRK-CPF-DIGITOS REDEFINES WRK-CPF.
          02 WRK-CPF-DIG PIC 9(01) OCCURS 11 TIMES.
       77 WRK-CPF-OK PIC X(01) VALUE 'N'.
         88 CPF-VALIDO VALUE 'S'.
       77 WRK-CPF-MANTER PIC X(01) VALUE 'N'.
         88 CPF-PODE-MANTER VALUE 'S'.
       77 WRK-CPF-I PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-IGUAIS PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-SOMA PIC 9(04) VALUE ZEROS.
       77 WRK-CPF-RESTO PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-DV PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-DUPLICADO PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-OK PIC X(01) VALUE 'N'.
         88 NOME-VALIDO VALUE 'S'.
       01 WRK-ENTRADA.
                           'ANTIGOS.'
               END-IF
           END-IF.
           PERFORM 0130-CARREGAR-CONTROLE.
           IF NOT CARGA-ESTOUROU
               PERFORM 0140-ATRIBUIR-MATRICULAS
           END-IF.
           DISPLAY 'FUNCIONARIOS CARREGADOS: ' WRK-FUNC-QTD.
       0105-CARREGAR-MESTRE.
      *>********* CARREGANDO O CADASTRO MESTRE PARA A TABELA DE
                               TO WRK-FUNC-CCUSTO(WRK-FUNC-QTD)
                           MOVE FUNCMST-SITUACAO
                               TO WRK-FUNC-SITUACAO(WRK-FUNC-QTD)
                           PERFORM 0107-CARREGAR-CHAVES
                   END-EVALUATE
           END-READ.
       0107-CARREGAR-CHAVES.
      *>********* CARREGANDO A MATRICULA, O CPF E A DATA DO
      *>          DESLIGAMENTO DO FUNCIONARIO LIDO
      *>          (REGISTRO ANTIGO, SEM OS CAMPOS, CARREGA ZEROS)
           IF FUNCMST-MATRICULA NUMERIC
               MOVE FUNCMST-MATRICULA
                   TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
           ELSE
               MOVE ZEROS TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
           END-IF.
           IF FUNCMST-CPF NUMERIC
               MOVE FUNCMST-CPF TO WRK-FUNC-CPF(WRK-FUNC-QTD)
           ELSE
               MOVE ZEROS TO WRK-FUNC-CPF(WRK-FUNC-QTD)
           END-IF.
           IF FUNCMST-DATA-DESLIG NUMERIC
               MOVE FUNCMST-DATA-DESLIG
                   TO WRK-FUNC-DATA-DESLIG(WRK-FUNC-QTD)
           ELSE
               MOVE ZEROS TO WRK-FUNC-DATA-DESLIG(WRK-FUNC-QTD)
           END-IF.
       0110-CARREGAR-QUADRO.
      *>********* CARREGANDO O QUADRO DO PROGCBL13 (NOME, DATA DE
      *>          ENTRADA E SALARIO) PARA A TABELA DE TRABALHO
                       TO WRK-FUNC-SALARIO(WRK-FUNC-QTD)
                   MOVE SPACES TO WRK-FUNC-CCUSTO(WRK-FUNC-QTD)
                   MOVE SPACES TO WRK-FUNC-SITUACAO(WRK-FUNC-QTD)
                   MOVE ZEROS TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
                   MOVE ZEROS TO WRK-FUNC-CPF(WRK-FUNC-QTD)
                   MOVE ZEROS TO WRK-FUNC-DATA-DESLIG(WRK-FUNC-QTD)
           END-READ.
       0120-COMPLETAR-DO-REGISTRO.
      *>********* COMPLETANDO COM NOMES QUE SO EXISTEM NO REGISTRO DO
                       MOVE SPACES TO WRK-FUNC-CCUSTO(WRK-FUNC-QTD)
                       MOVE SPACES
                           TO WRK-FUNC-SITUACAO(WRK-FUNC-QTD)
                       MOVE ZEROS TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
                       MOVE ZEROS TO WRK-FUNC-CPF(WRK-FUNC-QTD)
                       MOVE ZEROS
                           TO WRK-FUNC-DATA-DESLIG(WRK-FUNC-QTD)
                   END-IF
           END-READ.
       0130-CARREGAR-CONTROLE.
      *>********* LENDO A ULTIMA MATRICULA ATRIBUIDA (CONTROLE
      *>          MATRCTL26); SEM O CONTROLE, OU COM ELE ATRASADO,
      *>          VALE A MAIOR MATRICULA JA PRESENTE NO CADASTRO
           MOVE ZEROS TO WRK-MAT-ULTIMA.
           OPEN INPUT MATRCTL-FILE.
           IF WRK-MATRCTL-STATUS = '00'
               READ MATRCTL-FILE
                   NOT AT END
                       IF MATRCTL-ULTIMA NUMERIC
                           MOVE MATRCTL-ULTIMA TO WRK-MAT-ULTIMA
                       END-IF
               END-READ
           END-IF.
           CLOSE MATRCTL-FILE.
           PERFORM 0135-CONFERIR-MAIOR-MATRICULA
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD.
       0135-CONFERIR-MAIOR-MATRICULA.
      *>********* GUARDANDO A MAIOR MATRICULA DO CADASTRO
           IF WRK-FUNC-MATRICULA(WRK-FUNC-IDX) > WRK-MAT-ULTIMA
               MOVE WRK-FUNC-MATRICULA(WRK-FUNC-IDX) TO WRK-MAT-ULTIMA
           END-IF.
       0140-ATRIBUIR-MATRICULAS.
      *>********* ATRIBUINDO MATRICULA AOS FUNCIONARIOS QUE AINDA NAO
      *>          TEM (CADASTRO ANTIGO OU MIGRADO) E REGRAVANDO O
      *>          CADASTRO E O CONTROLE
           MOVE ZEROS TO WRK-MAT-ATRIBUIDAS.
           PERFORM 0145-ATRIBUIR-UMA-MATRICULA
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD.
           IF WRK-MAT-ATRIBUIDAS > ZEROS
               PERFORM 0820-GRAVAR-CONTROLE
               PERFORM 0800-GRAVAR-CADASTROS
               MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
               MOVE 'MATRICULA' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE WRK-MAT-ATRIBUIDAS TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'MATRICULAS ATRIBUIDAS A CADASTROS ANTIGOS: '
                       WRK-MAT-ATRIBUIDAS
           END-IF.
       0145-ATRIBUIR-UMA-MATRICULA.
      *>********* ATRIBUINDO A PROXIMA MATRICULA A UM FUNCIONARIO SEM
      *>          MATRICULA
           IF WRK-FUNC-MATRICULA(WRK-FUNC-IDX) = ZEROS
               ADD 1 TO WRK-MAT-ULTIMA
               MOVE WRK-MAT-ULTIMA TO WRK-FUNC-MATRICULA(WRK-FUNC-IDX)
               ADD 1 TO WRK-MAT-ATRIBUIDAS
           END-IF.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               PERFORM 0600-LER-NOME WITH TEST AFTER
                   UNTIL NOME-VALIDO
               PERFORM 0640-LOCALIZAR-FUNCIONARIO
               MOVE 'S' TO WRK-CONFIRMA
               IF WRK-FUNC-ACHADO > ZEROS
      *>********* HOMONIMO: A MATRICULA SEPARA OS DOIS, MAS O
      *>          OPERADOR CONFIRMA QUE NAO E O MESMO FUNCIONARIO
                   DISPLAY 'JA EXISTE FUNCIONARIO COM ESTE NOME:'
                   PERFORM 0665-LISTAR-HOMONIMO
                       VARYING WRK-FUNC-IDX FROM 1 BY 1
                       UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                   DISPLAY 'CONFIRMA A INCLUSAO DE OUTRO FUNCIONARIO '
                           'COM O MESMO NOME (S/N): '
                   ACCEPT WRK-CONFIRMA
               END-IF
               IF WRK-CONFIRMA NOT = 'S'
                   DISPLAY 'INCLUSAO CANCELADA.'
               ELSE
                   PERFORM 0610-LER-ENTRADA WITH TEST AFTER
                       UNTIL ENTRADA-VALIDA
                   PERFORM 0620-LER-SALARIO WITH TEST AFTER
                       UNTIL SALARIO-VALIDO
                   PERFORM 0630-LER-CCUSTO
                   MOVE ZEROS TO WRK-FUNC-ACHADO
                   MOVE 'N' TO WRK-CPF-MANTER
                   PERFORM 0650-LER-CPF WITH TEST AFTER
                       UNTIL CPF-VALIDO
                   ADD 1 TO WRK-MAT-ULTIMA
                   MOVE WRK-MAT-ULTIMA TO WRK-MATRICULA
                   PERFORM 0820-GRAVAR-CONTROLE
                   ADD 1 TO WRK-FUNC-QTD
                   MOVE WRK-NOME TO WRK-FUNC-NOME(WRK-FUNC-QTD)
                   MOVE WRK-ENTRADA TO WRK-FUNC-ENTRADA(WRK-FUNC-QTD)
                   MOVE WRK-SALARIO TO WRK-FUNC-SALARIO(WRK-FUNC-QTD)
                   MOVE WRK-CCUSTO TO WRK-FUNC-CCUSTO(WRK-FUNC-QTD)
                   MOVE SPACES TO WRK-FUNC-SITUACAO(WRK-FUNC-QTD)
                   MOVE WRK-MATRICULA
                       TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
                   MOVE WRK-CPF TO WRK-FUNC-CPF(WRK-FUNC-QTD)
                   MOVE ZEROS TO WRK-FUNC-DATA-DESLIG(WRK-FUNC-QTD)
                   PERFORM 0800-GRAVAR-CADASTROS
                   MOVE WRK-SALARIO TO WRK-SALARIO-ED
                   MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                   MOVE 'INCLUSAO' TO WRK-AUDIT-ACAO
                   MOVE WRK-MATRICULA TO WRK-AUDIT-ANTES
                   MOVE WRK-NOME TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'FUNCIONARIO INCLUIDO: ' WRK-NOME
                           ' MATRICULA: ' WRK-MATRICULA
               END-IF
           END-IF.
       0220-ALTERAR.
      *>********* ALTERANDO O NOME (CORRECAO, A MATRICULA NAO MUDA),
      *>          A DATA DE ENTRADA, O SALARIO, O CENTRO DE CUSTO E O
      *>          CPF DE UM FUNCIONARIO JA CADASTRADO
           PERFORM 0635-IDENTIFICAR-FUNCIONARIO.
           IF WRK-FUNC-ACHADO > ZEROS
               DISPLAY 'MATRICULA ' WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO)
                       ' - ' WRK-FUNC-NOME(WRK-FUNC-ACHADO)
               PERFORM 0625-CORRIGIR-NOME
               MOVE WRK-FUNC-SALARIO(WRK-FUNC-ACHADO)
                   TO WRK-SALARIO-ED
               MOVE WRK-SALARIO-ED TO WRK-AUDIT-ANTES
               PERFORM 0620-LER-SALARIO WITH TEST AFTER
                   UNTIL SALARIO-VALIDO
               PERFORM 0630-LER-CCUSTO
               MOVE 'S' TO WRK-CPF-MANTER
               PERFORM 0650-LER-CPF WITH TEST AFTER UNTIL CPF-VALIDO
               MOVE WRK-NOME TO WRK-FUNC-NOME(WRK-FUNC-ACHADO)
               MOVE WRK-ENTRADA TO WRK-FUNC-ENTRADA(WRK-FUNC-ACHADO)
               MOVE WRK-SALARIO TO WRK-FUNC-SALARIO(WRK-FUNC-ACHADO)
               MOVE WRK-CCUSTO TO WRK-FUNC-CCUSTO(WRK-FUNC-ACHADO)
               MOVE WRK-CPF TO WRK-FUNC-CPF(WRK-FUNC-ACHADO)
               PERFORM 0800-GRAVAR-CADASTROS
               MOVE WRK-SALARIO TO WRK-SALARIO-ED
               MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
           END-IF.
       0230-INATIVAR.
      *>********* INATIVANDO (RETIRANDO DOS CADASTROS) UM FUNCIONARIO
      *>          (A MATRICULA DELE NAO VOLTA A SER ATRIBUIDA)
           PERFORM 0635-IDENTIFICAR-FUNCIONARIO.
           IF WRK-FUNC-ACHADO > ZEROS
               DISPLAY 'CONFIRMA A INATIVACAO DE ' WRK-NOME
                       ' MATRICULA '
                       WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO) ' (S/N): '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   PERFORM 0235-RETIRAR-DA-TABELA
                   MOVE 'N' TO WRK-SALARIO-OK
               END-IF
           END-IF.
       0625-CORRIGIR-NOME.
      *>********* CORRIGINDO O NOME DO FUNCIONARIO (BRANCO MANTEM); O
      *>          HISTORICO SEGUE CASADO PELA MATRICULA
           DISPLAY 'NOME CORRIGIDO (BRANCO=MANTER): '.
           MOVE SPACES TO WRK-NOME-NOVO.
           ACCEPT WRK-NOME-NOVO FROM CONSOLE.
           IF WRK-NOME-NOVO NOT = SPACES
              AND WRK-NOME-NOVO NOT = WRK-NOME
               MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
               MOVE 'CORR NOME' TO WRK-AUDIT-ACAO
               MOVE WRK-NOME TO WRK-AUDIT-ANTES
               MOVE WRK-NOME-NOVO TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               MOVE WRK-NOME-NOVO TO WRK-NOME
           END-IF.
       0630-LER-CCUSTO.
      *>********* LENDO O CENTRO DE CUSTO DO FUNCIONARIO (BRANCO =
      *>          SEM CENTRO; O CODIGO E O DO CADASTRO CCUSTOMST DO
      *>          PROGCBL47)
           DISPLAY 'CENTRO DE CUSTO (4 POSICOES, BRANCO=SEM): '.
           ACCEPT WRK-CCUSTO FROM CONSOLE.
       0635-IDENTIFICAR-FUNCIONARIO.
      *>********* IDENTIFICANDO O FUNCIONARIO PELA MATRICULA OU, COM
      *>          MATRICULA ZERO, PELO NOME (NOME COM HOMONIMO EXIGE
      *>          A MATRICULA)
           DISPLAY 'MATRICULA (0=BUSCAR PELO NOME): '.
           MOVE ZEROS TO WRK-MATRICULA-BUSCA.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           IF WRK-MATRICULA-BUSCA > ZEROS
               PERFORM 0680-LOCALIZAR-MATRICULA
               IF WRK-FUNC-ACHADO = ZEROS
                   DISPLAY 'MATRICULA NAO ENCONTRADA: '
                           WRK-MATRICULA-BUSCA
               ELSE
                   MOVE WRK-FUNC-NOME(WRK-FUNC-ACHADO) TO WRK-NOME
               END-IF
           ELSE
               PERFORM 0600-LER-NOME WITH TEST AFTER
                   UNTIL NOME-VALIDO
               PERFORM 0640-LOCALIZAR-FUNCIONARIO
               EVALUATE TRUE
                   WHEN WRK-FUNC-ACHADO = ZEROS
                       DISPLAY 'FUNCIONARIO NAO ENCONTRADO: ' WRK-NOME
                   WHEN WRK-QTD-HOMONIMOS > 1
                       DISPLAY 'NOME COM HOMONIMOS - INFORME A '
                               'MATRICULA:'
                       PERFORM 0665-LISTAR-HOMONIMO
                           VARYING WRK-FUNC-IDX FROM 1 BY 1
                           UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                       MOVE ZEROS TO WRK-FUNC-ACHADO
                   WHEN OTHER
                       MOVE WRK-FUNC-NOME(WRK-FUNC-ACHADO) TO WRK-NOME
               END-EVALUATE
           END-IF.
       0640-LOCALIZAR-FUNCIONARIO.
      *>********* LOCALIZANDO O NOME NA TABELA DE TRABALHO, CONTANDO
      *>          OS HOMONIMOS (FICA APONTADO O PRIMEIRO ENCONTRADO)
           MOVE ZEROS TO WRK-FUNC-ACHADO.
           MOVE ZEROS TO WRK-QTD-HOMONIMOS.
           PERFORM 0645-TESTAR-NOME
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD.
       0645-TESTAR-NOME.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O NOME BUSCADO
      *>          (SO OS 20 PRIMEIROS CARACTERES, QUE E O QUE O LAYOUT
      *>          DO QUADRO DO PROGCBL13 CONSEGUE GUARDAR)
           IF WRK-FUNC-NOME(WRK-FUNC-IDX)(1:20) = WRK-NOME(1:20)
               ADD 1 TO WRK-QTD-HOMONIMOS
               IF WRK-FUNC-ACHADO = ZEROS
                   MOVE WRK-FUNC-IDX TO WRK-FUNC-ACHADO
               END-IF
           END-IF.
       0650-LER-CPF.
      *>********* LENDO E VALIDANDO O CPF (DIGITOS VERIFICADORES E
      *>          SEM REPETIR O DE OUTRO FUNCIONARIO); NA ALTERACAO,
      *>          ZERO MANTEM O CPF ATUAL
           IF CPF-PODE-MANTER
               DISPLAY 'CPF (11 DIGITOS, 0=MANTER O ATUAL): '
           ELSE
               DISPLAY 'CPF (11 DIGITOS): '
           END-IF.
           MOVE ZEROS TO WRK-CPF.
           ACCEPT WRK-CPF FROM CONSOLE.
           IF WRK-CPF = ZEROS AND CPF-PODE-MANTER
               MOVE WRK-FUNC-CPF(WRK-FUNC-ACHADO) TO WRK-CPF
               MOVE 'S' TO WRK-CPF-OK
           ELSE
               PERFORM 0655-VALIDAR-CPF
               IF CPF-VALIDO
                   MOVE ZEROS TO WRK-CPF-DUPLICADO
                   PERFORM 0670-TESTAR-CPF-DUPLICADO
                       VARYING WRK-FUNC-IDX FROM 1 BY 1
                       UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                   IF WRK-CPF-DUPLICADO > ZEROS
                       DISPLAY 'CPF JA CADASTRADO NA MATRICULA '
                               WRK-FUNC-MATRICULA(WRK-CPF-DUPLICADO)
                       MOVE 'N' TO WRK-CPF-OK
                   END-IF
               END-IF
           END-IF.
       0655-VALIDAR-CPF.
      *>********* CONFERINDO OS DOIS DIGITOS VERIFICADORES DO CPF
      *>          (MODULO 11, PESOS 10 A 2 E 11 A 2); CPF COM TODOS OS
      *>          DIGITOS IGUAIS E RECUSADO
           MOVE 'N' TO WRK-CPF-OK.
           MOVE ZEROS TO WRK-CPF-IGUAIS.
           PERFORM 0656-CONTAR-DIGITO-IGUAL
               VARYING WRK-CPF-I FROM 2 BY 1
               UNTIL WRK-CPF-I > 11.
           IF WRK-CPF-IGUAIS = 10
               DISPLAY 'CPF INVALIDO.'
           ELSE
               MOVE ZEROS TO WRK-CPF-SOMA
               PERFORM 0657-SOMAR-PRIMEIRO-DV
                   VARYING WRK-CPF-I FROM 1 BY 1
                   UNTIL WRK-CPF-I > 9
               PERFORM 0659-CALCULAR-DV
               IF WRK-CPF-DV = WRK-CPF-DIG(10)
                   MOVE ZEROS TO WRK-CPF-SOMA
                   PERFORM 0658-SOMAR-SEGUNDO-DV
                       VARYING WRK-CPF-I FROM 1 BY 1
                       UNTIL WRK-CPF-I > 10
                   PERFORM 0659-CALCULAR-DV
                   IF WRK-CPF-DV = WRK-CPF-DIG(11)
                       MOVE 'S' TO WRK-CPF-OK
                   END-IF
               END-IF
               IF NOT CPF-VALIDO
                   DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR NAO '
                           'CONFERE).'
               END-IF
           END-IF.
       0656-CONTAR-DIGITO-IGUAL.
      *>********* CONTANDO OS DIGITOS IGUAIS AO PRIMEIRO
           IF WRK-CPF-DIG(WRK-CPF-I) = WRK-CPF-DIG(1)
               ADD 1 TO WRK-CPF-IGUAIS
           END-IF.
       0657-SOMAR-PRIMEIRO-DV.
      *>********* SOMANDO UM DIGITO PARA O PRIMEIRO VERIFICADOR
           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
               + (WRK-CPF-DIG(WRK-CPF-I) * (11 - WRK-CPF-I)).
       0658-SOMAR-SEGUNDO-DV.
      *>********* SOMANDO UM DIGITO PARA O SEGUNDO VERIFICADOR
           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
               + (WRK-CPF-DIG(WRK-CPF-I) * (12 - WRK-CPF-I)).
       0659-CALCULAR-DV.
      *>********* CALCULANDO O DIGITO VERIFICADOR PELO RESTO DE 11
           DIVIDE WRK-CPF-SOMA BY 11
               GIVING WRK-QUOCIENTE REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE ZEROS TO WRK-CPF-DV
           ELSE
               COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
           END-IF.
       0665-LISTAR-HOMONIMO.
      *>********* EXIBINDO UM FUNCIONARIO COM O NOME BUSCADO
           IF WRK-FUNC-NOME(WRK-FUNC-IDX)(1:20) = WRK-NOME(1:20)
               DISPLAY '  MATRICULA ' WRK-FUNC-MATRICULA(WRK-FUNC-IDX)
                       ' ' WRK-FUNC-NOME(WRK-FUNC-IDX)
                       ' ENTRADA ' WRK-FUNC-ENTRADA(WRK-FUNC-IDX)
           END-IF.
       0670-TESTAR-CPF-DUPLICADO.
      *>********* COMPARANDO O CPF COM O DE OUTRO FUNCIONARIO
           IF WRK-FUNC-CPF(WRK-FUNC-IDX) = WRK-CPF
              AND WRK-FUNC-IDX NOT = WRK-FUNC-ACHADO
               MOVE WRK-FUNC-IDX TO WRK-CPF-DUPLICADO
           END-IF.
       0680-LOCALIZAR-MATRICULA.
      *>********* LOCALIZANDO A MATRICULA NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-FUNC-ACHADO.
           PERFORM 0685-TESTAR-MATRICULA
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                  OR WRK-FUNC-ACHADO > ZEROS.
       0685-TESTAR-MATRICULA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A MATRICULA
           IF WRK-FUNC-MATRICULA(WRK-FUNC-IDX) = WRK-MATRICULA-BUSCA
               MOVE WRK-FUNC-IDX TO WRK-FUNC-ACHADO
           END-IF.
       0700-VALIDAR-DATA.
           MOVE WRK-FUNC-SALARIO(WRK-CONT) TO FUNCMST-SALARIO.
           MOVE WRK-FUNC-CCUSTO(WRK-CONT) TO FUNCMST-CCUSTO.
           MOVE WRK-FUNC-SITUACAO(WRK-CONT) TO FUNCMST-SITUACAO.
           MOVE WRK-FUNC-MATRICULA(WRK-CONT) TO FUNCMST-MATRICULA.
           MOVE WRK-FUNC-CPF(WRK-CONT) TO FUNCMST-CPF.
           MOVE WRK-FUNC-DATA-DESLIG(WRK-CONT) TO FUNCMST-DATA-DESLIG.
           WRITE FUNCMST-REC.
       0820-GRAVAR-CONTROLE.
      *>********* GRAVANDO A ULTIMA MATRICULA ATRIBUIDA NO CONTROLE
           OPEN OUTPUT MATRCTL-FILE.
           MOVE WRK-MAT-ULTIMA TO MATRCTL-ULTIMA.
           WRITE MATRCTL-REC.
           CLOSE MATRCTL-FILE.
       0300-FINALIZAR.
      *>********* ENCERRANDO A MANUTENCAO DO CADASTRO
           DISPLAY 'ENCERRANDO A MANUTENCAO DO CADASTRO.'.
