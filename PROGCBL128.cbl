       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL128.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: CONFERENCIA NOTURNA DA INTEGRIDADE ENTRE OS
      *>           ARQUIVOS: CHAVES DUPLICADAS NOS CADASTROS, CODIGOS
      *>           DOS MOVIMENTOS SEM O CADASTRO CORRESPONDENTE
      *>           (CENTRO DE CUSTO, FUNCIONARIO, FORNECEDOR, PRODUTO,
      *>           TRANSPORTADORA, CLIENTE, CONTRATO, DISCIPLINA E
      *>           PROFESSOR) E VALORES IMPOSSIVEIS (DATA FUTURA OU
      *>           INVALIDA, ESTOQUE NEGATIVO, PARCELA FORA DO PRAZO OU
      *>           EM ABERTO EM CONTRATO QUITADO OU RENEGOCIADO)
      *> OBJETIVO: RELATORIO DE EXCECOES AGRUPADO POR ARQUIVO, COM A
      *>           CONTAGEM DE CADA UM, E RESULTADO NO RUNCTL (SITUACAO
      *>           LIMPO OU EXCECOES, QUANTIDADE EM REJ) PARA O
      *>           RELATORIO DA MANHA DO PROGCBL41; NENHUM ARQUIVO E
      *>           ALTERADO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CCUSTO-FILE ASSIGN TO 'CCUSTOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCUSTO-STATUS.
           SELECT OPTIONAL FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL FORN-FILE ASSIGN TO 'FORNMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FORN-STATUS.
           SELECT OPTIONAL PRODMST-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMST-STATUS.
           SELECT OPTIONAL TRANSP-FILE ASSIGN TO 'TRANSPMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSP-STATUS.
           SELECT OPTIONAL CLIMST-FILE ASSIGN TO 'CLIMST17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIMST-STATUS.
           SELECT OPTIONAL CONTRATO-FILE ASSIGN TO 'CONTRATO25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTRATO-STATUS.
           SELECT OPTIONAL DISC-FILE ASSIGN TO 'DISCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT OPTIONAL PROF-FILE ASSIGN TO 'PROFMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT OPTIONAL DEPEND-FILE ASSIGN TO 'DEPENDMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPEND-STATUS.
           SELECT OPTIONAL AFASTA-FILE ASSIGN TO 'AFASTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFASTA-STATUS.
           SELECT OPTIONAL REEMB-FILE ASSIGN TO 'REEMB124'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REEMB-STATUS.
           SELECT OPTIONAL ATIVO-FILE ASSIGN TO 'ATIVOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATIVO-STATUS.
           SELECT OPTIONAL ORCAMCC-FILE ASSIGN TO 'ORCAMCC122'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCAMCC-STATUS.
           SELECT OPTIONAL PEDCOMPRA-FILE ASSIGN TO 'PEDCOMPRA57'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDCOMPRA-STATUS.
           SELECT OPTIONAL CONTASPAG-FILE ASSIGN TO 'CONTASPAG57'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASPAG-STATUS.
           SELECT OPTIONAL LOTEMST-FILE ASSIGN TO 'LOTEMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOTEMST-STATUS.
           SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVESTQ-STATUS.
           SELECT OPTIONAL EMBARQUE-FILE ASSIGN TO 'EMBARQUE10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMBARQUE-STATUS.
           SELECT OPTIONAL TRANSPTAR-FILE ASSIGN TO 'TRANSPTAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSPTAR-STATUS.
           SELECT OPTIONAL CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT OPTIONAL PARCELA-FILE ASSIGN TO 'PARCELA25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARCELA-STATUS.
           SELECT OPTIONAL HISTESC-FILE ASSIGN TO 'BOLETIMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HISTESC-STATUS.
           SELECT OPTIONAL GRADEHOR-FILE ASSIGN TO 'GRADEHOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRADEHOR-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CCUSTO-FILE.
       01  CCUSTO-REC.
           COPY 'CCUSTO.cbl'.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  FORN-FILE.
       01  FORN-REC.
           COPY 'FORNECEDOR.cbl'.
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  TRANSP-FILE.
       01  TRANSP-REC.
           COPY 'TRANSPORTADOR.cbl'.
       FD  CLIMST-FILE.
       01  CLIMST-REC.
           COPY 'CLIENTE.cbl'.
       FD  CONTRATO-FILE.
       01  CONTRATO-REC.
           COPY 'CONTRATO.cbl'.
       FD  DISC-FILE.
       01  DISC-REC.
           COPY 'DISCIPLINA.cbl'.
       FD  PROF-FILE.
       01  PROF-REC.
           COPY 'PROFESSOR.cbl'.
       FD  DEPEND-FILE.
       01  DEPEND-REC.
           COPY 'DEPEND.cbl'.
       FD  AFASTA-FILE.
       01  AFASTA-REC.
           COPY 'AFASTA.cbl'.
       FD  REEMB-FILE.
       01  REEMB-REC.
           COPY 'REEMBOLSO.cbl'.
       FD  ATIVO-FILE.
       01  ATIVO-REC.
           COPY 'ATIVO.cbl'.
       FD  ORCAMCC-FILE.
       01  ORCAMCC-REC.
           COPY 'ORCAMCC.cbl'.
       FD  PEDCOMPRA-FILE.
       01  PEDCOMPRA-REC.
           COPY 'PEDCOMPRA.cbl'.
       FD  CONTASPAG-FILE.
       01  CONTASPAG-REC.
           COPY 'CONTASPAG.cbl'.
       FD  LOTEMST-FILE.
       01  LOTEMST-REC.
           COPY 'LOTE.cbl'.
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       FD  EMBARQUE-FILE.
       01  EMBARQUE-REC.
           COPY 'EMBARQUE.cbl'.
       FD  TRANSPTAR-FILE.
       01  TRANSPTAR-REC.
           COPY 'TRANSPTAR.cbl'.
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  PARCELA-FILE.
       01  PARCELA-REC.
           COPY 'PARCELA.cbl'.
       FD  HISTESC-FILE.
       01  HISTESC-REC.
           COPY 'HISTESC.cbl'.
       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY 'GRADEHOR.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='INTEGRIDADE DOS ARQUIVOS'==.
       77 WRK-CCUSTO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FORN-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRANSP-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CLIMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTRATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DISC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROF-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DEPEND-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-AFASTA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REEMB-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ATIVO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCAMCC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PEDCOMPRA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASPAG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-LOTEMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-MOVESTQ-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EMBARQUE-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRANSPTAR-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PARCELA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-HISTESC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-GRADEHOR-STATUS PIC X(02) VALUE ZEROS.
      *>********* FIM DO ARQUIVO EM CONFERENCIA (UM DE CADA VEZ)
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-ARQ-STATUS PIC X(02) VALUE ZEROS.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04).
          02 WRK-HOJE-MES PIC 9(02).
          02 WRK-HOJE-DIA PIC 9(02).
       01 WRK-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
      *>********* CHAVES DOS CADASTROS (TIPO + CODIGO): CC = CENTRO
      *>          DE CUSTO, FU = MATRICULA, FO = FORNECEDOR, PR =
      *>          PRODUTO, TR = TRANSPORTADORA, CL = CLIENTE, DI =
      *>          DISCIPLINA, PF = PROFESSOR
       01 WRK-CHV-TAB.
          02 WRK-CHV-LINHA OCCURS 5000 TIMES.
             03 WRK-CHV-TIPO PIC X(02).
             03 WRK-CHV-CODIGO PIC X(06).
       77 WRK-CHV-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-CHV-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CHV-ACHADA PIC 9(04) VALUE ZEROS.
       77 WRK-CHV-ESTOURO PIC X(01) VALUE 'N'.
         88 CHAVES-ESTOURARAM VALUE 'S'.
       77 WRK-BUSCA-TIPO PIC X(02) VALUE SPACES.
       77 WRK-BUSCA-CODIGO PIC X(06) VALUE SPACES.
       77 WRK-REF-CAMPO PIC X(14) VALUE SPACES.
       77 WRK-REF-MESTRE PIC X(11) VALUE SPACES.
      *>********* CONTRATOS, COM AS PARCELAS PAGAS/EM ABERTO E A
      *>          MARCA DE RENEGOCIADO (ORIGEM DE OUTRO CONTRATO)
       01 WRK-CTR-TAB.
          02 WRK-CTR-LINHA OCCURS 999 TIMES.
             03 WRK-CTR-NUMERO PIC 9(05).
             03 WRK-CTR-PARCELAS PIC 9(03).
             03 WRK-CTR-ORIGEM PIC 9(05).
             03 WRK-CTR-PAGAS PIC 9(03).
             03 WRK-CTR-ABERTAS PIC 9(03).
             03 WRK-CTR-RENEGOCIADO PIC X(01).
       77 WRK-CTR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CTR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CTR-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CTR-BUSCA PIC 9(05) VALUE ZEROS.
       77 WRK-CTR-ESTOURO PIC X(01) VALUE 'N'.
         88 CONTRATOS-ESTOURARAM VALUE 'S'.
      *>********* RESUMO POR ARQUIVO CONFERIDO
       01 WRK-GRP-TAB.
          02 WRK-GRP-LINHA OCCURS 30 TIMES.
             03 WRK-GRP-ARQUIVO PIC X(12).
             03 WRK-GRP-LIDOS PIC 9(06).
             03 WRK-GRP-EXCECOES PIC 9(06).
             03 WRK-GRP-SITUACAO PIC X(02).
       77 WRK-GRP-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-GRP-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-GRP-NOME PIC X(12) VALUE SPACES.
      *>********* EXCECAO A IMPRIMIR
       77 WRK-EXC-CHAVE PIC X(20) VALUE SPACES.
       77 WRK-EXC-MOTIVO PIC X(50) VALUE SPACES.
      *>********* DATA A CONFERIR (ZERO = NAO INFORMADA)
       01 WRK-DATA-TESTE.
          02 WRK-TESTE-ANO PIC 9(04).
          02 WRK-TESTE-MES PIC 9(02).
          02 WRK-TESTE-DIA PIC 9(02).
       01 WRK-TESTE-NUM REDEFINES WRK-DATA-TESTE PIC 9(08).
       77 WRK-DATA-CAMPO PIC X(14) VALUE SPACES.
      *>********* TOTAIS DA CONFERENCIA
       77 WRK-TOT-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-EXCECOES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-EXC-ED PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONFERIR-CADASTROS.
           PERFORM 0300-CONFERIR-MOVIMENTOS.
           PERFORM 0400-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-TOT-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-GRP-QTD TO WRK-RUN-PROC.
           MOVE WRK-TOT-EXCECOES TO WRK-RUN-REJ.
           EVALUATE TRUE
               WHEN CHAVES-ESTOURARAM OR CONTRATOS-ESTOURARAM
                   MOVE 'ESTOURO' TO WRK-RUN-SITUACAO
               WHEN WRK-TOT-EXCECOES > ZEROS
                   MOVE 'EXCECOES' TO WRK-RUN-SITUACAO
               WHEN OTHER
                   MOVE 'LIMPO' TO WRK-RUN-SITUACAO
           END-EVALUATE.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* DATA DE REFERENCIA E CABECALHO DO RELATORIO
           DISPLAY '***************************************'.
           DISPLAY ' CONFERENCIA DE INTEGRIDADE DOS ARQUIVOS'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'DATA DE REFERENCIA (DATA FUTURA): ' WRK-HOJE-NUM.
       0200-CONFERIR-CADASTROS.
      *>********* CARREGANDO AS CHAVES DOS CADASTROS (DUPLICADAS SAO
      *>          APONTADAS) NA ORDEM EM QUE UM DEPENDE DO OUTRO
           PERFORM 0210-CONFERIR-CCUSTOMST.
           PERFORM 0215-CONFERIR-FUNCMST.
           PERFORM 0220-CONFERIR-FORNMST.
           PERFORM 0225-CONFERIR-PRODMST.
           PERFORM 0230-CONFERIR-TRANSPMST.
           PERFORM 0235-CONFERIR-CLIMST.
           PERFORM 0240-CONFERIR-CONTRATO.
           PERFORM 0245-CONFERIR-DISCMST.
           PERFORM 0250-CONFERIR-PROFMST.
           IF CHAVES-ESTOURARAM
               DISPLAY '*** TABELA DE CHAVES CHEIA (5000) - '
                       'REFERENCIAS NAO CONFERIDAS ***'
           END-IF.
       0210-CONFERIR-CCUSTOMST.
      *>********* CADASTRO DE CENTROS DE CUSTO
           MOVE 'CCUSTOMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT CCUSTO-FILE.
           MOVE WRK-CCUSTO-STATUS TO WRK-ARQ-STATUS.
           IF WRK-CCUSTO-STATUS = '00'
               PERFORM 0211-LER-CCUSTO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CCUSTO-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0211-LER-CCUSTO.
      *>********* LENDO UM CENTRO DE CUSTO
           READ CCUSTO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE CCUSTO-CODIGO TO WRK-EXC-CHAVE
                   MOVE 'CC' TO WRK-BUSCA-TIPO
                   MOVE CCUSTO-CODIGO TO WRK-BUSCA-CODIGO
                   PERFORM 0720-INCLUIR-CHAVE
           END-READ.
       0215-CONFERIR-FUNCMST.
      *>********* CADASTRO DE FUNCIONARIOS: MATRICULA DUPLICADA,
      *>          CENTRO DE CUSTO E DATA DE ENTRADA
           MOVE 'FUNCMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT FUNCMST-FILE.
           MOVE WRK-FUNCMST-STATUS TO WRK-ARQ-STATUS.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0216-LER-FUNCIONARIO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE FUNCMST-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0216-LER-FUNCIONARIO.
      *>********* LENDO UM FUNCIONARIO (SEM MATRICULA E REGISTRO
      *>          ANTIGO, AINDA NAO NUMERADO PELO PROGCBL26; CENTRO EM
      *>          BRANCO VALE COMO SEM CENTRO DE CUSTO)
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING FUNCMST-MATRICULA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          FUNCMST-NOME DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   IF FUNCMST-MATRICULA NUMERIC
                      AND FUNCMST-MATRICULA > ZEROS
                       MOVE 'FU' TO WRK-BUSCA-TIPO
                       MOVE FUNCMST-MATRICULA TO WRK-BUSCA-CODIGO
                       PERFORM 0720-INCLUIR-CHAVE
                   END-IF
                   IF FUNCMST-CCUSTO NOT = SPACES
                       MOVE 'CC' TO WRK-BUSCA-TIPO
                       MOVE FUNCMST-CCUSTO TO WRK-BUSCA-CODIGO
                       MOVE 'CENTRO' TO WRK-REF-CAMPO
                       MOVE 'CCUSTOMST' TO WRK-REF-MESTRE
                       PERFORM 0710-CONFERIR-REFERENCIA
                   END-IF
                   IF FUNCMST-ENTRADA NUMERIC
                       MOVE FUNCMST-ENTRADA TO WRK-TESTE-NUM
                       MOVE 'ENTRADA' TO WRK-DATA-CAMPO
                       PERFORM 0830-TESTAR-DATA
                   END-IF
           END-READ.
       0220-CONFERIR-FORNMST.
      *>********* CADASTRO DE FORNECEDORES
           MOVE 'FORNMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT FORN-FILE.
           MOVE WRK-FORN-STATUS TO WRK-ARQ-STATUS.
           IF WRK-FORN-STATUS = '00'
               PERFORM 0221-LER-FORNECEDOR UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE FORN-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0221-LER-FORNECEDOR.
      *>********* LENDO UM FORNECEDOR
           READ FORN-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE FORN-CODIGO TO WRK-EXC-CHAVE
                   MOVE 'FO' TO WRK-BUSCA-TIPO
                   MOVE FORN-CODIGO TO WRK-BUSCA-CODIGO
                   PERFORM 0720-INCLUIR-CHAVE
           END-READ.
       0225-CONFERIR-PRODMST.
      *>********* CADASTRO DE PRODUTOS: CODIGO DUPLICADO E ESTOQUE
      *>          NEGATIVO OU INVALIDO
           MOVE 'PRODMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT PRODMST-FILE.
           MOVE WRK-PRODMST-STATUS TO WRK-ARQ-STATUS.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0226-LER-PRODUTO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE PRODMST-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0226-LER-PRODUTO.
      *>********* LENDO UM PRODUTO
           READ PRODMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE PRODMST-CODIGO TO WRK-EXC-CHAVE
                   MOVE 'PR' TO WRK-BUSCA-TIPO
                   MOVE PRODMST-CODIGO TO WRK-BUSCA-CODIGO
                   PERFORM 0720-INCLUIR-CHAVE
                   IF PRODMST-ESTOQUE NOT NUMERIC
                       MOVE 'ESTOQUE NEGATIVO OU INVALIDO'
                           TO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   END-IF
           END-READ.
       0230-CONFERIR-TRANSPMST.
      *>********* CADASTRO DE TRANSPORTADORAS
           MOVE 'TRANSPMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT TRANSP-FILE.
           MOVE WRK-TRANSP-STATUS TO WRK-ARQ-STATUS.
           IF WRK-TRANSP-STATUS = '00'
               PERFORM 0231-LER-TRANSPORTADORA UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE TRANSP-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0231-LER-TRANSPORTADORA.
      *>********* LENDO UMA TRANSPORTADORA
           READ TRANSP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE TRANSP-CODIGO TO WRK-EXC-CHAVE
                   MOVE 'TR' TO WRK-BUSCA-TIPO
                   MOVE TRANSP-CODIGO TO WRK-BUSCA-CODIGO
                   PERFORM 0720-INCLUIR-CHAVE
           END-READ.
       0235-CONFERIR-CLIMST.
      *>********* CADASTRO DE CLIENTES
           MOVE 'CLIMST17' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT CLIMST-FILE.
           MOVE WRK-CLIMST-STATUS TO WRK-ARQ-STATUS.
           IF WRK-CLIMST-STATUS = '00'
               PERFORM 0236-LER-CLIENTE UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CLIMST-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0236-LER-CLIENTE.
      *>********* LENDO UM CLIENTE
           READ CLIMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE CLI-CODIGO TO WRK-EXC-CHAVE
                   MOVE 'CL' TO WRK-BUSCA-TIPO
                   MOVE CLI-CODIGO TO WRK-BUSCA-CODIGO
                   PERFORM 0720-INCLUIR-CHAVE
           END-READ.
       0240-CONFERIR-CONTRATO.
      *>********* CONTRATOS DE EMPRESTIMO: NUMERO DUPLICADO, DATA E
      *>          MARCA DOS CONTRATOS QUE FORAM RENEGOCIADOS
           MOVE 'CONTRATO25' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT CONTRATO-FILE.
           MOVE WRK-CONTRATO-STATUS TO WRK-ARQ-STATUS.
           IF WRK-CONTRATO-STATUS = '00'
               PERFORM 0241-LER-CONTRATO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CONTRATO-FILE.
           PERFORM 0243-MARCAR-RENEGOCIADO
               VARYING WRK-CTR-IDX FROM 1 BY 1
               UNTIL WRK-CTR-IDX > WRK-CTR-QTD.
           IF CONTRATOS-ESTOURARAM
               DISPLAY '*** TABELA DE CONTRATOS CHEIA (999) - '
                       'PARCELAS NAO CONFERIDAS ***'
           END-IF.
           PERFORM 0810-FECHAR-GRUPO.
       0241-LER-CONTRATO.
      *>********* LENDO UM CONTRATO
           READ CONTRATO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING 'CTR ' DELIMITED BY SIZE
                          CTR-NUMERO DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE CTR-NUMERO TO WRK-CTR-BUSCA
                   PERFORM 0730-LOCALIZAR-CONTRATO
                   EVALUATE TRUE
                       WHEN WRK-CTR-ACHADO > ZEROS
                           MOVE 'CHAVE DUPLICADA NO CADASTRO'
                               TO WRK-EXC-MOTIVO
                           PERFORM 0820-APONTAR-EXCECAO
                       WHEN WRK-CTR-QTD >= 999
                           MOVE 'S' TO WRK-CTR-ESTOURO
                       WHEN OTHER
                           ADD 1 TO WRK-CTR-QTD
                           MOVE CTR-NUMERO
                               TO WRK-CTR-NUMERO(WRK-CTR-QTD)
                           MOVE CTR-PARCELAS
                               TO WRK-CTR-PARCELAS(WRK-CTR-QTD)
                           MOVE ZEROS TO WRK-CTR-ORIGEM(WRK-CTR-QTD)
                           IF CTR-CONTRATO-ORIGEM NUMERIC
                               MOVE CTR-CONTRATO-ORIGEM
                                   TO WRK-CTR-ORIGEM(WRK-CTR-QTD)
                           END-IF
                           MOVE ZEROS TO WRK-CTR-PAGAS(WRK-CTR-QTD)
                           MOVE ZEROS TO WRK-CTR-ABERTAS(WRK-CTR-QTD)
                           MOVE 'N'
                               TO WRK-CTR-RENEGOCIADO(WRK-CTR-QTD)
                   END-EVALUATE
                   MOVE CTR-DATA TO WRK-TESTE-NUM
                   MOVE 'DATA' TO WRK-DATA-CAMPO
                   PERFORM 0830-TESTAR-DATA
           END-READ.
       0243-MARCAR-RENEGOCIADO.
      *>********* O CONTRATO DE ORIGEM DE UMA RENEGOCIACAO FICA
      *>          MARCADO COMO RENEGOCIADO
           IF WRK-CTR-ORIGEM(WRK-CTR-IDX) > ZEROS
               MOVE WRK-CTR-ORIGEM(WRK-CTR-IDX) TO WRK-CTR-BUSCA
               PERFORM 0730-LOCALIZAR-CONTRATO
               IF WRK-CTR-ACHADO > ZEROS
                   MOVE 'S' TO WRK-CTR-RENEGOCIADO(WRK-CTR-ACHADO)
               END-IF
           END-IF.
       0245-CONFERIR-DISCMST.
      *>********* CADASTRO DE DISCIPLINAS
           MOVE 'DISCMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT DISC-FILE.
           MOVE WRK-DISC-STATUS TO WRK-ARQ-STATUS.
           IF WRK-DISC-STATUS = '00'
               PERFORM 0246-LER-DISCIPLINA UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE DISC-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0246-LER-DISCIPLINA.
      *>********* LENDO UMA DISCIPLINA
           READ DISC-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE DISC-CODIGO TO WRK-EXC-CHAVE
                   MOVE 'DI' TO WRK-BUSCA-TIPO
                   MOVE DISC-CODIGO TO WRK-BUSCA-CODIGO
                   PERFORM 0720-INCLUIR-CHAVE
           END-READ.
       0250-CONFERIR-PROFMST.
      *>********* CADASTRO DE PROFESSORES
           MOVE 'PROFMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT PROF-FILE.
           MOVE WRK-PROF-STATUS TO WRK-ARQ-STATUS.
           IF WRK-PROF-STATUS = '00'
               PERFORM 0251-LER-PROFESSOR UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE PROF-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0251-LER-PROFESSOR.
      *>********* LENDO UM PROFESSOR
           READ PROF-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE PROF-CODIGO TO WRK-EXC-CHAVE
                   MOVE 'PF' TO WRK-BUSCA-TIPO
                   MOVE PROF-CODIGO TO WRK-BUSCA-CODIGO
                   PERFORM 0720-INCLUIR-CHAVE
           END-READ.
       0300-CONFERIR-MOVIMENTOS.
      *>********* CONFERINDO OS ARQUIVOS QUE APONTAM PARA OS CADASTROS
           PERFORM 0310-CONFERIR-DEPENDMST.
           PERFORM 0315-CONFERIR-AFASTMST.
           PERFORM 0320-CONFERIR-REEMB.
           PERFORM 0325-CONFERIR-ATIVOMST.
           PERFORM 0330-CONFERIR-ORCAMCC.
           PERFORM 0335-CONFERIR-PEDCOMPRA.
           PERFORM 0340-CONFERIR-CONTASPAG.
           PERFORM 0345-CONFERIR-LOTEMST.
           PERFORM 0350-CONFERIR-MOVESTQ.
           PERFORM 0355-CONFERIR-EMBARQUE.
           PERFORM 0360-CONFERIR-TRANSPTAR.
           PERFORM 0365-CONFERIR-CONTASREC.
           PERFORM 0370-CONFERIR-PARCELA.
           PERFORM 0375-CONFERIR-HISTESC.
           PERFORM 0380-CONFERIR-GRADEHOR.
       0310-CONFERIR-DEPENDMST.
      *>********* DEPENDENTES: MATRICULA DO FUNCIONARIO E NASCIMENTO
           MOVE 'DEPENDMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT DEPEND-FILE.
           MOVE WRK-DEPEND-STATUS TO WRK-ARQ-STATUS.
           IF WRK-DEPEND-STATUS = '00'
               PERFORM 0311-LER-DEPENDENTE UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE DEPEND-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0311-LER-DEPENDENTE.
      *>********* LENDO UM DEPENDENTE
           READ DEPEND-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING DEP-MATRICULA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          DEP-NOME DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'FU' TO WRK-BUSCA-TIPO
                   MOVE DEP-MATRICULA TO WRK-BUSCA-CODIGO
                   MOVE 'MATRICULA' TO WRK-REF-CAMPO
                   MOVE 'FUNCMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   IF DEP-NASCIMENTO NUMERIC
                       MOVE DEP-NASCIMENTO TO WRK-TESTE-NUM
                       MOVE 'NASCIMENTO' TO WRK-DATA-CAMPO
                       PERFORM 0830-TESTAR-DATA
                   END-IF
           END-READ.
       0315-CONFERIR-AFASTMST.
      *>********* AFASTAMENTOS: MATRICULA DO FUNCIONARIO E PERIODO
      *>          (O INICIO PODE SER FUTURO - AFASTAMENTO AGENDADO)
           MOVE 'AFASTMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT AFASTA-FILE.
           MOVE WRK-AFASTA-STATUS TO WRK-ARQ-STATUS.
           IF WRK-AFASTA-STATUS = '00'
               PERFORM 0316-LER-AFASTAMENTO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE AFASTA-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0316-LER-AFASTAMENTO.
      *>********* LENDO UM AFASTAMENTO
           READ AFASTA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING AFA-MATRICULA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          AFA-INICIO DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'FU' TO WRK-BUSCA-TIPO
                   MOVE AFA-MATRICULA TO WRK-BUSCA-CODIGO
                   MOVE 'MATRICULA' TO WRK-REF-CAMPO
                   MOVE 'FUNCMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   IF AFA-INICIO NUMERIC AND AFA-FIM NUMERIC
                      AND AFA-FIM > ZEROS
                      AND AFA-FIM < AFA-INICIO
                       MOVE 'FIM DO AFASTAMENTO ANTES DO INICIO'
                           TO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   END-IF
           END-READ.
       0320-CONFERIR-REEMB.
      *>********* REEMBOLSOS DE DESPESAS: FUNCIONARIO, CENTRO DE
      *>          CUSTO E DATA DA DESPESA
           MOVE 'REEMB124' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT REEMB-FILE.
           MOVE WRK-REEMB-STATUS TO WRK-ARQ-STATUS.
           IF WRK-REEMB-STATUS = '00'
               PERFORM 0321-LER-REEMBOLSO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE REEMB-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0321-LER-REEMBOLSO.
      *>********* LENDO UM PEDIDO DE REEMBOLSO
           READ REEMB-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING RMB-MATRICULA DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          RMB-SEQUENCIA DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'FU' TO WRK-BUSCA-TIPO
                   MOVE RMB-MATRICULA TO WRK-BUSCA-CODIGO
                   MOVE 'MATRICULA' TO WRK-REF-CAMPO
                   MOVE 'FUNCMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   MOVE 'CC' TO WRK-BUSCA-TIPO
                   MOVE RMB-CCUSTO TO WRK-BUSCA-CODIGO
                   MOVE 'CENTRO' TO WRK-REF-CAMPO
                   MOVE 'CCUSTOMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   MOVE RMB-DATA TO WRK-TESTE-NUM
                   MOVE 'DESPESA' TO WRK-DATA-CAMPO
                   PERFORM 0830-TESTAR-DATA
           END-READ.
       0325-CONFERIR-ATIVOMST.
      *>********* ATIVO IMOBILIZADO: CENTRO DE CUSTO E AQUISICAO
           MOVE 'ATIVOMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT ATIVO-FILE.
           MOVE WRK-ATIVO-STATUS TO WRK-ARQ-STATUS.
           IF WRK-ATIVO-STATUS = '00'
               PERFORM 0326-LER-ATIVO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE ATIVO-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0326-LER-ATIVO.
      *>********* LENDO UM BEM DO ATIVO
           READ ATIVO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE ATV-PLAQUETA TO WRK-EXC-CHAVE
                   IF ATV-CCUSTO NOT = SPACES
                       MOVE 'CC' TO WRK-BUSCA-TIPO
                       MOVE ATV-CCUSTO TO WRK-BUSCA-CODIGO
                       MOVE 'CENTRO' TO WRK-REF-CAMPO
                       MOVE 'CCUSTOMST' TO WRK-REF-MESTRE
                       PERFORM 0710-CONFERIR-REFERENCIA
                   END-IF
                   MOVE ATV-DATA-AQUISICAO TO WRK-TESTE-NUM
                   MOVE 'AQUISICAO' TO WRK-DATA-CAMPO
                   PERFORM 0830-TESTAR-DATA
           END-READ.
       0330-CONFERIR-ORCAMCC.
      *>********* ORCAMENTO POR CENTRO DE CUSTO
           MOVE 'ORCAMCC122' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT ORCAMCC-FILE.
           MOVE WRK-ORCAMCC-STATUS TO WRK-ARQ-STATUS.
           IF WRK-ORCAMCC-STATUS = '00'
               PERFORM 0331-LER-ORCAMENTO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE ORCAMCC-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0331-LER-ORCAMENTO.
      *>********* LENDO UMA LINHA DO ORCAMENTO
           READ ORCAMCC-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING ORCC-CCUSTO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          ORCC-ANO DELIMITED BY SIZE
                          ORCC-MES DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          ORCC-CATEGORIA DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'CC' TO WRK-BUSCA-TIPO
                   MOVE ORCC-CCUSTO TO WRK-BUSCA-CODIGO
                   MOVE 'CENTRO' TO WRK-REF-CAMPO
                   MOVE 'CCUSTOMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
           END-READ.
       0335-CONFERIR-PEDCOMPRA.
      *>********* PEDIDOS DE COMPRA: FORNECEDOR, PRODUTO E DATA
           MOVE 'PEDCOMPRA57' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT PEDCOMPRA-FILE.
           MOVE WRK-PEDCOMPRA-STATUS TO WRK-ARQ-STATUS.
           IF WRK-PEDCOMPRA-STATUS = '00'
               PERFORM 0336-LER-PEDIDO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE PEDCOMPRA-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0336-LER-PEDIDO.
      *>********* LENDO UMA LINHA DE PEDIDO DE COMPRA
           READ PEDCOMPRA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING 'PED ' DELIMITED BY SIZE
                          PC-NUMERO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PC-PRODUTO DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'FO' TO WRK-BUSCA-TIPO
                   MOVE PC-FORNECEDOR TO WRK-BUSCA-CODIGO
                   MOVE 'FORNECEDOR' TO WRK-REF-CAMPO
                   MOVE 'FORNMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   MOVE 'PR' TO WRK-BUSCA-TIPO
                   MOVE PC-PRODUTO TO WRK-BUSCA-CODIGO
                   MOVE 'PRODUTO' TO WRK-REF-CAMPO
                   MOVE 'PRODMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   MOVE PC-DATA TO WRK-TESTE-NUM
                   MOVE 'DATA' TO WRK-DATA-CAMPO
                   PERFORM 0830-TESTAR-DATA
           END-READ.
       0340-CONFERIR-CONTASPAG.
      *>********* CONTAS A PAGAR: FORNECEDOR E EMISSAO
           MOVE 'CONTASPAG57' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT CONTASPAG-FILE.
           MOVE WRK-CONTASPAG-STATUS TO WRK-ARQ-STATUS.
           IF WRK-CONTASPAG-STATUS = '00'
               PERFORM 0341-LER-CONTA-PAGAR UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CONTASPAG-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0341-LER-CONTA-PAGAR.
      *>********* LENDO UM TITULO A PAGAR
           READ CONTASPAG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING 'SEQ ' DELIMITED BY SIZE
                          CPAG-SEQ DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'FO' TO WRK-BUSCA-TIPO
                   MOVE CPAG-FORNECEDOR TO WRK-BUSCA-CODIGO
                   MOVE 'FORNECEDOR' TO WRK-REF-CAMPO
                   MOVE 'FORNMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   MOVE CPAG-EMISSAO TO WRK-TESTE-NUM
                   MOVE 'EMISSAO' TO WRK-DATA-CAMPO
                   PERFORM 0830-TESTAR-DATA
           END-READ.
       0345-CONFERIR-LOTEMST.
      *>********* LOTES DE ESTOQUE: PRODUTO, QUANTIDADE E ENTRADA
           MOVE 'LOTEMST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT LOTEMST-FILE.
           MOVE WRK-LOTEMST-STATUS TO WRK-ARQ-STATUS.
           IF WRK-LOTEMST-STATUS = '00'
               PERFORM 0346-LER-LOTE UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE LOTEMST-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0346-LER-LOTE.
      *>********* LENDO UM LOTE
           READ LOTEMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING LOT-PRODUTO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          LOT-NUMERO DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'PR' TO WRK-BUSCA-TIPO
                   MOVE LOT-PRODUTO TO WRK-BUSCA-CODIGO
                   MOVE 'PRODUTO' TO WRK-REF-CAMPO
                   MOVE 'PRODMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   IF LOT-QUANTIDADE NOT NUMERIC
                       MOVE 'QUANTIDADE NEGATIVA OU INVALIDA'
                           TO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   END-IF
                   MOVE LOT-DATA-ENTRADA TO WRK-TESTE-NUM
                   MOVE 'ENTRADA' TO WRK-DATA-CAMPO
                   PERFORM 0830-TESTAR-DATA
           END-READ.
       0350-CONFERIR-MOVESTQ.
      *>********* RAZAO DE ESTOQUE: PRODUTO, SALDO E DATA
           MOVE 'MOVESTQ' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT MOVESTQ-FILE.
           MOVE WRK-MOVESTQ-STATUS TO WRK-ARQ-STATUS.
           IF WRK-MOVESTQ-STATUS = '00'
               PERFORM 0351-LER-MOVIMENTO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE MOVESTQ-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0351-LER-MOVIMENTO.
      *>********* LENDO UM MOVIMENTO DE ESTOQUE
           READ MOVESTQ-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING MOV-PRODUTO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          MOV-DATA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          MOV-TIPO DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'PR' TO WRK-BUSCA-TIPO
                   MOVE MOV-PRODUTO TO WRK-BUSCA-CODIGO
                   MOVE 'PRODUTO' TO WRK-REF-CAMPO
                   MOVE 'PRODMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   IF MOV-SALDO NOT NUMERIC
                       MOVE 'SALDO NEGATIVO OU INVALIDO'
                           TO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   END-IF
                   MOVE MOV-DATA TO WRK-TESTE-NUM
                   MOVE 'DATA' TO WRK-DATA-CAMPO
                   PERFORM 0830-TESTAR-DATA
           END-READ.
       0355-CONFERIR-EMBARQUE.
      *>********* EMBARQUES: TRANSPORTADORA (ESPACOS = REGISTRO
      *>          ANTIGO, SEM TRANSPORTADORA) E DATA
           MOVE 'EMBARQUE10' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT EMBARQUE-FILE.
           MOVE WRK-EMBARQUE-STATUS TO WRK-ARQ-STATUS.
           IF WRK-EMBARQUE-STATUS = '00'
               PERFORM 0356-LER-EMBARQUE UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE EMBARQUE-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0356-LER-EMBARQUE.
      *>********* LENDO UM EMBARQUE
           READ EMBARQUE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING 'EMB ' DELIMITED BY SIZE
                          EMB-SEQ DELIMITED BY SIZE
                          ' PED ' DELIMITED BY SIZE
                          EMB-PEDIDO DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   IF EMB-TRANSPORTADORA NOT = SPACES
                       MOVE 'TR' TO WRK-BUSCA-TIPO
                       MOVE EMB-TRANSPORTADORA TO WRK-BUSCA-CODIGO
                       MOVE 'TRANSPORTADORA' TO WRK-REF-CAMPO
                       MOVE 'TRANSPMST' TO WRK-REF-MESTRE
                       PERFORM 0710-CONFERIR-REFERENCIA
                   END-IF
                   MOVE EMB-DATA TO WRK-TESTE-NUM
                   MOVE 'DATA' TO WRK-DATA-CAMPO
                   PERFORM 0830-TESTAR-DATA
           END-READ.
       0360-CONFERIR-TRANSPTAR.
      *>********* TABELA DE PRECOS DAS TRANSPORTADORAS
           MOVE 'TRANSPTAR' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT TRANSPTAR-FILE.
           MOVE WRK-TRANSPTAR-STATUS TO WRK-ARQ-STATUS.
           IF WRK-TRANSPTAR-STATUS = '00'
               PERFORM 0361-LER-TARIFA UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE TRANSPTAR-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0361-LER-TARIFA.
      *>********* LENDO UMA FAIXA DE PRECO
           READ TRANSPTAR-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING TAR-TRANSPORTADORA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TAR-UF DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'TR' TO WRK-BUSCA-TIPO
                   MOVE TAR-TRANSPORTADORA TO WRK-BUSCA-CODIGO
                   MOVE 'TRANSPORTADORA' TO WRK-REF-CAMPO
                   MOVE 'TRANSPMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
           END-READ.
       0365-CONFERIR-CONTASREC.
      *>********* CONTAS A RECEBER: CLIENTE E DATA DA VENDA
           MOVE 'CONTASREC17' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT CONTASREC-FILE.
           MOVE WRK-CONTASREC-STATUS TO WRK-ARQ-STATUS.
           IF WRK-CONTASREC-STATUS = '00'
               PERFORM 0366-LER-TITULO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CONTASREC-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0366-LER-TITULO.
      *>********* LENDO UM TITULO A RECEBER
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING 'SEQ ' DELIMITED BY SIZE
                          CREC-SEQ DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          CREC-DATA-VENDA DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'CL' TO WRK-BUSCA-TIPO
                   MOVE CREC-CLIENTE TO WRK-BUSCA-CODIGO
                   MOVE 'CLIENTE' TO WRK-REF-CAMPO
                   MOVE 'CLIMST17' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   MOVE CREC-DATA-VENDA TO WRK-TESTE-NUM
                   MOVE 'VENDA' TO WRK-DATA-CAMPO
                   PERFORM 0830-TESTAR-DATA
           END-READ.
       0370-CONFERIR-PARCELA.
      *>********* PARCELAS DE EMPRESTIMO: CONTRATO, NUMERO DA
      *>          PARCELA DENTRO DO PRAZO, PARCELA EM ABERTO DE
      *>          CONTRATO RENEGOCIADO E DE CONTRATO JA QUITADO
           MOVE 'PARCELA25' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           IF CONTRATOS-ESTOURARAM
               MOVE '99' TO WRK-ARQ-STATUS
           ELSE
               OPEN INPUT PARCELA-FILE
               MOVE WRK-PARCELA-STATUS TO WRK-ARQ-STATUS
               IF WRK-PARCELA-STATUS = '00'
                   PERFORM 0371-LER-PARCELA UNTIL FIM-ARQUIVO
               END-IF
               CLOSE PARCELA-FILE
               PERFORM 0374-CONFERIR-QUITADO
                   VARYING WRK-CTR-IDX FROM 1 BY 1
                   UNTIL WRK-CTR-IDX > WRK-CTR-QTD
           END-IF.
           PERFORM 0810-FECHAR-GRUPO.
       0371-LER-PARCELA.
      *>********* LENDO UMA PARCELA E SOMANDO NO SEU CONTRATO
           READ PARCELA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING 'CTR ' DELIMITED BY SIZE
                          PAR-CONTRATO DELIMITED BY SIZE
                          ' PARC ' DELIMITED BY SIZE
                          PAR-NUMERO DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE PAR-CONTRATO TO WRK-CTR-BUSCA
                   PERFORM 0730-LOCALIZAR-CONTRATO
                   IF WRK-CTR-ACHADO = ZEROS
                       MOVE 'CONTRATO SEM CADASTRO NO CONTRATO25'
                           TO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   ELSE
                       PERFORM 0372-CONFERIR-PARCELA
                   END-IF
           END-READ.
       0372-CONFERIR-PARCELA.
      *>********* CONFERINDO A PARCELA CONTRA O SEU CONTRATO
           IF PAR-NUMERO > WRK-CTR-PARCELAS(WRK-CTR-ACHADO)
               MOVE 'PARCELA ALEM DO PRAZO DO CONTRATO'
                   TO WRK-EXC-MOTIVO
               PERFORM 0820-APONTAR-EXCECAO
           END-IF.
           EVALUATE PAR-STATUS
               WHEN 'P'
                   ADD 1 TO WRK-CTR-PAGAS(WRK-CTR-ACHADO)
               WHEN 'A'
                   ADD 1 TO WRK-CTR-ABERTAS(WRK-CTR-ACHADO)
                   IF WRK-CTR-RENEGOCIADO(WRK-CTR-ACHADO) = 'S'
                       MOVE 'PARCELA EM ABERTO DE CONTRATO RENEGOCIADO'
                           TO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0374-CONFERIR-QUITADO.
      *>********* CONTRATO COM TODAS AS PARCELAS DO PRAZO PAGAS E
      *>          AINDA COM PARCELA EM ABERTO
           IF WRK-CTR-PAGAS(WRK-CTR-IDX)
                  >= WRK-CTR-PARCELAS(WRK-CTR-IDX)
              AND WRK-CTR-ABERTAS(WRK-CTR-IDX) > ZEROS
               MOVE SPACES TO WRK-EXC-CHAVE
               STRING 'CTR ' DELIMITED BY SIZE
                      WRK-CTR-NUMERO(WRK-CTR-IDX) DELIMITED BY SIZE
                 INTO WRK-EXC-CHAVE
               MOVE 'PARCELA EM ABERTO DE CONTRATO QUITADO'
                   TO WRK-EXC-MOTIVO
               PERFORM 0820-APONTAR-EXCECAO
           END-IF.
       0375-CONFERIR-HISTESC.
      *>********* HISTORICO ESCOLAR: DISCIPLINA
           MOVE 'BOLETIMHIST' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT HISTESC-FILE.
           MOVE WRK-HISTESC-STATUS TO WRK-ARQ-STATUS.
           IF WRK-HISTESC-STATUS = '00'
               PERFORM 0376-LER-HISTORICO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE HISTESC-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0376-LER-HISTORICO.
      *>********* LENDO UMA LINHA DO HISTORICO
           READ HISTESC-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING HIST-PERIODO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          HIST-MATRICULA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          HIST-DISCIPLINA DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'DI' TO WRK-BUSCA-TIPO
                   MOVE HIST-DISCIPLINA TO WRK-BUSCA-CODIGO
                   MOVE 'DISCIPLINA' TO WRK-REF-CAMPO
                   MOVE 'DISCMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
           END-READ.
       0380-CONFERIR-GRADEHOR.
      *>********* GRADE DE HORARIOS: DISCIPLINA E PROFESSOR
           MOVE 'GRADEHOR' TO WRK-GRP-NOME.
           PERFORM 0800-ABRIR-GRUPO.
           OPEN INPUT GRADEHOR-FILE.
           MOVE WRK-GRADEHOR-STATUS TO WRK-ARQ-STATUS.
           IF WRK-GRADEHOR-STATUS = '00'
               PERFORM 0381-LER-AULA UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE GRADEHOR-FILE.
           PERFORM 0810-FECHAR-GRUPO.
       0381-LER-AULA.
      *>********* LENDO UMA AULA DA GRADE
           READ GRADEHOR-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-GRP-LIDOS(WRK-GRP-QTD)
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING GRD-TURMA DELIMITED BY SIZE
                          ' D' DELIMITED BY SIZE
                          GRD-DIA DELIMITED BY SIZE
                          ' A' DELIMITED BY SIZE
                          GRD-AULA DELIMITED BY SIZE
                     INTO WRK-EXC-CHAVE
                   MOVE 'DI' TO WRK-BUSCA-TIPO
                   MOVE GRD-DISCIPLINA TO WRK-BUSCA-CODIGO
                   MOVE 'DISCIPLINA' TO WRK-REF-CAMPO
                   MOVE 'DISCMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
                   MOVE 'PF' TO WRK-BUSCA-TIPO
                   MOVE GRD-PROFESSOR TO WRK-BUSCA-CODIGO
                   MOVE 'PROFESSOR' TO WRK-REF-CAMPO
                   MOVE 'PROFMST' TO WRK-REF-MESTRE
                   PERFORM 0710-CONFERIR-REFERENCIA
           END-READ.
       0400-FINALIZAR.
      *>********* RESUMO POR ARQUIVO E RESULTADO DA CONFERENCIA
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '======================================='.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'RESUMO POR ARQUIVO      LIDOS EXCECOES'.
           PERFORM 0410-IMPRIMIR-RESUMO
               VARYING WRK-GRP-IDX FROM 1 BY 1
               UNTIL WRK-GRP-IDX > WRK-GRP-QTD.
           MOVE WRK-TOT-LIDOS TO WRK-QTD-ED.
           MOVE WRK-TOT-EXCECOES TO WRK-EXC-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'TOTAL             ' WRK-QTD-ED '  ' WRK-EXC-ED.
           EVALUATE TRUE
               WHEN CHAVES-ESTOURARAM OR CONTRATOS-ESTOURARAM
                   DISPLAY 'RESULTADO: CONFERENCIA INCOMPLETA '
                           '(TABELA CHEIA).'
               WHEN WRK-TOT-EXCECOES > ZEROS
                   DISPLAY 'RESULTADO: ARQUIVOS COM EXCECOES.'
               WHEN OTHER
                   DISPLAY 'RESULTADO: ARQUIVOS LIMPOS.'
           END-EVALUATE.
           DISPLAY 'FIM DO PROGRAMA...'.
       0410-IMPRIMIR-RESUMO.
      *>********* IMPRIMINDO A LINHA DE UM ARQUIVO NO RESUMO
           MOVE WRK-GRP-LIDOS(WRK-GRP-IDX) TO WRK-QTD-ED.
           MOVE WRK-GRP-EXCECOES(WRK-GRP-IDX) TO WRK-EXC-ED.
           PERFORM 9710-CONTAR-LINHA.
           IF WRK-GRP-SITUACAO(WRK-GRP-IDX) = '00'
               DISPLAY WRK-GRP-ARQUIVO(WRK-GRP-IDX) '      '
                       WRK-QTD-ED '  ' WRK-EXC-ED
           ELSE
               DISPLAY WRK-GRP-ARQUIVO(WRK-GRP-IDX) '      '
                       WRK-QTD-ED '  ' WRK-EXC-ED
                       ' (NAO CONFERIDO - STATUS '
                       WRK-GRP-SITUACAO(WRK-GRP-IDX) ')'
           END-IF.
       0700-BUSCAR-CHAVE.
      *>********* PROCURANDO TIPO + CODIGO NA TABELA DE CHAVES
           MOVE ZEROS TO WRK-CHV-ACHADA.
           PERFORM 0705-TESTAR-CHAVE
               VARYING WRK-CHV-IDX FROM 1 BY 1
               UNTIL WRK-CHV-IDX > WRK-CHV-QTD
                  OR WRK-CHV-ACHADA > ZEROS.
       0705-TESTAR-CHAVE.
      *>********* COMPARANDO UMA CHAVE DA TABELA COM A PROCURADA
           IF WRK-CHV-TIPO(WRK-CHV-IDX) = WRK-BUSCA-TIPO
              AND WRK-CHV-CODIGO(WRK-CHV-IDX) = WRK-BUSCA-CODIGO
               MOVE WRK-CHV-IDX TO WRK-CHV-ACHADA
           END-IF.
       0710-CONFERIR-REFERENCIA.
      *>********* APONTANDO O CODIGO QUE NAO EXISTE NO CADASTRO (COM
      *>          A TABELA DE CHAVES CHEIA NAO HA COMO AFIRMAR)
           IF NOT CHAVES-ESTOURARAM
               PERFORM 0700-BUSCAR-CHAVE
               IF WRK-CHV-ACHADA = ZEROS
                   MOVE SPACES TO WRK-EXC-MOTIVO
                   STRING WRK-REF-CAMPO DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          WRK-BUSCA-CODIGO DELIMITED BY SPACE
                          ' SEM CADASTRO NO ' DELIMITED BY SIZE
                          WRK-REF-MESTRE DELIMITED BY SPACE
                     INTO WRK-EXC-MOTIVO
                   PERFORM 0820-APONTAR-EXCECAO
               END-IF
           END-IF.
       0720-INCLUIR-CHAVE.
      *>********* GUARDANDO A CHAVE DE UM CADASTRO; JA EXISTENTE E
      *>          CHAVE DUPLICADA
           PERFORM 0700-BUSCAR-CHAVE.
           IF WRK-CHV-ACHADA > ZEROS
               MOVE 'CHAVE DUPLICADA NO CADASTRO' TO WRK-EXC-MOTIVO
               PERFORM 0820-APONTAR-EXCECAO
           ELSE
               IF WRK-CHV-QTD >= 5000
                   MOVE 'S' TO WRK-CHV-ESTOURO
               ELSE
                   ADD 1 TO WRK-CHV-QTD
                   MOVE WRK-BUSCA-TIPO TO WRK-CHV-TIPO(WRK-CHV-QTD)
                   MOVE WRK-BUSCA-CODIGO
                       TO WRK-CHV-CODIGO(WRK-CHV-QTD)
               END-IF
           END-IF.
       0730-LOCALIZAR-CONTRATO.
      *>********* PROCURANDO UM CONTRATO PELO NUMERO
           MOVE ZEROS TO WRK-CTR-ACHADO.
           PERFORM 0735-TESTAR-CONTRATO
               VARYING WRK-CTR-IDX FROM 1 BY 1
               UNTIL WRK-CTR-IDX > WRK-CTR-QTD
                  OR WRK-CTR-ACHADO > ZEROS.
       0735-TESTAR-CONTRATO.
      *>********* COMPARANDO UM CONTRATO COM O NUMERO PROCURADO
           IF WRK-CTR-NUMERO(WRK-CTR-IDX) = WRK-CTR-BUSCA
               MOVE WRK-CTR-IDX TO WRK-CTR-ACHADO
           END-IF.
       0800-ABRIR-GRUPO.
      *>********* INICIANDO O GRUPO DE UM ARQUIVO NO RELATORIO
           ADD 1 TO WRK-GRP-QTD.
           MOVE WRK-GRP-NOME TO WRK-GRP-ARQUIVO(WRK-GRP-QTD).
           MOVE ZEROS TO WRK-GRP-LIDOS(WRK-GRP-QTD).
           MOVE ZEROS TO WRK-GRP-EXCECOES(WRK-GRP-QTD).
           MOVE SPACES TO WRK-GRP-SITUACAO(WRK-GRP-QTD).
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '----- ARQUIVO ' WRK-GRP-NOME ' -----'.
       0810-FECHAR-GRUPO.
      *>********* FECHANDO O GRUPO COM A CONTAGEM DO ARQUIVO
           MOVE WRK-ARQ-STATUS TO WRK-GRP-SITUACAO(WRK-GRP-QTD).
           ADD WRK-GRP-LIDOS(WRK-GRP-QTD) TO WRK-TOT-LIDOS.
           MOVE WRK-GRP-LIDOS(WRK-GRP-QTD) TO WRK-QTD-ED.
           MOVE WRK-GRP-EXCECOES(WRK-GRP-QTD) TO WRK-EXC-ED.
           PERFORM 9710-CONTAR-LINHA.
           EVALUATE TRUE
               WHEN WRK-ARQ-STATUS NOT = '00'
                   DISPLAY '  ARQUIVO NAO CONFERIDO (STATUS '
                           WRK-ARQ-STATUS ')'
               WHEN WRK-GRP-EXCECOES(WRK-GRP-QTD) = ZEROS
                   DISPLAY '  LIDOS: ' WRK-QTD-ED ' - SEM EXCECOES'
               WHEN OTHER
                   DISPLAY '  LIDOS: ' WRK-QTD-ED ' - EXCECOES: '
                           WRK-EXC-ED
           END-EVALUATE.
       0820-APONTAR-EXCECAO.
      *>********* IMPRIMINDO UMA EXCECAO DO ARQUIVO EM CONFERENCIA
           ADD 1 TO WRK-GRP-EXCECOES(WRK-GRP-QTD).
           ADD 1 TO WRK-TOT-EXCECOES.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '  ' WRK-EXC-CHAVE ' ' WRK-EXC-MOTIVO.
       0830-TESTAR-DATA.
      *>********* DATA ZERADA = NAO INFORMADA; MES/DIA FORA DA FAIXA
      *>          = INVALIDA; DEPOIS DE HOJE = FUTURA
           IF WRK-TESTE-NUM > ZEROS
               MOVE SPACES TO WRK-EXC-MOTIVO
               EVALUATE TRUE
                   WHEN WRK-TESTE-MES < 1 OR WRK-TESTE-MES > 12
                     OR WRK-TESTE-DIA < 1 OR WRK-TESTE-DIA > 31
                       STRING WRK-DATA-CAMPO DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              WRK-TESTE-NUM DELIMITED BY SIZE
                              ' INVALIDA' DELIMITED BY SIZE
                         INTO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   WHEN WRK-TESTE-NUM > WRK-HOJE-NUM
                       STRING WRK-DATA-CAMPO DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              WRK-TESTE-NUM DELIMITED BY SIZE
                              ' FUTURA' DELIMITED BY SIZE
                         INTO WRK-EXC-MOTIVO
                       PERFORM 0820-APONTAR-EXCECAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                  BY =='INTEGRIDADE DOS ARQUIVOS'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL128'==.
