       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL108.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: GERAR, A PARTIR DO CADASTRO DE ALUNOS (ALUNOMST DO
      *>           PROGCBL107), A CARTA DE ENCAMINHAMENTO QUE SEGUE
      *>           PELO CORREIO COM O BOLETIM: UMA CARTA ENDERECADA
      *>           POR RESPONSAVEL NO ARQUIVO CARTABOL, CITANDO TODOS
      *>           OS FILHOS DELE NA TURMA ESCOLHIDA (OU EM TODAS)
      *> OBJETIVO: APONTAR O RESPONSAVEL SEM ENDERECO COMPLETO, QUE
      *>           FICA SEM CARTA
      *> OBJETIVO: IMPRIMIR A LISTA DE CONTATOS DOS RESPONSAVEIS POR
      *>           TURMA, DESTACANDO QUEM ESTA SEM TELEFONE
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOMST-FILE ASSIGN TO 'ALUNOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOMST-STATUS.
           SELECT OPTIONAL CARTABOL-FILE ASSIGN TO 'CARTABOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARTABOL-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOMST-FILE.
       01  ALUNOMST-REC.
           COPY 'ALUNO.cbl'.
       FD  CARTABOL-FILE.
       01  CARTABOL-REC PIC X(80).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='CONTATOS DOS RESPONSAVEIS POR TURMA'==.
       77 WRK-ALUNOMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUNOMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-ALUNOMST VALUE 'S'.
       77 WRK-CARTABOL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PERIODO PIC X(06) VALUE SPACES.
       77 WRK-TURMA PIC X(07) VALUE SPACES.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04).
          02 WRK-HOJE-MES PIC 9(02).
          02 WRK-HOJE-DIA PIC 9(02).
      *>********* ALUNOS ATIVOS SELECIONADOS, NA ORDEM DO CADASTRO
       01 WRK-ALN-TAB.
          02 WRK-ALN-LINHA OCCURS 500 TIMES.
             03 WRK-ALN-MATRICULA PIC 9(06).
             03 WRK-ALN-NOME-COMPLETO PIC X(40).
             03 WRK-ALN-NASCIMENTO PIC 9(08).
             03 WRK-ALN-TURMA PIC X(07).
             03 WRK-ALN-RESP-NOME PIC X(30).
             03 WRK-ALN-RESP-ENDERECO PIC X(40).
             03 WRK-ALN-RESP-BAIRRO PIC X(20).
             03 WRK-ALN-RESP-CIDADE PIC X(20).
             03 WRK-ALN-RESP-UF PIC X(02).
             03 WRK-ALN-RESP-CEP PIC 9(08).
             03 WRK-ALN-RESP-TELEFONE PIC X(15).
             03 WRK-ALN-SITUACAO PIC X(01).
             03 WRK-ALN-RESP-IDX PIC 9(03).
       77 WRK-ALN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ALN-IDX PIC 9(03) VALUE ZEROS.
      *>********* RESPONSAVEIS DISTINTOS (MESMO NOME, ENDERECO E CEP
      *>          = MESMO RESPONSAVEL, UMA CARTA SO PARA OS IRMAOS)
       01 WRK-RSP-TAB.
          02 WRK-RSP-LINHA OCCURS 500 TIMES.
             03 WRK-RSP-NOME PIC X(30).
             03 WRK-RSP-ENDERECO PIC X(40).
             03 WRK-RSP-CEP PIC 9(08).
             03 WRK-RSP-PRIMEIRO PIC 9(03).
       77 WRK-RSP-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-RSP-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-RSP-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* TURMAS DOS ALUNOS SELECIONADOS, EM ORDEM
       01 WRK-TUR-TAB.
          02 WRK-TUR-NOME PIC X(07) OCCURS 50 TIMES.
       77 WRK-TUR-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-TUR-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-TUR-POS PIC 9(02) VALUE ZEROS.
       77 WRK-TUR-ESTOURO PIC X(01) VALUE 'N'.
         88 TUR-ESTOUROU VALUE 'S'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-PAR-NOVO PIC X(01) VALUE 'N'.
         88 PAR-NOVO VALUE 'S'.
       01 WRK-CEP.
          02 WRK-CEP-PREFIXO PIC 9(05).
          02 WRK-CEP-SUFIXO PIC 9(03).
       01 WRK-CEP-NUM REDEFINES WRK-CEP PIC 9(08).
       77 WRK-QTD-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CARTAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-ENDERECO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-TELEFONE PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-TURMA PIC 9(04) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-CARTAS TO WRK-RUN-PROC.
           MOVE WRK-QTD-SEM-ENDERECO TO WRK-RUN-REJ.
           MOVE 'OK' TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO PERIODO E TURMA E CARREGANDO O CADASTRO
           DISPLAY '***************************************'.
           DISPLAY ' CARTAS DO BOLETIM E CONTATOS - LOTE'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'PERIODO DO BOLETIM (EX: 2026-1): '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           DISPLAY 'TURMA (EX: TURMA08; BRANCO = TODAS): '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           OPEN INPUT ALUNOMST-FILE.
           IF WRK-ALUNOMST-STATUS NOT = '00'
               MOVE 'ALUNOMST' TO WRK-ERR-ARQUIVO
               MOVE WRK-ALUNOMST-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0110-LER-ALUNO UNTIL FIM-ALUNOMST.
           CLOSE ALUNOMST-FILE.
       0110-LER-ALUNO.
      *>********* LENDO UM ALUNO E GUARDANDO O ATIVO DA TURMA PEDIDA
           READ ALUNOMST-FILE
               AT END
                   MOVE 'S' TO WRK-ALUNOMST-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF ALUN-SITUACAO NOT = 'I'
                      AND (WRK-TURMA = SPACES
                           OR ALUN-TURMA = WRK-TURMA)
                       PERFORM 0120-GUARDAR-ALUNO
                   END-IF
           END-READ.
       0120-GUARDAR-ALUNO.
      *>********* GUARDANDO O ALUNO, O RESPONSAVEL E A TURMA DELE
           IF WRK-ALN-QTD >= 500
               MOVE 'S' TO WRK-CARGA-ESTOURO
           ELSE
               ADD 1 TO WRK-ALN-QTD
               MOVE ALUNOMST-REC TO WRK-ALN-LINHA(WRK-ALN-QTD)
               PERFORM 0130-REGISTRAR-RESPONSAVEL
               MOVE WRK-RSP-ACHADO TO WRK-ALN-RESP-IDX(WRK-ALN-QTD)
               PERFORM 0140-REGISTRAR-TURMA
           END-IF.
       0130-REGISTRAR-RESPONSAVEL.
      *>********* LOCALIZANDO O RESPONSAVEL JA VISTO (IRMAO) OU
      *>          INCLUINDO UM NOVO
           MOVE ZEROS TO WRK-RSP-ACHADO.
           PERFORM 0135-TESTAR-RESPONSAVEL
               VARYING WRK-RSP-IDX FROM 1 BY 1
               UNTIL WRK-RSP-IDX > WRK-RSP-QTD
                  OR WRK-RSP-ACHADO > ZEROS.
           IF WRK-RSP-ACHADO = ZEROS
               ADD 1 TO WRK-RSP-QTD
               MOVE WRK-RSP-QTD TO WRK-RSP-ACHADO
               MOVE ALUN-RESP-NOME TO WRK-RSP-NOME(WRK-RSP-QTD)
               MOVE ALUN-RESP-ENDERECO TO WRK-RSP-ENDERECO(WRK-RSP-QTD)
               MOVE ALUN-RESP-CEP TO WRK-RSP-CEP(WRK-RSP-QTD)
               MOVE WRK-ALN-QTD TO WRK-RSP-PRIMEIRO(WRK-RSP-QTD)
           END-IF.
       0135-TESTAR-RESPONSAVEL.
      *>********* COMPARANDO UM RESPONSAVEL JA VISTO COM O DO ALUNO
           IF WRK-RSP-NOME(WRK-RSP-IDX) = ALUN-RESP-NOME
              AND WRK-RSP-ENDERECO(WRK-RSP-IDX) = ALUN-RESP-ENDERECO
              AND WRK-RSP-CEP(WRK-RSP-IDX) = ALUN-RESP-CEP
               MOVE WRK-RSP-IDX TO WRK-RSP-ACHADO
           END-IF.
       0140-REGISTRAR-TURMA.
      *>********* INCLUINDO A TURMA NA LISTA, MANTIDA EM ORDEM
           MOVE 'S' TO WRK-PAR-NOVO.
           MOVE 1 TO WRK-TUR-POS.
           PERFORM 0145-POSICIONAR-TURMA
               VARYING WRK-TUR-IDX FROM 1 BY 1
               UNTIL WRK-TUR-IDX > WRK-TUR-QTD
                  OR NOT PAR-NOVO.
           IF PAR-NOVO
               IF WRK-TUR-QTD >= 50
                   MOVE 'S' TO WRK-TUR-ESTOURO
               ELSE
                   PERFORM 0146-ABRIR-POSICAO
                       VARYING WRK-TUR-IDX FROM WRK-TUR-QTD BY -1
                       UNTIL WRK-TUR-IDX < WRK-TUR-POS
                   MOVE ALUN-TURMA TO WRK-TUR-NOME(WRK-TUR-POS)
                   ADD 1 TO WRK-TUR-QTD
               END-IF
           END-IF.
       0145-POSICIONAR-TURMA.
      *>********* A TURMA JA ESTA NA LISTA, OU VAI DEPOIS DESTA
           IF WRK-TUR-NOME(WRK-TUR-IDX) = ALUN-TURMA
               MOVE 'N' TO WRK-PAR-NOVO
           ELSE
               IF WRK-TUR-NOME(WRK-TUR-IDX) < ALUN-TURMA
                   ADD 1 TO WRK-TUR-IDX GIVING WRK-TUR-POS
               END-IF
           END-IF.
       0146-ABRIR-POSICAO.
      *>********* DESCENDO UMA TURMA PARA ABRIR A POSICAO DA NOVA
           MOVE WRK-TUR-NOME(WRK-TUR-IDX)
               TO WRK-TUR-NOME(WRK-TUR-IDX + 1).
       0200-PROCESSAR.
      *>********* GERANDO AS CARTAS (UMA POR RESPONSAVEL) E A LISTA
      *>          DE CONTATOS POR TURMA
           OPEN OUTPUT CARTABOL-FILE.
           PERFORM 0210-GERAR-CARTA
               VARYING WRK-RSP-IDX FROM 1 BY 1
               UNTIL WRK-RSP-IDX > WRK-RSP-QTD.
           CLOSE CARTABOL-FILE.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           IF WRK-TURMA = SPACES
               DISPLAY 'PERIODO ' WRK-PERIODO ' - TODAS AS TURMAS'
           ELSE
               DISPLAY 'PERIODO ' WRK-PERIODO ' - ' WRK-TURMA
           END-IF.
           PERFORM 0250-LISTAR-TURMA
               VARYING WRK-TUR-IDX FROM 1 BY 1
               UNTIL WRK-TUR-IDX > WRK-TUR-QTD.
       0210-GERAR-CARTA.
      *>********* CARTA ENDERECADA AO RESPONSAVEL, COM OS FILHOS DELE;
      *>          SEM ENDERECO OU CEP NAO HA COMO POSTAR
           MOVE WRK-RSP-PRIMEIRO(WRK-RSP-IDX) TO WRK-ALN-IDX.
           IF WRK-ALN-RESP-ENDERECO(WRK-ALN-IDX) = SPACES
              OR WRK-ALN-RESP-CEP(WRK-ALN-IDX) NOT NUMERIC
              OR WRK-ALN-RESP-CEP(WRK-ALN-IDX) = ZEROS
               ADD 1 TO WRK-QTD-SEM-ENDERECO
               DISPLAY 'SEM CARTA (ENDERECO INCOMPLETO): '
                       WRK-ALN-RESP-NOME(WRK-ALN-IDX) ' - ALUNO '
                       WRK-ALN-MATRICULA(WRK-ALN-IDX)
           ELSE
               ADD 1 TO WRK-QTD-CARTAS
               PERFORM 0220-CABECALHO-CARTA
               PERFORM 0230-CITAR-FILHO
                   VARYING WRK-ALN-IDX FROM 1 BY 1
                   UNTIL WRK-ALN-IDX > WRK-ALN-QTD
               PERFORM 0240-RODAPE-CARTA
           END-IF.
       0220-CABECALHO-CARTA.
      *>********* ENDERECAMENTO E ABERTURA DA CARTA
           MOVE ALL '=' TO CARTABOL-REC.
           WRITE CARTABOL-REC.
           MOVE SPACES TO CARTABOL-REC.
           STRING 'A(O) SR(A). ' DELIMITED BY SIZE
                  WRK-ALN-RESP-NOME(WRK-ALN-IDX) DELIMITED BY SIZE
             INTO CARTABOL-REC.
           WRITE CARTABOL-REC.
           MOVE WRK-ALN-RESP-ENDERECO(WRK-ALN-IDX) TO CARTABOL-REC.
           WRITE CARTABOL-REC.
           MOVE SPACES TO CARTABOL-REC.
           STRING WRK-ALN-RESP-BAIRRO(WRK-ALN-IDX) DELIMITED BY '  '
                  ' - ' DELIMITED BY SIZE
                  WRK-ALN-RESP-CIDADE(WRK-ALN-IDX) DELIMITED BY '  '
                  '/' DELIMITED BY SIZE
                  WRK-ALN-RESP-UF(WRK-ALN-IDX) DELIMITED BY SIZE
             INTO CARTABOL-REC.
           WRITE CARTABOL-REC.
           MOVE WRK-ALN-RESP-CEP(WRK-ALN-IDX) TO WRK-CEP-NUM.
           MOVE SPACES TO CARTABOL-REC.
           STRING 'CEP ' DELIMITED BY SIZE
                  WRK-CEP-PREFIXO DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WRK-CEP-SUFIXO DELIMITED BY SIZE
             INTO CARTABOL-REC.
           WRITE CARTABOL-REC.
           MOVE SPACES TO CARTABOL-REC.
           WRITE CARTABOL-REC.
           MOVE 'PREZADO(A) RESPONSAVEL,' TO CARTABOL-REC.
           WRITE CARTABOL-REC.
           MOVE SPACES TO CARTABOL-REC.
           STRING 'SEGUE EM ANEXO O BOLETIM ESCOLAR DO PERIODO '
                  DELIMITED BY SIZE
                  WRK-PERIODO DELIMITED BY SIZE
                  ' DE:' DELIMITED BY SIZE
             INTO CARTABOL-REC.
           WRITE CARTABOL-REC.
       0230-CITAR-FILHO.
      *>********* CITANDO NA CARTA CADA ALUNO DO RESPONSAVEL
           IF WRK-ALN-RESP-IDX(WRK-ALN-IDX) = WRK-RSP-IDX
               MOVE SPACES TO CARTABOL-REC
               STRING '   ' DELIMITED BY SIZE
                      WRK-ALN-MATRICULA(WRK-ALN-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-ALN-NOME-COMPLETO(WRK-ALN-IDX)
                      DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-ALN-TURMA(WRK-ALN-IDX) DELIMITED BY SIZE
                 INTO CARTABOL-REC
               WRITE CARTABOL-REC
           END-IF.
       0240-RODAPE-CARTA.
      *>********* FECHAMENTO DA CARTA
           MOVE SPACES TO CARTABOL-REC.
           WRITE CARTABOL-REC.
           MOVE 'EM CASO DE DUVIDA, PROCURE A SECRETARIA DA ESCOLA.'
               TO CARTABOL-REC.
           WRITE CARTABOL-REC.
           MOVE SPACES TO CARTABOL-REC.
           STRING 'EMITIDA EM ' DELIMITED BY SIZE
                  WRK-HOJE-DIA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-HOJE-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-HOJE-ANO DELIMITED BY SIZE
             INTO CARTABOL-REC.
           WRITE CARTABOL-REC.
       0250-LISTAR-TURMA.
      *>********* LISTA DE CONTATOS DE UMA TURMA
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '---------------------------------------'.
           DISPLAY 'TURMA ' WRK-TUR-NOME(WRK-TUR-IDX).
           DISPLAY 'MATRIC. ALUNO                                    '
                   'RESPONSAVEL                    TELEFONE'.
           MOVE ZEROS TO WRK-QTD-TURMA.
           PERFORM 0255-LISTAR-CONTATO
               VARYING WRK-ALN-IDX FROM 1 BY 1
               UNTIL WRK-ALN-IDX > WRK-ALN-QTD.
           DISPLAY 'ALUNOS NA TURMA: ' WRK-QTD-TURMA.
       0255-LISTAR-CONTATO.
      *>********* UMA LINHA DE CONTATO (ALUNO DA TURMA DA VEZ)
           IF WRK-ALN-TURMA(WRK-ALN-IDX) = WRK-TUR-NOME(WRK-TUR-IDX)
               ADD 1 TO WRK-QTD-TURMA
               PERFORM 9710-CONTAR-LINHA
               IF WRK-ALN-RESP-TELEFONE(WRK-ALN-IDX) = SPACES
                   ADD 1 TO WRK-QTD-SEM-TELEFONE
                   DISPLAY WRK-ALN-MATRICULA(WRK-ALN-IDX) ' '
                           WRK-ALN-NOME-COMPLETO(WRK-ALN-IDX) ' '
                           WRK-ALN-RESP-NOME(WRK-ALN-IDX) ' '
                           '*** SEM TELEFONE ***'
               ELSE
                   DISPLAY WRK-ALN-MATRICULA(WRK-ALN-IDX) ' '
                           WRK-ALN-NOME-COMPLETO(WRK-ALN-IDX) ' '
                           WRK-ALN-RESP-NOME(WRK-ALN-IDX) ' '
                           WRK-ALN-RESP-TELEFONE(WRK-ALN-IDX)
               END-IF
           END-IF.
       0300-FINALIZAR.
      *>********* RESUMO DO LOTE
           DISPLAY '---------------------------------------'.
           DISPLAY 'ALUNOS SELECIONADOS: ' WRK-ALN-QTD
                   '  RESPONSAVEIS: ' WRK-RSP-QTD.
           DISPLAY 'CARTAS GERADAS (CARTABOL): ' WRK-QTD-CARTAS.
           DISPLAY 'RESPONSAVEIS SEM ENDERECO (SEM CARTA): '
                   WRK-QTD-SEM-ENDERECO.
           DISPLAY 'ALUNOS COM RESPONSAVEL SEM TELEFONE: '
                   WRK-QTD-SEM-TELEFONE.
           IF CARGA-ESTOUROU
               DISPLAY 'AVISO: MAIS ALUNOS DO QUE A TABELA (500) - '
                       'CARTAS E LISTA INCOMPLETAS.'
           END-IF.
           IF TUR-ESTOUROU
               DISPLAY 'AVISO: MAIS TURMAS DO QUE A TABELA (50) - '
                       'LISTA DE CONTATOS INCOMPLETA.'
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL108'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL108'==.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='CONTATOS DOS RESPONSAVEIS POR TURMA'==.
