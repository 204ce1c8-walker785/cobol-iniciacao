       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL110.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: RELATORIO DAS REVISOES DE NOTA DO PERIODO (ARQUIVO
      *>           REVNOTA, ACRESCIDO PELO PROGCBL109): UMA LINHA POR
      *>           REVISAO COM A NOTA ANTES/DEPOIS, O PROFESSOR E O
      *>           SUPERVISOR QUE AUTORIZOU
      *> OBJETIVO: RESUMO PARA A COORDENACAO COM QUANTAS NOTAS CADA
      *>           PROFESSOR MANDOU CORRIGIR NO PERIODO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVNOTA-FILE ASSIGN TO 'REVNOTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REVNOTA-STATUS.
           SELECT OPTIONAL PROFMST-FILE ASSIGN TO 'PROFMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROFMST-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REVNOTA-FILE.
       01  REVNOTA-REC.
           COPY 'REVNOTA.cbl'.
       FD  PROFMST-FILE.
       01  PROFMST-REC.
           COPY 'PROFESSOR.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='REVISOES DE NOTA DO PERIODO'==.
       77 WRK-REVNOTA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REVNOTA-EOF PIC X(01) VALUE 'N'.
         88 FIM-REVNOTA VALUE 'S'.
       77 WRK-PROFMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROFMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PROFMST VALUE 'S'.
       77 WRK-PERIODO PIC X(06) VALUE SPACES.
       77 WRK-QTD-LIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PERIODO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SUBIU PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DESCEU PIC 9(05) VALUE ZEROS.
       77 WRK-NOTA-ED PIC Z9,9.
       77 WRK-NOTA2-ED PIC Z9,9.
      *>********* NOMES DOS PROFESSORES DO CADASTRO
       01 WRK-PRF-TAB.
          02 WRK-PRF-LINHA OCCURS 100 TIMES.
             03 WRK-PRF-CODIGO PIC X(04).
             03 WRK-PRF-NOME PIC X(25).
       77 WRK-PRF-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PRF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PRF-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* REVISOES POR PROFESSOR, EM ORDEM DE CODIGO
       01 WRK-CNT-TAB.
          02 WRK-CNT-LINHA OCCURS 100 TIMES.
             03 WRK-CNT-PROFESSOR PIC X(04).
             03 WRK-CNT-QTD PIC 9(05).
       77 WRK-CNT-QTD-PROF PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-POS PIC 9(03) VALUE ZEROS.
       77 WRK-CNT-NOVO PIC X(01) VALUE 'S'.
         88 CNT-NOVO VALUE 'S'.
       77 WRK-CNT-ESTOURO PIC X(01) VALUE 'N'.
         88 CNT-ESTOUROU VALUE 'S'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.

           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-PERIODO TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE 'OK' TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO O PERIODO E CARREGANDO OS PROFESSORES
           DISPLAY '***************************************'.
           DISPLAY ' RELATORIO DE REVISOES DE NOTA'.
           DISPLAY '***************************************'.
           DISPLAY 'PERIODO (EX: 2026-1): '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           OPEN INPUT PROFMST-FILE.
           IF WRK-PROFMST-STATUS = '00'
               PERFORM 0110-LER-PROFESSOR
                   UNTIL FIM-PROFMST OR WRK-PRF-QTD >= 100
           END-IF.
           CLOSE PROFMST-FILE.
       0110-LER-PROFESSOR.
      *>********* LENDO UM PROFESSOR DO CADASTRO
           READ PROFMST-FILE
               AT END
                   MOVE 'S' TO WRK-PROFMST-EOF
               NOT AT END
                   ADD 1 TO WRK-PRF-QTD
                   MOVE PROF-CODIGO TO WRK-PRF-CODIGO(WRK-PRF-QTD)
                   MOVE PROF-NOME TO WRK-PRF-NOME(WRK-PRF-QTD)
           END-READ.
       0200-PROCESSAR.
      *>********* LISTANDO AS REVISOES DO PERIODO E CONTANDO POR
      *>          PROFESSOR
           OPEN INPUT REVNOTA-FILE.
           IF WRK-REVNOTA-STATUS NOT = '00'
               MOVE 'REVNOTA' TO WRK-ERR-ARQUIVO
               MOVE WRK-REVNOTA-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 9700-IMPRIMIR-CABECALHO.
           DISPLAY 'PERIODO ' WRK-PERIODO.
           DISPLAY 'TURMA   MATRIC. DISC PROF ANTES DEPOIS '
                   'STATUS NOVO          SUPERVISOR      DATA'.
           PERFORM 0210-LER-REVISAO UNTIL FIM-REVNOTA.
           CLOSE REVNOTA-FILE.
           PERFORM 0250-RESUMO-PROFESSORES.
       0210-LER-REVISAO.
      *>********* LENDO UMA REVISAO E LISTANDO A DO PERIODO PEDIDO
           READ REVNOTA-FILE
               AT END
                   MOVE 'S' TO WRK-REVNOTA-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF REV-PERIODO = WRK-PERIODO
                       PERFORM 0220-LISTAR-REVISAO
                   END-IF
           END-READ.
       0220-LISTAR-REVISAO.
      *>********* UMA LINHA DA REVISAO, COM O MOTIVO LOGO ABAIXO
           ADD 1 TO WRK-QTD-PERIODO.
           IF REV-MEDIA-DEPOIS > REV-MEDIA-ANTES
               ADD 1 TO WRK-QTD-SUBIU
           ELSE
               ADD 1 TO WRK-QTD-DESCEU
           END-IF.
           MOVE REV-MEDIA-ANTES TO WRK-NOTA-ED.
           MOVE REV-MEDIA-DEPOIS TO WRK-NOTA2-ED.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY REV-TURMA ' ' REV-MATRICULA '  ' REV-DISCIPLINA ' '
                   REV-PROFESSOR ' ' WRK-NOTA-ED '  ' WRK-NOTA2-ED
                   '   ' REV-STATUS-DEPOIS ' ' REV-SUPERVISOR ' '
                   REV-DATA.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '        MOTIVO: ' REV-MOTIVO.
           PERFORM 0230-CONTAR-PROFESSOR.
       0230-CONTAR-PROFESSOR.
      *>********* SOMANDO A REVISAO NO PROFESSOR, MANTENDO A TABELA
      *>          EM ORDEM DE CODIGO
           MOVE 'S' TO WRK-CNT-NOVO.
           MOVE 1 TO WRK-CNT-POS.
           PERFORM 0235-POSICIONAR-PROFESSOR
               VARYING WRK-CNT-IDX FROM 1 BY 1
               UNTIL WRK-CNT-IDX > WRK-CNT-QTD-PROF
                  OR NOT CNT-NOVO.
           IF CNT-NOVO
               IF WRK-CNT-QTD-PROF >= 100
                   MOVE 'S' TO WRK-CNT-ESTOURO
               ELSE
                   PERFORM 0236-ABRIR-POSICAO
                       VARYING WRK-CNT-IDX FROM WRK-CNT-QTD-PROF BY -1
                       UNTIL WRK-CNT-IDX < WRK-CNT-POS
                   MOVE REV-PROFESSOR TO WRK-CNT-PROFESSOR(WRK-CNT-POS)
                   MOVE 1 TO WRK-CNT-QTD(WRK-CNT-POS)
                   ADD 1 TO WRK-CNT-QTD-PROF
               END-IF
           END-IF.
       0235-POSICIONAR-PROFESSOR.
      *>********* O PROFESSOR JA ESTA NA TABELA, OU VAI DEPOIS DESTE
           IF WRK-CNT-PROFESSOR(WRK-CNT-IDX) = REV-PROFESSOR
               ADD 1 TO WRK-CNT-QTD(WRK-CNT-IDX)
               MOVE 'N' TO WRK-CNT-NOVO
           ELSE
               IF WRK-CNT-PROFESSOR(WRK-CNT-IDX) < REV-PROFESSOR
                   ADD 1 TO WRK-CNT-IDX GIVING WRK-CNT-POS
               END-IF
           END-IF.
       0236-ABRIR-POSICAO.
      *>********* DESCENDO UM PROFESSOR PARA ABRIR A POSICAO DO NOVO
           MOVE WRK-CNT-LINHA(WRK-CNT-IDX)
               TO WRK-CNT-LINHA(WRK-CNT-IDX + 1).
       0250-RESUMO-PROFESSORES.
      *>********* QUANTAS NOTAS CADA PROFESSOR MANDOU CORRIGIR
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY '---------------------------------------'.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'REVISOES POR PROFESSOR'.
           PERFORM 9710-CONTAR-LINHA.
           DISPLAY 'PROF NOME                      REVISOES'.
           PERFORM 0255-LINHA-PROFESSOR
               VARYING WRK-CNT-IDX FROM 1 BY 1
               UNTIL WRK-CNT-IDX > WRK-CNT-QTD-PROF.
       0255-LINHA-PROFESSOR.
      *>********* UMA LINHA DO RESUMO, COM O NOME DO CADASTRO
           MOVE ZEROS TO WRK-PRF-ACHADO.
           PERFORM 0256-TESTAR-PROFESSOR
               VARYING WRK-PRF-IDX FROM 1 BY 1
               UNTIL WRK-PRF-IDX > WRK-PRF-QTD
                  OR WRK-PRF-ACHADO > ZEROS.
           PERFORM 9710-CONTAR-LINHA.
           IF WRK-PRF-ACHADO > ZEROS
               DISPLAY WRK-CNT-PROFESSOR(WRK-CNT-IDX) ' '
                       WRK-PRF-NOME(WRK-PRF-ACHADO) ' '
                       WRK-CNT-QTD(WRK-CNT-IDX)
           ELSE
               DISPLAY WRK-CNT-PROFESSOR(WRK-CNT-IDX) ' '
                       '*** FORA DO CADASTRO ***  '
                       WRK-CNT-QTD(WRK-CNT-IDX)
           END-IF.
       0256-TESTAR-PROFESSOR.
      *>********* COMPARANDO UM PROFESSOR DO CADASTRO COM O CODIGO
           IF WRK-PRF-CODIGO(WRK-PRF-IDX)
              = WRK-CNT-PROFESSOR(WRK-CNT-IDX)
               MOVE WRK-PRF-IDX TO WRK-PRF-ACHADO
           END-IF.
       0300-FINALIZAR.
      *>********* RESUMO DO RELATORIO
           DISPLAY '---------------------------------------'.
           DISPLAY 'REVISOES NO PERIODO: ' WRK-QTD-PERIODO
                   '  PROFESSORES: ' WRK-CNT-QTD-PROF.
           DISPLAY 'NOTAS AUMENTADAS: ' WRK-QTD-SUBIU
                   '  NOTAS REDUZIDAS: ' WRK-QTD-DESCEU.
           IF CNT-ESTOUROU
               DISPLAY 'AVISO: MAIS PROFESSORES DO QUE A TABELA (100) '
                       '- RESUMO INCOMPLETO.'
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL110'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL110'==.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='REVISOES DE NOTA DO PERIODO'==.
