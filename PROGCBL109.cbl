       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL109.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: REVISAO DE NOTA DEPOIS DO LOTE DO BOLETIM: COM
      *>           MATRICULA, PERIODO, DISCIPLINA, NOTA ANTIGA, NOTA
      *>           NOVA E MOTIVO, RECLASSIFICAR PELO MOTOR
      *>           COMPARTILHADO DO BOLETIM (COPY BOLETIM) E CORRIGIR
      *>           A LINHA DO HISTORICO ESCOLAR (BOLETIMHIST), SEM
      *>           EDITAR A TURMA E RODAR TUDO DE NOVO
      *> OBJETIVO: EXIGIR LOGIN DE NIVEL SUPERVISOR OU ADM DO
      *>           CADASTRO USERCAD11, REGISTRAR A REVISAO NA TRILHA
      *>           DE AUDITORIA CENTRAL E NO ARQUIVO REVNOTA (PARA O
      *>           RELATORIO DE REVISOES DO PROGCBL110)
      *> OBJETIVO: EMITIR A SEGUNDA VIA DO BOLETIM DO ALUNO NO
      *>           ARQUIVO BOLETIMREV, MARCADA SEGUNDA VIA - REVISADO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERCAD-FILE ASSIGN TO 'USERCAD11'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USERCAD-USUARIO
               FILE STATUS IS WRK-USERCAD-STATUS.
           SELECT BOLETIMHIST-FILE ASSIGN TO 'BOLETIMHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT OPTIONAL NOTACFG-FILE ASSIGN TO 'NOTACFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTACFG-STATUS.
           SELECT OPTIONAL DISCMST-FILE ASSIGN TO 'DISCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DISCMST-STATUS.
           SELECT OPTIONAL GRADEHOR-FILE ASSIGN TO 'GRADEHOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-GRADEHOR-STATUS.
           SELECT OPTIONAL ALUNOMST-FILE ASSIGN TO 'ALUNOMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ALUNOMST-STATUS.
           SELECT OPTIONAL REVNOTA-FILE ASSIGN TO 'REVNOTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REVNOTA-STATUS.
           SELECT OPTIONAL BOLETIMREV-FILE ASSIGN TO 'BOLETIMREV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLREV-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERCAD-FILE.
       01  USERCAD-REC.
           COPY 'USERCAD.cbl'.
       FD  BOLETIMHIST-FILE.
       01  BOLETIMHIST-REC.
           COPY 'HISTESC.cbl'.
       FD  NOTACFG-FILE.
       01  NOTACFG-REC.
           02 NOTACFG-LIMITE PIC 9(07)V99.
           02 NOTACFG-CODIGO PIC X(02).
           02 NOTACFG-DESCRICAO PIC X(20).
       FD  DISCMST-FILE.
       01  DISCMST-REC.
           COPY 'DISCIPLINA.cbl'.
       FD  GRADEHOR-FILE.
       01  GRADEHOR-REC.
           COPY 'GRADEHOR.cbl'.
       FD  ALUNOMST-FILE.
       01  ALUNOMST-REC.
           COPY 'ALUNO.cbl'.
       FD  REVNOTA-FILE.
       01  REVNOTA-REC.
           COPY 'REVNOTA.cbl'.
       FD  BOLETIMREV-FILE.
       01  BOLETIMREV-REC PIC X(80).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'USERAUTH.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'ERROARQ.cbl'.
       COPY 'FAIXACFG.cbl' REPLACING ==:TABELA:== BY ==WRK-NOTAFAIXA==.
       COPY 'BOLETIM.cbl'.
       77 WRK-HIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-HIST-EOF PIC X(01) VALUE 'N'.
         88 FIM-HIST VALUE 'S'.
       77 WRK-NOTACFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-NOTACFG-EOF PIC X(01) VALUE 'N'.
       77 WRK-DISCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DISCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-DISCMST VALUE 'S'.
       77 WRK-GRADEHOR-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-GRADEHOR-EOF PIC X(01) VALUE 'N'.
         88 FIM-GRADEHOR VALUE 'S'.
       77 WRK-ALUNOMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ALUNOMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-ALUNOMST VALUE 'S'.
       77 WRK-REVNOTA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-BOLREV-STATUS PIC X(02) VALUE ZEROS.
      *>********* HISTORICO ESCOLAR INTEIRO, REGRAVADO NA REVISAO
       01 WRK-HST-TAB.
          02 WRK-HST-LINHA OCCURS 5000 TIMES.
             03 WRK-HST-PERIODO PIC X(06).
             03 WRK-HST-TURMA PIC X(07).
             03 WRK-HST-MATRICULA PIC 9(06).
             03 WRK-HST-NOME PIC X(25).
             03 WRK-HST-DISCIPLINA PIC X(04).
             03 WRK-HST-MEDIA PIC 9(02)V9.
             03 WRK-HST-STATUS PIC X(20).
       77 WRK-HST-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-HST-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-HST-ACHADO PIC 9(04) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       01 WRK-DCM-TAB.
          02 WRK-DCM-LINHA OCCURS 50 TIMES.
             03 WRK-DCM-CODIGO PIC X(04).
             03 WRK-DCM-NOME PIC X(20).
             03 WRK-DCM-PESO PIC 9(01)V9.
       77 WRK-DCM-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-DCM-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-DCM-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-DCM-NOME-EXIBIR PIC X(20) VALUE SPACES.
       77 WRK-DCM-PESO-USAR PIC 9(01)V9 VALUE ZEROS.
      *>********* DADOS DA REVISAO DIGITADOS PELO SUPERVISOR
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO PIC X(06) VALUE SPACES.
       77 WRK-DISCIPLINA PIC X(04) VALUE SPACES.
       77 WRK-NOTA-ANTIGA PIC 9(02)V9 VALUE ZEROS.
       77 WRK-NOTA-NOVA PIC 9(02)V9 VALUE ZEROS.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-PROFESSOR PIC X(04) VALUE SPACES.
       77 WRK-PROF-GRADE PIC X(04) VALUE SPACES.
       77 WRK-TURMA PIC X(07) VALUE SPACES.
       77 WRK-STATUS-ANTES PIC X(20) VALUE SPACES.
       77 WRK-STATUS-DEPOIS PIC X(20) VALUE SPACES.
       77 WRK-NOME-ALUNO PIC X(40) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       77 WRK-DADOS-OK PIC X(01) VALUE 'N'.
         88 DADOS-OK VALUE 'S'.
       77 WRK-QTD-LINHAS-REV PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-NOTA-ED PIC Z9,9.
       77 WRK-NOTA2-ED PIC Z9,9.
      *>********* DISCIPLINAS DO ALUNO NO PERIODO, PARA A SEGUNDA VIA
      *>          (A ULTIMA LINHA DE CADA DISCIPLINA NO HISTORICO VALE)
       01 WRK-BLT-TAB.
          02 WRK-BLT-LINHA OCCURS 20 TIMES.
             03 WRK-BLT-DISCIPLINA PIC X(04).
             03 WRK-BLT-MEDIA PIC 9(02)V9.
             03 WRK-BLT-STATUS PIC X(20).
       77 WRK-BLT-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-BLT-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-BLT-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-PONDERADA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SOMA-PESOS PIC 9(04)V9 VALUE ZEROS.
       77 WRK-MEDIA-PONDERADA PIC 9(02)V9 VALUE ZEROS.
       77 WRK-TEM-RP PIC X(01) VALUE 'N'.
       77 WRK-TEM-RC PIC X(01) VALUE 'N'.
       77 WRK-GERAL-TEXTO PIC X(20) VALUE SPACES.
      *>********* IMAGEM DA NOTA NA TRILHA DE AUDITORIA
       01 WRK-AUD-NOTA.
          02 WRK-AUD-MATRICULA PIC 9(06).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-DISCIPLINA PIC X(04).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-MEDIA PIC 9(02)V9.
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-STATUS PIC X(03).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF AUTH-AUTORIZADO
              AND (AUTH-SUPERVISOR OR AUTH-ADM)
               PERFORM 0110-CARREGAR-HISTORICO
               PERFORM 0120-CARREGAR-FAIXAS
               PERFORM 0130-CARREGAR-DISCIPLINAS
               PERFORM 0200-PROCESSAR
               PERFORM 0300-FINALIZAR
           ELSE
               DISPLAY 'REVISAO DE NOTA RESTRITA A SUPERVISOR OU ADM.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'REVISAO' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
           END-IF.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* EXIGINDO O LOGIN DE SUPERVISOR OU ADM
           DISPLAY '***********************************'.
           DISPLAY ' REVISAO DE NOTA'.
           DISPLAY '***********************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
       0110-CARREGAR-HISTORICO.
      *>********* CARREGANDO O HISTORICO ESCOLAR PARA A TABELA
           OPEN INPUT BOLETIMHIST-FILE.
           IF WRK-HIST-STATUS NOT = '00'
               MOVE 'BOLETIMHIST' TO WRK-ERR-ARQUIVO
               MOVE WRK-HIST-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0115-LER-HISTORICO UNTIL FIM-HIST.
           CLOSE BOLETIMHIST-FILE.
           IF CARGA-ESTOUROU
      *>********* HISTORICO MAIOR QUE A TABELA DE TRABALHO: A
      *>          REGRAVACAO PERDERIA AS LINHAS EXCEDENTES
               DISPLAY 'HISTORICO MAIOR QUE A TABELA DE TRABALHO '
                       '(5000) - REVISAO BLOQUEADA.'
           END-IF.
       0115-LER-HISTORICO.
      *>********* LENDO UMA LINHA DO HISTORICO
           READ BOLETIMHIST-FILE
               AT END
                   MOVE 'S' TO WRK-HIST-EOF
               NOT AT END
                   IF WRK-HST-QTD >= 5000
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-HST-QTD
                       MOVE BOLETIMHIST-REC
                           TO WRK-HST-LINHA(WRK-HST-QTD)
                   END-IF
           END-READ.
       0120-CARREGAR-FAIXAS.
      *>********* CARREGANDO AS FAIXAS DE APROVACAO/RECUPERACAO DO
      *>          ARQUIVO DE CONTROLE (AS MESMAS DOS BOLETINS)
           OPEN INPUT NOTACFG-FILE.
           IF WRK-NOTACFG-STATUS = '00'
               PERFORM 0125-LER-FAIXA
                   UNTIL WRK-NOTACFG-EOF = 'S'
                      OR WRK-NOTAFAIXA-QTD >= 10
           END-IF.
           CLOSE NOTACFG-FILE.
           IF WRK-NOTAFAIXA-QTD = ZEROS
      *>********* SEM ARQUIVO DE CONTROLE, USANDO AS FAIXAS PADRAO
               MOVE 2 TO WRK-NOTAFAIXA-QTD
               MOVE 6,00 TO WRK-NOTAFAIXA-LIMITE(1)
               MOVE 'AP' TO WRK-NOTAFAIXA-CODIGO(1)
               MOVE 'APROVADO' TO WRK-NOTAFAIXA-DESCRICAO(1)
               MOVE 3,00 TO WRK-NOTAFAIXA-LIMITE(2)
               MOVE 'RC' TO WRK-NOTAFAIXA-CODIGO(2)
               MOVE 'RECUPERACAO' TO WRK-NOTAFAIXA-DESCRICAO(2)
           END-IF.
       0125-LER-FAIXA.
      *>********* LENDO UMA LINHA DO ARQUIVO DE FAIXAS
           READ NOTACFG-FILE
               AT END
                   MOVE 'S' TO WRK-NOTACFG-EOF
               NOT AT END
                   ADD 1 TO WRK-NOTAFAIXA-QTD
                   MOVE NOTACFG-LIMITE
                       TO WRK-NOTAFAIXA-LIMITE(WRK-NOTAFAIXA-QTD)
                   MOVE NOTACFG-CODIGO
                       TO WRK-NOTAFAIXA-CODIGO(WRK-NOTAFAIXA-QTD)
                   MOVE NOTACFG-DESCRICAO
                       TO WRK-NOTAFAIXA-DESCRICAO(WRK-NOTAFAIXA-QTD)
           END-READ.
       0130-CARREGAR-DISCIPLINAS.
      *>********* CARREGANDO O CADASTRO DE DISCIPLINAS (NOME E PESO)
           OPEN INPUT DISCMST-FILE.
           IF WRK-DISCMST-STATUS = '00'
               PERFORM 0135-LER-DISCIPLINA
                   UNTIL FIM-DISCMST OR WRK-DCM-QTD >= 50
           END-IF.
           CLOSE DISCMST-FILE.
       0135-LER-DISCIPLINA.
      *>********* LENDO UMA DISCIPLINA DO CADASTRO
           READ DISCMST-FILE
               AT END
                   MOVE 'S' TO WRK-DISCMST-EOF
               NOT AT END
                   ADD 1 TO WRK-DCM-QTD
                   MOVE DISC-CODIGO TO WRK-DCM-CODIGO(WRK-DCM-QTD)
                   MOVE DISC-NOME TO WRK-DCM-NOME(WRK-DCM-QTD)
                   MOVE DISC-PESO TO WRK-DCM-PESO(WRK-DCM-QTD)
           END-READ.
       0200-PROCESSAR.
      *>********* LENDO A REVISAO, CONFERINDO COM O HISTORICO E
      *>          APLICANDO DEPOIS DA CONFIRMACAO
           IF CARGA-ESTOUROU
               DISPLAY 'REVISAO NAO EFETUADA.'
           ELSE
               PERFORM 0210-LER-REVISAO
               IF DADOS-OK
                   PERFORM 0230-RECLASSIFICAR
                   PERFORM 0240-CONFIRMAR-REVISAO
               END-IF
           END-IF.
       0210-LER-REVISAO.
      *>********* LENDO E CONFERINDO OS DADOS DA REVISAO
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'MATRICULA DO ALUNO (6 DIGITOS): '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           DISPLAY 'PERIODO (EX: 2026-1): '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           DISPLAY 'DISCIPLINA (CODIGO): '.
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           PERFORM 0215-LOCALIZAR-NOTA.
           IF WRK-HST-ACHADO = ZEROS
               DISPLAY 'NOTA NAO ENCONTRADA NO HISTORICO PARA '
                       WRK-MATRICULA ' ' WRK-PERIODO ' '
                       WRK-DISCIPLINA '.'
           ELSE
               MOVE WRK-HST-TURMA(WRK-HST-ACHADO) TO WRK-TURMA
               MOVE WRK-HST-STATUS(WRK-HST-ACHADO) TO WRK-STATUS-ANTES
               MOVE WRK-HST-MEDIA(WRK-HST-ACHADO) TO WRK-NOTA-ED
               DISPLAY 'ALUNO: ' WRK-HST-NOME(WRK-HST-ACHADO)
                       ' TURMA: ' WRK-TURMA
               DISPLAY 'NOTA ARQUIVADA: ' WRK-NOTA-ED
                       ' STATUS: ' WRK-STATUS-ANTES
               DISPLAY 'NOTA ANTIGA (EX: 5,5): '
               ACCEPT WRK-NOTA-ANTIGA FROM CONSOLE
               DISPLAY 'NOTA NOVA (EX: 6,5): '
               ACCEPT WRK-NOTA-NOVA FROM CONSOLE
               DISPLAY 'MOTIVO DA REVISAO: '
               ACCEPT WRK-MOTIVO FROM CONSOLE
               PERFORM 0220-LER-PROFESSOR
               EVALUATE TRUE
                   WHEN WRK-NOTA-ANTIGA
                        NOT = WRK-HST-MEDIA(WRK-HST-ACHADO)
                       DISPLAY 'NOTA ANTIGA NAO CONFERE COM A '
                               'ARQUIVADA - REVISAO RECUSADA.'
                   WHEN WRK-NOTA-NOVA > 10
                       DISPLAY 'NOTA NOVA FORA DE 0-10 - REVISAO '
                               'RECUSADA.'
                   WHEN WRK-NOTA-NOVA = WRK-NOTA-ANTIGA
                       DISPLAY 'NOTA NOVA IGUAL A ANTIGA - NADA A '
                               'REVISAR.'
                   WHEN WRK-MOTIVO = SPACES
                       DISPLAY 'MOTIVO OBRIGATORIO - REVISAO '
                               'RECUSADA.'
                   WHEN WRK-PROFESSOR = SPACES
                       DISPLAY 'PROFESSOR OBRIGATORIO - REVISAO '
                               'RECUSADA.'
                   WHEN OTHER
                       MOVE 'S' TO WRK-DADOS-OK
               END-EVALUATE
           END-IF.
       0215-LOCALIZAR-NOTA.
      *>********* LOCALIZANDO A ULTIMA LINHA DO HISTORICO DO ALUNO NA
      *>          DISCIPLINA E PERIODO (UMA RODADA REPETIDA DO
      *>          BOLETIM DEIXA MAIS DE UMA)
           MOVE ZEROS TO WRK-HST-ACHADO.
           PERFORM 0216-TESTAR-NOTA
               VARYING WRK-HST-IDX FROM 1 BY 1
               UNTIL WRK-HST-IDX > WRK-HST-QTD.
       0216-TESTAR-NOTA.
      *>********* COMPARANDO UMA LINHA DO HISTORICO COM A REVISAO
           IF WRK-HST-MATRICULA(WRK-HST-IDX) = WRK-MATRICULA
              AND WRK-HST-PERIODO(WRK-HST-IDX) = WRK-PERIODO
              AND WRK-HST-DISCIPLINA(WRK-HST-IDX) = WRK-DISCIPLINA
               MOVE WRK-HST-IDX TO WRK-HST-ACHADO
           END-IF.
       0220-LER-PROFESSOR.
      *>********* PROFESSOR QUE PEDIU A CORRECAO (PADRAO: O DA GRADE
      *>          DE HORARIOS DA TURMA/DISCIPLINA NO PERIODO)
           MOVE SPACES TO WRK-PROF-GRADE.
           MOVE 'N' TO WRK-GRADEHOR-EOF.
           OPEN INPUT GRADEHOR-FILE.
           IF WRK-GRADEHOR-STATUS = '00'
               PERFORM 0225-LER-GRADE
                   UNTIL FIM-GRADEHOR OR WRK-PROF-GRADE NOT = SPACES
           END-IF.
           CLOSE GRADEHOR-FILE.
           DISPLAY 'PROFESSOR (CODIGO; BRANCO = ' WRK-PROF-GRADE
                   ' DA GRADE): '.
           MOVE SPACES TO WRK-PROFESSOR.
           ACCEPT WRK-PROFESSOR FROM CONSOLE.
           IF WRK-PROFESSOR = SPACES
               MOVE WRK-PROF-GRADE TO WRK-PROFESSOR
           END-IF.
       0225-LER-GRADE.
      *>********* LENDO UMA AULA DA GRADE DE HORARIOS
           READ GRADEHOR-FILE
               AT END
                   MOVE 'S' TO WRK-GRADEHOR-EOF
               NOT AT END
                   IF GRD-PERIODO = WRK-PERIODO
                      AND GRD-TURMA = WRK-TURMA
                      AND GRD-DISCIPLINA = WRK-DISCIPLINA
                       MOVE GRD-PROFESSOR TO WRK-PROF-GRADE
                   END-IF
           END-READ.
       0230-RECLASSIFICAR.
      *>********* RECLASSIFICANDO A NOTA NOVA PELO MOTOR DO BOLETIM;
      *>          QUEM JA ESTAVA REPROVADO POR FALTA CONTINUA (A
      *>          FREQUENCIA NAO MUDA COM A NOTA)
           MOVE WRK-NOTA-NOVA TO WRK-BOL-MEDIA.
           IF WRK-STATUS-ANTES = 'REPROVADO POR FALTA'
               MOVE ZEROS TO WRK-BOL-FREQ-PCT
           ELSE
               MOVE 100 TO WRK-BOL-FREQ-PCT
           END-IF.
           PERFORM 9660-CLASSIFICAR-MEDIA.
           MOVE WRK-BOL-TEXTO TO WRK-STATUS-DEPOIS.
       0240-CONFIRMAR-REVISAO.
      *>********* EXIBINDO O ANTES/DEPOIS E APLICANDO A REVISAO
           MOVE WRK-NOTA-ANTIGA TO WRK-NOTA-ED.
           MOVE WRK-NOTA-NOVA TO WRK-NOTA2-ED.
           DISPLAY 'ANTES : ' WRK-NOTA-ED ' ' WRK-STATUS-ANTES.
           DISPLAY 'DEPOIS: ' WRK-NOTA2-ED ' ' WRK-STATUS-DEPOIS.
           DISPLAY 'CONFIRMA A REVISAO (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
              AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'REVISAO CANCELADA.'
           ELSE
               PERFORM 0250-CORRIGIR-HISTORICO
               PERFORM 0260-GRAVAR-REVISAO
               PERFORM 0270-AUDITAR-REVISAO
               PERFORM 0400-EMITIR-SEGUNDA-VIA
               DISPLAY 'REVISAO APLICADA EM ' WRK-QTD-LINHAS-REV
                       ' LINHA(S) DO HISTORICO. SEGUNDA VIA NO '
                       'ARQUIVO BOLETIMREV.'
           END-IF.
       0250-CORRIGIR-HISTORICO.
      *>********* CORRIGINDO TODAS AS LINHAS DA NOTA NO HISTORICO E
      *>          REGRAVANDO O ARQUIVO A PARTIR DA TABELA
           MOVE ZEROS TO WRK-QTD-LINHAS-REV.
           PERFORM 0255-CORRIGIR-LINHA
               VARYING WRK-HST-IDX FROM 1 BY 1
               UNTIL WRK-HST-IDX > WRK-HST-QTD.
           OPEN OUTPUT BOLETIMHIST-FILE.
           PERFORM 0256-GRAVAR-LINHA
               VARYING WRK-HST-IDX FROM 1 BY 1
               UNTIL WRK-HST-IDX > WRK-HST-QTD.
           CLOSE BOLETIMHIST-FILE.
       0255-CORRIGIR-LINHA.
      *>********* CORRIGINDO UMA LINHA DA NOTA REVISADA
           IF WRK-HST-MATRICULA(WRK-HST-IDX) = WRK-MATRICULA
              AND WRK-HST-PERIODO(WRK-HST-IDX) = WRK-PERIODO
              AND WRK-HST-DISCIPLINA(WRK-HST-IDX) = WRK-DISCIPLINA
               MOVE WRK-NOTA-NOVA TO WRK-HST-MEDIA(WRK-HST-IDX)
               MOVE WRK-STATUS-DEPOIS TO WRK-HST-STATUS(WRK-HST-IDX)
               ADD 1 TO WRK-QTD-LINHAS-REV
           END-IF.
       0256-GRAVAR-LINHA.
      *>********* GRAVANDO UMA LINHA DO HISTORICO
           MOVE WRK-HST-LINHA(WRK-HST-IDX) TO BOLETIMHIST-REC.
           WRITE BOLETIMHIST-REC.
       0260-GRAVAR-REVISAO.
      *>********* ACRESCENTANDO A REVISAO AO ARQUIVO REVNOTA
           OPEN EXTEND REVNOTA-FILE.
           IF WRK-REVNOTA-STATUS = '05' OR WRK-REVNOTA-STATUS = '35'
               CLOSE REVNOTA-FILE
               OPEN OUTPUT REVNOTA-FILE
           END-IF.
           MOVE WRK-PERIODO TO REV-PERIODO.
           MOVE WRK-TURMA TO REV-TURMA.
           MOVE WRK-MATRICULA TO REV-MATRICULA.
           MOVE WRK-DISCIPLINA TO REV-DISCIPLINA.
           MOVE WRK-PROFESSOR TO REV-PROFESSOR.
           MOVE WRK-NOTA-ANTIGA TO REV-MEDIA-ANTES.
           MOVE WRK-NOTA-NOVA TO REV-MEDIA-DEPOIS.
           MOVE WRK-STATUS-ANTES TO REV-STATUS-ANTES.
           MOVE WRK-STATUS-DEPOIS TO REV-STATUS-DEPOIS.
           MOVE WRK-MOTIVO TO REV-MOTIVO.
           MOVE WRK-AUTH-USUARIO TO REV-SUPERVISOR.
           MOVE WRK-DATA-HOJE TO REV-DATA.
           WRITE REVNOTA-REC.
           CLOSE REVNOTA-FILE.
       0270-AUDITAR-REVISAO.
      *>********* REGISTRANDO A REVISAO NA TRILHA DE AUDITORIA
           MOVE WRK-MATRICULA TO WRK-AUD-MATRICULA.
           MOVE WRK-DISCIPLINA TO WRK-AUD-DISCIPLINA.
           MOVE WRK-NOTA-ANTIGA TO WRK-AUD-MEDIA.
           MOVE WRK-STATUS-ANTES TO WRK-AUD-STATUS.
           MOVE WRK-AUD-NOTA TO WRK-AUDIT-ANTES.
           MOVE WRK-NOTA-NOVA TO WRK-AUD-MEDIA.
           MOVE WRK-STATUS-DEPOIS TO WRK-AUD-STATUS.
           MOVE WRK-AUD-NOTA TO WRK-AUDIT-DEPOIS.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'REVISAO' TO WRK-AUDIT-ACAO.
           PERFORM 9500-GRAVAR-AUDITORIA.
       0300-FINALIZAR.
      *>********* ENCERRANDO A REVISAO
           DISPLAY 'FIM DO PROGRAMA...'.
       0400-EMITIR-SEGUNDA-VIA.
      *>********* SEGUNDA VIA DO BOLETIM DO ALUNO NO PERIODO, JA COM
      *>          A NOTA REVISADA
           PERFORM 0410-NOME-DO-ALUNO.
           MOVE ZEROS TO WRK-BLT-QTD.
           PERFORM 0420-JUNTAR-DISCIPLINA
               VARYING WRK-HST-IDX FROM 1 BY 1
               UNTIL WRK-HST-IDX > WRK-HST-QTD.
           OPEN OUTPUT BOLETIMREV-FILE.
           MOVE ALL '=' TO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           MOVE '          BOLETIM ESCOLAR - SEGUNDA VIA - REVISADO'
               TO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           MOVE ALL '=' TO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           MOVE SPACES TO BOLETIMREV-REC.
           STRING 'ALUNO: ' DELIMITED BY SIZE
                  WRK-MATRICULA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NOME-ALUNO DELIMITED BY SIZE
             INTO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           MOVE SPACES TO BOLETIMREV-REC.
           STRING 'PERIODO: ' DELIMITED BY SIZE
                  WRK-PERIODO DELIMITED BY SIZE
                  '   TURMA: ' DELIMITED BY SIZE
                  WRK-TURMA DELIMITED BY SIZE
             INTO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           MOVE SPACES TO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           MOVE 'DISC NOME                 MEDIA STATUS'
               TO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           MOVE 'N' TO WRK-TEM-RP.
           MOVE 'N' TO WRK-TEM-RC.
           MOVE ZEROS TO WRK-SOMA-PONDERADA.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           PERFORM 0430-LINHA-DISCIPLINA
               VARYING WRK-BLT-IDX FROM 1 BY 1
               UNTIL WRK-BLT-IDX > WRK-BLT-QTD.
           MOVE SPACES TO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           IF WRK-SOMA-PESOS > ZEROS
               COMPUTE WRK-MEDIA-PONDERADA ROUNDED =
                   WRK-SOMA-PONDERADA / WRK-SOMA-PESOS
               MOVE WRK-MEDIA-PONDERADA TO WRK-NOTA-ED
               MOVE SPACES TO BOLETIMREV-REC
               STRING 'MEDIA GERAL PONDERADA: ' DELIMITED BY SIZE
                      WRK-NOTA-ED DELIMITED BY SIZE
                 INTO BOLETIMREV-REC
               WRITE BOLETIMREV-REC
           END-IF.
           IF WRK-TEM-RP = 'S'
               MOVE 'REPROVADO' TO WRK-GERAL-TEXTO
           ELSE
               IF WRK-TEM-RC = 'S'
                   MOVE 'RECUPERACAO' TO WRK-GERAL-TEXTO
               ELSE
                   MOVE 'APROVADO' TO WRK-GERAL-TEXTO
               END-IF
           END-IF.
           MOVE SPACES TO BOLETIMREV-REC.
           STRING 'RESULTADO GERAL: ' DELIMITED BY SIZE
                  WRK-GERAL-TEXTO DELIMITED BY SIZE
             INTO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           MOVE SPACES TO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           MOVE WRK-NOTA-ANTIGA TO WRK-NOTA-ED.
           MOVE WRK-NOTA-NOVA TO WRK-NOTA2-ED.
           MOVE SPACES TO BOLETIMREV-REC.
           STRING 'REVISAO: ' DELIMITED BY SIZE
                  WRK-DISCIPLINA DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WRK-NOTA-ED DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  WRK-NOTA2-ED DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY SIZE
             INTO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           MOVE SPACES TO BOLETIMREV-REC.
           STRING 'EMITIDA EM ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  ' POR ' DELIMITED BY SIZE
                  WRK-AUTH-USUARIO DELIMITED BY SIZE
             INTO BOLETIMREV-REC.
           WRITE BOLETIMREV-REC.
           CLOSE BOLETIMREV-FILE.
       0410-NOME-DO-ALUNO.
      *>********* NOME CIVIL DO CADASTRO DE ALUNOS; SEM O CADASTRO, O
      *>          NOME DO HISTORICO
           MOVE WRK-HST-NOME(WRK-HST-ACHADO) TO WRK-NOME-ALUNO.
           MOVE 'N' TO WRK-ALUNOMST-EOF.
           OPEN INPUT ALUNOMST-FILE.
           IF WRK-ALUNOMST-STATUS = '00'
               PERFORM 0415-LER-ALUNO UNTIL FIM-ALUNOMST
           END-IF.
           CLOSE ALUNOMST-FILE.
       0415-LER-ALUNO.
      *>********* LENDO UM ALUNO DO CADASTRO
           READ ALUNOMST-FILE
               AT END
                   MOVE 'S' TO WRK-ALUNOMST-EOF
               NOT AT END
                   IF ALUN-MATRICULA = WRK-MATRICULA
                      AND ALUN-NOME-COMPLETO NOT = SPACES
                       MOVE ALUN-NOME-COMPLETO TO WRK-NOME-ALUNO
                       MOVE 'S' TO WRK-ALUNOMST-EOF
                   END-IF
           END-READ.
       0420-JUNTAR-DISCIPLINA.
      *>********* JUNTANDO AS DISCIPLINAS DO ALUNO NO PERIODO (A
      *>          ULTIMA LINHA DE CADA DISCIPLINA SUBSTITUI AS
      *>          ANTERIORES)
           IF WRK-HST-MATRICULA(WRK-HST-IDX) = WRK-MATRICULA
              AND WRK-HST-PERIODO(WRK-HST-IDX) = WRK-PERIODO
               MOVE ZEROS TO WRK-BLT-ACHADO
               PERFORM 0425-TESTAR-DISCIPLINA
                   VARYING WRK-BLT-IDX FROM 1 BY 1
                   UNTIL WRK-BLT-IDX > WRK-BLT-QTD
                      OR WRK-BLT-ACHADO > ZEROS
               IF WRK-BLT-ACHADO = ZEROS AND WRK-BLT-QTD < 20
                   ADD 1 TO WRK-BLT-QTD
                   MOVE WRK-BLT-QTD TO WRK-BLT-ACHADO
               END-IF
               IF WRK-BLT-ACHADO > ZEROS
                   MOVE WRK-HST-DISCIPLINA(WRK-HST-IDX)
                       TO WRK-BLT-DISCIPLINA(WRK-BLT-ACHADO)
                   MOVE WRK-HST-MEDIA(WRK-HST-IDX)
                       TO WRK-BLT-MEDIA(WRK-BLT-ACHADO)
                   MOVE WRK-HST-STATUS(WRK-HST-IDX)
                       TO WRK-BLT-STATUS(WRK-BLT-ACHADO)
               END-IF
           END-IF.
       0425-TESTAR-DISCIPLINA.
      *>********* COMPARANDO UMA DISCIPLINA JA JUNTADA
           IF WRK-BLT-DISCIPLINA(WRK-BLT-IDX)
              = WRK-HST-DISCIPLINA(WRK-HST-IDX)
               MOVE WRK-BLT-IDX TO WRK-BLT-ACHADO
           END-IF.
       0430-LINHA-DISCIPLINA.
      *>********* UMA DISCIPLINA NA SEGUNDA VIA, SOMANDO NA MEDIA
      *>          PONDERADA PELO PESO DO CADASTRO
           PERFORM 0435-LOCALIZAR-DISCIPLINA.
           MOVE WRK-BLT-MEDIA(WRK-BLT-IDX) TO WRK-NOTA-ED.
           MOVE SPACES TO BOLETIMREV-REC.
           STRING WRK-BLT-DISCIPLINA(WRK-BLT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DCM-NOME-EXIBIR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NOTA-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-BLT-STATUS(WRK-BLT-IDX) DELIMITED BY SIZE
             INTO BOLETIMREV-REC.
           IF WRK-BLT-DISCIPLINA(WRK-BLT-IDX) = WRK-DISCIPLINA
               MOVE '* REVISADA' TO BOLETIMREV-REC(64:10)
           END-IF.
           WRITE BOLETIMREV-REC.
           COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
               + (WRK-BLT-MEDIA(WRK-BLT-IDX) * WRK-DCM-PESO-USAR).
           ADD WRK-DCM-PESO-USAR TO WRK-SOMA-PESOS.
           IF WRK-BLT-STATUS(WRK-BLT-IDX)(1:9) = 'REPROVADO'
               MOVE 'S' TO WRK-TEM-RP
           END-IF.
           IF WRK-BLT-STATUS(WRK-BLT-IDX)(1:8) NOT = 'APROVADO'
              AND WRK-BLT-STATUS(WRK-BLT-IDX)(1:9) NOT = 'REPROVADO'
               MOVE 'S' TO WRK-TEM-RC
           END-IF.
       0435-LOCALIZAR-DISCIPLINA.
      *>********* NOME E PESO DA DISCIPLINA NO CADASTRO (SEM
      *>          CADASTRO: NOME EM BRANCO E PESO 1,0)
           MOVE SPACES TO WRK-DCM-NOME-EXIBIR.
           MOVE 1 TO WRK-DCM-PESO-USAR.
           MOVE ZEROS TO WRK-DCM-ACHADO.
           PERFORM 0436-TESTAR-CADASTRO-DISC
               VARYING WRK-DCM-IDX FROM 1 BY 1
               UNTIL WRK-DCM-IDX > WRK-DCM-QTD
                  OR WRK-DCM-ACHADO > ZEROS.
           IF WRK-DCM-ACHADO > ZEROS
               MOVE WRK-DCM-NOME(WRK-DCM-ACHADO)
                   TO WRK-DCM-NOME-EXIBIR
               IF WRK-DCM-PESO(WRK-DCM-ACHADO) > ZEROS
                   MOVE WRK-DCM-PESO(WRK-DCM-ACHADO)
                       TO WRK-DCM-PESO-USAR
               END-IF
           END-IF.
       0436-TESTAR-CADASTRO-DISC.
      *>********* COMPARANDO UMA POSICAO DO CADASTRO COM O CODIGO
           IF WRK-DCM-CODIGO(WRK-DCM-IDX)
              = WRK-BLT-DISCIPLINA(WRK-BLT-IDX)
               MOVE WRK-DCM-IDX TO WRK-DCM-ACHADO
           END-IF.
           COPY 'FAIXACFG-PROC.cbl' REPLACING ==:TABELA:== BY
                                             ==WRK-NOTAFAIXA==.
           COPY 'BOLETIM-PROC.cbl'.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL109'==.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL109'==.
