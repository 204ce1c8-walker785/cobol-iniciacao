       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL134.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: SEGREGACAO DE FUNCOES. VARRE A TRILHA DE AUDITORIA
      *>           (AUDITLOG) NUM PERIODO E LISTA CADA CASO EM QUE O
      *>           MESMO USUARIO FEZ OS DOIS LADOS DE UM PAR DE ACOES
      *>           CONFLITANTES, NO MESMO DOCUMENTO OU DENTRO DE UMA
      *>           JANELA DE DIAS. ACESSO SO COM LOGIN DE AUDITOR
      *> OBJETIVO: OS PARES VEM DO ARQUIVO DE REGRAS REGRASOD134, UMA
      *>           REGRA POR LINHA (COLUNAS):
      *>           01-04 CODIGO DA REGRA
      *>           06-15 ACAO DO LADO A   17-26 PROGRAMA DO LADO A
      *>           28    CAMPO DO DOCUMENTO NO LADO A (A=ANTES,
      *>                 D=DEPOIS, O=OPERADOR, BRANCO=SEM DOCUMENTO)
      *>           29-30 POSICAO E 31-32 TAMANHO DO DOCUMENTO NO CAMPO
      *>           34-43 ACAO DO LADO B   45-54 PROGRAMA DO LADO B
      *>           56    CAMPO, 57-58 POSICAO, 59-60 TAMANHO NO LADO B
      *>           62    MESMO USUARIO NOS DOIS LADOS (S/N)
      *>           64-66 JANELA EM DIAS ENTRE OS DOIS LADOS
      *>           68-97 DESCRICAO DA REGRA
      *>           PROGRAMA EM BRANCO VALE PARA QUALQUER PROGRAMA. COM
      *>           DOCUMENTO NOS DOIS LADOS, OS DOIS TRECHOS TEM DE SER
      *>           IGUAIS (EX.: PROPOSTA DO PROGCBL25, DEPOIS POSICAO
      *>           10 TAMANHO 5, CONTRA RENEGOC DO PROGCBL68, ANTES
      *>           POSICAO 1 TAMANHO 5). COM CAMPO O NUM LADO E MESMO
      *>           USUARIO N, A REGRA PEGA O USUARIO MANTIDO NO
      *>           PROGCBL37 ENTRANDO NO SISTEMA LOGO DEPOIS. TENTATIVA
      *>           NEGADA (DEPOIS = ACESSO NEGADO OU NEGADO) NAO CONTA
      *> OBJETIVO: OS CASOS FICAM GRAVADOS NO CASOSOD134 (NUMERO,
      *>           REGRA, OS DOIS LADOS E A SITUACAO P=PENDENTE OU
      *>           J=JUSTIFICADO). UMA NOVA APURACAO SO ACRESCENTA OS
      *>           CASOS AINDA NAO GRAVADOS, SEM MEXER NAS
      *>           JUSTIFICATIVAS; O AUDITOR JUSTIFICA UM CASO PELO
      *>           NUMERO (COM EVENTO JUSTIFICA NA TRILHA). O RELATORIO
      *>           DA APURACAO VAI PARA O RELSOD134 E PARA A TELA
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
           SELECT OPTIONAL REGRA-FILE ASSIGN TO 'REGRASOD134'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REGRA-STATUS.
           SELECT OPTIONAL CASO-FILE ASSIGN TO 'CASOSOD134'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CASO-STATUS.
           SELECT OPTIONAL RELATO-FILE ASSIGN TO 'RELSOD134'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERCAD-FILE.
       01  USERCAD-REC.
           COPY 'USERCAD.cbl'.
       FD  REGRA-FILE.
       01  REGRA-REC.
           02 REGRA-CODIGO PIC X(04).
           02 FILLER PIC X(01).
           02 REGRA-ACAO-A PIC X(10).
           02 FILLER PIC X(01).
           02 REGRA-PROG-A PIC X(10).
           02 FILLER PIC X(01).
           02 REGRA-CAMPO-A PIC X(01).
           02 REGRA-POS-A PIC 9(02).
           02 REGRA-TAM-A PIC 9(02).
           02 FILLER PIC X(01).
           02 REGRA-ACAO-B PIC X(10).
           02 FILLER PIC X(01).
           02 REGRA-PROG-B PIC X(10).
           02 FILLER PIC X(01).
           02 REGRA-CAMPO-B PIC X(01).
           02 REGRA-POS-B PIC 9(02).
           02 REGRA-TAM-B PIC 9(02).
           02 FILLER PIC X(01).
           02 REGRA-MESMO-USUARIO PIC X(01).
           02 FILLER PIC X(01).
           02 REGRA-JANELA PIC 9(03).
           02 FILLER PIC X(01).
           02 REGRA-DESCRICAO PIC X(30).
           02 FILLER PIC X(03).
      *>********* UM CASO APURADO E A SUA SITUACAO
       FD  CASO-FILE.
       01  CASO-REC.
           02 CASO-NUMERO PIC 9(05).
           02 FILLER PIC X(01).
           02 CASO-REGRA PIC X(04).
           02 FILLER PIC X(01).
           02 CASO-OPERADOR-A PIC X(15).
           02 FILLER PIC X(01).
           02 CASO-MOMENTO-A.
              03 CASO-DATA-A PIC 9(08).
              03 CASO-HORA-A PIC 9(08).
           02 FILLER PIC X(01).
           02 CASO-ACAO-A PIC X(10).
           02 FILLER PIC X(01).
           02 CASO-OPERADOR-B PIC X(15).
           02 FILLER PIC X(01).
           02 CASO-MOMENTO-B.
              03 CASO-DATA-B PIC 9(08).
              03 CASO-HORA-B PIC 9(08).
           02 FILLER PIC X(01).
           02 CASO-ACAO-B PIC X(10).
           02 FILLER PIC X(01).
           02 CASO-DOCUMENTO PIC X(20).
           02 FILLER PIC X(01).
           02 CASO-SITUACAO PIC X(01).
           02 FILLER PIC X(01).
           02 CASO-AUDITOR PIC X(15).
           02 FILLER PIC X(01).
           02 CASO-DATA-JUST PIC 9(08).
           02 FILLER PIC X(01).
           02 CASO-JUSTIFICATIVA PIC X(40).
       FD  RELATO-FILE.
       01  RELATO-REC PIC X(80).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'USERAUTH.cbl'.
       COPY 'AUDITLOG.cbl'.
       77 WRK-REGRA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CASO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RELATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-OPCAO PIC 9(01) VALUE 9.
         88 OPCAO-APURAR VALUE 1.
         88 OPCAO-JUSTIFICAR VALUE 2.
         88 OPCAO-PENDENTES VALUE 3.
         88 OPCAO-SAIR VALUE 0.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
       77 WRK-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
      *>********* REGRAS CARREGADAS
       77 WRK-MAX-REGRAS PIC 9(03) VALUE 50.
       01 WRK-REGRA-TAB.
          02 WRK-REG-LINHA OCCURS 50 TIMES.
             03 WRK-REG-CODIGO PIC X(04).
             03 WRK-REG-ACAO-A PIC X(10).
             03 WRK-REG-PROG-A PIC X(10).
             03 WRK-REG-CAMPO-A PIC X(01).
             03 WRK-REG-POS-A PIC 9(02).
             03 WRK-REG-TAM-A PIC 9(02).
             03 WRK-REG-ACAO-B PIC X(10).
             03 WRK-REG-PROG-B PIC X(10).
             03 WRK-REG-CAMPO-B PIC X(01).
             03 WRK-REG-POS-B PIC 9(02).
             03 WRK-REG-TAM-B PIC 9(02).
             03 WRK-REG-MESMO PIC X(01).
             03 WRK-REG-JANELA PIC 9(03).
             03 WRK-REG-DESCRICAO PIC X(30).
       77 WRK-REG-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-REG-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-REG-INVALIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-REG-BUSCA PIC 9(03) VALUE ZEROS.
       77 WRK-REG-ACHADA PIC 9(03) VALUE ZEROS.
       77 WRK-REGRA-DESC PIC X(30) VALUE SPACES.
       77 WRK-REGRA-OK PIC X(01) VALUE 'S'.
         88 REGRA-VALIDA VALUE 'S'.
      *>********* LINHAS DA TRILHA DENTRO DO PERIODO
       77 WRK-MAX-TRILHA PIC 9(04) VALUE 3000.
       01 WRK-TRILHA-TAB.
          02 WRK-TRL-LINHA OCCURS 3000 TIMES.
             03 WRK-TRL-DATA PIC 9(08).
             03 WRK-TRL-HORA PIC 9(08).
             03 WRK-TRL-DIANUM PIC 9(07).
             03 WRK-TRL-PROGRAMA PIC X(10).
             03 WRK-TRL-OPERADOR PIC X(15).
             03 WRK-TRL-ACAO PIC X(10).
             03 WRK-TRL-ANTES PIC X(20).
             03 WRK-TRL-DEPOIS PIC X(20).
       77 WRK-TRL-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-TRL-I PIC 9(04) VALUE ZEROS.
       77 WRK-TRL-J PIC 9(04) VALUE ZEROS.
       77 WRK-TRL-ESTOURO PIC X(01) VALUE 'N'.
         88 TRILHA-ESTOUROU VALUE 'S'.
       77 WRK-TRL-LIDAS PIC 9(06) VALUE ZEROS.
      *>********* PARTES DE UMA LINHA DA TRILHA
       01 WRK-PARTE-DATAHORA.
          02 WRK-PARTE-DATA PIC X(08).
          02 FILLER PIC X(01).
          02 WRK-PARTE-HORA PIC X(08).
       77 WRK-PARTE-PROGRAMA PIC X(10) VALUE SPACES.
       77 WRK-PARTE-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-PARTE-ACAO PIC X(10) VALUE SPACES.
       77 WRK-PARTE-ANTES PIC X(20) VALUE SPACES.
       77 WRK-PARTE-DEPOIS PIC X(20) VALUE SPACES.
      *>********* NUMERO DO DIA (DIAS CORRIDOS) PARA A JANELA
       01 WRK-DN-DATA PIC 9(08) VALUE ZEROS.
       01 WRK-DN-DATA-R REDEFINES WRK-DN-DATA.
          02 WRK-DN-ANO PIC 9(04).
          02 WRK-DN-MES PIC 9(02).
          02 WRK-DN-DIA PIC 9(02).
       77 WRK-DN-A PIC 9(01) VALUE ZEROS.
       77 WRK-DN-Y PIC 9(05) VALUE ZEROS.
       77 WRK-DN-M PIC 9(02) VALUE ZEROS.
       77 WRK-DN-T1 PIC 9(07) VALUE ZEROS.
       77 WRK-DN-T2 PIC 9(07) VALUE ZEROS.
       77 WRK-DN-T3 PIC 9(07) VALUE ZEROS.
       77 WRK-DN-T4 PIC 9(07) VALUE ZEROS.
       77 WRK-DN-NUMERO PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ENTRE PIC 9(07) VALUE ZEROS.
      *>********* CONFERENCIA DE UM PAR
       77 WRK-DOC-A PIC X(20) VALUE SPACES.
       77 WRK-DOC-B PIC X(20) VALUE SPACES.
       77 WRK-DOC-CAMPO PIC X(20) VALUE SPACES.
       77 WRK-DOC-TRECHO PIC X(20) VALUE SPACES.
       77 WRK-DOC-POS PIC 9(02) VALUE ZEROS.
       77 WRK-DOC-TAM PIC 9(02) VALUE ZEROS.
       77 WRK-PAR-CONFLITO PIC X(01) VALUE 'N'.
         88 PAR-CONFLITANTE VALUE 'S'.
      *>********* CASOS GRAVADOS E APURADOS
       77 WRK-MAX-CASOS PIC 9(04) VALUE 2000.
       01 WRK-CASO-TAB.
          02 WRK-CAS-LINHA OCCURS 2000 TIMES.
             03 WRK-CAS-REGISTRO.
                04 FILLER PIC X(06).
                04 WRK-CAS-REGRA PIC X(04).
                04 FILLER PIC X(01).
                04 WRK-CAS-OPERADOR-A PIC X(15).
                04 FILLER PIC X(01).
                04 WRK-CAS-MOMENTO-A PIC X(16).
                04 FILLER PIC X(28).
                04 WRK-CAS-MOMENTO-B PIC X(16).
                04 FILLER PIC X(100).
             03 WRK-CAS-NOVO PIC X(01).
             03 WRK-CAS-APURADO PIC X(01).
       77 WRK-CAS-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-CAS-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CAS-ACHADO PIC 9(04) VALUE ZEROS.
       77 WRK-CAS-ULTIMO PIC 9(05) VALUE ZEROS.
       77 WRK-CAS-ESTOURO PIC X(01) VALUE 'N'.
         88 CASOS-ESTOURARAM VALUE 'S'.
       77 WRK-CAS-LOTADO PIC X(01) VALUE 'N'.
         88 CASOS-LOTADOS VALUE 'S'.
       77 WRK-QTD-APURADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NOVOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JUSTIFICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CASO-BUSCA PIC 9(05) VALUE ZEROS.
       77 WRK-JUSTIFICATIVA PIC X(40) VALUE SPACES.
       77 WRK-SITUACAO-FIM PIC X(10) VALUE SPACES.
      *>********* EDICAO DO RELATORIO
       77 WRK-QTD-ED PIC ZZ.ZZ9 VALUE ZEROS.
       01 WRK-DATA-ED.
          02 WRK-DATA-ED-DIA PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED-MES PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED-ANO PIC 9(04).
       01 WRK-DATA-ED2.
          02 WRK-DATA-ED2-DIA PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED2-MES PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED2-ANO PIC 9(04).
       77 WRK-SITUACAO-ED PIC X(11) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF AUTH-AUTORIZADO AND AUTH-AUDITOR
               PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR
               MOVE 'OK' TO WRK-SITUACAO-FIM
           ELSE
               DISPLAY 'ACESSO RESTRITO A AUDITOR.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'SEGREGACAO' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               MOVE 'RECUSADO' TO WRK-SITUACAO-FIM
           END-IF.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-TRL-LIDAS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-APURADOS TO WRK-RUN-PROC.
           MOVE WRK-QTD-PENDENTES TO WRK-RUN-REJ.
           MOVE WRK-SITUACAO-FIM TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           DISPLAY 'FIM DO PROGRAMA...'.

           GOBACK.
       0100-INICIALIZAR.
      *>********* EXIGINDO O LOGIN DE AUDITOR
           DISPLAY '***************************************'.
           DISPLAY ' SEGREGACAO DE FUNCOES NA AUDITORIA'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
       0200-PROCESSAR.
      *>********* MENU DA SEGREGACAO DE FUNCOES
           DISPLAY '-------------------------------------------'.
           DISPLAY '1-APURAR PERIODO  2-JUSTIFICAR CASO'.
           DISPLAY '3-CASOS PENDENTES'.
           DISPLAY '0-ENCERRAR'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'ESCOLHA A OPCAO: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-APURAR
                   PERFORM 0300-APURAR-PERIODO
               WHEN OPCAO-JUSTIFICAR
                   PERFORM 0600-JUSTIFICAR-CASO
               WHEN OPCAO-PENDENTES
                   PERFORM 0650-LISTAR-PENDENTES
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       0300-APURAR-PERIODO.
      *>********* LENDO O PERIODO, AS REGRAS, A TRILHA E OS CASOS JA
      *>          GRAVADOS; CRUZANDO OS PARES E REGRAVANDO OS CASOS
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0=INICIO DO MES): '.
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           IF WRK-DATA-INI = ZEROS
               COMPUTE WRK-DATA-INI = (WRK-HOJE-ANO * 10000)
                                    + (WRK-HOJE-MES * 100) + 1
           END-IF.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0=HOJE): '.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-FIM = ZEROS
               MOVE WRK-DATA-HOJE-NUM TO WRK-DATA-FIM
           END-IF.
           IF WRK-DATA-INI > WRK-DATA-FIM
               DISPLAY 'PERIODO INVALIDO.'
           ELSE
               PERFORM 0310-CARREGAR-REGRAS
               IF WRK-REG-QTD = ZEROS
                   DISPLAY 'NENHUMA REGRA VALIDA NO REGRASOD134.'
               ELSE
                   PERFORM 0330-CARREGAR-TRILHA
                   PERFORM 0500-CARREGAR-CASOS
                   MOVE 'N' TO WRK-CAS-LOTADO
                   MOVE ZEROS TO WRK-QTD-APURADOS
                   MOVE ZEROS TO WRK-QTD-NOVOS
                   PERFORM 0400-APLICAR-REGRA
                       VARYING WRK-REG-IDX FROM 1 BY 1
                       UNTIL WRK-REG-IDX > WRK-REG-QTD
                   PERFORM 0550-REGRAVAR-CASOS
                   PERFORM 0450-EMITIR-RELATORIO
               END-IF
           END-IF.
       0310-CARREGAR-REGRAS.
      *>********* CARREGANDO AS REGRAS (LINHA SEM AS DUAS ACOES OU
      *>          COM POSICAO/TAMANHO FORA DO CAMPO E IGNORADA)
           MOVE ZEROS TO WRK-REG-QTD.
           MOVE ZEROS TO WRK-REG-INVALIDAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT REGRA-FILE.
           IF WRK-REGRA-STATUS = '00'
               PERFORM 0315-LER-REGRA UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE REGRA-FILE.
           IF WRK-REG-INVALIDAS > ZEROS
               DISPLAY 'REGRAS IGNORADAS POR FORMATO: '
                       WRK-REG-INVALIDAS
           END-IF.
       0315-LER-REGRA.
      *>********* CONFERINDO E GUARDANDO UMA REGRA
           READ REGRA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF REGRA-CODIGO NOT = SPACES
                       PERFORM 0317-VALIDAR-REGRA
                   END-IF
           END-READ.
       0317-VALIDAR-REGRA.
      *>********* UMA REGRA VALIDA ENTRA NA TABELA
           MOVE 'S' TO WRK-REGRA-OK.
           IF REGRA-ACAO-A = SPACES OR REGRA-ACAO-B = SPACES
              OR REGRA-JANELA NOT NUMERIC
              OR (REGRA-MESMO-USUARIO NOT = 'S'
                  AND REGRA-MESMO-USUARIO NOT = 'N')
               MOVE 'N' TO WRK-REGRA-OK
           END-IF.
           IF REGRA-CAMPO-A NOT = SPACE
               IF REGRA-POS-A NOT NUMERIC OR REGRA-TAM-A NOT NUMERIC
                   MOVE 'N' TO WRK-REGRA-OK
               ELSE
                   IF REGRA-POS-A < 1 OR REGRA-TAM-A < 1
                      OR REGRA-POS-A + REGRA-TAM-A > 21
                       MOVE 'N' TO WRK-REGRA-OK
                   END-IF
               END-IF
           END-IF.
           IF REGRA-CAMPO-B NOT = SPACE
               IF REGRA-POS-B NOT NUMERIC OR REGRA-TAM-B NOT NUMERIC
                   MOVE 'N' TO WRK-REGRA-OK
               ELSE
                   IF REGRA-POS-B < 1 OR REGRA-TAM-B < 1
                      OR REGRA-POS-B + REGRA-TAM-B > 21
                       MOVE 'N' TO WRK-REGRA-OK
                   END-IF
               END-IF
           END-IF.
           IF NOT REGRA-VALIDA
               ADD 1 TO WRK-REG-INVALIDAS
               DISPLAY 'REGRA INVALIDA: ' REGRA-CODIGO
           ELSE
               IF WRK-REG-QTD < WRK-MAX-REGRAS
                   ADD 1 TO WRK-REG-QTD
                   MOVE REGRA-CODIGO TO WRK-REG-CODIGO(WRK-REG-QTD)
                   MOVE REGRA-ACAO-A TO WRK-REG-ACAO-A(WRK-REG-QTD)
                   MOVE REGRA-PROG-A TO WRK-REG-PROG-A(WRK-REG-QTD)
                   MOVE REGRA-CAMPO-A TO WRK-REG-CAMPO-A(WRK-REG-QTD)
                   MOVE REGRA-POS-A TO WRK-REG-POS-A(WRK-REG-QTD)
                   MOVE REGRA-TAM-A TO WRK-REG-TAM-A(WRK-REG-QTD)
                   MOVE REGRA-ACAO-B TO WRK-REG-ACAO-B(WRK-REG-QTD)
                   MOVE REGRA-PROG-B TO WRK-REG-PROG-B(WRK-REG-QTD)
                   MOVE REGRA-CAMPO-B TO WRK-REG-CAMPO-B(WRK-REG-QTD)
                   MOVE REGRA-POS-B TO WRK-REG-POS-B(WRK-REG-QTD)
                   MOVE REGRA-TAM-B TO WRK-REG-TAM-B(WRK-REG-QTD)
                   MOVE REGRA-MESMO-USUARIO
                     TO WRK-REG-MESMO(WRK-REG-QTD)
                   MOVE REGRA-JANELA TO WRK-REG-JANELA(WRK-REG-QTD)
                   MOVE REGRA-DESCRICAO
                     TO WRK-REG-DESCRICAO(WRK-REG-QTD)
               ELSE
                   ADD 1 TO WRK-REG-INVALIDAS
                   DISPLAY 'LIMITE DE REGRAS ATINGIDO: ' REGRA-CODIGO
               END-IF
           END-IF.
       0330-CARREGAR-TRILHA.
      *>********* CARREGANDO AS LINHAS DA TRILHA DO PERIODO (A
      *>          JANELA DE UMA REGRA NAO PASSA DO PERIODO PEDIDO)
           MOVE ZEROS TO WRK-TRL-QTD.
           MOVE 'N' TO WRK-TRL-ESTOURO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT AUDITLOG-FILE.
           IF WRK-AUDITLOG-STATUS = '00'
               PERFORM 0335-LER-TRILHA UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE AUDITLOG-FILE.
           IF TRILHA-ESTOUROU
               DISPLAY 'PERIODO COM MAIS DE ' WRK-MAX-TRILHA
                       ' EVENTOS - APURADOS SO OS PRIMEIROS.'
           END-IF.
       0335-LER-TRILHA.
      *>********* SEPARANDO OS CAMPOS DE UMA LINHA DA TRILHA PELOS
      *>          ROTULOS (O NOME DO PROGRAMA TEM TAMANHO VARIAVEL)
           READ AUDITLOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE SPACES TO WRK-PARTE-DATAHORA
                   MOVE SPACES TO WRK-PARTE-PROGRAMA
                   MOVE SPACES TO WRK-PARTE-OPERADOR
                   MOVE SPACES TO WRK-PARTE-ACAO
                   MOVE SPACES TO WRK-PARTE-ANTES
                   MOVE SPACES TO WRK-PARTE-DEPOIS
                   UNSTRING AUDITLOG-REC
                       DELIMITED BY ' PROGRAMA=' OR ' OPERADOR='
                                 OR ' ACAO=' OR ' ANTES='
                                 OR ' DEPOIS=' OR ' CHK='
                       INTO WRK-PARTE-DATAHORA WRK-PARTE-PROGRAMA
                            WRK-PARTE-OPERADOR WRK-PARTE-ACAO
                            WRK-PARTE-ANTES WRK-PARTE-DEPOIS
                   END-UNSTRING
                   IF WRK-PARTE-DATA NUMERIC
                      AND WRK-PARTE-DATA >= WRK-DATA-INI
                      AND WRK-PARTE-DATA <= WRK-DATA-FIM
                       ADD 1 TO WRK-TRL-LIDAS
                       PERFORM 0337-GUARDAR-LINHA-TRILHA
                   END-IF
           END-READ.
       0337-GUARDAR-LINHA-TRILHA.
      *>********* GUARDANDO UM EVENTO EFETIVADO (TENTATIVA NEGADA
      *>          NAO E ACAO FEITA)
           IF WRK-PARTE-DEPOIS NOT = 'ACESSO NEGADO'
              AND WRK-PARTE-DEPOIS NOT = 'NEGADO'
              AND WRK-PARTE-ACAO NOT = SPACES
               IF WRK-TRL-QTD < WRK-MAX-TRILHA
                   ADD 1 TO WRK-TRL-QTD
                   MOVE WRK-PARTE-DATA TO WRK-TRL-DATA(WRK-TRL-QTD)
                   IF WRK-PARTE-HORA NUMERIC
                       MOVE WRK-PARTE-HORA TO WRK-TRL-HORA(WRK-TRL-QTD)
                   ELSE
                       MOVE ZEROS TO WRK-TRL-HORA(WRK-TRL-QTD)
                   END-IF
                   MOVE WRK-PARTE-DATA TO WRK-DN-DATA
                   PERFORM 0700-CALCULAR-DIA-NUMERO
                   MOVE WRK-DN-NUMERO TO WRK-TRL-DIANUM(WRK-TRL-QTD)
                   MOVE WRK-PARTE-PROGRAMA
                     TO WRK-TRL-PROGRAMA(WRK-TRL-QTD)
                   MOVE WRK-PARTE-OPERADOR
                     TO WRK-TRL-OPERADOR(WRK-TRL-QTD)
                   MOVE WRK-PARTE-ACAO TO WRK-TRL-ACAO(WRK-TRL-QTD)
                   MOVE WRK-PARTE-ANTES TO WRK-TRL-ANTES(WRK-TRL-QTD)
                   MOVE WRK-PARTE-DEPOIS
                     TO WRK-TRL-DEPOIS(WRK-TRL-QTD)
               ELSE
                   MOVE 'S' TO WRK-TRL-ESTOURO
               END-IF
           END-IF.
       0400-APLICAR-REGRA.
      *>********* CRUZANDO CADA EVENTO DO LADO A COM CADA EVENTO DO
      *>          LADO B DA REGRA
           PERFORM 0410-PROCURAR-LADO-A
               VARYING WRK-TRL-I FROM 1 BY 1
               UNTIL WRK-TRL-I > WRK-TRL-QTD.
       0410-PROCURAR-LADO-A.
      *>********* UM EVENTO QUE CASA COM O LADO A
           IF WRK-TRL-ACAO(WRK-TRL-I) = WRK-REG-ACAO-A(WRK-REG-IDX)
              AND (WRK-REG-PROG-A(WRK-REG-IDX) = SPACES
                   OR WRK-TRL-PROGRAMA(WRK-TRL-I)
                      = WRK-REG-PROG-A(WRK-REG-IDX))
               PERFORM 0420-PROCURAR-LADO-B
                   VARYING WRK-TRL-J FROM 1 BY 1
                   UNTIL WRK-TRL-J > WRK-TRL-QTD
           END-IF.
       0420-PROCURAR-LADO-B.
      *>********* UM EVENTO DO LADO B: MESMO USUARIO (QUANDO A REGRA
      *>          PEDE), DENTRO DA JANELA E NO MESMO DOCUMENTO (QUANDO
      *>          A REGRA TEM DOCUMENTO NOS DOIS LADOS)
           MOVE 'N' TO WRK-PAR-CONFLITO.
           IF WRK-TRL-J NOT = WRK-TRL-I
              AND WRK-TRL-ACAO(WRK-TRL-J) = WRK-REG-ACAO-B(WRK-REG-IDX)
              AND (WRK-REG-PROG-B(WRK-REG-IDX) = SPACES
                   OR WRK-TRL-PROGRAMA(WRK-TRL-J)
                      = WRK-REG-PROG-B(WRK-REG-IDX))
              AND (WRK-REG-MESMO(WRK-REG-IDX) = 'N'
                   OR WRK-TRL-OPERADOR(WRK-TRL-J)
                      = WRK-TRL-OPERADOR(WRK-TRL-I))
               IF WRK-TRL-DIANUM(WRK-TRL-J) > WRK-TRL-DIANUM(WRK-TRL-I)
                   COMPUTE WRK-DIAS-ENTRE = WRK-TRL-DIANUM(WRK-TRL-J)
                                          - WRK-TRL-DIANUM(WRK-TRL-I)
               ELSE
                   COMPUTE WRK-DIAS-ENTRE = WRK-TRL-DIANUM(WRK-TRL-I)
                                          - WRK-TRL-DIANUM(WRK-TRL-J)
               END-IF
               IF WRK-DIAS-ENTRE <= WRK-REG-JANELA(WRK-REG-IDX)
                   PERFORM 0430-CONFERIR-DOCUMENTO
               END-IF
           END-IF.
           IF PAR-CONFLITANTE
               PERFORM 0440-REGISTRAR-CASO
           END-IF.
       0430-CONFERIR-DOCUMENTO.
      *>********* SEM DOCUMENTO NOS DOIS LADOS BASTA A JANELA; COM
      *>          DOCUMENTO, OS TRECHOS TEM DE SER IGUAIS E PREENCHIDOS
           MOVE SPACES TO WRK-DOC-A.
           MOVE SPACES TO WRK-DOC-B.
           IF WRK-REG-CAMPO-A(WRK-REG-IDX) = SPACE
              OR WRK-REG-CAMPO-B(WRK-REG-IDX) = SPACE
               MOVE 'S' TO WRK-PAR-CONFLITO
           ELSE
               EVALUATE WRK-REG-CAMPO-A(WRK-REG-IDX)
                   WHEN 'A'
                       MOVE WRK-TRL-ANTES(WRK-TRL-I) TO WRK-DOC-CAMPO
                   WHEN 'D'
                       MOVE WRK-TRL-DEPOIS(WRK-TRL-I) TO WRK-DOC-CAMPO
                   WHEN OTHER
                       MOVE WRK-TRL-OPERADOR(WRK-TRL-I) TO WRK-DOC-CAMPO
               END-EVALUATE
               MOVE WRK-REG-POS-A(WRK-REG-IDX) TO WRK-DOC-POS
               MOVE WRK-REG-TAM-A(WRK-REG-IDX) TO WRK-DOC-TAM
               PERFORM 0435-RECORTAR-DOCUMENTO
               MOVE WRK-DOC-TRECHO TO WRK-DOC-A
               EVALUATE WRK-REG-CAMPO-B(WRK-REG-IDX)
                   WHEN 'A'
                       MOVE WRK-TRL-ANTES(WRK-TRL-J) TO WRK-DOC-CAMPO
                   WHEN 'D'
                       MOVE WRK-TRL-DEPOIS(WRK-TRL-J) TO WRK-DOC-CAMPO
                   WHEN OTHER
                       MOVE WRK-TRL-OPERADOR(WRK-TRL-J) TO WRK-DOC-CAMPO
               END-EVALUATE
               MOVE WRK-REG-POS-B(WRK-REG-IDX) TO WRK-DOC-POS
               MOVE WRK-REG-TAM-B(WRK-REG-IDX) TO WRK-DOC-TAM
               PERFORM 0435-RECORTAR-DOCUMENTO
               MOVE WRK-DOC-TRECHO TO WRK-DOC-B
               IF WRK-DOC-A NOT = SPACES AND WRK-DOC-A = WRK-DOC-B
                   MOVE 'S' TO WRK-PAR-CONFLITO
               END-IF
           END-IF.
       0435-RECORTAR-DOCUMENTO.
      *>********* TRECHO DO DOCUMENTO DENTRO DO CAMPO
           MOVE SPACES TO WRK-DOC-TRECHO.
           MOVE WRK-DOC-CAMPO(WRK-DOC-POS:WRK-DOC-TAM)
             TO WRK-DOC-TRECHO.
       0440-REGISTRAR-CASO.
      *>********* UM PAR SO VIRA CASO UMA VEZ POR REGRA (A-B E B-A
      *>          DA MESMA REGRA SIMETRICA SAO O MESMO CASO); CASO JA
      *>          GRAVADO EM APURACAO ANTERIOR SO E MARCADO
           MOVE SPACES TO CASO-REC.
           MOVE WRK-REG-CODIGO(WRK-REG-IDX) TO CASO-REGRA.
           MOVE WRK-TRL-OPERADOR(WRK-TRL-I) TO CASO-OPERADOR-A.
           MOVE WRK-TRL-DATA(WRK-TRL-I) TO CASO-DATA-A.
           MOVE WRK-TRL-HORA(WRK-TRL-I) TO CASO-HORA-A.
           MOVE WRK-TRL-ACAO(WRK-TRL-I) TO CASO-ACAO-A.
           MOVE WRK-TRL-OPERADOR(WRK-TRL-J) TO CASO-OPERADOR-B.
           MOVE WRK-TRL-DATA(WRK-TRL-J) TO CASO-DATA-B.
           MOVE WRK-TRL-HORA(WRK-TRL-J) TO CASO-HORA-B.
           MOVE WRK-TRL-ACAO(WRK-TRL-J) TO CASO-ACAO-B.
           MOVE WRK-DOC-A TO CASO-DOCUMENTO.
           MOVE 'P' TO CASO-SITUACAO.
           MOVE ZEROS TO CASO-DATA-JUST.
           MOVE ZEROS TO WRK-CAS-ACHADO.
           PERFORM 0445-PROCURAR-CASO
               VARYING WRK-CAS-IDX FROM 1 BY 1
               UNTIL WRK-CAS-IDX > WRK-CAS-QTD
                  OR WRK-CAS-ACHADO > ZEROS.
           IF WRK-CAS-ACHADO > ZEROS
               IF WRK-CAS-APURADO(WRK-CAS-ACHADO) NOT = 'S'
                   MOVE 'S' TO WRK-CAS-APURADO(WRK-CAS-ACHADO)
                   ADD 1 TO WRK-QTD-APURADOS
               END-IF
           ELSE
               IF WRK-CAS-QTD < WRK-MAX-CASOS
                   ADD 1 TO WRK-CAS-ULTIMO
                   MOVE WRK-CAS-ULTIMO TO CASO-NUMERO
                   ADD 1 TO WRK-CAS-QTD
                   MOVE CASO-REC TO WRK-CAS-REGISTRO(WRK-CAS-QTD)
                   MOVE 'S' TO WRK-CAS-NOVO(WRK-CAS-QTD)
                   MOVE 'S' TO WRK-CAS-APURADO(WRK-CAS-QTD)
                   ADD 1 TO WRK-QTD-APURADOS
                   ADD 1 TO WRK-QTD-NOVOS
               ELSE
                   MOVE 'S' TO WRK-CAS-LOTADO
               END-IF
           END-IF.
       0445-PROCURAR-CASO.
      *>********* MESMA REGRA E MESMOS DOIS EVENTOS, EM QUALQUER ORDEM
           IF WRK-CAS-REGRA(WRK-CAS-IDX) = CASO-REGRA
               IF (WRK-CAS-MOMENTO-A(WRK-CAS-IDX) = CASO-MOMENTO-A
                   AND WRK-CAS-MOMENTO-B(WRK-CAS-IDX) = CASO-MOMENTO-B
                   AND WRK-CAS-OPERADOR-A(WRK-CAS-IDX)
                       = CASO-OPERADOR-A)
                  OR (WRK-CAS-MOMENTO-A(WRK-CAS-IDX) = CASO-MOMENTO-B
                   AND WRK-CAS-MOMENTO-B(WRK-CAS-IDX) = CASO-MOMENTO-A
                   AND WRK-CAS-OPERADOR-A(WRK-CAS-IDX)
                       = CASO-OPERADOR-B)
                   MOVE WRK-CAS-IDX TO WRK-CAS-ACHADO
               END-IF
           END-IF.
       0450-EMITIR-RELATORIO.
      *>********* RELATORIO DOS CASOS DO PERIODO (NOVOS E JA GRAVADOS)
           OPEN OUTPUT RELATO-FILE.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-DATA-INI(7:2) TO WRK-DATA-ED-DIA.
           MOVE WRK-DATA-INI(5:2) TO WRK-DATA-ED-MES.
           MOVE WRK-DATA-INI(1:4) TO WRK-DATA-ED-ANO.
           MOVE WRK-DATA-FIM(7:2) TO WRK-DATA-ED2-DIA.
           MOVE WRK-DATA-FIM(5:2) TO WRK-DATA-ED2-MES.
           MOVE WRK-DATA-FIM(1:4) TO WRK-DATA-ED2-ANO.
           MOVE SPACES TO RELATO-REC.
           STRING 'SEGREGACAO DE FUNCOES - ' WRK-DATA-ED ' A '
                  WRK-DATA-ED2
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE ZEROS TO WRK-QTD-JUSTIFICADOS.
           PERFORM 0460-RELATAR-CASO
               VARYING WRK-CAS-IDX FROM 1 BY 1
               UNTIL WRK-CAS-IDX > WRK-CAS-QTD.
           MOVE ALL '-' TO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-TRL-QTD TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'EVENTOS NO PERIODO......:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-REG-QTD TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'REGRAS APLICADAS........:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-QTD-APURADOS TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'CASOS NO PERIODO........:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-QTD-NOVOS TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING '  NOVOS NESTA APURACAO..:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING '  PENDENTES.............:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-QTD-JUSTIFICADOS TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING '  JUSTIFICADOS..........:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           IF CASOS-LOTADOS
               MOVE 'LIMITE DE CASOS ATINGIDO - PARTE DOS PARES FORA'
                 TO RELATO-REC
               PERFORM 0490-ESCREVER-LINHA
           END-IF.
           CLOSE RELATO-FILE.
       0460-RELATAR-CASO.
      *>********* DUAS LINHAS POR CASO APURADO NO PERIODO
           IF WRK-CAS-APURADO(WRK-CAS-IDX) = 'S'
               MOVE WRK-CAS-REGISTRO(WRK-CAS-IDX) TO CASO-REC
               PERFORM 0470-MONTAR-CASO
           END-IF.
       0470-MONTAR-CASO.
      *>********* LINHAS DE UM CASO (CASO-REC CARREGADO)
           IF CASO-SITUACAO = 'J'
               MOVE 'JUSTIFICADO' TO WRK-SITUACAO-ED
               ADD 1 TO WRK-QTD-JUSTIFICADOS
           ELSE
               ADD 1 TO WRK-QTD-PENDENTES
               IF WRK-CAS-NOVO(WRK-CAS-IDX) = 'S'
                   MOVE 'NOVO' TO WRK-SITUACAO-ED
               ELSE
                   MOVE 'PENDENTE' TO WRK-SITUACAO-ED
               END-IF
           END-IF.
           PERFORM 0480-DESCREVER-REGRA.
           MOVE CASO-DATA-A(7:2) TO WRK-DATA-ED-DIA.
           MOVE CASO-DATA-A(5:2) TO WRK-DATA-ED-MES.
           MOVE CASO-DATA-A(1:4) TO WRK-DATA-ED-ANO.
           MOVE CASO-DATA-B(7:2) TO WRK-DATA-ED2-DIA.
           MOVE CASO-DATA-B(5:2) TO WRK-DATA-ED2-MES.
           MOVE CASO-DATA-B(1:4) TO WRK-DATA-ED2-ANO.
           MOVE SPACES TO RELATO-REC.
           STRING 'CASO ' CASO-NUMERO ' ' CASO-REGRA ' '
                  WRK-REGRA-DESC ' ' WRK-SITUACAO-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE SPACES TO RELATO-REC.
           STRING '  ' CASO-OPERADOR-A ' ' CASO-ACAO-A ' '
                  WRK-DATA-ED ' / ' CASO-ACAO-B ' ' WRK-DATA-ED2
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           IF CASO-OPERADOR-B NOT = CASO-OPERADOR-A
              OR CASO-DOCUMENTO NOT = SPACES
               MOVE SPACES TO RELATO-REC
               STRING '  LADO B POR ' CASO-OPERADOR-B
                      ' DOCUMENTO ' CASO-DOCUMENTO
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0490-ESCREVER-LINHA
           END-IF.
           IF CASO-SITUACAO = 'J'
               MOVE SPACES TO RELATO-REC
               STRING '  ' CASO-AUDITOR ': ' CASO-JUSTIFICATIVA
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0490-ESCREVER-LINHA
           END-IF.
       0480-DESCREVER-REGRA.
      *>********* DESCRICAO DA REGRA DO CASO (REGRA JA RETIRADA DO
      *>          ARQUIVO FICA SEM DESCRICAO)
           MOVE ZEROS TO WRK-REG-ACHADA.
           PERFORM 0485-PROCURAR-REGRA
               VARYING WRK-REG-BUSCA FROM 1 BY 1
               UNTIL WRK-REG-BUSCA > WRK-REG-QTD
                  OR WRK-REG-ACHADA > ZEROS.
           IF WRK-REG-ACHADA = ZEROS
               MOVE '(REGRA RETIRADA)' TO WRK-REGRA-DESC
           ELSE
               MOVE WRK-REG-DESCRICAO(WRK-REG-ACHADA) TO WRK-REGRA-DESC
           END-IF.
       0485-PROCURAR-REGRA.
      *>********* COMPARANDO O CODIGO DE UMA REGRA CARREGADA
           IF WRK-REG-CODIGO(WRK-REG-BUSCA) = CASO-REGRA
               MOVE WRK-REG-BUSCA TO WRK-REG-ACHADA
           END-IF.
       0490-ESCREVER-LINHA.
      *>********* GRAVANDO UMA LINHA DO RELATORIO E NA TELA
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
       0500-CARREGAR-CASOS.
      *>********* CARREGANDO OS CASOS JA GRAVADOS E O ULTIMO NUMERO
           MOVE ZEROS TO WRK-CAS-QTD.
           MOVE ZEROS TO WRK-CAS-ULTIMO.
           MOVE 'N' TO WRK-CAS-ESTOURO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CASO-FILE.
           IF WRK-CASO-STATUS = '00'
               PERFORM 0505-LER-CASO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CASO-FILE.
       0505-LER-CASO.
      *>********* GUARDANDO UM CASO GRAVADO
           READ CASO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF CASO-NUMERO NUMERIC
                       IF WRK-CAS-QTD < WRK-MAX-CASOS
                           ADD 1 TO WRK-CAS-QTD
                           MOVE CASO-REC
                             TO WRK-CAS-REGISTRO(WRK-CAS-QTD)
                           MOVE 'N' TO WRK-CAS-NOVO(WRK-CAS-QTD)
                           MOVE 'N' TO WRK-CAS-APURADO(WRK-CAS-QTD)
                           IF CASO-NUMERO > WRK-CAS-ULTIMO
                               MOVE CASO-NUMERO TO WRK-CAS-ULTIMO
                           END-IF
                       ELSE
                           MOVE 'S' TO WRK-CAS-ESTOURO
                       END-IF
                   END-IF
           END-READ.
       0550-REGRAVAR-CASOS.
      *>********* REGRAVANDO O ARQUIVO DE CASOS INTEIRO (BLOQUEADO SE
      *>          A CARGA NAO COUBE NA TABELA, PARA NAO PERDER CASOS)
           IF CASOS-ESTOURARAM
               DISPLAY 'CASOSOD134 CHEIO - CASOS NAO REGRAVADOS.'
           ELSE
               OPEN OUTPUT CASO-FILE
               PERFORM 0555-GRAVAR-CASO
                   VARYING WRK-CAS-IDX FROM 1 BY 1
                   UNTIL WRK-CAS-IDX > WRK-CAS-QTD
               CLOSE CASO-FILE
           END-IF.
       0555-GRAVAR-CASO.
      *>********* GRAVANDO UM CASO DA TABELA
           MOVE WRK-CAS-REGISTRO(WRK-CAS-IDX) TO CASO-REC.
           WRITE CASO-REC.
       0600-JUSTIFICAR-CASO.
      *>********* MARCANDO UM CASO PENDENTE COMO JUSTIFICADO, COM O
      *>          TEXTO DO AUDITOR, E REGRAVANDO O ARQUIVO DE CASOS
           PERFORM 0500-CARREGAR-CASOS.
           DISPLAY 'NUMERO DO CASO: '.
           ACCEPT WRK-CASO-BUSCA FROM CONSOLE.
           MOVE ZEROS TO WRK-CAS-ACHADO.
           PERFORM 0605-PROCURAR-NUMERO
               VARYING WRK-CAS-IDX FROM 1 BY 1
               UNTIL WRK-CAS-IDX > WRK-CAS-QTD
                  OR WRK-CAS-ACHADO > ZEROS.
           EVALUATE TRUE
               WHEN WRK-CAS-ACHADO = ZEROS
                   DISPLAY 'CASO NAO ENCONTRADO: ' WRK-CASO-BUSCA
               WHEN CASOS-ESTOURARAM
                   DISPLAY 'CASOSOD134 CHEIO - JUSTIFICATIVA BLOQUEADA.'
               WHEN OTHER
                   PERFORM 0610-GRAVAR-JUSTIFICATIVA
           END-EVALUATE.
       0605-PROCURAR-NUMERO.
      *>********* COMPARANDO O NUMERO DE UM CASO GRAVADO
           MOVE WRK-CAS-REGISTRO(WRK-CAS-IDX) TO CASO-REC.
           IF CASO-NUMERO = WRK-CASO-BUSCA
               MOVE WRK-CAS-IDX TO WRK-CAS-ACHADO
           END-IF.
       0610-GRAVAR-JUSTIFICATIVA.
      *>********* TEXTO OBRIGATORIO; A JUSTIFICATIVA VAI PARA A TRILHA
           MOVE WRK-CAS-REGISTRO(WRK-CAS-ACHADO) TO CASO-REC.
           DISPLAY 'CASO ' CASO-NUMERO ' REGRA ' CASO-REGRA ' '
                   CASO-OPERADOR-A ' ' CASO-ACAO-A ' / ' CASO-ACAO-B.
           IF CASO-SITUACAO = 'J'
               DISPLAY 'CASO JA JUSTIFICADO POR ' CASO-AUDITOR ': '
                       CASO-JUSTIFICATIVA
           ELSE
               DISPLAY 'JUSTIFICATIVA: '
               MOVE SPACES TO WRK-JUSTIFICATIVA
               ACCEPT WRK-JUSTIFICATIVA FROM CONSOLE
               IF WRK-JUSTIFICATIVA = SPACES
                   DISPLAY 'JUSTIFICATIVA OBRIGATORIA.'
               ELSE
                   MOVE 'J' TO CASO-SITUACAO
                   MOVE WRK-AUTH-USUARIO TO CASO-AUDITOR
                   MOVE WRK-DATA-HOJE-NUM TO CASO-DATA-JUST
                   MOVE WRK-JUSTIFICATIVA TO CASO-JUSTIFICATIVA
                   MOVE CASO-REC TO WRK-CAS-REGISTRO(WRK-CAS-ACHADO)
                   MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
                   MOVE 'JUSTIFICA' TO WRK-AUDIT-ACAO
                   MOVE SPACES TO WRK-AUDIT-ANTES
                   STRING 'CASO SOD ' CASO-NUMERO
                       DELIMITED BY SIZE
                     INTO WRK-AUDIT-ANTES
                   MOVE WRK-JUSTIFICATIVA TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
                   DISPLAY 'CASO ' CASO-NUMERO ' JUSTIFICADO.'
                   PERFORM 0550-REGRAVAR-CASOS
               END-IF
           END-IF.
       0650-LISTAR-PENDENTES.
      *>********* LISTANDO NA TELA OS CASOS AINDA SEM JUSTIFICATIVA
           PERFORM 0500-CARREGAR-CASOS.
           PERFORM 0310-CARREGAR-REGRAS.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           PERFORM 0655-LISTAR-CASO-PENDENTE
               VARYING WRK-CAS-IDX FROM 1 BY 1
               UNTIL WRK-CAS-IDX > WRK-CAS-QTD.
           DISPLAY 'CASOS PENDENTES: ' WRK-QTD-PENDENTES.
       0655-LISTAR-CASO-PENDENTE.
      *>********* UM CASO PENDENTE NA TELA
           MOVE WRK-CAS-REGISTRO(WRK-CAS-IDX) TO CASO-REC.
           IF CASO-SITUACAO NOT = 'J'
               ADD 1 TO WRK-QTD-PENDENTES
               PERFORM 0480-DESCREVER-REGRA
               DISPLAY 'CASO ' CASO-NUMERO ' ' CASO-REGRA ' '
                       WRK-REGRA-DESC
               DISPLAY '  ' CASO-OPERADOR-A ' ' CASO-ACAO-A ' '
                       CASO-DATA-A ' / ' CASO-OPERADOR-B ' '
                       CASO-ACAO-B ' ' CASO-DATA-B
           END-IF.
       0700-CALCULAR-DIA-NUMERO.
      *>********* NUMERO SEQUENCIAL DO DIA (CONTAGEM JULIANA) PARA
      *>          MEDIR A DISTANCIA EM DIAS CORRIDOS ENTRE DUAS DATAS
           COMPUTE WRK-DN-A = (14 - WRK-DN-MES) / 12.
           COMPUTE WRK-DN-Y = WRK-DN-ANO + 4800 - WRK-DN-A.
           COMPUTE WRK-DN-M = WRK-DN-MES + (12 * WRK-DN-A) - 3.
           COMPUTE WRK-DN-T1 = ((153 * WRK-DN-M) + 2) / 5.
           COMPUTE WRK-DN-T2 = WRK-DN-Y / 4.
           COMPUTE WRK-DN-T3 = WRK-DN-Y / 100.
           COMPUTE WRK-DN-T4 = WRK-DN-Y / 400.
           COMPUTE WRK-DN-NUMERO = WRK-DN-DIA + WRK-DN-T1
                                 + (365 * WRK-DN-Y) + WRK-DN-T2
                                 - WRK-DN-T3 + WRK-DN-T4 - 32045.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL134'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL134'==.
