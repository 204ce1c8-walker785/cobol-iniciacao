       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL135.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: RECERTIFICACAO TRIMESTRAL DE ACESSOS. LISTA TODO
      *>           USUARIO DO USERCAD11 COM NIVEL, SITUACAO (ATIVO,
      *>           DESATIVADO, BLOQUEADO), ULTIMO LOGIN COM SUCESSO NO
      *>           LOGINLOG11, DIAS DESDE A ULTIMA TROCA DE SENHA E OS
      *>           PROGRAMAS QUE A MATRIZ PERMISSAO47 LIBERA PARA O
      *>           NIVEL, MARCANDO CONTA DORMENTE (SEM LOGIN HA MAIS
      *>           DE N DIAS, OU NUNCA) E USUARIO DE NIVEL ADM. O
      *>           RELATORIO VAI PARA O RECERT135 E PARA A TELA
      *> OBJETIVO: COM LOGIN DE SUPERVISOR (OU ADM), CADA USUARIO
      *>           ATIVO AINDA SEM DECISAO NA REFERENCIA (AAAATn, ANO
      *>           E TRIMESTRE CORRENTES) E MARCADO COMO CONFIRMADO OU
      *>           A REMOVER NO RECERTDEC135, COM EVENTO RECERTIFIC NA
      *>           TRILHA DE AUDITORIA; O REVISOR NAO DECIDE A PROPRIA
      *>           CONTA. A REVISAO PODE SER INTERROMPIDA E RETOMADA.
      *>           AS REMOCOES SAO EXECUTADAS POR UM ADM NA OPCAO DE
      *>           REMOCOES DA RECERTIFICACAO DO PROGCBL37
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USERCAD-USUARIO
               FILE STATUS IS WRK-USERCAD-STATUS.
           SELECT OPTIONAL LOGINLOG-FILE ASSIGN TO 'LOGINLOG11'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOGINLOG-STATUS.
           SELECT OPTIONAL PERMISSAO-FILE ASSIGN TO 'PERMISSAO47'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PERM-STATUS.
           SELECT OPTIONAL RECERTDEC-FILE ASSIGN TO 'RECERTDEC135'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECERTDEC-STATUS.
           SELECT OPTIONAL RELATO-FILE ASSIGN TO 'RECERT135'
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
      *>********* LINHA DO LOGINLOG11 GRAVADA PELO PROGCBL11
       FD  LOGINLOG-FILE.
       01  LOGINLOG-REC.
           02 LOGIN-DATA PIC X(08).
           02 FILLER PIC X(18).
           02 LOGIN-USUARIO PIC X(15).
           02 FILLER PIC X(11).
           02 LOGIN-RESULTADO PIC X(25).
           02 FILLER PIC X(03).
       FD  PERMISSAO-FILE.
       01  PERMISSAO-REC.
           02 PERM-PROGRAMA PIC X(09).
           02 PERM-NIVEIS PIC X(04).
       FD  RECERTDEC-FILE.
       01  RECERTDEC-REC.
           COPY 'RECERTDEC.cbl'.
       FD  RELATO-FILE.
       01  RELATO-REC PIC X(80).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'USERAUTH.cbl'.
       COPY 'PERMISSAO.cbl'.
       COPY 'AUDITLOG.cbl'.
       77 WRK-LOGINLOG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RECERTDEC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RELATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
       77 WRK-HOJE-DIANUM PIC 9(07) VALUE ZEROS.
      *>********* REFERENCIA DA RECERTIFICACAO (ANO E TRIMESTRE)
       01 WRK-REFERENCIA.
          02 WRK-REF-ANO PIC 9(04).
          02 FILLER PIC X(01) VALUE 'T'.
          02 WRK-REF-TRIMESTRE PIC 9(01).
       77 WRK-DIAS-DORMENTE PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-PADRAO PIC 9(03) VALUE 90.
      *>********* USUARIOS DO CADASTRO
       77 WRK-MAX-USUARIOS PIC 9(03) VALUE 100.
       01 WRK-USUARIOS-TAB.
          02 WRK-USU-LINHA OCCURS 100 TIMES.
             03 WRK-USU-USUARIO PIC X(15).
             03 WRK-USU-NIVEL PIC 9(02).
             03 WRK-USU-ATIVO PIC X(01).
             03 WRK-USU-BLOQUEADO PIC X(01).
             03 WRK-USU-SENHA-DATA PIC 9(08).
             03 WRK-USU-ULT-LOGIN PIC 9(08).
             03 WRK-USU-PROGRAMAS PIC X(120).
             03 WRK-USU-PROG-PTR PIC 9(03).
             03 WRK-USU-PROG-QTD PIC 9(03).
             03 WRK-USU-PROG-FORA PIC 9(03).
             03 WRK-USU-DECISAO PIC X(01).
       77 WRK-USU-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-USU-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-USU-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-USU-BUSCA PIC X(15) VALUE SPACES.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* LINHA DO RELATORIO
       01 WRK-LINHA-USUARIO.
          02 WRK-LIN-USUARIO PIC X(15).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LIN-NIVEL PIC X(10).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LIN-SITUACAO PIC X(10).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LIN-LOGIN PIC X(10).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LIN-DIAS-LOGIN PIC X(05).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LIN-DIAS-SENHA PIC X(05).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LIN-ALERTAS PIC X(18).
       77 WRK-DIAS-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-DIAS-CALC PIC 9(07) VALUE ZEROS.
       77 WRK-ALERTA-PTR PIC 9(02) VALUE 1.
       77 WRK-FORA-ED PIC ZZ9 VALUE ZEROS.
       01 WRK-DATA-ED.
          02 WRK-DATA-ED-DIA PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED-MES PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED-ANO PIC 9(04).
      *>********* NUMERO DO DIA (DIAS CORRIDOS) PARA AS IDADES
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
      *>********* TOTAIS E REVISAO
       77 WRK-QTD-ATIVOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DORMENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ADM PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-JA-DECIDIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CONFIRMADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-REMOVER PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-DORMENTE PIC X(01) VALUE 'N'.
         88 CONTA-DORMENTE VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
         88 CONFIRMADO VALUE 'S' 's'.
       77 WRK-DECISAO PIC X(01) VALUE SPACE.
         88 DECISAO-CONFIRMAR VALUE 'C' 'c'.
         88 DECISAO-REMOVER VALUE 'R' 'r'.
         88 DECISAO-PULAR VALUE 'P' 'p'.
         88 DECISAO-FIM VALUE 'F' 'f'.
       77 WRK-REVISAO-FIM PIC X(01) VALUE 'N'.
         88 REVISAO-ENCERRADA VALUE 'S'.
       77 WRK-SITUACAO-FIM PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF AUTH-AUTORIZADO
              AND (AUTH-SUPERVISOR OR AUTH-ADM)
               PERFORM 0150-CARREGAR-USUARIOS
               IF CARGA-ESTOUROU
                   DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO '
                           '(100) - RECERTIFICACAO BLOQUEADA.'
                   MOVE 'ERRO' TO WRK-SITUACAO-FIM
               ELSE
                   PERFORM 0200-CARREGAR-LOGINS
                   PERFORM 0250-CARREGAR-PERMISSOES
                   PERFORM 0280-CARREGAR-DECISOES
                   PERFORM 0300-EMITIR-RELATORIO
                   PERFORM 0400-REVISAR-USUARIOS
                   MOVE 'OK' TO WRK-SITUACAO-FIM
               END-IF
           ELSE
               DISPLAY 'ACESSO RESTRITO A SUPERVISOR OU ADM.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'RECERTIFIC' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               MOVE 'RECUSADO' TO WRK-SITUACAO-FIM
           END-IF.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-USU-QTD TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-PROC = WRK-QTD-CONFIRMADOS + WRK-QTD-REMOVER.
           MOVE WRK-QTD-REMOVER TO WRK-RUN-REJ.
           MOVE WRK-SITUACAO-FIM TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           DISPLAY 'FIM DO PROGRAMA...'.

           GOBACK.
       0100-INICIALIZAR.
      *>********* EXIGINDO O LOGIN DE SUPERVISOR OU ADM E MONTANDO A
      *>          REFERENCIA DO TRIMESTRE
           DISPLAY '***************************************'.
           DISPLAY ' RECERTIFICACAO DE ACESSOS'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE-ANO TO WRK-REF-ANO.
           COMPUTE WRK-REF-TRIMESTRE = ((WRK-HOJE-MES - 1) / 3) + 1.
           MOVE WRK-DATA-HOJE-NUM TO WRK-DN-DATA.
           PERFORM 0700-CALCULAR-DIA-NUMERO.
           MOVE WRK-DN-NUMERO TO WRK-HOJE-DIANUM.
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
       0150-CARREGAR-USUARIOS.
      *>********* CARREGANDO O CADASTRO DE USUARIOS EM ORDEM DE CHAVE
           DISPLAY 'DIAS SEM LOGIN PARA CONTA DORMENTE (0=90): '.
           ACCEPT WRK-DIAS-DORMENTE FROM CONSOLE.
           IF WRK-DIAS-DORMENTE = ZEROS
               MOVE WRK-DIAS-PADRAO TO WRK-DIAS-DORMENTE
           END-IF.
           MOVE ZEROS TO WRK-USU-QTD.
           MOVE 'N' TO WRK-USERCAD-EOF.
           OPEN INPUT USERCAD-FILE.
           IF WRK-USERCAD-STATUS = '00'
               PERFORM 0160-LER-USUARIO UNTIL FIM-USERCAD
           END-IF.
           CLOSE USERCAD-FILE.
       0160-LER-USUARIO.
      *>********* LENDO UM USUARIO DO CADASTRO
           READ USERCAD-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-USERCAD-EOF
               NOT AT END
                   IF WRK-USU-QTD >= WRK-MAX-USUARIOS
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       PERFORM 0165-GUARDAR-USUARIO
                   END-IF
           END-READ.
       0165-GUARDAR-USUARIO.
      *>********* GUARDANDO O USUARIO (REGISTRO ANTIGO SEM OS CAMPOS
      *>          NOVOS VALE COMO ATIVO, DESBLOQUEADO E SEM DATA)
           ADD 1 TO WRK-USU-QTD.
           MOVE USERCAD-USUARIO TO WRK-USU-USUARIO(WRK-USU-QTD).
           MOVE USERCAD-NIVEL TO WRK-USU-NIVEL(WRK-USU-QTD).
           IF USERCAD-ATIVO = 'N'
               MOVE 'N' TO WRK-USU-ATIVO(WRK-USU-QTD)
           ELSE
               MOVE 'S' TO WRK-USU-ATIVO(WRK-USU-QTD)
           END-IF.
           IF USERCAD-BLOQUEADO = 'S'
               MOVE 'S' TO WRK-USU-BLOQUEADO(WRK-USU-QTD)
           ELSE
               MOVE 'N' TO WRK-USU-BLOQUEADO(WRK-USU-QTD)
           END-IF.
           IF USERCAD-SENHA-DATA NUMERIC
               MOVE USERCAD-SENHA-DATA
                 TO WRK-USU-SENHA-DATA(WRK-USU-QTD)
           ELSE
               MOVE ZEROS TO WRK-USU-SENHA-DATA(WRK-USU-QTD)
           END-IF.
           MOVE ZEROS TO WRK-USU-ULT-LOGIN(WRK-USU-QTD).
           MOVE SPACES TO WRK-USU-PROGRAMAS(WRK-USU-QTD).
           MOVE 1 TO WRK-USU-PROG-PTR(WRK-USU-QTD).
           MOVE ZEROS TO WRK-USU-PROG-QTD(WRK-USU-QTD).
           MOVE ZEROS TO WRK-USU-PROG-FORA(WRK-USU-QTD).
           MOVE SPACE TO WRK-USU-DECISAO(WRK-USU-QTD).
       0200-CARREGAR-LOGINS.
      *>********* ULTIMO LOGIN COM SUCESSO DE CADA USUARIO (RESULTADO
      *>          ACESSO ... NO LOGINLOG11 DO PROGCBL11)
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT LOGINLOG-FILE.
           IF WRK-LOGINLOG-STATUS = '00'
               PERFORM 0210-LER-LOGIN UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE LOGINLOG-FILE.
       0210-LER-LOGIN.
      *>********* GUARDANDO A DATA DE UM LOGIN COM SUCESSO
           READ LOGINLOG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF LOGIN-DATA NUMERIC
                      AND LOGIN-RESULTADO(1:7) = 'ACESSO '
                       MOVE LOGIN-USUARIO TO WRK-USU-BUSCA
                       PERFORM 0290-LOCALIZAR-USUARIO
                       IF WRK-USU-ACHADO > ZEROS
                          AND LOGIN-DATA
                              > WRK-USU-ULT-LOGIN(WRK-USU-ACHADO)
                           MOVE LOGIN-DATA
                             TO WRK-USU-ULT-LOGIN(WRK-USU-ACHADO)
                       END-IF
                   END-IF
           END-READ.
       0250-CARREGAR-PERMISSOES.
      *>********* PROGRAMAS QUE A MATRIZ LIBERA PARA O NIVEL DE CADA
      *>          USUARIO (PROGRAMA FORA DA MATRIZ SEGUE A REGRA FIXA
      *>          DO PROPRIO PROGRAMA)
           MOVE 'N' TO WRK-PERM-EOF.
           OPEN INPUT PERMISSAO-FILE.
           IF WRK-PERM-STATUS = '00'
               PERFORM 0260-LER-PERMISSAO UNTIL FIM-PERMISSAO
           END-IF.
           CLOSE PERMISSAO-FILE.
       0260-LER-PERMISSAO.
      *>********* DISTRIBUINDO UMA LINHA DA MATRIZ PELOS USUARIOS
           READ PERMISSAO-FILE
               AT END
                   MOVE 'S' TO WRK-PERM-EOF
               NOT AT END
                   IF PERM-PROGRAMA NOT = SPACES
                       PERFORM 0265-LIBERAR-PROGRAMA
                           VARYING WRK-USU-IDX FROM 1 BY 1
                           UNTIL WRK-USU-IDX > WRK-USU-QTD
                   END-IF
           END-READ.
       0265-LIBERAR-PROGRAMA.
      *>********* JUNTANDO O PROGRAMA NA LISTA DO USUARIO QUANDO O
      *>          NIVEL DELE ESTA LIBERADO (LISTA CHEIA SO CONTA)
           IF WRK-USU-NIVEL(WRK-USU-IDX) >= 1
              AND WRK-USU-NIVEL(WRK-USU-IDX) <= 4
               IF PERM-NIVEIS(WRK-USU-NIVEL(WRK-USU-IDX):1) = 'S'
                   ADD 1 TO WRK-USU-PROG-QTD(WRK-USU-IDX)
                   IF WRK-USU-PROG-PTR(WRK-USU-IDX) <= 111
                       STRING PERM-PROGRAMA ' '
                           DELIMITED BY SIZE
                         INTO WRK-USU-PROGRAMAS(WRK-USU-IDX)
                         WITH POINTER WRK-USU-PROG-PTR(WRK-USU-IDX)
                   ELSE
                       ADD 1 TO WRK-USU-PROG-FORA(WRK-USU-IDX)
                   END-IF
               END-IF
           END-IF.
       0280-CARREGAR-DECISOES.
      *>********* DECISOES JA GRAVADAS NA REFERENCIA DO TRIMESTRE
           MOVE ZEROS TO WRK-QTD-JA-DECIDIDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RECERTDEC-FILE.
           IF WRK-RECERTDEC-STATUS = '00'
               PERFORM 0285-LER-DECISAO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE RECERTDEC-FILE.
       0285-LER-DECISAO.
      *>********* MARCANDO NA TABELA A DECISAO DE UM USUARIO
           READ RECERTDEC-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF DEC-REFERENCIA = WRK-REFERENCIA
                       MOVE DEC-USUARIO TO WRK-USU-BUSCA
                       PERFORM 0290-LOCALIZAR-USUARIO
                       IF WRK-USU-ACHADO > ZEROS
                           IF WRK-USU-DECISAO(WRK-USU-ACHADO) = SPACE
                               ADD 1 TO WRK-QTD-JA-DECIDIDOS
                           END-IF
                           MOVE DEC-DECISAO
                             TO WRK-USU-DECISAO(WRK-USU-ACHADO)
                       END-IF
                   END-IF
           END-READ.
       0290-LOCALIZAR-USUARIO.
      *>********* LOCALIZANDO WRK-USU-BUSCA NA TABELA DE USUARIOS
           MOVE ZEROS TO WRK-USU-ACHADO.
           PERFORM 0295-TESTAR-USUARIO
               VARYING WRK-USU-IDX FROM 1 BY 1
               UNTIL WRK-USU-IDX > WRK-USU-QTD
                  OR WRK-USU-ACHADO > ZEROS.
       0295-TESTAR-USUARIO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O USUARIO
           IF WRK-USU-USUARIO(WRK-USU-IDX) = WRK-USU-BUSCA
               MOVE WRK-USU-IDX TO WRK-USU-ACHADO
           END-IF.
       0300-EMITIR-RELATORIO.
      *>********* RELATORIO DE RECERTIFICACAO, UM BLOCO POR USUARIO
           OPEN OUTPUT RELATO-FILE.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-HOJE-DIA TO WRK-DATA-ED-DIA.
           MOVE WRK-HOJE-MES TO WRK-DATA-ED-MES.
           MOVE WRK-HOJE-ANO TO WRK-DATA-ED-ANO.
           MOVE SPACES TO RELATO-REC.
           STRING 'RECERTIFICACAO DE ACESSOS ' WRK-REFERENCIA
                  ' - EMITIDO EM ' WRK-DATA-ED
                  ' - DORMENTE: ' WRK-DIAS-DORMENTE ' DIAS'
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE 'USUARIO         NIVEL      SITUACAO   ULT LOGIN  '
             TO RELATO-REC.
           MOVE 'DIAS SENHA ALERTAS' TO RELATO-REC(51:18).
           PERFORM 0390-ESCREVER-LINHA.
           MOVE ALL '-' TO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE ZEROS TO WRK-QTD-ATIVOS.
           MOVE ZEROS TO WRK-QTD-DORMENTES.
           MOVE ZEROS TO WRK-QTD-ADM.
           PERFORM 0310-RELATAR-USUARIO
               VARYING WRK-USU-IDX FROM 1 BY 1
               UNTIL WRK-USU-IDX > WRK-USU-QTD.
           MOVE ALL '-' TO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-USU-QTD TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'USUARIOS NO CADASTRO....:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-QTD-ATIVOS TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'ATIVOS..................:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-QTD-DORMENTES TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'ATIVOS DORMENTES........:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-QTD-ADM TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'ATIVOS DE NIVEL ADM.....:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE WRK-QTD-JA-DECIDIDOS TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'JA REVISADOS NO TRIMESTRE:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           CLOSE RELATO-FILE.
       0310-RELATAR-USUARIO.
      *>********* LINHA DO USUARIO E LISTA DE PROGRAMAS DA MATRIZ
           MOVE SPACES TO WRK-LINHA-USUARIO.
           MOVE WRK-USU-USUARIO(WRK-USU-IDX) TO WRK-LIN-USUARIO.
           EVALUATE WRK-USU-NIVEL(WRK-USU-IDX)
               WHEN 1
                   MOVE '01 ADM' TO WRK-LIN-NIVEL
               WHEN 2
                   MOVE '02 USER' TO WRK-LIN-NIVEL
               WHEN 3
                   MOVE '03 SUPERV' TO WRK-LIN-NIVEL
               WHEN 4
                   MOVE '04 AUDITOR' TO WRK-LIN-NIVEL
               WHEN OTHER
                   MOVE WRK-USU-NIVEL(WRK-USU-IDX) TO WRK-LIN-NIVEL
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WRK-USU-ATIVO(WRK-USU-IDX) = 'N'
                   MOVE 'DESATIVADO' TO WRK-LIN-SITUACAO
               WHEN WRK-USU-BLOQUEADO(WRK-USU-IDX) = 'S'
                   MOVE 'BLOQUEADO' TO WRK-LIN-SITUACAO
               WHEN OTHER
                   MOVE 'ATIVO' TO WRK-LIN-SITUACAO
           END-EVALUATE.
           MOVE 'N' TO WRK-DORMENTE.
           IF WRK-USU-ULT-LOGIN(WRK-USU-IDX) = ZEROS
               MOVE 'NUNCA' TO WRK-LIN-LOGIN
               MOVE '    -' TO WRK-LIN-DIAS-LOGIN
               MOVE 'S' TO WRK-DORMENTE
           ELSE
               MOVE WRK-USU-ULT-LOGIN(WRK-USU-IDX)(7:2)
                 TO WRK-DATA-ED-DIA
               MOVE WRK-USU-ULT-LOGIN(WRK-USU-IDX)(5:2)
                 TO WRK-DATA-ED-MES
               MOVE WRK-USU-ULT-LOGIN(WRK-USU-IDX)(1:4)
                 TO WRK-DATA-ED-ANO
               MOVE WRK-DATA-ED TO WRK-LIN-LOGIN
               MOVE WRK-USU-ULT-LOGIN(WRK-USU-IDX) TO WRK-DN-DATA
               PERFORM 0320-DIAS-ATE-HOJE
               MOVE WRK-DIAS-ED TO WRK-LIN-DIAS-LOGIN
               IF WRK-DIAS-CALC > WRK-DIAS-DORMENTE
                   MOVE 'S' TO WRK-DORMENTE
               END-IF
           END-IF.
           IF WRK-USU-SENHA-DATA(WRK-USU-IDX) = ZEROS
               MOVE '    -' TO WRK-LIN-DIAS-SENHA
           ELSE
               MOVE WRK-USU-SENHA-DATA(WRK-USU-IDX) TO WRK-DN-DATA
               PERFORM 0320-DIAS-ATE-HOJE
               MOVE WRK-DIAS-ED TO WRK-LIN-DIAS-SENHA
           END-IF.
           MOVE 1 TO WRK-ALERTA-PTR.
           IF WRK-USU-ATIVO(WRK-USU-IDX) NOT = 'N'
               ADD 1 TO WRK-QTD-ATIVOS
               IF CONTA-DORMENTE
                   ADD 1 TO WRK-QTD-DORMENTES
                   STRING 'DORMENTE ' DELIMITED BY SIZE
                     INTO WRK-LIN-ALERTAS
                     WITH POINTER WRK-ALERTA-PTR
               END-IF
               IF WRK-USU-NIVEL(WRK-USU-IDX) = 1
                   ADD 1 TO WRK-QTD-ADM
                   STRING 'ADM ' DELIMITED BY SIZE
                     INTO WRK-LIN-ALERTAS
                     WITH POINTER WRK-ALERTA-PTR
               END-IF
           END-IF.
           EVALUATE WRK-USU-DECISAO(WRK-USU-IDX)
               WHEN 'C'
                   STRING 'CONF' DELIMITED BY SIZE
                     INTO WRK-LIN-ALERTAS
                     WITH POINTER WRK-ALERTA-PTR
               WHEN 'R'
                   STRING 'REMOV' DELIMITED BY SIZE
                     INTO WRK-LIN-ALERTAS
                     WITH POINTER WRK-ALERTA-PTR
           END-EVALUATE.
           MOVE WRK-LINHA-USUARIO TO RELATO-REC.
           PERFORM 0390-ESCREVER-LINHA.
           MOVE SPACES TO RELATO-REC.
           IF WRK-USU-PROG-QTD(WRK-USU-IDX) = ZEROS
               MOVE '  PROGRAMAS: NENHUM NA MATRIZ (REGRA FIXA)'
                 TO RELATO-REC
               PERFORM 0390-ESCREVER-LINHA
           ELSE
               STRING '  PROGRAMAS: '
                      WRK-USU-PROGRAMAS(WRK-USU-IDX)(1:60)
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0390-ESCREVER-LINHA
               IF WRK-USU-PROGRAMAS(WRK-USU-IDX)(61:60) NOT = SPACES
                   MOVE SPACES TO RELATO-REC
                   STRING '             '
                          WRK-USU-PROGRAMAS(WRK-USU-IDX)(61:60)
                       DELIMITED BY SIZE
                     INTO RELATO-REC
                   PERFORM 0390-ESCREVER-LINHA
               END-IF
               IF WRK-USU-PROG-FORA(WRK-USU-IDX) > ZEROS
                   MOVE WRK-USU-PROG-FORA(WRK-USU-IDX) TO WRK-FORA-ED
                   MOVE SPACES TO RELATO-REC
                   STRING '             E MAIS ' WRK-FORA-ED
                          ' PROGRAMA(S)'
                       DELIMITED BY SIZE
                     INTO RELATO-REC
                   PERFORM 0390-ESCREVER-LINHA
               END-IF
           END-IF.
       0320-DIAS-ATE-HOJE.
      *>********* DIAS CORRIDOS ENTRE WRK-DN-DATA E HOJE
           PERFORM 0700-CALCULAR-DIA-NUMERO.
           IF WRK-DN-NUMERO < WRK-HOJE-DIANUM
               COMPUTE WRK-DIAS-CALC = WRK-HOJE-DIANUM - WRK-DN-NUMERO
           ELSE
               MOVE ZEROS TO WRK-DIAS-CALC
           END-IF.
           IF WRK-DIAS-CALC > 99999
               MOVE 99999 TO WRK-DIAS-ED
           ELSE
               MOVE WRK-DIAS-CALC TO WRK-DIAS-ED
           END-IF.
       0390-ESCREVER-LINHA.
      *>********* GRAVANDO UMA LINHA DO RELATORIO E NA TELA
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
       0400-REVISAR-USUARIOS.
      *>********* DECISAO DO SUPERVISOR PARA CADA USUARIO ATIVO AINDA
      *>          NAO REVISADO NO TRIMESTRE (F ENCERRA E A REVISAO
      *>          CONTINUA NUMA PROXIMA EXECUCAO)
           DISPLAY 'REGISTRAR AS DECISOES DA RECERTIFICACAO '
                   WRK-REFERENCIA ' (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF CONFIRMADO
               MOVE 'N' TO WRK-REVISAO-FIM
               PERFORM 0410-REVISAR-UM-USUARIO
                   VARYING WRK-USU-IDX FROM 1 BY 1
                   UNTIL WRK-USU-IDX > WRK-USU-QTD
                      OR REVISAO-ENCERRADA
               DISPLAY 'CONFIRMADOS NESTA REVISAO: '
                       WRK-QTD-CONFIRMADOS
               DISPLAY 'A REMOVER NESTA REVISAO..: ' WRK-QTD-REMOVER
               IF WRK-QTD-REMOVER > ZEROS
                   DISPLAY 'REMOCOES A EXECUTAR POR UM ADM NO PROGCBL37'
               END-IF
           END-IF.
       0410-REVISAR-UM-USUARIO.
      *>********* PEDINDO A DECISAO DE UM USUARIO
           IF WRK-USU-ATIVO(WRK-USU-IDX) NOT = 'N'
              AND WRK-USU-DECISAO(WRK-USU-IDX) = SPACE
               IF WRK-USU-USUARIO(WRK-USU-IDX) = WRK-AUTH-USUARIO
                   DISPLAY WRK-USU-USUARIO(WRK-USU-IDX)
                           ' - PROPRIA CONTA, REVISAR POR OUTRO '
                           'SUPERVISOR'
               ELSE
                   MOVE SPACE TO WRK-DECISAO
                   PERFORM 0420-PEDIR-DECISAO
                       UNTIL DECISAO-CONFIRMAR OR DECISAO-REMOVER
                          OR DECISAO-PULAR OR DECISAO-FIM
                   EVALUATE TRUE
                       WHEN DECISAO-CONFIRMAR
                           MOVE 'C' TO WRK-USU-DECISAO(WRK-USU-IDX)
                           ADD 1 TO WRK-QTD-CONFIRMADOS
                           PERFORM 0430-GRAVAR-DECISAO
                       WHEN DECISAO-REMOVER
                           MOVE 'R' TO WRK-USU-DECISAO(WRK-USU-IDX)
                           ADD 1 TO WRK-QTD-REMOVER
                           PERFORM 0430-GRAVAR-DECISAO
                       WHEN DECISAO-FIM
                           MOVE 'S' TO WRK-REVISAO-FIM
                   END-EVALUATE
               END-IF
           END-IF.
       0420-PEDIR-DECISAO.
      *>********* C=CONFIRMAR R=REMOVER P=PULAR F=FIM
           DISPLAY WRK-USU-USUARIO(WRK-USU-IDX) ' NIVEL '
                   WRK-USU-NIVEL(WRK-USU-IDX)
                   ' - C=CONFIRMAR R=REMOVER P=PULAR F=FIM: '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           IF NOT DECISAO-CONFIRMAR AND NOT DECISAO-REMOVER
              AND NOT DECISAO-PULAR AND NOT DECISAO-FIM
               DISPLAY 'OPCAO INVALIDA'
           END-IF.
       0430-GRAVAR-DECISAO.
      *>********* GRAVANDO A DECISAO NO RECERTDEC135 E NA TRILHA
           OPEN EXTEND RECERTDEC-FILE.
           IF WRK-RECERTDEC-STATUS = '05'
              OR WRK-RECERTDEC-STATUS = '35'
               CLOSE RECERTDEC-FILE
               OPEN OUTPUT RECERTDEC-FILE
           END-IF.
           MOVE SPACES TO RECERTDEC-REC.
           MOVE WRK-REFERENCIA TO DEC-REFERENCIA.
           MOVE WRK-USU-USUARIO(WRK-USU-IDX) TO DEC-USUARIO.
           MOVE WRK-USU-DECISAO(WRK-USU-IDX) TO DEC-DECISAO.
           MOVE WRK-AUTH-USUARIO TO DEC-SUPERVISOR.
           MOVE WRK-DATA-HOJE-NUM TO DEC-DATA.
           MOVE ZEROS TO DEC-DATA-APLICACAO.
           WRITE RECERTDEC-REC.
           CLOSE RECERTDEC-FILE.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'RECERTIFIC' TO WRK-AUDIT-ACAO.
           MOVE WRK-USU-USUARIO(WRK-USU-IDX) TO WRK-AUDIT-ANTES.
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           IF DEC-CONFIRMADO
               STRING 'CONFIRMADO ' WRK-REFERENCIA
                   DELIMITED BY SIZE
                 INTO WRK-AUDIT-DEPOIS
           ELSE
               STRING 'REMOVER ' WRK-REFERENCIA
                   DELIMITED BY SIZE
                 INTO WRK-AUDIT-DEPOIS
           END-IF.
           PERFORM 9500-GRAVAR-AUDITORIA.
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
               REPLACING ==:PROGRAMA:== BY =='PROGCBL135'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL135'==.
