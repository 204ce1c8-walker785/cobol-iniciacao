       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL137.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: APURACAO DO PONTO DO MES A PARTIR DAS MARCACOES DO
      *>           TERMINAL DA RECEPCAO (PONTOREG02, GRAVADO PELO
      *>           PROGCBL02): JUNTA AS MARCACOES DE CADA DIA (ENTRADA,
      *>           SAIDA E RETORNO DO ALMOCO, SAIDA), APLICA A JORNADA
      *>           DO ARQUIVO JORNADA137 (HHMM DE ENTRADA, SAIDA PARA
      *>           O ALMOCO, RETORNO E SAIDA NAS COLUNAS 01-16 E A
      *>           TOLERANCIA EM MINUTOS NAS COLUNAS 17-18; SEM O
      *>           ARQUIVO, 0800 1200 1300 1700 E 10 MINUTOS) E OS
      *>           FERIADOS DO FERIADOCAL, E GERA O PONTOMES05 (HORAS
      *>           EXTRAS E DIAS DE FALTA) QUE O PROGCBL05 JA LE
      *> OBJETIVO: REGRAS DO DIA: DIA UTIL SEM MARCACAO E FALTA; DIA
      *>           COM AS 4 MARCACOES EM ORDEM, OU SO ENTRADA E SAIDA
      *>           (O ALMOCO DA JORNADA E DESCONTADO QUANDO O PERIODO
      *>           O COBRE), E DIA TRABALHADO; QUALQUER OUTRA COMBINACAO
      *>           E DIA INCOMPLETO, LISTADO PARA CORRECAO E SEM
      *>           CONTAR. HORA EXTRA: EM DIA UTIL, O QUE PASSAR DA
      *>           JORNADA, SE PASSAR DA TOLERANCIA; EM SABADO, DOMINGO
      *>           OU FERIADO, TODO O TEMPO TRABALHADO. SO CONTAM OS
      *>           DIAS ENTRE A ADMISSAO E O DESLIGAMENTO E, NO MES
      *>           CORRENTE, OS DIAS ANTERIORES A HOJE
      *> OBJETIVO: RELATORIO RELPONTO137 COM O RESUMO POR FUNCIONARIO
      *>           E OS DIAS INCOMPLETOS; COM DIA INCOMPLETO O
      *>           PONTOMES05 SO E GERADO COM CONFIRMACAO. A CORRECAO
      *>           DO SUPERVISOR ACRESCENTA UMA MARCACAO DE ORIGEM C NO
      *>           PONTOREG02 (A ULTIMA DO DIA E TIPO E A QUE VALE),
      *>           COM UM EVENTO CORRPONTO NA TRILHA DE AUDITORIA.
      *>           ACESSO RESTRITO A SUPERVISOR E ADM
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
           SELECT OPTIONAL JORNADA-FILE ASSIGN TO 'JORNADA137'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JORNADA-STATUS.
           SELECT OPTIONAL FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL PONTOREG-FILE ASSIGN TO 'PONTOREG02'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTOREG-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL PONTOMES-FILE ASSIGN TO 'PONTOMES05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTOMES-STATUS.
           SELECT OPTIONAL RELATO-FILE ASSIGN TO 'RELPONTO137'
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
       FD  JORNADA-FILE.
       01  JORNADA-REC.
           02 JORN-HORARIO PIC X(04) OCCURS 4 TIMES.
           02 JORN-TOLERANCIA PIC X(02).
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  PONTOREG-FILE.
       01  PONTOREG-REC.
           COPY 'PONTOREG.cbl'.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  PONTOMES-FILE.
       01  PONTOMES-REC.
           02 PONTO-NOME PIC X(25).
           02 PONTO-HORAS-EXTRA PIC 9(03)V9.
           02 PONTO-DIAS-FALTA PIC 9(02).
           02 PONTO-MATRICULA PIC 9(06).
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
       COPY 'DIAUTIL.cbl'.
       77 WRK-JORNADA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PONTOREG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PONTOMES-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RELATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-OPCAO PIC 9(01) VALUE 9.
         88 OPCAO-APURAR VALUE 1.
         88 OPCAO-CORRIGIR VALUE 2.
         88 OPCAO-SAIR VALUE 0.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
      *>********* JORNADA: HORARIOS (1 ENTRADA, 2 SAIDA ALMOCO,
      *>          3 RETORNO, 4 SAIDA) E TOLERANCIA DA HORA EXTRA
       01 WRK-JORNADA-TAB.
          02 FILLER PIC X(04) VALUE '0800'.
          02 FILLER PIC X(04) VALUE '1200'.
          02 FILLER PIC X(04) VALUE '1300'.
          02 FILLER PIC X(04) VALUE '1700'.
       01 WRK-JORNADA REDEFINES WRK-JORNADA-TAB.
          02 WRK-JORN-HORARIO PIC X(04) OCCURS 4 TIMES.
       77 WRK-JORN-TOLERANCIA PIC 9(02) VALUE 10.
       01 WRK-JORN-MINUTOS-TAB.
          02 WRK-JORN-MINUTOS PIC 9(04) OCCURS 4 TIMES.
       77 WRK-JORN-PREVISTO PIC 9(04) VALUE ZEROS.
       77 WRK-JORN-ALMOCO PIC 9(04) VALUE ZEROS.
       77 WRK-JORN-OK PIC X(01) VALUE 'S'.
         88 JORNADA-OK VALUE 'S'.
      *>********* CONFERENCIA E CONVERSAO DE UM HORARIO HHMM
       01 WRK-HORA-TESTE.
          02 WRK-HORA-TESTE-HH PIC 9(02).
          02 WRK-HORA-TESTE-MM PIC 9(02).
       77 WRK-HORA-VALIDA PIC X(01) VALUE 'N'.
         88 HORA-VALIDA VALUE 'S'.
       77 WRK-MINUTOS PIC 9(04) VALUE ZEROS.
       77 WRK-MINUTOS-ANT PIC 9(04) VALUE ZEROS.
       77 WRK-HOR-IDX PIC 9(01) VALUE ZEROS.
      *>********* MES APURADO E SEUS DIAS (UTIL OU NAO)
       77 WRK-MES-ENTRA PIC 9(06) VALUE ZEROS.
       01 WRK-APU-ANOMES.
          02 WRK-APU-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-APU-MES PIC 9(02) VALUE ZEROS.
       01 WRK-APU-ANOMES-NUM REDEFINES WRK-APU-ANOMES PIC 9(06).
       77 WRK-APU-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-APU-FIM PIC 9(08) VALUE ZEROS.
       01 WRK-MES-DIAS-TAB.
          02 WRK-MES-DIA-UTIL PIC X(01) OCCURS 31 TIMES.
       77 WRK-MES-QTD-DIAS PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-DIA PIC 9(08) VALUE ZEROS.
      *>********* FUNCIONARIOS DO MES E SEUS TOTAIS
       01 WRK-FUN-TAB.
          02 WRK-FUN-LINHA OCCURS 200 TIMES.
             03 WRK-FUN-MATRICULA PIC 9(06).
             03 WRK-FUN-NOME PIC X(25).
             03 WRK-FUN-ADMISSAO PIC 9(08).
             03 WRK-FUN-DESLIG PIC 9(08).
             03 WRK-FUN-DIAS-TRAB PIC 9(02).
             03 WRK-FUN-FALTAS PIC 9(02).
             03 WRK-FUN-INCOMPLETOS PIC 9(02).
             03 WRK-FUN-MIN-EXTRA PIC 9(05).
       77 WRK-FUN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-FUN-SEM-MATRICULA PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* GRADE DAS MARCACOES DO MES: FUNCIONARIO X DIA X
      *>          TIPO (HHMM; BRANCO = NAO MARCADO)
       01 WRK-GRADE-TAB.
          02 WRK-GRADE-FUNC OCCURS 200 TIMES.
             03 WRK-GRADE-DIA OCCURS 31 TIMES.
                04 WRK-GRADE-MARCA PIC X(04) OCCURS 4 TIMES.
      *>********* MARCACOES DE UM DIA E TEMPO TRABALHADO
       01 WRK-DIA-MARCAS.
          02 WRK-DIA-MARCA PIC X(04) OCCURS 4 TIMES.
       01 WRK-DIA-MINUTOS-TAB.
          02 WRK-DIA-MINUTOS PIC 9(04) OCCURS 4 TIMES.
       77 WRK-DIA-TRABALHADO PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-SITUACAO PIC X(01) VALUE SPACE.
         88 DIA-TRABALHADO VALUE 'T'.
         88 DIA-INCOMPLETO VALUE 'I'.
         88 DIA-VAZIO VALUE 'V'.
      *>********* DIAS INCOMPLETOS PARA A CORRECAO DO SUPERVISOR
       01 WRK-INC-TAB.
          02 WRK-INC-LINHA OCCURS 500 TIMES.
             03 WRK-INC-FUNC PIC 9(03).
             03 WRK-INC-DIA PIC 9(02).
       77 WRK-INC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-INC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-INC-FORA PIC 9(05) VALUE ZEROS.
      *>********* CONTADORES DA APURACAO E DA CORRECAO
       77 WRK-QTD-MARCACOES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-IGNORADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INCOMPLETOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CORRECOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
         88 CONFIRMADO VALUE 'S' 's'.
       77 WRK-SITUACAO-FIM PIC X(10) VALUE SPACES.
      *>********* CORRECAO DE UMA MARCACAO
       77 WRK-COR-MATRICULA PIC 9(06) VALUE ZEROS.
       01 WRK-COR-DATA.
          02 WRK-COR-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-COR-MES PIC 9(02) VALUE ZEROS.
          02 WRK-COR-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-COR-DATA-NUM REDEFINES WRK-COR-DATA PIC 9(08).
       77 WRK-COR-TIPO PIC 9(01) VALUE ZEROS.
         88 COR-TIPO-VALIDO VALUE 1 THRU 4.
       77 WRK-COR-HORA PIC X(04) VALUE SPACES.
       77 WRK-COR-NOME PIC X(25) VALUE SPACES.
       77 WRK-COR-ACHOU PIC X(01) VALUE 'N'.
         88 COR-FUNCIONARIO-ACHADO VALUE 'S'.
       01 WRK-DESCRICOES-TAB.
          02 FILLER PIC X(17) VALUE 'ENTRADA'.
          02 FILLER PIC X(17) VALUE 'SAIDA PARA ALMOCO'.
          02 FILLER PIC X(17) VALUE 'RETORNO DO ALMOCO'.
          02 FILLER PIC X(17) VALUE 'SAIDA'.
       01 WRK-DESCRICOES REDEFINES WRK-DESCRICOES-TAB.
          02 WRK-DESCRICAO-TIPO PIC X(17) OCCURS 4 TIMES.
      *>********* LINHAS DO RELATORIO
       01 WRK-LINHA-FUNC.
          02 WRK-LF-MATRICULA PIC 9(06).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LF-NOME PIC X(25).
          02 FILLER PIC X(02) VALUE SPACES.
          02 WRK-LF-DIAS-TRAB PIC Z9.
          02 FILLER PIC X(05) VALUE SPACES.
          02 WRK-LF-FALTAS PIC Z9.
          02 FILLER PIC X(04) VALUE SPACES.
          02 WRK-LF-HORAS PIC ZZ9,9.
          02 FILLER PIC X(05) VALUE SPACES.
          02 WRK-LF-INCOMPLETOS PIC Z9.
       01 WRK-LINHA-INC.
          02 WRK-LI-MATRICULA PIC 9(06).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LI-NOME PIC X(25).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LI-DATA PIC X(10).
          02 WRK-LI-MARCAS OCCURS 4 TIMES.
             03 FILLER PIC X(02).
             03 WRK-LI-MARCA PIC X(05).
       77 WRK-HORAS-EXTRA PIC 9(03)V9 VALUE ZEROS.
       01 WRK-DATA-ED.
          02 WRK-DATA-ED-DIA PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED-MES PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED-ANO PIC 9(04).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF AUTH-AUTORIZADO AND (AUTH-SUPERVISOR OR AUTH-ADM)
               MOVE 'OK' TO WRK-SITUACAO-FIM
               PERFORM 0110-LER-JORNADA
               PERFORM 9680-CARREGAR-FERIADOS
               PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR
           ELSE
               DISPLAY 'ACESSO RESTRITO A SUPERVISOR E ADM.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'APURAPONTO' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               MOVE 'RECUSADO' TO WRK-SITUACAO-FIM
           END-IF.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-MARCACOES TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-PROC = WRK-QTD-GRAVADOS + WRK-QTD-CORRECOES.
           MOVE WRK-QTD-INCOMPLETOS TO WRK-RUN-REJ.
           MOVE WRK-SITUACAO-FIM TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           DISPLAY 'FIM DO PROGRAMA...'.

           GOBACK.
       0100-INICIALIZAR.
      *>********* EXIGINDO O LOGIN DE SUPERVISOR OU ADM
           DISPLAY '***************************************'.
           DISPLAY ' APURACAO DO PONTO DO MES'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
       0110-LER-JORNADA.
      *>********* LENDO A JORNADA (SEM O ARQUIVO VALE A PADRAO; COM
      *>          HORARIO INVALIDO OU FORA DE ORDEM, TAMBEM)
           OPEN INPUT JORNADA-FILE.
           IF WRK-JORNADA-STATUS = '00'
               READ JORNADA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0115-CONFERIR-JORNADA
               END-READ
           END-IF.
           CLOSE JORNADA-FILE.
           PERFORM 0117-CONVERTER-JORNADA
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > 4.
           COMPUTE WRK-JORN-ALMOCO = WRK-JORN-MINUTOS(3)
                                   - WRK-JORN-MINUTOS(2).
           COMPUTE WRK-JORN-PREVISTO = WRK-JORN-MINUTOS(4)
                                     - WRK-JORN-MINUTOS(1)
                                     - WRK-JORN-ALMOCO.
           DISPLAY 'JORNADA: ' WRK-JORN-HORARIO(1) ' '
                   WRK-JORN-HORARIO(2) ' ' WRK-JORN-HORARIO(3) ' '
                   WRK-JORN-HORARIO(4)
                   ' TOLERANCIA ' WRK-JORN-TOLERANCIA ' MIN'.
       0115-CONFERIR-JORNADA.
      *>********* OS 4 HORARIOS VALIDOS E CRESCENTES E A TOLERANCIA
      *>          NUMERICA; SO ENTAO SUBSTITUEM A JORNADA PADRAO
           MOVE 'S' TO WRK-JORN-OK.
           MOVE ZEROS TO WRK-MINUTOS.
           PERFORM 0116-CONFERIR-HORARIO
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > 4 OR NOT JORNADA-OK.
           IF JORN-TOLERANCIA NOT NUMERIC
               MOVE 'N' TO WRK-JORN-OK
           END-IF.
           IF JORNADA-OK
               PERFORM 0118-ADOTAR-HORARIO
                   VARYING WRK-HOR-IDX FROM 1 BY 1
                   UNTIL WRK-HOR-IDX > 4
               MOVE JORN-TOLERANCIA TO WRK-JORN-TOLERANCIA
           ELSE
               DISPLAY 'JORNADA137 INVALIDO - USANDO A JORNADA PADRAO.'
           END-IF.
       0116-CONFERIR-HORARIO.
      *>********* UM HORARIO DO ARQUIVO: VALIDO E DEPOIS DO ANTERIOR
           MOVE JORN-HORARIO(WRK-HOR-IDX) TO WRK-HORA-TESTE.
           MOVE WRK-MINUTOS TO WRK-MINUTOS-ANT.
           PERFORM 0900-VALIDAR-HORA.
           IF NOT HORA-VALIDA
               MOVE 'N' TO WRK-JORN-OK
           ELSE
               PERFORM 0910-HORA-EM-MINUTOS
               IF WRK-HOR-IDX > 1
                  AND WRK-MINUTOS NOT > WRK-MINUTOS-ANT
                   MOVE 'N' TO WRK-JORN-OK
               END-IF
           END-IF.
       0117-CONVERTER-JORNADA.
      *>********* HORARIO DA JORNADA EM MINUTOS DESDE A MEIA-NOITE
           MOVE WRK-JORN-HORARIO(WRK-HOR-IDX) TO WRK-HORA-TESTE.
           PERFORM 0910-HORA-EM-MINUTOS.
           MOVE WRK-MINUTOS TO WRK-JORN-MINUTOS(WRK-HOR-IDX).
       0118-ADOTAR-HORARIO.
           MOVE JORN-HORARIO(WRK-HOR-IDX)
               TO WRK-JORN-HORARIO(WRK-HOR-IDX).
       0200-PROCESSAR.
      *>********* MENU DA APURACAO DO PONTO
           DISPLAY '-------------------------------------------'.
           DISPLAY '1-APURAR MES  2-CORRIGIR MARCACAO'.
           DISPLAY '0-ENCERRAR'.
           DISPLAY '-------------------------------------------'.
           DISPLAY 'ESCOLHA A OPCAO: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-APURAR
                   PERFORM 0300-APURAR-MES
               WHEN OPCAO-CORRIGIR
                   PERFORM 0700-CORRIGIR-MARCACAO
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       0300-APURAR-MES.
      *>********* LENDO O MES, MONTANDO OS DIAS, OS FUNCIONARIOS E A
      *>          GRADE DE MARCACOES, APURANDO E EMITINDO O RELATORIO
           DISPLAY 'MES A APURAR (AAAAMM, 0=MES ANTERIOR): '.
           ACCEPT WRK-MES-ENTRA FROM CONSOLE.
           IF WRK-MES-ENTRA = ZEROS
               IF WRK-HOJE-MES = 1
                   COMPUTE WRK-MES-ENTRA = ((WRK-HOJE-ANO - 1) * 100)
                                         + 12
               ELSE
                   COMPUTE WRK-MES-ENTRA = (WRK-HOJE-ANO * 100)
                                         + WRK-HOJE-MES - 1
               END-IF
           END-IF.
           MOVE WRK-MES-ENTRA TO WRK-APU-ANOMES-NUM.
           IF WRK-APU-MES < 1 OR WRK-APU-MES > 12
              OR WRK-APU-ANOMES-NUM > WRK-DATA-HOJE-NUM(1:6)
               DISPLAY 'MES INVALIDO OU FUTURO.'
           ELSE
               PERFORM 0310-MONTAR-DIAS
               PERFORM 0320-CARREGAR-FUNCIONARIOS
               IF CARGA-ESTOUROU
                   DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO '
                           '- APURACAO BLOQUEADA.'
                   MOVE 'ERRO' TO WRK-SITUACAO-FIM
               ELSE
                   PERFORM 0340-CARREGAR-MARCACOES
                   MOVE ZEROS TO WRK-INC-QTD
                   MOVE ZEROS TO WRK-INC-FORA
                   MOVE ZEROS TO WRK-QTD-INCOMPLETOS
                   PERFORM 0400-APURAR-FUNCIONARIO
                       VARYING WRK-FUN-IDX FROM 1 BY 1
                       UNTIL WRK-FUN-IDX > WRK-FUN-QTD
                   PERFORM 0500-EMITIR-RELATORIO
                   PERFORM 0600-GERAR-PONTOMES
               END-IF
           END-IF.
       0310-MONTAR-DIAS.
      *>********* MARCANDO CADA DIA DO MES COMO UTIL OU NAO
           MOVE WRK-APU-ANO TO WRK-DU-ANO.
           MOVE WRK-APU-MES TO WRK-DU-MES.
           MOVE 1 TO WRK-DU-DIA.
           PERFORM 9689-APURAR-LIMITE-MES.
           MOVE WRK-DU-LIMITE-MES TO WRK-MES-QTD-DIAS.
           COMPUTE WRK-APU-INICIO = (WRK-APU-ANOMES-NUM * 100) + 1.
           COMPUTE WRK-APU-FIM = (WRK-APU-ANOMES-NUM * 100)
                               + WRK-MES-QTD-DIAS.
           MOVE SPACES TO WRK-MES-DIAS-TAB.
           PERFORM 0315-MARCAR-DIA
               VARYING WRK-DIA-IDX FROM 1 BY 1
               UNTIL WRK-DIA-IDX > WRK-MES-QTD-DIAS.
       0315-MARCAR-DIA.
           MOVE WRK-DIA-IDX TO WRK-DU-DIA.
           PERFORM 9683-TESTAR-DIA-UTIL.
           MOVE WRK-DU-E-UTIL TO WRK-MES-DIA-UTIL(WRK-DIA-IDX).
       0320-CARREGAR-FUNCIONARIOS.
      *>********* CARREGANDO QUEM TRABALHOU NO MES: ATIVOS ADMITIDOS
      *>          ATE O FIM DO MES E DESLIGADOS DENTRO DELE OU DEPOIS
           MOVE ZEROS TO WRK-FUN-QTD.
           MOVE ZEROS TO WRK-FUN-SEM-MATRICULA.
           MOVE 'N' TO WRK-CARGA-ESTOURO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0325-LER-FUNCIONARIO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE FUNCMST-FILE.
           IF WRK-FUN-SEM-MATRICULA > ZEROS
               DISPLAY 'FUNCIONARIOS SEM MATRICULA (SEM PONTO): '
                       WRK-FUN-SEM-MATRICULA
           END-IF.
       0325-LER-FUNCIONARIO.
      *>********* CONFERINDO UM FUNCIONARIO DO CADASTRO MESTRE
      *>          (REGISTROS DE CONTROLE HDR/TRL NAO ENTRAM)
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   EVALUATE TRUE
                       WHEN FUNCMST-REC(1:3) = 'HDR'
                           CONTINUE
                       WHEN FUNCMST-REC(1:3) = 'TRL'
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       WHEN FUNCMST-ENTRADA NUMERIC
                            AND FUNCMST-ENTRADA > WRK-APU-FIM
                           CONTINUE
                       WHEN FUNCMST-SITUACAO = 'D'
                            AND FUNCMST-DATA-DESLIG NOT NUMERIC
                           CONTINUE
                       WHEN FUNCMST-SITUACAO = 'D'
                            AND FUNCMST-DATA-DESLIG < WRK-APU-INICIO
                           CONTINUE
                       WHEN FUNCMST-MATRICULA NOT NUMERIC
                            OR FUNCMST-MATRICULA = ZEROS
                           ADD 1 TO WRK-FUN-SEM-MATRICULA
                       WHEN WRK-FUN-QTD >= 200
                           MOVE 'S' TO WRK-CARGA-ESTOURO
                       WHEN OTHER
                           PERFORM 0327-GUARDAR-FUNCIONARIO
                   END-EVALUATE
           END-READ.
       0327-GUARDAR-FUNCIONARIO.
           ADD 1 TO WRK-FUN-QTD.
           MOVE FUNCMST-MATRICULA TO WRK-FUN-MATRICULA(WRK-FUN-QTD).
           MOVE FUNCMST-NOME TO WRK-FUN-NOME(WRK-FUN-QTD).
           IF FUNCMST-ENTRADA NUMERIC
               MOVE FUNCMST-ENTRADA TO WRK-FUN-ADMISSAO(WRK-FUN-QTD)
           ELSE
               MOVE ZEROS TO WRK-FUN-ADMISSAO(WRK-FUN-QTD)
           END-IF.
           IF FUNCMST-SITUACAO = 'D'
               MOVE FUNCMST-DATA-DESLIG TO WRK-FUN-DESLIG(WRK-FUN-QTD)
           ELSE
               MOVE ZEROS TO WRK-FUN-DESLIG(WRK-FUN-QTD)
           END-IF.
           MOVE ZEROS TO WRK-FUN-DIAS-TRAB(WRK-FUN-QTD).
           MOVE ZEROS TO WRK-FUN-FALTAS(WRK-FUN-QTD).
           MOVE ZEROS TO WRK-FUN-INCOMPLETOS(WRK-FUN-QTD).
           MOVE ZEROS TO WRK-FUN-MIN-EXTRA(WRK-FUN-QTD).
       0340-CARREGAR-MARCACOES.
      *>********* MONTANDO A GRADE COM AS MARCACOES DO MES (A ULTIMA
      *>          DO DIA E TIPO PREVALECE, O QUE DA EFEITO A CORRECAO)
           MOVE SPACES TO WRK-GRADE-TAB.
           MOVE ZEROS TO WRK-QTD-MARCACOES.
           MOVE ZEROS TO WRK-QTD-IGNORADAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PONTOREG-FILE.
           IF WRK-PONTOREG-STATUS = '00'
               PERFORM 0345-LER-MARCACAO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE PONTOREG-FILE.
           IF WRK-QTD-IGNORADAS > ZEROS
               DISPLAY 'MARCACOES DO MES IGNORADAS (MATRICULA FORA '
                       'DA APURACAO OU HORA INVALIDA): '
                       WRK-QTD-IGNORADAS
           END-IF.
       0345-LER-MARCACAO.
           READ PONTOREG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PNR-DATA NUMERIC
                      AND PNR-DATA >= WRK-APU-INICIO
                      AND PNR-DATA <= WRK-APU-FIM
                       ADD 1 TO WRK-QTD-MARCACOES
                       PERFORM 0347-GUARDAR-MARCACAO
                   END-IF
           END-READ.
       0347-GUARDAR-MARCACAO.
      *>********* UMA MARCACAO DO MES NA GRADE DO FUNCIONARIO
           MOVE PNR-HORA TO WRK-HORA-TESTE.
           PERFORM 0900-VALIDAR-HORA.
           MOVE ZEROS TO WRK-FUN-ACHADO.
           IF HORA-VALIDA AND PNR-MATRICULA NUMERIC
              AND PNR-TIPO NUMERIC AND PNR-TIPO >= 1 AND PNR-TIPO <= 4
               PERFORM 0348-PROCURAR-FUNCIONARIO
                   VARYING WRK-FUN-IDX FROM 1 BY 1
                   UNTIL WRK-FUN-IDX > WRK-FUN-QTD
                      OR WRK-FUN-ACHADO > ZEROS
           END-IF.
           IF WRK-FUN-ACHADO > ZEROS
               MOVE PNR-DATA(7:2) TO WRK-DIA-IDX
               MOVE WRK-HORA-TESTE
                   TO WRK-GRADE-MARCA(WRK-FUN-ACHADO, WRK-DIA-IDX,
                                      PNR-TIPO)
           ELSE
               ADD 1 TO WRK-QTD-IGNORADAS
           END-IF.
       0348-PROCURAR-FUNCIONARIO.
           IF WRK-FUN-MATRICULA(WRK-FUN-IDX) = PNR-MATRICULA
               MOVE WRK-FUN-IDX TO WRK-FUN-ACHADO
           END-IF.
       0400-APURAR-FUNCIONARIO.
      *>********* APURANDO OS DIAS DO MES DE UM FUNCIONARIO
           PERFORM 0410-APURAR-DIA
               VARYING WRK-DIA-IDX FROM 1 BY 1
               UNTIL WRK-DIA-IDX > WRK-MES-QTD-DIAS.
       0410-APURAR-DIA.
      *>********* SO CONTA O DIA DENTRO DO CONTRATO E JA ENCERRADO
           COMPUTE WRK-DATA-DIA = WRK-APU-INICIO + WRK-DIA-IDX - 1.
           IF WRK-DATA-DIA >= WRK-FUN-ADMISSAO(WRK-FUN-IDX)
              AND (WRK-FUN-DESLIG(WRK-FUN-IDX) = ZEROS
                   OR WRK-DATA-DIA <= WRK-FUN-DESLIG(WRK-FUN-IDX))
              AND WRK-DATA-DIA < WRK-DATA-HOJE-NUM
               PERFORM 0420-CLASSIFICAR-DIA
               PERFORM 0430-CONTABILIZAR-DIA
           END-IF.
       0420-CLASSIFICAR-DIA.
      *>********* DIA VAZIO, TRABALHADO (4 MARCACOES EM ORDEM OU SO
      *>          ENTRADA E SAIDA) OU INCOMPLETO
           MOVE WRK-GRADE-DIA(WRK-FUN-IDX, WRK-DIA-IDX)
               TO WRK-DIA-MARCAS.
           PERFORM 0425-CONVERTER-MARCA
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > 4.
           MOVE ZEROS TO WRK-DIA-TRABALHADO.
           MOVE 'I' TO WRK-DIA-SITUACAO.
           EVALUATE TRUE
               WHEN WRK-DIA-MARCAS = SPACES
                   MOVE 'V' TO WRK-DIA-SITUACAO
               WHEN WRK-DIA-MARCA(1) NOT = SPACES
                    AND WRK-DIA-MARCA(2) NOT = SPACES
                    AND WRK-DIA-MARCA(3) NOT = SPACES
                    AND WRK-DIA-MARCA(4) NOT = SPACES
                   IF WRK-DIA-MINUTOS(1) < WRK-DIA-MINUTOS(2)
                      AND WRK-DIA-MINUTOS(2) < WRK-DIA-MINUTOS(3)
                      AND WRK-DIA-MINUTOS(3) < WRK-DIA-MINUTOS(4)
                       MOVE 'T' TO WRK-DIA-SITUACAO
                       COMPUTE WRK-DIA-TRABALHADO =
                           (WRK-DIA-MINUTOS(2) - WRK-DIA-MINUTOS(1))
                         + (WRK-DIA-MINUTOS(4) - WRK-DIA-MINUTOS(3))
                   END-IF
               WHEN WRK-DIA-MARCA(1) NOT = SPACES
                    AND WRK-DIA-MARCA(2) = SPACES
                    AND WRK-DIA-MARCA(3) = SPACES
                    AND WRK-DIA-MARCA(4) NOT = SPACES
                   IF WRK-DIA-MINUTOS(1) < WRK-DIA-MINUTOS(4)
                       MOVE 'T' TO WRK-DIA-SITUACAO
                       COMPUTE WRK-DIA-TRABALHADO =
                           WRK-DIA-MINUTOS(4) - WRK-DIA-MINUTOS(1)
                       IF WRK-DIA-MINUTOS(1) <= WRK-JORN-MINUTOS(2)
                          AND WRK-DIA-MINUTOS(4) >= WRK-JORN-MINUTOS(3)
                           SUBTRACT WRK-JORN-ALMOCO
                               FROM WRK-DIA-TRABALHADO
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0425-CONVERTER-MARCA.
           IF WRK-DIA-MARCA(WRK-HOR-IDX) = SPACES
               MOVE ZEROS TO WRK-DIA-MINUTOS(WRK-HOR-IDX)
           ELSE
               MOVE WRK-DIA-MARCA(WRK-HOR-IDX) TO WRK-HORA-TESTE
               PERFORM 0910-HORA-EM-MINUTOS
               MOVE WRK-MINUTOS TO WRK-DIA-MINUTOS(WRK-HOR-IDX)
           END-IF.
       0430-CONTABILIZAR-DIA.
      *>********* FALTA, HORA EXTRA OU PENDENCIA DE CORRECAO
           EVALUATE TRUE
               WHEN DIA-VAZIO
                   IF WRK-MES-DIA-UTIL(WRK-DIA-IDX) = 'S'
                       ADD 1 TO WRK-FUN-FALTAS(WRK-FUN-IDX)
                   END-IF
               WHEN DIA-INCOMPLETO
                   ADD 1 TO WRK-FUN-INCOMPLETOS(WRK-FUN-IDX)
                   ADD 1 TO WRK-QTD-INCOMPLETOS
                   IF WRK-INC-QTD < 500
                       ADD 1 TO WRK-INC-QTD
                       MOVE WRK-FUN-IDX TO WRK-INC-FUNC(WRK-INC-QTD)
                       MOVE WRK-DIA-IDX TO WRK-INC-DIA(WRK-INC-QTD)
                   ELSE
                       ADD 1 TO WRK-INC-FORA
                   END-IF
               WHEN DIA-TRABALHADO
                   ADD 1 TO WRK-FUN-DIAS-TRAB(WRK-FUN-IDX)
                   IF WRK-MES-DIA-UTIL(WRK-DIA-IDX) = 'S'
                       IF WRK-DIA-TRABALHADO >
                          WRK-JORN-PREVISTO + WRK-JORN-TOLERANCIA
                           COMPUTE WRK-FUN-MIN-EXTRA(WRK-FUN-IDX) =
                               WRK-FUN-MIN-EXTRA(WRK-FUN-IDX)
                             + WRK-DIA-TRABALHADO - WRK-JORN-PREVISTO
                       END-IF
                   ELSE
                       ADD WRK-DIA-TRABALHADO
                           TO WRK-FUN-MIN-EXTRA(WRK-FUN-IDX)
                   END-IF
           END-EVALUATE.
       0500-EMITIR-RELATORIO.
      *>********* RESUMO POR FUNCIONARIO E DIAS INCOMPLETOS
           OPEN OUTPUT RELATO-FILE.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE SPACES TO RELATO-REC.
           STRING 'APURACAO DO PONTO - ' WRK-APU-MES '/' WRK-APU-ANO
                  '   JORNADA ' WRK-JORN-HORARIO(1) '-'
                  WRK-JORN-HORARIO(2) ' ' WRK-JORN-HORARIO(3) '-'
                  WRK-JORN-HORARIO(4) ' TOL ' WRK-JORN-TOLERANCIA
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE SPACES TO RELATO-REC.
           MOVE 'MATRIC NOME' TO RELATO-REC(1:11).
           MOVE 'TRAB' TO RELATO-REC(33:4).
           MOVE 'FALTAS' TO RELATO-REC(38:6).
           MOVE 'H.EXTRA' TO RELATO-REC(46:7).
           MOVE 'INC' TO RELATO-REC(57:3).
           PERFORM 0590-ESCREVER-LINHA.
           PERFORM 0510-RELATAR-FUNCIONARIO
               VARYING WRK-FUN-IDX FROM 1 BY 1
               UNTIL WRK-FUN-IDX > WRK-FUN-QTD.
           MOVE ALL '-' TO RELATO-REC.
           PERFORM 0590-ESCREVER-LINHA.
           IF WRK-INC-QTD > ZEROS
               MOVE 'DIAS INCOMPLETOS PARA CORRECAO (OPCAO 2):'
                 TO RELATO-REC
               PERFORM 0590-ESCREVER-LINHA
               MOVE SPACES TO RELATO-REC
               STRING 'MATRIC NOME                      DATA      '
                      '  ENTRADA SAI.ALM RET.ALM   SAIDA'
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0590-ESCREVER-LINHA
               PERFORM 0520-RELATAR-INCOMPLETO
                   VARYING WRK-INC-IDX FROM 1 BY 1
                   UNTIL WRK-INC-IDX > WRK-INC-QTD
               MOVE ALL '-' TO RELATO-REC
               PERFORM 0590-ESCREVER-LINHA
           END-IF.
           MOVE WRK-FUN-QTD TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'FUNCIONARIOS APURADOS...:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE WRK-QTD-MARCACOES TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'MARCACOES DO MES........:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE WRK-QTD-IGNORADAS TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING '  IGNORADAS.............:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0590-ESCREVER-LINHA.
           MOVE WRK-QTD-INCOMPLETOS TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'DIAS INCOMPLETOS........:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0590-ESCREVER-LINHA.
           IF WRK-INC-FORA > ZEROS
               MOVE 'LIMITE DA LISTA ATINGIDO - PARTE DOS DIAS FORA'
                 TO RELATO-REC
               PERFORM 0590-ESCREVER-LINHA
           END-IF.
           CLOSE RELATO-FILE.
       0510-RELATAR-FUNCIONARIO.
      *>********* UMA LINHA POR FUNCIONARIO, COM AS HORAS EXTRAS EM
      *>          HORAS E DECIMOS, COMO VAO PARA O PONTOMES05
           PERFORM 0610-CALCULAR-HORAS.
           MOVE WRK-FUN-MATRICULA(WRK-FUN-IDX) TO WRK-LF-MATRICULA.
           MOVE WRK-FUN-NOME(WRK-FUN-IDX) TO WRK-LF-NOME.
           MOVE WRK-FUN-DIAS-TRAB(WRK-FUN-IDX) TO WRK-LF-DIAS-TRAB.
           MOVE WRK-FUN-FALTAS(WRK-FUN-IDX) TO WRK-LF-FALTAS.
           MOVE WRK-HORAS-EXTRA TO WRK-LF-HORAS.
           MOVE WRK-FUN-INCOMPLETOS(WRK-FUN-IDX) TO WRK-LF-INCOMPLETOS.
           MOVE WRK-LINHA-FUNC TO RELATO-REC.
           PERFORM 0590-ESCREVER-LINHA.
       0520-RELATAR-INCOMPLETO.
      *>********* UM DIA INCOMPLETO COM AS MARCACOES QUE EXISTEM
           MOVE WRK-INC-FUNC(WRK-INC-IDX) TO WRK-FUN-IDX.
           MOVE WRK-INC-DIA(WRK-INC-IDX) TO WRK-DIA-IDX.
           MOVE SPACES TO WRK-LINHA-INC.
           MOVE WRK-FUN-MATRICULA(WRK-FUN-IDX) TO WRK-LI-MATRICULA.
           MOVE WRK-FUN-NOME(WRK-FUN-IDX) TO WRK-LI-NOME.
           MOVE WRK-DIA-IDX TO WRK-DATA-ED-DIA.
           MOVE WRK-APU-MES TO WRK-DATA-ED-MES.
           MOVE WRK-APU-ANO TO WRK-DATA-ED-ANO.
           MOVE WRK-DATA-ED TO WRK-LI-DATA.
           MOVE WRK-GRADE-DIA(WRK-FUN-IDX, WRK-DIA-IDX)
               TO WRK-DIA-MARCAS.
           PERFORM 0525-EDITAR-MARCA
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > 4.
           MOVE WRK-LINHA-INC TO RELATO-REC.
           PERFORM 0590-ESCREVER-LINHA.
       0525-EDITAR-MARCA.
           IF WRK-DIA-MARCA(WRK-HOR-IDX) = SPACES
               MOVE '  -- ' TO WRK-LI-MARCA(WRK-HOR-IDX)
           ELSE
               MOVE SPACES TO WRK-LI-MARCA(WRK-HOR-IDX)
               STRING WRK-DIA-MARCA(WRK-HOR-IDX)(1:2) ':'
                      WRK-DIA-MARCA(WRK-HOR-IDX)(3:2)
                   DELIMITED BY SIZE
                 INTO WRK-LI-MARCA(WRK-HOR-IDX)
           END-IF.
       0590-ESCREVER-LINHA.
      *>********* GRAVANDO UMA LINHA DO RELATORIO E NA TELA
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
       0600-GERAR-PONTOMES.
      *>********* GRAVANDO O PONTO DO MES PARA A FOLHA (PROGCBL05);
      *>          COM DIA INCOMPLETO, SO COM CONFIRMACAO
           MOVE ZEROS TO WRK-QTD-GRAVADOS.
           MOVE 'S' TO WRK-CONFIRMA.
           IF WRK-QTD-INCOMPLETOS > ZEROS
               MOVE WRK-QTD-INCOMPLETOS TO WRK-QTD-ED
               DISPLAY 'HA ' WRK-QTD-ED ' DIAS INCOMPLETOS, QUE NAO '
                       'CONTAM. GERAR O PONTOMES05 ASSIM MESMO (S/N)? '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
           END-IF.
           IF CONFIRMADO
               OPEN OUTPUT PONTOMES-FILE
               PERFORM 0605-GRAVAR-PONTO
                   VARYING WRK-FUN-IDX FROM 1 BY 1
                   UNTIL WRK-FUN-IDX > WRK-FUN-QTD
               CLOSE PONTOMES-FILE
               MOVE WRK-QTD-GRAVADOS TO WRK-QTD-ED
               DISPLAY 'PONTOMES05 GERADO: ' WRK-QTD-ED ' FUNCIONARIOS.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'APURAPONTO' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               STRING 'MES ' WRK-APU-ANOMES
                   DELIMITED BY SIZE
                 INTO WRK-AUDIT-ANTES
               MOVE SPACES TO WRK-AUDIT-DEPOIS
               STRING 'FUNC ' WRK-QTD-ED ' INC '
                      WRK-QTD-INCOMPLETOS(3:3)
                   DELIMITED BY SIZE
                 INTO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               MOVE 'OK' TO WRK-SITUACAO-FIM
           ELSE
               DISPLAY 'PONTOMES05 NAO GERADO - CORRIJA OS DIAS '
                       'INCOMPLETOS E APURE DE NOVO.'
               MOVE 'PENDENTE' TO WRK-SITUACAO-FIM
           END-IF.
       0605-GRAVAR-PONTO.
           PERFORM 0610-CALCULAR-HORAS.
           MOVE WRK-FUN-NOME(WRK-FUN-IDX) TO PONTO-NOME.
           MOVE WRK-HORAS-EXTRA TO PONTO-HORAS-EXTRA.
           MOVE WRK-FUN-FALTAS(WRK-FUN-IDX) TO PONTO-DIAS-FALTA.
           MOVE WRK-FUN-MATRICULA(WRK-FUN-IDX) TO PONTO-MATRICULA.
           WRITE PONTOMES-REC.
           ADD 1 TO WRK-QTD-GRAVADOS.
       0610-CALCULAR-HORAS.
      *>********* MINUTOS EXTRAS EM HORAS COM UM DECIMAL
           COMPUTE WRK-HORAS-EXTRA ROUNDED =
               WRK-FUN-MIN-EXTRA(WRK-FUN-IDX) / 60
               ON SIZE ERROR
                   MOVE 999,9 TO WRK-HORAS-EXTRA
           END-COMPUTE.
       0700-CORRIGIR-MARCACAO.
      *>********* CORRECAO DO SUPERVISOR: MATRICULA, DIA, TIPO E HORA;
      *>          A NOVA MARCACAO (ORIGEM C) PREVALECE NA APURACAO
           DISPLAY 'MATRICULA DO FUNCIONARIO: '.
           ACCEPT WRK-COR-MATRICULA FROM CONSOLE.
           PERFORM 0710-LOCALIZAR-FUNCIONARIO.
           IF NOT COR-FUNCIONARIO-ACHADO
               DISPLAY 'MATRICULA NAO CADASTRADA NO FUNCMST.'
           ELSE
               DISPLAY 'FUNCIONARIO: ' WRK-COR-NOME
               DISPLAY 'DATA DA MARCACAO (AAAAMMDD): '
               ACCEPT WRK-COR-DATA-NUM FROM CONSOLE
               MOVE WRK-COR-ANO TO WRK-DU-ANO
               MOVE WRK-COR-MES TO WRK-DU-MES
               MOVE ZEROS TO WRK-DU-LIMITE-MES
               IF WRK-COR-MES >= 1 AND WRK-COR-MES <= 12
                   PERFORM 9689-APURAR-LIMITE-MES
               END-IF
               IF WRK-COR-DIA < 1 OR WRK-COR-DIA > WRK-DU-LIMITE-MES
                  OR WRK-COR-DATA-NUM > WRK-DATA-HOJE-NUM
                   DISPLAY 'DATA INVALIDA OU FUTURA.'
               ELSE
                   PERFORM 0720-MOSTRAR-MARCACOES
                   PERFORM 0730-LER-CORRECAO
               END-IF
           END-IF.
       0710-LOCALIZAR-FUNCIONARIO.
      *>********* PROCURANDO A MATRICULA NO CADASTRO MESTRE
           MOVE 'N' TO WRK-COR-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0715-LER-FUNCIONARIO
                   UNTIL FIM-ARQUIVO OR COR-FUNCIONARIO-ACHADO
           END-IF.
           CLOSE FUNCMST-FILE.
       0715-LER-FUNCIONARIO.
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FUNCMST-REC(1:3) NOT = 'HDR'
                      AND FUNCMST-REC(1:3) NOT = 'TRL'
                      AND FUNCMST-MATRICULA NUMERIC
                      AND FUNCMST-MATRICULA = WRK-COR-MATRICULA
                      AND WRK-COR-MATRICULA > ZEROS
                       MOVE 'S' TO WRK-COR-ACHOU
                       MOVE FUNCMST-NOME TO WRK-COR-NOME
                   END-IF
           END-READ.
       0720-MOSTRAR-MARCACOES.
      *>********* MOSTRANDO AS MARCACOES QUE VALEM HOJE NESSE DIA
           MOVE SPACES TO WRK-DIA-MARCAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PONTOREG-FILE.
           IF WRK-PONTOREG-STATUS = '00'
               PERFORM 0725-LER-MARCACAO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE PONTOREG-FILE.
           PERFORM 0727-MOSTRAR-MARCA
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > 4.
       0725-LER-MARCACAO.
           READ PONTOREG-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PNR-DATA = WRK-COR-DATA-NUM
                      AND PNR-MATRICULA = WRK-COR-MATRICULA
                      AND PNR-TIPO >= 1 AND PNR-TIPO <= 4
                       MOVE PNR-HORA TO WRK-DIA-MARCA(PNR-TIPO)
                   END-IF
           END-READ.
       0727-MOSTRAR-MARCA.
           IF WRK-DIA-MARCA(WRK-HOR-IDX) = SPACES
               DISPLAY WRK-HOR-IDX '-' WRK-DESCRICAO-TIPO(WRK-HOR-IDX)
                       ': --'
           ELSE
               DISPLAY WRK-HOR-IDX '-' WRK-DESCRICAO-TIPO(WRK-HOR-IDX)
                       ': ' WRK-DIA-MARCA(WRK-HOR-IDX)(1:2) ':'
                       WRK-DIA-MARCA(WRK-HOR-IDX)(3:2)
           END-IF.
       0730-LER-CORRECAO.
      *>********* TIPO E HORA DA CORRECAO, GRAVACAO E AUDITORIA
           DISPLAY 'TIPO A CORRIGIR (1 A 4): '.
           MOVE ZEROS TO WRK-COR-TIPO.
           ACCEPT WRK-COR-TIPO FROM CONSOLE.
           DISPLAY 'HORA CORRETA (HHMM): '.
           MOVE SPACES TO WRK-COR-HORA.
           ACCEPT WRK-COR-HORA FROM CONSOLE.
           MOVE WRK-COR-HORA TO WRK-HORA-TESTE.
           PERFORM 0900-VALIDAR-HORA.
           EVALUATE TRUE
               WHEN NOT COR-TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO - NADA GRAVADO.'
               WHEN NOT HORA-VALIDA
                   DISPLAY 'HORA INVALIDA - NADA GRAVADO.'
               WHEN OTHER
                   PERFORM 0740-GRAVAR-CORRECAO
           END-EVALUATE.
       0740-GRAVAR-CORRECAO.
           OPEN EXTEND PONTOREG-FILE.
           IF WRK-PONTOREG-STATUS = '05' OR WRK-PONTOREG-STATUS = '35'
               CLOSE PONTOREG-FILE
               OPEN OUTPUT PONTOREG-FILE
           END-IF.
           MOVE WRK-COR-DATA-NUM TO PNR-DATA.
           MOVE WRK-COR-HORA TO PNR-HORA.
           MOVE WRK-COR-MATRICULA TO PNR-MATRICULA.
           MOVE WRK-COR-TIPO TO PNR-TIPO.
           MOVE 'C' TO PNR-ORIGEM.
           MOVE WRK-AUTH-USUARIO TO PNR-OPERADOR.
           WRITE PONTOREG-REC.
           CLOSE PONTOREG-FILE.
           ADD 1 TO WRK-QTD-CORRECOES.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'CORRPONTO' TO WRK-AUDIT-ACAO.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           IF WRK-DIA-MARCA(WRK-COR-TIPO) = SPACES
               STRING WRK-COR-MATRICULA ' ' WRK-COR-DATA-NUM ' ----'
                   DELIMITED BY SIZE
                 INTO WRK-AUDIT-ANTES
           ELSE
               STRING WRK-COR-MATRICULA ' ' WRK-COR-DATA-NUM ' '
                      WRK-DIA-MARCA(WRK-COR-TIPO)
                   DELIMITED BY SIZE
                 INTO WRK-AUDIT-ANTES
           END-IF.
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           STRING 'TIPO ' WRK-COR-TIPO ' HORA ' WRK-COR-HORA
               DELIMITED BY SIZE
             INTO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY WRK-DESCRICAO-TIPO(WRK-COR-TIPO) ' CORRIGIDA PARA '
                   WRK-COR-HORA(1:2) ':' WRK-COR-HORA(3:2)
                   '. APURE O MES DE NOVO PARA REFLETIR.'.
       0900-VALIDAR-HORA.
      *>********* HORARIO HHMM VALIDO (00:00 A 23:59)
           MOVE 'N' TO WRK-HORA-VALIDA.
           IF WRK-HORA-TESTE NUMERIC
               IF WRK-HORA-TESTE-HH <= 23 AND WRK-HORA-TESTE-MM <= 59
                   MOVE 'S' TO WRK-HORA-VALIDA
               END-IF
           END-IF.
       0910-HORA-EM-MINUTOS.
           COMPUTE WRK-MINUTOS = (WRK-HORA-TESTE-HH * 60)
                               + WRK-HORA-TESTE-MM.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL137'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL137'==.
