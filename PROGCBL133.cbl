       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL133.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: FECHAMENTO DO ANO, COM LOGIN DE SUPERVISOR OU ADM
      *>           DO USERCAD11. ANTES DE FECHAR CONFERE A LISTA DE
      *>           PRONTIDAO E MOSTRA O QUE FALTA:
      *>           1 ACUMULADO DE VENDAS DO ANO ARQUIVADO PELO PROGCBL22
      *>             (VENDASANT22 DO ANO);
      *>           2 OS DOZE MESES DO ANO FECHADOS NO FECHMES22
      *>             (PROGCBL32);
      *>           3 FOLHA DE DEZEMBRO NO FOLHAHIST05 PARA TODO
      *>             FUNCIONARIO ATIVO DO FUNCMST;
      *>           4 INFORME DE RENDIMENTOS DO ANO EMITIDO NO
      *>             INFORME51 (PROGCBL51);
      *>           5 CALENDARIO DE FERIADOS DO ANO SEGUINTE GERADO NO
      *>             FERIADOCAL (PROGCBL132)
      *> OBJETIVO: COM PENDENCIA O FECHAMENTO E RECUSADO, SALVO
      *>           LIBERACAO POR UM USUARIO ADM COM MOTIVO, GRAVADA NA
      *>           TRILHA DE AUDITORIA. DEPOIS EXECUTA AS ETAPAS DA
      *>           VIRADA EM ORDEM, CADA UMA COM O SEU EVENTO NO
      *>           RUNCTL (ETAPA1 A ETAPA4):
      *>           1 COPIA DO ACUMULADO DO ANO PARA O HISTORICO
      *>             PERMANENTE VENDASHIST133 (O VENDASANT22 E
      *>             REGRAVADO NA VIRADA SEGUINTE);
      *>           2 COPIA DOS FLAGS DO FECHMES22 PARA O FECHMESHIST133
      *>             E ABERTURA DO FECHMES22 DO ANO SEGUINTE;
      *>           3 CERTIFICADO DE FECHAMENTO COM OS TOTAIS DO ANO NO
      *>             ARQUIVO CERTANO133 (E NA TELA);
      *>           4 REGISTRO DO ANO FECHADO NO FECHANO133
      *> OBJETIVO: ANO JA REGISTRADO NO FECHANO133 NAO E FECHADO DE
      *>           NOVO. AS ETAPAS 1 E 2 CONFEREM O HISTORICO ANTES DE
      *>           COPIAR, ENTAO UMA EXECUCAO INTERROMPIDA ANTES DO
      *>           REGISTRO PODE SER REPETIDA SEM DUPLICAR NADA
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
           SELECT OPTIONAL VENDASANT-FILE ASSIGN TO 'VENDASANT22'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANT-STATUS.
           SELECT OPTIONAL FECHMES-FILE ASSIGN TO 'FECHMES22'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FECHMES-STATUS.
           SELECT OPTIONAL FOLHAHIST-FILE ASSIGN TO 'FOLHAHIST05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHIST-STATUS.
           SELECT OPTIONAL FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL INFORME-FILE ASSIGN TO 'INFORME51'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INFORME-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL VENDASHIST-FILE ASSIGN TO 'VENDASHIST133'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDASHIST-STATUS.
           SELECT OPTIONAL FECHMESHIST-FILE
               ASSIGN TO 'FECHMESHIST133'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FECHMESHIST-STATUS.
           SELECT OPTIONAL FECHANO-FILE ASSIGN TO 'FECHANO133'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FECHANO-STATUS.
           SELECT OPTIONAL CERT-FILE ASSIGN TO 'CERTANO133'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CERT-STATUS.
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
       FD  VENDASANT-FILE.
       01  VENDASANT-REC PIC X(80).
       FD  FECHMES-FILE.
       01  FECHMES-REC PIC X(40).
       FD  FOLHAHIST-FILE.
       01  FOLHAHIST-REC.
           COPY 'FOLHAHIST.cbl'.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  INFORME-FILE.
       01  INFORME-REC PIC X(80).
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  VENDASHIST-FILE.
       01  VENDASHIST-REC PIC X(80).
       FD  FECHMESHIST-FILE.
       01  FECHMESHIST-REC PIC X(40).
      *>********* REGISTRO DOS ANOS FECHADOS (UMA LINHA POR ANO)
       FD  FECHANO-FILE.
       01  FECHANO-REC.
           02 FANO-ANO PIC 9(04).
           02 FILLER PIC X(01).
           02 FANO-DATA PIC 9(08).
           02 FILLER PIC X(01).
           02 FANO-HORA PIC 9(08).
           02 FILLER PIC X(01).
           02 FANO-USUARIO PIC X(15).
           02 FILLER PIC X(01).
           02 FANO-LIBERADOR PIC X(15).
           02 FILLER PIC X(01).
           02 FANO-PENDENCIAS PIC 9(01).
           02 FILLER PIC X(01).
           02 FANO-VENDAS PIC 9(09)V99.
           02 FILLER PIC X(01).
           02 FANO-BRUTO PIC 9(09)V99.
       FD  CERT-FILE.
       01  CERT-REC PIC X(80).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'USERAUTH.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'MOEDA.cbl'.
       77 WRK-ANT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FECHMES-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FOLHAHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-INFORME-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FERIADO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDASHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FECHMESHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FECHANO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CERT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
       77 WRK-HORA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* ANO A FECHAR E O SEGUINTE
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-SEGUINTE PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO-FIM PIC X(10) VALUE SPACES.
       77 WRK-ANO-FECHADO PIC X(01) VALUE 'N'.
         88 ANO-JA-FECHADO VALUE 'S'.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
         88 CONFIRMADO VALUE 'S' 's'.
      *>********* LINHAS DE CABECALHO E DE SALDO DO PROGCBL22/32
       01 WRK-ANO-LINHA.
          02 WRK-ANO-LINHA-PREF PIC X(04).
          02 WRK-ANO-LINHA-VALOR PIC 9(04).
          02 FILLER PIC X(72).
       01 WRK-YTD-LINHA.
          02 FILLER PIC X(04).
          02 WRK-YTD-MESTXT PIC 9(02).
          02 FILLER PIC X(07).
          02 WRK-YTD-VALORTXT PIC 9(06)V99.
          02 FILLER PIC X(59).
       01 WRK-YTD-LINHA-FIL.
          02 WRK-YTD-FIL-PREF PIC X(04).
          02 WRK-YTD-FILTXT PIC 9(02).
          02 FILLER PIC X(05).
          02 WRK-YTD-FIL-MESTXT PIC 9(02).
          02 FILLER PIC X(07).
          02 WRK-YTD-FIL-VALORTXT PIC 9(06)V99.
          02 FILLER PIC X(52).
       01 WRK-FECH-LINHA.
          02 FILLER PIC X(04).
          02 WRK-FECH-MESTXT PIC 9(02).
          02 FILLER PIC X(09).
          02 WRK-FECH-FLAG PIC X(01).
          02 FILLER PIC X(24).
       77 WRK-ANO-ARQUIVO PIC 9(04) VALUE ZEROS.
       77 WRK-CONT PIC 9(02) VALUE ZEROS.
      *>********* LISTA DE PRONTIDAO
       01 WRK-CHK-TAB.
          02 WRK-CHK-LINHA OCCURS 5 TIMES.
             03 WRK-CHK-OK PIC X(01).
               88 CHK-ATENDIDO VALUE 'S'.
             03 WRK-CHK-TEXTO PIC X(45).
             03 WRK-CHK-DETALHE PIC X(50).
       77 WRK-CHK-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-PENDENCIAS PIC 9(01) VALUE ZEROS.
       77 WRK-LIBERADOR PIC X(15) VALUE SPACES.
       77 WRK-MOTIVO-LIBERACAO PIC X(20) VALUE SPACES.
       77 WRK-USUARIO-FECHAMENTO PIC X(15) VALUE SPACES.
      *>********* ACUMULADO DE VENDAS DO ANO POR FILIAL
       77 WRK-MAX-FILIAL PIC 9(02) VALUE 5.
       01 WRK-VENDAS-FILIAIS.
          02 WRK-VENDAS-FILIAL PIC 9(09)V99 OCCURS 5 TIMES.
       77 WRK-VENDAS-ANO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FIL PIC 9(02) VALUE ZEROS.
       77 WRK-VENDAS-ARQUIVADO PIC X(01) VALUE 'N'.
         88 VENDAS-ARQUIVADO VALUE 'S'.
      *>********* FECHAMENTOS DE MES DO ANO
       01 WRK-FECHADOS.
          02 WRK-MES-FECHADO PIC X(01) OCCURS 12 TIMES.
             88 MES-FECHADO VALUE 'S'.
       77 WRK-FECHMES-DO-ANO PIC X(01) VALUE 'N'.
         88 FECHMES-DO-ANO VALUE 'S'.
       77 WRK-MESES-ABERTOS PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-TXT PIC X(36) VALUE SPACES.
       77 WRK-MESES-PTR PIC 9(02) VALUE 1.
      *>********* FOLHA DO ANO E CONFERENCIA DE DEZEMBRO
       01 WRK-DEZ-TAB.
          02 WRK-DEZ-LINHA OCCURS 500 TIMES.
             03 WRK-DEZ-MATRICULA PIC 9(06).
             03 WRK-DEZ-NOME PIC X(25).
       77 WRK-DEZ-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-DEZ-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DEZ-ACHADO PIC X(01) VALUE 'N'.
       77 WRK-DEZ-ESTOURO PIC X(01) VALUE 'N'.
         88 DEZ-ESTOUROU VALUE 'S'.
       77 WRK-QTD-ATIVOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-DEZEMBRO PIC 9(05) VALUE ZEROS.
       77 WRK-FOLHA-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FOLHA-INSS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FOLHA-IRRF PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FOLHA-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FERIAS-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DECIMO-BRUTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-FOLHAS PIC 9(05) VALUE ZEROS.
      *>********* INFORME E CALENDARIO
       01 WRK-INFORME-CHAVE.
          02 FILLER PIC X(23) VALUE 'INFORME DE RENDIMENTOS '.
          02 WRK-INFORME-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-INFORMES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FERIADOS PIC 9(03) VALUE ZEROS.
      *>********* CONTADORES DAS ETAPAS
       77 WRK-ETAPA-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-ETAPA-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-ETAPA-JA-FEITA PIC X(01) VALUE 'N'.
         88 ETAPA-JA-FEITA VALUE 'S'.
       77 WRK-QTD-ETAPAS PIC 9(01) VALUE ZEROS.
      *>********* CAMPOS EDITADOS DO CERTIFICADO
       77 WRK-VALOR-ED PIC ---.---.--9,99 VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZ.ZZ9 VALUE ZEROS.
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
           IF AUTH-AUTORIZADO
              AND (AUTH-SUPERVISOR OR AUTH-ADM)
               MOVE WRK-AUTH-USUARIO TO WRK-USUARIO-FECHAMENTO
               PERFORM 0150-CONFERIR-ANO
               IF WRK-SITUACAO-FIM = SPACES
                   PERFORM 0200-CONFERIR-PRONTIDAO
                   PERFORM 0290-EXIBIR-PRONTIDAO
                   PERFORM 0300-LIBERAR-FECHAMENTO
               END-IF
               IF WRK-SITUACAO-FIM = SPACES
                   PERFORM 0400-EXECUTAR-ETAPAS
                   MOVE 'OK' TO WRK-SITUACAO-FIM
               END-IF
           ELSE
               DISPLAY 'USUARIO SEM ACESSO AO FECHAMENTO DO ANO.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'FECHAANO' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               MOVE 'RECUSADO' TO WRK-SITUACAO-FIM
           END-IF.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE 5 TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-ETAPAS TO WRK-RUN-PROC.
           MOVE WRK-QTD-PENDENCIAS TO WRK-RUN-REJ.
           MOVE WRK-SITUACAO-FIM TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           DISPLAY 'FIM DO PROGRAMA...'.

           GOBACK.
       0100-INICIALIZAR.
      *>********* EXIGINDO O LOGIN DE SUPERVISOR OU ADM
           DISPLAY '***************************************'.
           DISPLAY ' FECHAMENTO DO ANO'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
       0150-CONFERIR-ANO.
      *>********* LENDO O ANO A FECHAR (ZERO = ANO ANTERIOR); O ANO
      *>          EM CURSO E ANO JA FECHADO SAO RECUSADOS
           DISPLAY 'ANO A FECHAR (AAAA, 0=ANO ANTERIOR): '.
           ACCEPT WRK-ANO FROM CONSOLE.
           IF WRK-ANO = ZEROS
               COMPUTE WRK-ANO = WRK-HOJE-ANO - 1
           END-IF.
           COMPUTE WRK-ANO-SEGUINTE = WRK-ANO + 1.
           COMPUTE WRK-ANO-LIMITE = (WRK-ANO * 10000) + 1231.
           IF WRK-ANO >= WRK-HOJE-ANO
               DISPLAY 'O ANO ' WRK-ANO ' AINDA NAO TERMINOU.'
               MOVE 'RECUSADO' TO WRK-SITUACAO-FIM
           ELSE
               MOVE 'N' TO WRK-ANO-FECHADO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               OPEN INPUT FECHANO-FILE
               IF WRK-FECHANO-STATUS = '00'
                   PERFORM 0155-LER-ANO-FECHADO
                       UNTIL FIM-ARQUIVO OR ANO-JA-FECHADO
               END-IF
               CLOSE FECHANO-FILE
               IF ANO-JA-FECHADO
                   MOVE FANO-DATA(7:2) TO WRK-DATA-ED-DIA
                   MOVE FANO-DATA(5:2) TO WRK-DATA-ED-MES
                   MOVE FANO-DATA(1:4) TO WRK-DATA-ED-ANO
                   DISPLAY 'ANO ' WRK-ANO ' JA FECHADO EM '
                           WRK-DATA-ED ' POR ' FANO-USUARIO
                   DISPLAY 'NOVO FECHAMENTO RECUSADO.'
                   MOVE 'JA FEITO' TO WRK-SITUACAO-FIM
               END-IF
           END-IF.
       0155-LER-ANO-FECHADO.
      *>********* PROCURANDO O ANO NO REGISTRO DOS ANOS FECHADOS
           READ FECHANO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FANO-ANO = WRK-ANO
                       MOVE 'S' TO WRK-ANO-FECHADO
                   END-IF
           END-READ.
       0200-CONFERIR-PRONTIDAO.
      *>********* CONFERINDO AS CINCO CONDICOES DO FECHAMENTO
           MOVE ZEROS TO WRK-QTD-PENDENCIAS.
           PERFORM 0210-CONFERIR-VENDAS.
           PERFORM 0220-CONFERIR-MESES.
           PERFORM 0230-CONFERIR-FOLHA.
           PERFORM 0240-CONFERIR-INFORME.
           PERFORM 0250-CONFERIR-CALENDARIO.
           PERFORM 0280-CONTAR-PENDENCIA
               VARYING WRK-CHK-IDX FROM 1 BY 1
               UNTIL WRK-CHK-IDX > 5.
       0210-CONFERIR-VENDAS.
      *>********* 1: O PROGCBL22 ARQUIVOU O ACUMULADO DO ANO NO
      *>          VENDASANT22 (O ARQUIVO E SOMADO PARA O CERTIFICADO)
           MOVE 'ACUMULADO DE VENDAS ARQUIVADO (PROGCBL22)'
             TO WRK-CHK-TEXTO(1).
           MOVE ZEROS TO WRK-VENDAS-FILIAIS.
           MOVE ZEROS TO WRK-VENDAS-ANO.
           MOVE ZEROS TO WRK-ANO-ARQUIVO.
           MOVE 'N' TO WRK-VENDAS-ARQUIVADO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT VENDASANT-FILE.
           IF WRK-ANT-STATUS = '00'
               READ VENDASANT-FILE INTO WRK-ANO-LINHA
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-ANO-LINHA-PREF = 'ANO='
                          AND WRK-ANO-LINHA-VALOR NUMERIC
                           MOVE WRK-ANO-LINHA-VALOR TO WRK-ANO-ARQUIVO
                       END-IF
               END-READ
               IF WRK-ANO-ARQUIVO = WRK-ANO
                   MOVE 'S' TO WRK-VENDAS-ARQUIVADO
                   PERFORM 0215-SOMAR-LINHA-VENDAS UNTIL FIM-ARQUIVO
               END-IF
           END-IF.
           CLOSE VENDASANT-FILE.
           IF VENDAS-ARQUIVADO
               MOVE 'S' TO WRK-CHK-OK(1)
               MOVE 'VENDASANT22 DO ANO' TO WRK-CHK-DETALHE(1)
           ELSE
               MOVE 'N' TO WRK-CHK-OK(1)
               MOVE SPACES TO WRK-CHK-DETALHE(1)
               STRING 'VENDASANT22 E DE ' WRK-ANO-ARQUIVO
                      ' - RODAR O PROGCBL22 NO ANO NOVO'
                   DELIMITED BY SIZE
                 INTO WRK-CHK-DETALHE(1)
           END-IF.
       0215-SOMAR-LINHA-VENDAS.
      *>********* SOMANDO UMA LINHA DO ACUMULADO (LINHA ANTIGA SEM
      *>          FILIAL VALE PARA A FILIAL 01, COMO NO PROGCBL22)
           READ VENDASANT-FILE INTO WRK-YTD-LINHA-FIL
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-YTD-FIL-PREF = 'FIL='
                       IF WRK-YTD-FILTXT >= 1
                          AND WRK-YTD-FILTXT <= WRK-MAX-FILIAL
                           MOVE WRK-YTD-FILTXT TO WRK-FIL
                       ELSE
                           MOVE 1 TO WRK-FIL
                       END-IF
                       IF WRK-YTD-FIL-VALORTXT NUMERIC
                           ADD WRK-YTD-FIL-VALORTXT
                               TO WRK-VENDAS-FILIAL(WRK-FIL)
                           ADD WRK-YTD-FIL-VALORTXT TO WRK-VENDAS-ANO
                       END-IF
                   ELSE
                       MOVE WRK-YTD-LINHA-FIL TO WRK-YTD-LINHA
                       IF WRK-YTD-VALORTXT NUMERIC
                           ADD WRK-YTD-VALORTXT TO WRK-VENDAS-FILIAL(1)
                           ADD WRK-YTD-VALORTXT TO WRK-VENDAS-ANO
                       END-IF
                   END-IF
           END-READ.
       0220-CONFERIR-MESES.
      *>********* 2: OS DOZE MESES DO ANO FECHADOS NO FECHMES22
           MOVE 'DOZE MESES FECHADOS (PROGCBL32)' TO WRK-CHK-TEXTO(2).
           MOVE ALL 'N' TO WRK-FECHADOS.
           MOVE 'N' TO WRK-FECHMES-DO-ANO.
           MOVE ZEROS TO WRK-ANO-ARQUIVO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FECHMES-FILE.
           IF WRK-FECHMES-STATUS = '00'
               READ FECHMES-FILE INTO WRK-ANO-LINHA
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-ANO-LINHA-VALOR NUMERIC
                           MOVE WRK-ANO-LINHA-VALOR TO WRK-ANO-ARQUIVO
                       END-IF
               END-READ
               IF WRK-ANO-ARQUIVO = WRK-ANO
                   MOVE 'S' TO WRK-FECHMES-DO-ANO
                   PERFORM 0225-LER-FLAG-MES UNTIL FIM-ARQUIVO
               END-IF
           END-IF.
           CLOSE FECHMES-FILE.
           MOVE ZEROS TO WRK-MESES-ABERTOS.
           MOVE SPACES TO WRK-MESES-TXT.
           MOVE 1 TO WRK-MESES-PTR.
           PERFORM 0227-LISTAR-MES-ABERTO
               VARYING WRK-CONT FROM 1 BY 1 UNTIL WRK-CONT > 12.
           MOVE SPACES TO WRK-CHK-DETALHE(2).
           IF NOT FECHMES-DO-ANO
               MOVE 'N' TO WRK-CHK-OK(2)
               STRING 'FECHMES22 E DE ' WRK-ANO-ARQUIVO
                   DELIMITED BY SIZE
                 INTO WRK-CHK-DETALHE(2)
           ELSE
               IF WRK-MESES-ABERTOS = ZEROS
                   MOVE 'S' TO WRK-CHK-OK(2)
                   MOVE 'MESES 01 A 12 FECHADOS' TO WRK-CHK-DETALHE(2)
               ELSE
                   MOVE 'N' TO WRK-CHK-OK(2)
                   STRING 'ABERTOS: ' WRK-MESES-TXT
                       DELIMITED BY SIZE
                     INTO WRK-CHK-DETALHE(2)
               END-IF
           END-IF.
       0225-LER-FLAG-MES.
      *>********* LENDO O FLAG DE FECHAMENTO DE UM MES
           READ FECHMES-FILE INTO WRK-FECH-LINHA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-FECH-MESTXT NUMERIC
                      AND WRK-FECH-MESTXT >= 1
                      AND WRK-FECH-MESTXT <= 12
                       MOVE WRK-FECH-FLAG
                         TO WRK-MES-FECHADO(WRK-FECH-MESTXT)
                   END-IF
           END-READ.
       0227-LISTAR-MES-ABERTO.
      *>********* JUNTANDO O NUMERO DE UM MES AINDA ABERTO NA LISTA
           IF NOT MES-FECHADO(WRK-CONT)
               ADD 1 TO WRK-MESES-ABERTOS
               STRING WRK-CONT ' '
                   DELIMITED BY SIZE
                 INTO WRK-MESES-TXT
                 WITH POINTER WRK-MESES-PTR
           END-IF.
       0230-CONFERIR-FOLHA.
      *>********* 3: FOLHA MENSAL DE DEZEMBRO PARA TODO FUNCIONARIO
      *>          ATIVO ADMITIDO ATE O FIM DO ANO (MATRICULA, OU NOME
      *>          NO REGISTRO ANTIGO SEM MATRICULA); A MESMA LEITURA
      *>          SOMA A FOLHA DO ANO PARA O CERTIFICADO
           MOVE 'FOLHA DE DEZEMBRO COMPLETA (FOLHAHIST05)'
             TO WRK-CHK-TEXTO(3).
           MOVE ZEROS TO WRK-DEZ-QTD.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FOLHAHIST-FILE.
           IF WRK-FOLHAHIST-STATUS = '00'
               PERFORM 0232-LER-FOLHA UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE FOLHAHIST-FILE.
           MOVE ZEROS TO WRK-QTD-ATIVOS.
           MOVE ZEROS TO WRK-QTD-SEM-DEZEMBRO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0236-LER-FUNCIONARIO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE FUNCMST-FILE.
           MOVE SPACES TO WRK-CHK-DETALHE(3).
           IF WRK-DEZ-QTD = ZEROS
               MOVE 'N' TO WRK-CHK-OK(3)
               MOVE 'NENHUMA FOLHA DE DEZEMBRO NO HISTORICO'
                 TO WRK-CHK-DETALHE(3)
           ELSE
               IF WRK-QTD-SEM-DEZEMBRO = ZEROS AND NOT DEZ-ESTOUROU
                   MOVE 'S' TO WRK-CHK-OK(3)
                   MOVE WRK-DEZ-QTD TO WRK-QTD-ED
                   STRING 'FUNCIONARIOS PAGOS EM DEZEMBRO:' WRK-QTD-ED
                       DELIMITED BY SIZE
                     INTO WRK-CHK-DETALHE(3)
               ELSE
                   MOVE 'N' TO WRK-CHK-OK(3)
                   MOVE WRK-QTD-SEM-DEZEMBRO TO WRK-QTD-ED
                   STRING 'ATIVOS SEM FOLHA DE DEZEMBRO:' WRK-QTD-ED
                       DELIMITED BY SIZE
                     INTO WRK-CHK-DETALHE(3)
               END-IF
           END-IF.
       0232-LER-FOLHA.
      *>********* LENDO UM REGISTRO DO HISTORICO DE FOLHAS DO ANO
           READ FOLHAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FH-ANO = WRK-ANO
                       PERFORM 0234-SOMAR-FOLHA
                   END-IF
           END-READ.
       0234-SOMAR-FOLHA.
      *>********* FERIAS E 13O FICAM FORA DA FOLHA MENSAL; A FOLHA
      *>          MENSAL DE DEZEMBRO ENTRA NA TABELA DE CONFERENCIA
           EVALUATE TRUE
               WHEN FH-RECIBO-FERIAS
                   ADD FH-BRUTO TO WRK-FERIAS-BRUTO
               WHEN FH-DECIMO-TERCEIRO
                   ADD FH-BRUTO TO WRK-DECIMO-BRUTO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-FOLHAS
                   ADD FH-BRUTO TO WRK-FOLHA-BRUTO
                   ADD FH-INSS TO WRK-FOLHA-INSS
                   ADD FH-IRRF TO WRK-FOLHA-IRRF
                   ADD FH-LIQUIDO TO WRK-FOLHA-LIQUIDO
                   IF FH-MES = 12
                       IF WRK-DEZ-QTD < 500
                           ADD 1 TO WRK-DEZ-QTD
                           IF FH-MATRICULA NUMERIC
                               MOVE FH-MATRICULA
                                 TO WRK-DEZ-MATRICULA(WRK-DEZ-QTD)
                           ELSE
                               MOVE ZEROS
                                 TO WRK-DEZ-MATRICULA(WRK-DEZ-QTD)
                           END-IF
                           MOVE FH-NOME TO WRK-DEZ-NOME(WRK-DEZ-QTD)
                       ELSE
                           MOVE 'S' TO WRK-DEZ-ESTOURO
                       END-IF
                   END-IF
           END-EVALUATE.
       0236-LER-FUNCIONARIO.
      *>********* FUNCIONARIO ATIVO ADMITIDO ATE O FIM DO ANO PRECISA
      *>          DA FOLHA DE DEZEMBRO
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FUNCMST-SITUACAO NOT = 'D'
                      AND FUNCMST-ENTRADA NOT > WRK-ANO-LIMITE
                       ADD 1 TO WRK-QTD-ATIVOS
                       MOVE 'N' TO WRK-DEZ-ACHADO
                       PERFORM 0238-PROCURAR-DEZEMBRO
                           VARYING WRK-DEZ-IDX FROM 1 BY 1
                           UNTIL WRK-DEZ-IDX > WRK-DEZ-QTD
                              OR WRK-DEZ-ACHADO = 'S'
                       IF WRK-DEZ-ACHADO = 'N'
                           ADD 1 TO WRK-QTD-SEM-DEZEMBRO
                           IF WRK-QTD-SEM-DEZEMBRO <= 10
                               DISPLAY 'SEM FOLHA DE DEZEMBRO: '
                                       FUNCMST-MATRICULA ' '
                                       FUNCMST-NOME
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       0238-PROCURAR-DEZEMBRO.
      *>********* CASANDO O FUNCIONARIO COM UMA FOLHA DE DEZEMBRO
           IF WRK-DEZ-MATRICULA(WRK-DEZ-IDX) > ZEROS
               IF FUNCMST-MATRICULA NUMERIC
                  AND WRK-DEZ-MATRICULA(WRK-DEZ-IDX)
                      = FUNCMST-MATRICULA
                   MOVE 'S' TO WRK-DEZ-ACHADO
               END-IF
           ELSE
               IF WRK-DEZ-NOME(WRK-DEZ-IDX) = FUNCMST-NOME
                   MOVE 'S' TO WRK-DEZ-ACHADO
               END-IF
           END-IF.
       0240-CONFERIR-INFORME.
      *>********* 4: INFORME DE RENDIMENTOS DO ANO NO INFORME51
           MOVE 'INFORME DE RENDIMENTOS EMITIDO (PROGCBL51)'
             TO WRK-CHK-TEXTO(4).
           MOVE WRK-ANO TO WRK-INFORME-ANO.
           MOVE ZEROS TO WRK-QTD-INFORMES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT INFORME-FILE.
           IF WRK-INFORME-STATUS = '00'
               PERFORM 0245-LER-INFORME UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE INFORME-FILE.
           MOVE SPACES TO WRK-CHK-DETALHE(4).
           IF WRK-QTD-INFORMES > ZEROS
               MOVE 'S' TO WRK-CHK-OK(4)
               MOVE WRK-QTD-INFORMES TO WRK-QTD-ED
               STRING 'INFORMES DO ANO NO INFORME51:' WRK-QTD-ED
                   DELIMITED BY SIZE
                 INTO WRK-CHK-DETALHE(4)
           ELSE
               MOVE 'N' TO WRK-CHK-OK(4)
               STRING 'INFORME51 SEM INFORMES DE ' WRK-ANO
                   DELIMITED BY SIZE
                 INTO WRK-CHK-DETALHE(4)
           END-IF.
       0245-LER-INFORME.
      *>********* CONTANDO OS BLOCOS DE INFORME DO ANO
           READ INFORME-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF INFORME-REC(1:27) = WRK-INFORME-CHAVE
                       ADD 1 TO WRK-QTD-INFORMES
                   END-IF
           END-READ.
       0250-CONFERIR-CALENDARIO.
      *>********* 5: FERIADOS DO ANO SEGUINTE NO FERIADOCAL
           MOVE 'CALENDARIO DO ANO SEGUINTE (PROGCBL132)'
             TO WRK-CHK-TEXTO(5).
           MOVE ZEROS TO WRK-QTD-FERIADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FERIADO-FILE.
           IF WRK-FERIADO-STATUS = '00'
               PERFORM 0255-LER-FERIADO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE FERIADO-FILE.
           MOVE SPACES TO WRK-CHK-DETALHE(5).
           IF WRK-QTD-FERIADOS > ZEROS
               MOVE 'S' TO WRK-CHK-OK(5)
               MOVE WRK-QTD-FERIADOS TO WRK-QTD-ED
               STRING 'FERIADOS DE ' WRK-ANO-SEGUINTE ':' WRK-QTD-ED
                   DELIMITED BY SIZE
                 INTO WRK-CHK-DETALHE(5)
           ELSE
               MOVE 'N' TO WRK-CHK-OK(5)
               STRING 'NENHUM FERIADO DE ' WRK-ANO-SEGUINTE
                      ' NO FERIADOCAL'
                   DELIMITED BY SIZE
                 INTO WRK-CHK-DETALHE(5)
           END-IF.
       0255-LER-FERIADO.
      *>********* CONTANDO OS FERIADOS DO ANO SEGUINTE
           READ FERIADO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FERIADO-DATA(1:4) = WRK-ANO-SEGUINTE
                       ADD 1 TO WRK-QTD-FERIADOS
                   END-IF
           END-READ.
       0280-CONTAR-PENDENCIA.
      *>********* SOMANDO UMA CONDICAO NAO ATENDIDA
           IF NOT CHK-ATENDIDO(WRK-CHK-IDX)
               ADD 1 TO WRK-QTD-PENDENCIAS
           END-IF.
       0290-EXIBIR-PRONTIDAO.
      *>********* EXIBINDO A LISTA DE PRONTIDAO
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PRONTIDAO PARA O FECHAMENTO DE ' WRK-ANO.
           DISPLAY '---------------------------------------------'.
           PERFORM 0295-EXIBIR-CONDICAO
               VARYING WRK-CHK-IDX FROM 1 BY 1
               UNTIL WRK-CHK-IDX > 5.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PENDENCIAS: ' WRK-QTD-PENDENCIAS.
       0295-EXIBIR-CONDICAO.
      *>********* UMA CONDICAO DA LISTA COM A SITUACAO
           IF CHK-ATENDIDO(WRK-CHK-IDX)
               DISPLAY WRK-CHK-IDX ' OK       '
                       WRK-CHK-TEXTO(WRK-CHK-IDX)
           ELSE
               DISPLAY WRK-CHK-IDX ' PENDENTE '
                       WRK-CHK-TEXTO(WRK-CHK-IDX)
           END-IF.
           DISPLAY '             ' WRK-CHK-DETALHE(WRK-CHK-IDX).
       0300-LIBERAR-FECHAMENTO.
      *>********* COM PENDENCIA, SO UM ADM LIBERA (COM MOTIVO NA
      *>          TRILHA DE AUDITORIA); DEPOIS A CONFIRMACAO FINAL
           IF WRK-QTD-PENDENCIAS > ZEROS
               DISPLAY 'FECHAMENTO BLOQUEADO PELAS PENDENCIAS.'
               DISPLAY 'LIBERAR COM AUTORIZACAO DE ADM (S/N): '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF CONFIRMADO
                   PERFORM 0310-AUTORIZAR-ADM
               ELSE
                   MOVE 'INCOMPLETO' TO WRK-SITUACAO-FIM
               END-IF
           END-IF.
           IF WRK-SITUACAO-FIM = SPACES
               DISPLAY 'CONFIRMA O FECHAMENTO DO ANO ' WRK-ANO
                       ' (S/N): '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF NOT CONFIRMADO
                   DISPLAY 'FECHAMENTO CANCELADO.'
                   MOVE 'RECUSADO' TO WRK-SITUACAO-FIM
               END-IF
           END-IF.
       0310-AUTORIZAR-ADM.
      *>********* LOGIN DO ADM QUE LIBERA E MOTIVO OBRIGATORIO
           DISPLAY 'USUARIO ADM: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
           MOVE SPACES TO WRK-MOTIVO-LIBERACAO.
           IF AUTH-AUTORIZADO AND AUTH-ADM
               DISPLAY 'MOTIVO DA LIBERACAO: '
               ACCEPT WRK-MOTIVO-LIBERACAO FROM CONSOLE
           END-IF.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'OVERRIDE' TO WRK-AUDIT-ACAO.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           STRING 'FECHAANO ' WRK-ANO ' PEND ' WRK-QTD-PENDENCIAS
               DELIMITED BY SIZE
             INTO WRK-AUDIT-ANTES.
           IF AUTH-AUTORIZADO AND AUTH-ADM
              AND WRK-MOTIVO-LIBERACAO NOT = SPACES
               MOVE WRK-AUTH-USUARIO TO WRK-LIBERADOR
               MOVE WRK-MOTIVO-LIBERACAO TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'FECHAMENTO LIBERADO POR ' WRK-LIBERADOR
           ELSE
               MOVE 'NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'LIBERACAO NEGADA (ADM E MOTIVO OBRIGATORIOS).'
               MOVE 'RECUSADO' TO WRK-SITUACAO-FIM
           END-IF.
       0400-EXECUTAR-ETAPAS.
      *>********* ETAPAS DA VIRADA DO ANO, EM ORDEM, CADA UMA COM O
      *>          SEU EVENTO NO RUNCTL
           ACCEPT WRK-HORA-HOJE FROM TIME.
           PERFORM 0410-ARQUIVAR-VENDAS.
           PERFORM 0420-ARQUIVAR-MESES.
           PERFORM 0430-EMITIR-CERTIFICADO.
           PERFORM 0440-REGISTRAR-ANO.
           MOVE WRK-USUARIO-FECHAMENTO TO WRK-AUDIT-OPERADOR.
           MOVE 'FECHAANO' TO WRK-AUDIT-ACAO.
           MOVE SPACES TO WRK-AUDIT-ANTES.
           STRING 'ANO ' WRK-ANO ' ABERTO'
               DELIMITED BY SIZE
             INTO WRK-AUDIT-ANTES.
           MOVE 'FECHADO' TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'ANO ' WRK-ANO ' FECHADO.'.
       0410-ARQUIVAR-VENDAS.
      *>********* ETAPA 1: COPIANDO O ACUMULADO DO ANO (VENDASANT22)
      *>          PARA O HISTORICO PERMANENTE, SE AINDA NAO ESTIVER LA
           MOVE ZEROS TO WRK-ETAPA-LIDOS.
           MOVE ZEROS TO WRK-ETAPA-GRAVADOS.
           MOVE 'N' TO WRK-ETAPA-JA-FEITA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT VENDASHIST-FILE.
           IF WRK-VENDASHIST-STATUS = '00'
               PERFORM 0412-PROCURAR-ANO-VENDAS
                   UNTIL FIM-ARQUIVO OR ETAPA-JA-FEITA
           END-IF.
           CLOSE VENDASHIST-FILE.
           MOVE 'ETAPA1' TO WRK-RUN-EVENTO.
           EVALUATE TRUE
               WHEN ETAPA-JA-FEITA
                   MOVE 'JA FEITO' TO WRK-RUN-SITUACAO
               WHEN NOT VENDAS-ARQUIVADO
                   MOVE 'PULADO' TO WRK-RUN-SITUACAO
               WHEN OTHER
                   PERFORM 0414-COPIAR-VENDAS
                   MOVE 'OK' TO WRK-RUN-SITUACAO
           END-EVALUATE.
           DISPLAY 'ETAPA 1 - HISTORICO DE VENDAS: ' WRK-RUN-SITUACAO.
           PERFORM 0490-GRAVAR-ETAPA.
       0412-PROCURAR-ANO-VENDAS.
      *>********* PROCURANDO O CABECALHO DO ANO NO HISTORICO
           READ VENDASHIST-FILE INTO WRK-ANO-LINHA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-ANO-LINHA-PREF = 'ANO='
                      AND WRK-ANO-LINHA-VALOR = WRK-ANO
                       MOVE 'S' TO WRK-ETAPA-JA-FEITA
                   END-IF
           END-READ.
       0414-COPIAR-VENDAS.
      *>********* ACRESCENTANDO O VENDASANT22 INTEIRO (COM O
      *>          CABECALHO ANO=) NO FIM DO HISTORICO
           OPEN EXTEND VENDASHIST-FILE.
           IF WRK-VENDASHIST-STATUS = '05'
              OR WRK-VENDASHIST-STATUS = '35'
               CLOSE VENDASHIST-FILE
               OPEN OUTPUT VENDASHIST-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT VENDASANT-FILE.
           PERFORM 0416-COPIAR-LINHA-VENDAS UNTIL FIM-ARQUIVO.
           CLOSE VENDASANT-FILE.
           CLOSE VENDASHIST-FILE.
       0416-COPIAR-LINHA-VENDAS.
      *>********* COPIANDO UMA LINHA DO ACUMULADO PARA O HISTORICO
           READ VENDASANT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-ETAPA-LIDOS
                   MOVE VENDASANT-REC TO VENDASHIST-REC
                   WRITE VENDASHIST-REC
                   ADD 1 TO WRK-ETAPA-GRAVADOS
           END-READ.
       0420-ARQUIVAR-MESES.
      *>********* ETAPA 2: COPIANDO OS FLAGS DO ANO PARA O HISTORICO E
      *>          ABRINDO O FECHMES22 DO ANO SEGUINTE COM TODOS OS
      *>          MESES ABERTOS (SO SE O FECHMES22 AINDA FOR DO ANO)
           MOVE ZEROS TO WRK-ETAPA-LIDOS.
           MOVE ZEROS TO WRK-ETAPA-GRAVADOS.
           MOVE 'N' TO WRK-ETAPA-JA-FEITA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FECHMESHIST-FILE.
           IF WRK-FECHMESHIST-STATUS = '00'
               PERFORM 0422-PROCURAR-ANO-MESES
                   UNTIL FIM-ARQUIVO OR ETAPA-JA-FEITA
           END-IF.
           CLOSE FECHMESHIST-FILE.
           MOVE 'ETAPA2' TO WRK-RUN-EVENTO.
           EVALUATE TRUE
               WHEN ETAPA-JA-FEITA
                   MOVE 'JA FEITO' TO WRK-RUN-SITUACAO
               WHEN NOT FECHMES-DO-ANO
                   MOVE 'PULADO' TO WRK-RUN-SITUACAO
               WHEN OTHER
                   PERFORM 0424-COPIAR-MESES
                   PERFORM 0428-ABRIR-ANO-SEGUINTE
                   MOVE 'OK' TO WRK-RUN-SITUACAO
           END-EVALUATE.
           DISPLAY 'ETAPA 2 - FECHAMENTOS DE MES: ' WRK-RUN-SITUACAO.
           PERFORM 0490-GRAVAR-ETAPA.
       0422-PROCURAR-ANO-MESES.
      *>********* PROCURANDO O CABECALHO DO ANO NO HISTORICO
           READ FECHMESHIST-FILE INTO WRK-ANO-LINHA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-ANO-LINHA-PREF = 'ANO='
                      AND WRK-ANO-LINHA-VALOR = WRK-ANO
                       MOVE 'S' TO WRK-ETAPA-JA-FEITA
                   END-IF
           END-READ.
       0424-COPIAR-MESES.
      *>********* ACRESCENTANDO O FECHMES22 DO ANO NO HISTORICO
           OPEN EXTEND FECHMESHIST-FILE.
           IF WRK-FECHMESHIST-STATUS = '05'
              OR WRK-FECHMESHIST-STATUS = '35'
               CLOSE FECHMESHIST-FILE
               OPEN OUTPUT FECHMESHIST-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FECHMES-FILE.
           PERFORM 0426-COPIAR-LINHA-MES UNTIL FIM-ARQUIVO.
           CLOSE FECHMES-FILE.
           CLOSE FECHMESHIST-FILE.
       0426-COPIAR-LINHA-MES.
      *>********* COPIANDO UMA LINHA DO FECHMES22 PARA O HISTORICO
           READ FECHMES-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-ETAPA-LIDOS
                   MOVE FECHMES-REC TO FECHMESHIST-REC
                   WRITE FECHMESHIST-REC
                   ADD 1 TO WRK-ETAPA-GRAVADOS
           END-READ.
       0428-ABRIR-ANO-SEGUINTE.
      *>********* GRAVANDO O FECHMES22 DO ANO SEGUINTE NO FORMATO DO
      *>          PROGCBL32, COM TODOS OS MESES ABERTOS
           OPEN OUTPUT FECHMES-FILE.
           MOVE SPACES TO FECHMES-REC.
           STRING 'ANO=' WRK-ANO-SEGUINTE
               DELIMITED BY SIZE
             INTO FECHMES-REC.
           WRITE FECHMES-REC.
           PERFORM 0429-GRAVAR-MES-ABERTO
               VARYING WRK-CONT FROM 1 BY 1 UNTIL WRK-CONT > 12.
           CLOSE FECHMES-FILE.
       0429-GRAVAR-MES-ABERTO.
      *>********* GRAVANDO UM MES ABERTO DO ANO SEGUINTE
           MOVE SPACES TO FECHMES-REC.
           STRING 'MES=' WRK-CONT ' FECHADO=N'
               DELIMITED BY SIZE
             INTO FECHMES-REC.
           WRITE FECHMES-REC.
       0430-EMITIR-CERTIFICADO.
      *>********* ETAPA 3: CERTIFICADO DE FECHAMENTO COM OS TOTAIS
      *>          DO ANO, NO CERTANO133 E NA TELA
           MOVE ZEROS TO WRK-ETAPA-LIDOS.
           MOVE ZEROS TO WRK-ETAPA-GRAVADOS.
           OPEN OUTPUT CERT-FILE.
           MOVE ALL '=' TO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE SPACES TO CERT-REC.
           STRING 'CERTIFICADO DE FECHAMENTO DO ANO ' WRK-ANO
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE ALL '=' TO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE WRK-HOJE-DIA TO WRK-DATA-ED-DIA.
           MOVE WRK-HOJE-MES TO WRK-DATA-ED-MES.
           MOVE WRK-HOJE-ANO TO WRK-DATA-ED-ANO.
           MOVE SPACES TO CERT-REC.
           STRING 'FECHADO EM ' WRK-DATA-ED ' AS '
                  WRK-HORA-HOJE(1:2) ':' WRK-HORA-HOJE(3:2)
                  ' POR ' WRK-USUARIO-FECHAMENTO
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           IF WRK-LIBERADOR NOT = SPACES
               MOVE SPACES TO CERT-REC
               STRING 'LIBERADO COM ' WRK-QTD-PENDENCIAS
                      ' PENDENCIA(S) POR ' WRK-LIBERADOR
                      ' - ' WRK-MOTIVO-LIBERACAO
                   DELIMITED BY SIZE
                 INTO CERT-REC
               PERFORM 0490-ESCREVER-CERTIFICADO
           END-IF.
           MOVE SPACES TO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE 'LISTA DE PRONTIDAO' TO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           PERFORM 0432-CERTIFICAR-CONDICAO
               VARYING WRK-CHK-IDX FROM 1 BY 1
               UNTIL WRK-CHK-IDX > 5.
           MOVE SPACES TO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE SPACES TO CERT-REC.
           STRING 'VENDAS DO ANO (' WRK-MOEDA-SIMBOLO ')'
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           PERFORM 0434-CERTIFICAR-FILIAL
               VARYING WRK-FIL FROM 1 BY 1
               UNTIL WRK-FIL > WRK-MAX-FILIAL.
           MOVE WRK-VENDAS-ANO TO WRK-VALOR-ED.
           MOVE SPACES TO CERT-REC.
           STRING '  TOTAL DO ANO..........:' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE SPACES TO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE WRK-QTD-FOLHAS TO WRK-QTD-ED.
           MOVE SPACES TO CERT-REC.
           STRING 'FOLHA DO ANO (' WRK-MOEDA-SIMBOLO ') - '
                  'FOLHAS MENSAIS:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE WRK-FOLHA-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO CERT-REC.
           STRING '  BRUTO.................:' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE WRK-FOLHA-INSS TO WRK-VALOR-ED.
           MOVE SPACES TO CERT-REC.
           STRING '  INSS RETIDO...........:' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE WRK-FOLHA-IRRF TO WRK-VALOR-ED.
           MOVE SPACES TO CERT-REC.
           STRING '  IRRF RETIDO...........:' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE WRK-FOLHA-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO CERT-REC.
           STRING '  LIQUIDO...............:' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE WRK-FERIAS-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO CERT-REC.
           STRING '  FERIAS (BRUTO)........:' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE WRK-DECIMO-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO CERT-REC.
           STRING '  13O SALARIO (BRUTO)...:' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE ALL '=' TO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           CLOSE CERT-FILE.
           MOVE 'ETAPA3' TO WRK-RUN-EVENTO.
           MOVE 'OK' TO WRK-RUN-SITUACAO.
           PERFORM 0490-GRAVAR-ETAPA.
       0432-CERTIFICAR-CONDICAO.
      *>********* UMA CONDICAO DA LISTA NO CERTIFICADO
           MOVE SPACES TO CERT-REC.
           IF CHK-ATENDIDO(WRK-CHK-IDX)
               STRING '  ' WRK-CHK-IDX ' OK       '
                      WRK-CHK-TEXTO(WRK-CHK-IDX)
                   DELIMITED BY SIZE
                 INTO CERT-REC
           ELSE
               STRING '  ' WRK-CHK-IDX ' PENDENTE '
                      WRK-CHK-TEXTO(WRK-CHK-IDX)
                   DELIMITED BY SIZE
                 INTO CERT-REC
           END-IF.
           PERFORM 0490-ESCREVER-CERTIFICADO.
           MOVE SPACES TO CERT-REC.
           STRING '             ' WRK-CHK-DETALHE(WRK-CHK-IDX)
               DELIMITED BY SIZE
             INTO CERT-REC.
           PERFORM 0490-ESCREVER-CERTIFICADO.
       0434-CERTIFICAR-FILIAL.
      *>********* VENDAS DO ANO DE UMA FILIAL COM MOVIMENTO
           IF WRK-VENDAS-FILIAL(WRK-FIL) > ZEROS
               MOVE WRK-VENDAS-FILIAL(WRK-FIL) TO WRK-VALOR-ED
               MOVE SPACES TO CERT-REC
               STRING '  FILIAL ' WRK-FIL '.............:'
                      WRK-VALOR-ED
                   DELIMITED BY SIZE
                 INTO CERT-REC
               PERFORM 0490-ESCREVER-CERTIFICADO
           END-IF.
       0440-REGISTRAR-ANO.
      *>********* ETAPA 4: REGISTRANDO O ANO FECHADO (A PARTIR DAQUI
      *>          UM NOVO FECHAMENTO DO ANO E RECUSADO)
           MOVE ZEROS TO WRK-ETAPA-LIDOS.
           MOVE ZEROS TO WRK-ETAPA-GRAVADOS.
           OPEN EXTEND FECHANO-FILE.
           IF WRK-FECHANO-STATUS = '05' OR WRK-FECHANO-STATUS = '35'
               CLOSE FECHANO-FILE
               OPEN OUTPUT FECHANO-FILE
           END-IF.
           MOVE SPACES TO FECHANO-REC.
           MOVE WRK-ANO TO FANO-ANO.
           MOVE WRK-DATA-HOJE-NUM TO FANO-DATA.
           MOVE WRK-HORA-HOJE TO FANO-HORA.
           MOVE WRK-USUARIO-FECHAMENTO TO FANO-USUARIO.
           MOVE WRK-LIBERADOR TO FANO-LIBERADOR.
           MOVE WRK-QTD-PENDENCIAS TO FANO-PENDENCIAS.
           MOVE WRK-VENDAS-ANO TO FANO-VENDAS.
           MOVE WRK-FOLHA-BRUTO TO FANO-BRUTO.
           WRITE FECHANO-REC.
           ADD 1 TO WRK-ETAPA-GRAVADOS.
           CLOSE FECHANO-FILE.
           MOVE 'ETAPA4' TO WRK-RUN-EVENTO.
           MOVE 'OK' TO WRK-RUN-SITUACAO.
           DISPLAY 'ETAPA 4 - REGISTRO DO ANO FECHADO: OK'.
           PERFORM 0490-GRAVAR-ETAPA.
       0490-GRAVAR-ETAPA.
      *>********* EVENTO DA ETAPA NO RUNCTL
           MOVE WRK-ETAPA-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-ETAPA-GRAVADOS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           PERFORM 9520-GRAVAR-RUNCTL.
           ADD 1 TO WRK-QTD-ETAPAS.
       0490-ESCREVER-CERTIFICADO.
      *>********* GRAVANDO UMA LINHA DO CERTIFICADO E NA TELA
           WRITE CERT-REC.
           DISPLAY CERT-REC.
           ADD 1 TO WRK-ETAPA-GRAVADOS.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL133'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL133'==.
