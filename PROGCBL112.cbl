       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL112.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: DECIDIR AS PROPOSTAS DE EMPRESTIMO PENDENTES DO
      *>           PROPOSTA25 (GRAVADAS PELO PROGCBL25 ACIMA DAS
      *>           ALCADAS): COM LOGIN DE SUPERVISOR OU ADM DO
      *>           USERCAD11, DIFERENTE DE QUEM DIGITOU A PROPOSTA,
      *>           MOSTRAR A EXPOSICAO ATUAL DO TOMADOR (COPY
      *>           EXPOSICAO) E APROVAR OU RECUSAR
      *> OBJETIVO: NA APROVACAO, GRAVAR O CONTRATO (CONTRATO25) E O
      *>           CRONOGRAMA (PARCELA25) COM OS VALORES SIMULADOS
      *>           GUARDADOS NO PROPPARC25, VENCIMENTOS CONTADOS DA
      *>           DATA DA APROVACAO (MESMA REGRA DO PROGCBL25);
      *>           APROVACOES E RECUSAS FICAM NA TRILHA DE AUDITORIA
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
           SELECT OPTIONAL PROPOSTA-FILE ASSIGN TO 'PROPOSTA25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROPOSTA-STATUS.
           SELECT OPTIONAL PROPPARC-FILE ASSIGN TO 'PROPPARC25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROPPARC-STATUS.
           SELECT OPTIONAL CONTRATO-FILE ASSIGN TO 'CONTRATO25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTRATO-STATUS.
           SELECT OPTIONAL PARCELA-FILE ASSIGN TO 'PARCELA25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARCELA-STATUS.
           SELECT OPTIONAL PROVCFG-FILE ASSIGN TO 'PROVCFG69'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROVCFG-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
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
       FD  PROPOSTA-FILE.
       01  PROPOSTA-REC.
           COPY 'PROPOSTA.cbl'.
       FD  PROPPARC-FILE.
       01  PROPPARC-REC.
           COPY 'PROPPARC.cbl'.
       FD  CONTRATO-FILE.
       01  CONTRATO-REC.
           COPY 'CONTRATO.cbl'.
       FD  PARCELA-FILE.
       01  PARCELA-REC.
           COPY 'PARCELA.cbl'.
       FD  PROVCFG-FILE.
       01  PROVCFG-REC.
           02 PROV-LIMITE-DIAS PIC 9(03).
           02 PROV-PCT PIC 9(03)V99.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'USERAUTH.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'ERROARQ.cbl'.
       COPY 'MOEDA.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'EXPOSICAO.cbl'.
       77 WRK-PROPOSTA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROPPARC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTRATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PARCELA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROPOSTA-EOF PIC X(01) VALUE 'N'.
         88 FIM-PROPOSTA VALUE 'S'.
       77 WRK-PROPPARC-EOF PIC X(01) VALUE 'N'.
         88 FIM-PROPPARC VALUE 'S'.
       77 WRK-CONTRATO-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTRATO VALUE 'S'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-FIM-DECISOES PIC X(01) VALUE 'N'.
         88 FIM-DECISOES VALUE 'S'.
      *>********* PROPOSTAS EM MEMORIA (MESMO LAYOUT DO PROPOSTA25),
      *>          REGRAVADAS INTEIRAS A CADA DECISAO
       01 WRK-PRP-TAB.
          02 WRK-PRP-LINHA OCCURS 500 TIMES.
             03 WRK-PRP-NUMERO PIC 9(05).
             03 WRK-PRP-DATA PIC 9(08).
             03 WRK-PRP-TOMADOR PIC X(25).
             03 WRK-PRP-SISTEMA PIC X(05).
             03 WRK-PRP-PRINCIPAL PIC 9(08)V99.
             03 WRK-PRP-TAXA PIC 9(01)V9(04).
             03 WRK-PRP-PARCELAS PIC 9(03).
             03 WRK-PRP-PRESTACAO PIC 9(08)V99.
             03 WRK-PRP-CONSIGNADO PIC X(01).
             03 WRK-PRP-INDEXADOR PIC X(04).
             03 WRK-PRP-SALDO-ABERTO PIC 9(09)V99.
             03 WRK-PRP-MAIOR-ATRASO PIC 9(05).
             03 WRK-PRP-FAIXA-LIMITE PIC 9(03).
             03 WRK-PRP-MOTIVO-ALCADA PIC X(20).
             03 WRK-PRP-DIGITADOR PIC X(15).
             03 WRK-PRP-SITUACAO PIC X(01).
             03 WRK-PRP-DECISOR PIC X(15).
             03 WRK-PRP-DATA-DECISAO PIC 9(08).
             03 WRK-PRP-MOTIVO-DECISAO PIC X(30).
             03 WRK-PRP-CONTRATO PIC 9(05).
       77 WRK-PRP-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PRP-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PRP-ACHADA PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-APROVADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS PIC 9(03) VALUE ZEROS.
       77 WRK-NUMERO-BUSCA PIC 9(05) VALUE ZEROS.
       77 WRK-DECISAO PIC X(01) VALUE SPACES.
         88 DECISAO-APROVAR VALUE 'A'.
         88 DECISAO-RECUSAR VALUE 'R'.
       77 WRK-MOTIVO-DECISAO PIC X(30) VALUE SPACES.
      *>********* VALORES DAS PARCELAS DA PROPOSTA EM DECISAO
       01 WRK-VALORES-PROPOSTA.
          02 WRK-VAL-PARCELA PIC 9(08)V99 OCCURS 360 TIMES
             VALUE ZEROS.
       77 WRK-VAL-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PARC PIC 9(03) VALUE ZEROS.
       77 WRK-NUMERO-CONTRATO PIC 9(05) VALUE ZEROS.
       77 WRK-EXPOSICAO-TOTAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TAXA-ED PIC 9,9999 VALUE ZEROS.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04).
          02 WRK-HOJE-MES PIC 9(02).
          02 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-VENC.
          02 WRK-VENC-ANO PIC 9(04).
          02 WRK-VENC-MES PIC 9(02).
          02 WRK-VENC-DIA PIC 9(02).
       77 WRK-VENC-NUM PIC 9(08) VALUE ZEROS.
      *>********* IMAGEM DA PROPOSTA NA TRILHA DE AUDITORIA
       01 WRK-AUD-PROPOSTA.
          02 FILLER PIC X(05) VALUE 'PROP '.
          02 WRK-AUD-PROP-NUMERO PIC 9(05).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-AUD-PROP-SITUACAO PIC X(01).
       01 WRK-AUD-CONTRATO.
          02 FILLER PIC X(09) VALUE 'CONTRATO '.
          02 WRK-AUD-CTR-NUMERO PIC 9(05).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           IF AUTH-AUTORIZADO
              AND (AUTH-SUPERVISOR OR AUTH-ADM)
               PERFORM 0110-CARREGAR-PROPOSTAS
               IF CARGA-ESTOUROU
                   DISPLAY 'DECISAO DE PROPOSTAS NAO EFETUADA.'
               ELSE
                   PERFORM 0200-DECIDIR-PROPOSTA UNTIL FIM-DECISOES
               END-IF
               PERFORM 0300-FINALIZAR
           ELSE
               DISPLAY 'APROVACAO DE PROPOSTAS RESTRITA A SUPERVISOR '
                       'OU ADM.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'APROVACAO' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
           END-IF.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* EXIGINDO O LOGIN DE SUPERVISOR OU ADM
           DISPLAY '***********************************'.
           DISPLAY ' APROVACAO DE PROPOSTAS DE EMPRESTIMO'.
           DISPLAY '***********************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 9610-SELECIONAR-MOEDA.
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
       0110-CARREGAR-PROPOSTAS.
      *>********* CARREGANDO AS PROPOSTAS PARA A TABELA (SEM O
      *>          ARQUIVO, NAO HA PROPOSTA A DECIDIR)
           OPEN INPUT PROPOSTA-FILE.
           EVALUATE WRK-PROPOSTA-STATUS
               WHEN '00'
                   PERFORM 0115-LER-PROPOSTA UNTIL FIM-PROPOSTA
               WHEN '05'
                   CONTINUE
               WHEN OTHER
                   MOVE 'PROPOSTA25' TO WRK-ERR-ARQUIVO
                   MOVE WRK-PROPOSTA-STATUS TO WRK-ERR-FILESTATUS
                   PERFORM 9540-ABORTAR-ARQUIVO
           END-EVALUATE.
           CLOSE PROPOSTA-FILE.
           IF CARGA-ESTOUROU
      *>********* ARQUIVO MAIOR QUE A TABELA DE TRABALHO: A
      *>          REGRAVACAO PERDERIA AS PROPOSTAS EXCEDENTES
               DISPLAY 'ARQUIVO DE PROPOSTAS MAIOR QUE A TABELA '
                       '(500) - DECISAO BLOQUEADA.'
           END-IF.
       0115-LER-PROPOSTA.
      *>********* LENDO UMA PROPOSTA DO ARQUIVO
           READ PROPOSTA-FILE
               AT END
                   MOVE 'S' TO WRK-PROPOSTA-EOF
               NOT AT END
                   IF WRK-PRP-QTD >= 500
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-PRP-QTD
                       MOVE PROPOSTA-REC TO WRK-PRP-LINHA(WRK-PRP-QTD)
                   END-IF
           END-READ.
       0200-DECIDIR-PROPOSTA.
      *>********* LISTANDO AS PENDENTES E DECIDINDO A ESCOLHIDA
           PERFORM 0210-LISTAR-PENDENTES.
           IF WRK-QTD-PENDENTES = ZEROS
               DISPLAY 'NENHUMA PROPOSTA PENDENTE DE APROVACAO.'
               MOVE 'S' TO WRK-FIM-DECISOES
           ELSE
               DISPLAY 'NUMERO DA PROPOSTA (0 = SAIR): '
               ACCEPT WRK-NUMERO-BUSCA FROM CONSOLE
               IF WRK-NUMERO-BUSCA = ZEROS
                   MOVE 'S' TO WRK-FIM-DECISOES
               ELSE
                   PERFORM 0220-LOCALIZAR-PROPOSTA
                   EVALUATE TRUE
                       WHEN WRK-PRP-ACHADA = ZEROS
                           DISPLAY 'PROPOSTA NAO ENCONTRADA.'
                       WHEN WRK-PRP-SITUACAO(WRK-PRP-ACHADA) NOT = 'P'
                           DISPLAY 'PROPOSTA JA DECIDIDA ('
                               WRK-PRP-SITUACAO(WRK-PRP-ACHADA) ').'
                       WHEN WRK-PRP-DIGITADOR(WRK-PRP-ACHADA)
                            = WRK-AUTH-USUARIO
                           PERFORM 0225-RECUSAR-MESMO-USUARIO
                       WHEN OTHER
                           PERFORM 0230-ANALISAR-PROPOSTA
                   END-EVALUATE
               END-IF
           END-IF.
       0210-LISTAR-PENDENTES.
      *>********* LISTANDO AS PROPOSTAS PENDENTES DE APROVACAO
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           DISPLAY '--------------------------------------------------'.
           DISPLAY 'PROP  DATA     TOMADOR                   '
                   '      PRINCIPAL MOTIVO'.
           PERFORM 0215-LISTAR-UMA
               VARYING WRK-PRP-IDX FROM 1 BY 1
               UNTIL WRK-PRP-IDX > WRK-PRP-QTD.
           DISPLAY '--------------------------------------------------'.
       0215-LISTAR-UMA.
      *>********* EXIBINDO UMA PROPOSTA SE ESTIVER PENDENTE
           IF WRK-PRP-SITUACAO(WRK-PRP-IDX) = 'P'
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE WRK-PRP-PRINCIPAL(WRK-PRP-IDX) TO WRK-VALOR-ED
               DISPLAY WRK-PRP-NUMERO(WRK-PRP-IDX) ' '
                       WRK-PRP-DATA(WRK-PRP-IDX) ' '
                       WRK-PRP-TOMADOR(WRK-PRP-IDX) ' '
                       WRK-VALOR-ED ' '
                       WRK-PRP-MOTIVO-ALCADA(WRK-PRP-IDX)
           END-IF.
       0220-LOCALIZAR-PROPOSTA.
      *>********* PROCURANDO A PROPOSTA PELO NUMERO
           MOVE ZEROS TO WRK-PRP-ACHADA.
           PERFORM 0222-TESTAR-PROPOSTA
               VARYING WRK-PRP-IDX FROM 1 BY 1
               UNTIL WRK-PRP-IDX > WRK-PRP-QTD
                  OR WRK-PRP-ACHADA > ZEROS.
       0222-TESTAR-PROPOSTA.
      *>********* COMPARANDO UMA PROPOSTA COM O NUMERO PEDIDO
           IF WRK-PRP-NUMERO(WRK-PRP-IDX) = WRK-NUMERO-BUSCA
               MOVE WRK-PRP-IDX TO WRK-PRP-ACHADA
           END-IF.
       0225-RECUSAR-MESMO-USUARIO.
      *>********* QUEM DIGITOU A PROPOSTA NAO PODE DECIDI-LA; A
      *>          TENTATIVA FICA NA TRILHA
           DISPLAY 'PROPOSTA DIGITADA PELO PROPRIO USUARIO; A '
                   'DECISAO CABE A OUTRO SUPERVISOR OU ADM.'.
           MOVE WRK-PRP-NUMERO(WRK-PRP-ACHADA) TO WRK-AUD-PROP-NUMERO.
           MOVE 'P' TO WRK-AUD-PROP-SITUACAO.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'APROVACAO' TO WRK-AUDIT-ACAO.
           MOVE WRK-AUD-PROPOSTA TO WRK-AUDIT-ANTES.
           MOVE 'MESMO DIGITADOR' TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
       0230-ANALISAR-PROPOSTA.
      *>********* EXIBINDO A PROPOSTA COM A EXPOSICAO ATUAL DO
      *>          TOMADOR E LENDO A DECISAO
           MOVE WRK-PRP-PRINCIPAL(WRK-PRP-ACHADA) TO WRK-VALOR-ED.
           MOVE WRK-PRP-PRESTACAO(WRK-PRP-ACHADA) TO WRK-VALOR-ED2.
           MOVE WRK-PRP-TAXA(WRK-PRP-ACHADA) TO WRK-TAXA-ED.
           DISPLAY 'PROPOSTA................: '
                   WRK-PRP-NUMERO(WRK-PRP-ACHADA)
                   ' DE ' WRK-PRP-DATA(WRK-PRP-ACHADA)
                   ' DIGITADA POR ' WRK-PRP-DIGITADOR(WRK-PRP-ACHADA).
           DISPLAY 'TOMADOR.................: '
                   WRK-PRP-TOMADOR(WRK-PRP-ACHADA).
           DISPLAY 'PRINCIPAL...............: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED ' ' WRK-PRP-SISTEMA(WRK-PRP-ACHADA)
                   ' TAXA ' WRK-TAXA-ED
                   ' PARCELAS ' WRK-PRP-PARCELAS(WRK-PRP-ACHADA).
           DISPLAY 'PRESTACAO...............: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED2.
           DISPLAY 'MOTIVO DA ALCADA........: '
                   WRK-PRP-MOTIVO-ALCADA(WRK-PRP-ACHADA).
           MOVE WRK-PRP-SALDO-ABERTO(WRK-PRP-ACHADA) TO WRK-VALOR-ED.
           DISPLAY 'SALDO ABERTO NA DIGITACAO: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED ' ATRASO '
                   WRK-PRP-MAIOR-ATRASO(WRK-PRP-ACHADA) ' DIAS'.
           MOVE WRK-PRP-TOMADOR(WRK-PRP-ACHADA) TO WRK-EXP-TOMADOR.
           PERFORM 9850-APURAR-EXPOSICAO.
           COMPUTE WRK-EXPOSICAO-TOTAL =
               WRK-EXP-SALDO + WRK-PRP-PRINCIPAL(WRK-PRP-ACHADA).
           MOVE WRK-EXP-SALDO TO WRK-VALOR-ED.
           MOVE WRK-EXPOSICAO-TOTAL TO WRK-VALOR-ED2.
           DISPLAY 'SALDO ABERTO HOJE.......: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED ' EM ' WRK-EXP-QTD-CONTRATOS
                   ' CONTRATO(S)'.
           DISPLAY 'EXPOSICAO COM A PROPOSTA: ' WRK-MOEDA-SIMBOLO
                   WRK-VALOR-ED2.
           IF WRK-EXP-MAIOR-ATRASO > ZEROS
               DISPLAY 'MAIOR ATRASO HOJE.......: '
                       WRK-EXP-MAIOR-ATRASO ' DIAS (FAIXA ATE '
                       WRK-EXP-FAIXA-LIMITE ' DIAS, PROVISAO '
                       WRK-EXP-FAIXA-PCT '%)'
           END-IF.
           DISPLAY 'DECISAO (A=APROVAR, R=RECUSAR, OUTRA=MANTER '
                   'PENDENTE): '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN DECISAO-APROVAR
                   PERFORM 0240-APROVAR-PROPOSTA
               WHEN DECISAO-RECUSAR
                   PERFORM 0250-RECUSAR-PROPOSTA
               WHEN OTHER
                   DISPLAY 'PROPOSTA MANTIDA PENDENTE.'
           END-EVALUATE.
       0240-APROVAR-PROPOSTA.
      *>********* APROVANDO: GRAVANDO O CONTRATO E AS PARCELAS COM OS
      *>          VALORES GUARDADOS DA PROPOSTA
           PERFORM 0242-CARREGAR-VALORES.
           IF WRK-VAL-QTD NOT = WRK-PRP-PARCELAS(WRK-PRP-ACHADA)
               DISPLAY 'VALORES DAS PARCELAS DA PROPOSTA INCOMPLETOS '
                       'NO PROPPARC25 - APROVACAO NAO EFETUADA.'
           ELSE
               PERFORM 0260-NUMERAR-CONTRATO
               PERFORM 0270-GRAVAR-CONTRATO
               PERFORM 0280-GERAR-PARCELAS
               MOVE 'A' TO WRK-PRP-SITUACAO(WRK-PRP-ACHADA)
               MOVE WRK-AUTH-USUARIO TO WRK-PRP-DECISOR(WRK-PRP-ACHADA)
               MOVE WRK-DATA-HOJE
                   TO WRK-PRP-DATA-DECISAO(WRK-PRP-ACHADA)
               MOVE 'APROVADA'
                   TO WRK-PRP-MOTIVO-DECISAO(WRK-PRP-ACHADA)
               MOVE WRK-NUMERO-CONTRATO
                   TO WRK-PRP-CONTRATO(WRK-PRP-ACHADA)
               PERFORM 0290-REGRAVAR-PROPOSTAS
               ADD 1 TO WRK-QTD-APROVADAS
               MOVE WRK-PRP-NUMERO(WRK-PRP-ACHADA)
                   TO WRK-AUD-PROP-NUMERO
               MOVE 'P' TO WRK-AUD-PROP-SITUACAO
               MOVE WRK-NUMERO-CONTRATO TO WRK-AUD-CTR-NUMERO
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'APROVACAO' TO WRK-AUDIT-ACAO
               MOVE WRK-AUD-PROPOSTA TO WRK-AUDIT-ANTES
               MOVE WRK-AUD-CONTRATO TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'PROPOSTA APROVADA: CONTRATO '
                       WRK-NUMERO-CONTRATO ' REGISTRADO PARA '
                       WRK-PRP-TOMADOR(WRK-PRP-ACHADA)
           END-IF.
       0242-CARREGAR-VALORES.
      *>********* CARREGANDO OS VALORES DAS PARCELAS DA PROPOSTA
           MOVE ZEROS TO WRK-VAL-QTD.
           MOVE 'N' TO WRK-PROPPARC-EOF.
           OPEN INPUT PROPPARC-FILE.
           IF WRK-PROPPARC-STATUS = '00'
               PERFORM 0245-LER-VALOR UNTIL FIM-PROPPARC
           END-IF.
           CLOSE PROPPARC-FILE.
       0245-LER-VALOR.
      *>********* LENDO UM VALOR DE PARCELA; SO OS DA PROPOSTA
      *>          EM DECISAO, NA POSICAO DA PARCELA
           READ PROPPARC-FILE
               AT END
                   MOVE 'S' TO WRK-PROPPARC-EOF
               NOT AT END
                   IF PPAR-PROPOSTA = WRK-PRP-NUMERO(WRK-PRP-ACHADA)
                      AND PPAR-NUMERO > ZEROS
                      AND PPAR-NUMERO <= 360
                       MOVE PPAR-VALOR TO WRK-VAL-PARCELA(PPAR-NUMERO)
                       ADD 1 TO WRK-VAL-QTD
                   END-IF
           END-READ.
       0250-RECUSAR-PROPOSTA.
      *>********* RECUSANDO: O MOTIVO E OBRIGATORIO
           DISPLAY 'MOTIVO DA RECUSA: '.
           ACCEPT WRK-MOTIVO-DECISAO FROM CONSOLE.
           IF WRK-MOTIVO-DECISAO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO. PROPOSTA MANTIDA PENDENTE.'
           ELSE
               MOVE 'R' TO WRK-PRP-SITUACAO(WRK-PRP-ACHADA)
               MOVE WRK-AUTH-USUARIO TO WRK-PRP-DECISOR(WRK-PRP-ACHADA)
               MOVE WRK-DATA-HOJE
                   TO WRK-PRP-DATA-DECISAO(WRK-PRP-ACHADA)
               MOVE WRK-MOTIVO-DECISAO
                   TO WRK-PRP-MOTIVO-DECISAO(WRK-PRP-ACHADA)
               PERFORM 0290-REGRAVAR-PROPOSTAS
               ADD 1 TO WRK-QTD-RECUSADAS
               MOVE WRK-PRP-NUMERO(WRK-PRP-ACHADA)
                   TO WRK-AUD-PROP-NUMERO
               MOVE 'P' TO WRK-AUD-PROP-SITUACAO
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'REJEICAO' TO WRK-AUDIT-ACAO
               MOVE WRK-AUD-PROPOSTA TO WRK-AUDIT-ANTES
               MOVE WRK-MOTIVO-DECISAO TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               DISPLAY 'PROPOSTA ' WRK-PRP-NUMERO(WRK-PRP-ACHADA)
                       ' RECUSADA.'
           END-IF.
       0260-NUMERAR-CONTRATO.
      *>********* NUMERANDO O CONTRATO PELA QUANTIDADE JA REGISTRADA
           MOVE ZEROS TO WRK-NUMERO-CONTRATO.
           MOVE 'N' TO WRK-CONTRATO-EOF.
           OPEN INPUT CONTRATO-FILE.
           IF WRK-CONTRATO-STATUS = '00'
               PERFORM 0265-CONTAR-CONTRATO UNTIL FIM-CONTRATO
           END-IF.
           CLOSE CONTRATO-FILE.
           ADD 1 TO WRK-NUMERO-CONTRATO.
       0265-CONTAR-CONTRATO.
      *>********* CONTANDO UM CONTRATO EXISTENTE
           READ CONTRATO-FILE
               AT END
                   MOVE 'S' TO WRK-CONTRATO-EOF
               NOT AT END
                   ADD 1 TO WRK-NUMERO-CONTRATO
           END-READ.
       0270-GRAVAR-CONTRATO.
      *>********* GRAVANDO O CONTRATO COM AS CONDICOES DA PROPOSTA
           OPEN EXTEND CONTRATO-FILE.
           IF WRK-CONTRATO-STATUS = '05' OR WRK-CONTRATO-STATUS = '35'
               CLOSE CONTRATO-FILE
               OPEN OUTPUT CONTRATO-FILE
           END-IF.
           MOVE WRK-NUMERO-CONTRATO TO CTR-NUMERO.
           MOVE WRK-PRP-TOMADOR(WRK-PRP-ACHADA) TO CTR-TOMADOR.
           MOVE WRK-PRP-SISTEMA(WRK-PRP-ACHADA) TO CTR-SISTEMA.
           MOVE WRK-PRP-PRINCIPAL(WRK-PRP-ACHADA) TO CTR-PRINCIPAL.
           MOVE WRK-PRP-TAXA(WRK-PRP-ACHADA) TO CTR-TAXA.
           MOVE WRK-PRP-PARCELAS(WRK-PRP-ACHADA) TO CTR-PARCELAS.
           MOVE WRK-PRP-PRESTACAO(WRK-PRP-ACHADA) TO CTR-PRESTACAO.
           MOVE WRK-DATA-HOJE TO CTR-DATA.
           MOVE WRK-PRP-CONSIGNADO(WRK-PRP-ACHADA) TO CTR-CONSIGNADO.
           MOVE ZEROS TO CTR-CONTRATO-ORIGEM.
           MOVE WRK-PRP-INDEXADOR(WRK-PRP-ACHADA) TO CTR-INDEXADOR.
           WRITE CONTRATO-REC.
           CLOSE CONTRATO-FILE.
       0280-GERAR-PARCELAS.
      *>********* GERANDO O CRONOGRAMA DE VENCIMENTOS MENSAIS DO
      *>          CONTRATO A PARTIR DO MES SEGUINTE A APROVACAO (DIA
      *>          LIMITADO A 28, DIA NAO UTIL ROLA PARA O PROXIMO)
           PERFORM 9680-CARREGAR-FERIADOS.
           OPEN EXTEND PARCELA-FILE.
           IF WRK-PARCELA-STATUS = '05' OR WRK-PARCELA-STATUS = '35'
               CLOSE PARCELA-FILE
               OPEN OUTPUT PARCELA-FILE
           END-IF.
           MOVE WRK-HOJE-ANO TO WRK-VENC-ANO.
           MOVE WRK-HOJE-MES TO WRK-VENC-MES.
           IF WRK-HOJE-DIA > 28
               MOVE 28 TO WRK-VENC-DIA
           ELSE
               MOVE WRK-HOJE-DIA TO WRK-VENC-DIA
           END-IF.
           PERFORM 0285-GERAR-UMA-PARCELA
               VARYING WRK-PARC FROM 1 BY 1
               UNTIL WRK-PARC > WRK-PRP-PARCELAS(WRK-PRP-ACHADA).
           CLOSE PARCELA-FILE.
       0285-GERAR-UMA-PARCELA.
      *>********* GERANDO UMA PARCELA COM O VENCIMENTO DO MES
           ADD 1 TO WRK-VENC-MES.
           IF WRK-VENC-MES > 12
               MOVE 1 TO WRK-VENC-MES
               ADD 1 TO WRK-VENC-ANO
           END-IF.
           MOVE WRK-DATA-VENC TO WRK-DU-DATA.
           PERFORM 9684-PROXIMO-DIA-UTIL.
           MOVE WRK-DU-DATA TO WRK-VENC-NUM.
           MOVE WRK-NUMERO-CONTRATO TO PAR-CONTRATO.
           MOVE WRK-PARC TO PAR-NUMERO.
           MOVE WRK-VENC-NUM TO PAR-VENCIMENTO.
           MOVE WRK-VAL-PARCELA(WRK-PARC) TO PAR-VALOR.
           MOVE 'A' TO PAR-STATUS.
           MOVE ZEROS TO PAR-DATA-PGTO.
           WRITE PARCELA-REC.
       0290-REGRAVAR-PROPOSTAS.
      *>********* REGRAVANDO O ARQUIVO DE PROPOSTAS COM A DECISAO
           OPEN OUTPUT PROPOSTA-FILE.
           IF WRK-PROPOSTA-STATUS NOT = '00'
               MOVE 'PROPOSTA25' TO WRK-ERR-ARQUIVO
               MOVE WRK-PROPOSTA-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0295-GRAVAR-UMA-PROPOSTA
               VARYING WRK-PRP-IDX FROM 1 BY 1
               UNTIL WRK-PRP-IDX > WRK-PRP-QTD.
           CLOSE PROPOSTA-FILE.
       0295-GRAVAR-UMA-PROPOSTA.
      *>********* GRAVANDO UMA PROPOSTA DA TABELA
           MOVE WRK-PRP-LINHA(WRK-PRP-IDX) TO PROPOSTA-REC.
           WRITE PROPOSTA-REC.
       0300-FINALIZAR.
      *>********* RESUMO DA SESSAO DE DECISOES
           DISPLAY 'PROPOSTAS APROVADAS: ' WRK-QTD-APROVADAS.
           DISPLAY 'PROPOSTAS RECUSADAS: ' WRK-QTD-RECUSADAS.
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL112'==.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL112'==.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'EXPOSICAO-PROC.cbl'.
