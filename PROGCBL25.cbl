      *>           O TOMADOR FOR FUNCIONARIO, PARA O PROGCBL05
      *>           DESCONTAR A PARCELA DO MES DIRETO DO PAGAMENTO E
      *>           BAIXA-LA NO PARCELA25
      *> OBJETIVO: PASSAR O REGISTRO POR PROPOSTA (PROPOSTA25) COM O
      *>           LOGIN DE QUEM DIGITOU E A EXPOSICAO DO TOMADOR
      *>           (SALDO EM ABERTO DE TODOS OS CONTRATOS E FAIXA DE
      *>           ATRASO DO PROGCBL69, COPY EXPOSICAO): DENTRO DAS
      *>           ALCADAS DO ARQUIVO PROPCFG25 O CONTRATO SAI NA
      *>           HORA; ACIMA DELAS, OU COM O TOMADOR EM ATRASO, A
      *>           PROPOSTA FICA PENDENTE (VALORES DAS PARCELAS EM
      *>           PROPPARC25) ATE A DECISAO NO PROGCBL112
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT USERCAD-FILE ASSIGN TO 'USERCAD11'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USERCAD-USUARIO
               FILE STATUS IS WRK-USERCAD-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL PROVCFG-FILE ASSIGN TO 'PROVCFG69'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROVCFG-STATUS.
           SELECT OPTIONAL PROPCFG-FILE ASSIGN TO 'PROPCFG25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROPCFG-STATUS.
           SELECT OPTIONAL PROPOSTA-FILE ASSIGN TO 'PROPOSTA25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROPOSTA-STATUS.
           SELECT OPTIONAL PROPPARC-FILE ASSIGN TO 'PROPPARC25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROPPARC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRONOLOG-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  USERCAD-FILE.
       01  USERCAD-REC.
           COPY 'USERCAD.cbl'.
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  PROVCFG-FILE.
       01  PROVCFG-REC.
           02 PROV-LIMITE-DIAS PIC 9(03).
           02 PROV-PCT PIC 9(03)V99.
       FD  PROPCFG-FILE.
       01  PROPCFG-REC.
           02 PCFG-LIMITE-VALOR PIC 9(08)V99.
           02 PCFG-LIMITE-EXPOSICAO PIC 9(09)V99.
           02 PCFG-ATRASO-TOLERADO PIC 9(03).
       FD  PROPOSTA-FILE.
       01  PROPOSTA-REC.
           COPY 'PROPOSTA.cbl'.
       FD  PROPPARC-FILE.
       01  PROPPARC-REC.
           COPY 'PROPPARC.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'MOEDA.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'USERAUTH.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'EXPOSICAO.cbl'.
       77 WRK-CRONOLOG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRINCIPAL PIC 9(08)V99 VALUE ZEROS.
       COPY 'VALIDANUM.cbl' REPLACING ==:CAMPO:== BY ==WRK-PRINCIPAL==.
          02 WRK-VENC-MES PIC 9(02).
          02 WRK-VENC-DIA PIC 9(02).
       77 WRK-VENC-NUM PIC 9(08) VALUE ZEROS.
      *>********* PROPOSTA E ALCADAS DE APROVACAO (ARQUIVO PROPCFG25;
      *>          SEM ELE VALEM OS LIMITES PADRAO ABAIXO)
       77 WRK-PROPCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROPOSTA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROPPARC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PROPOSTA-EOF PIC X(01) VALUE 'N'.
         88 FIM-PROPOSTA VALUE 'S'.
       77 WRK-LIMITE-VALOR PIC 9(08)V99 VALUE 10000,00.
       77 WRK-LIMITE-EXPOSICAO PIC 9(09)V99 VALUE 30000,00.
       77 WRK-ATRASO-TOLERADO PIC 9(03) VALUE ZEROS.
       77 WRK-EXPOSICAO-TOTAL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NUMERO-PROPOSTA PIC 9(05) VALUE ZEROS.
       77 WRK-SITUACAO-PROP PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO-ALCADA PIC X(20) VALUE SPACES.
       77 WRK-EXP-SALDO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-EXP-TOTAL-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
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
           PERFORM 9610-SELECIONAR-MOEDA.
                   WRK-TOTAL-PAGO-ED.
           DISPLAY '======================================'.
       0500-REGISTRAR-CONTRATO.
      *>********* OFERECENDO O REGISTRO DA SIMULACAO COMO PROPOSTA DE
      *>          CONTRATO: DENTRO DAS ALCADAS O CONTRATO E O
      *>          CRONOGRAMA SAO GRAVADOS NA HORA; ACIMA DELAS A
      *>          PROPOSTA FICA PENDENTE DE APROVACAO (PROGCBL112)
           DISPLAY 'REGISTRAR COMO CONTRATO (S/N)? '.
           ACCEPT WRK-REGISTRAR FROM CONSOLE.
           IF REGISTRAR-CONTRATO
               PERFORM 0550-IDENTIFICAR-DIGITADOR
               IF AUTH-AUTORIZADO AND NOT AUTH-AUDITOR
                   PERFORM 0505-LER-DADOS-CONTRATO
                   PERFORM 0560-AVALIAR-PROPOSTA
                   PERFORM 0570-NUMERAR-PROPOSTA
                   IF WRK-MOTIVO-ALCADA = SPACES
                       MOVE 'L' TO WRK-SITUACAO-PROP
                       PERFORM 0510-NUMERAR-CONTRATO
                       PERFORM 0520-GRAVAR-CONTRATO
                       PERFORM 0530-GERAR-PARCELAS
                       DISPLAY 'CONTRATO ' WRK-NUMERO-CONTRATO
                               ' REGISTRADO (' WRK-SISTEMA-REG-TXT
                               ') PARA ' WRK-TOMADOR
                   ELSE
                       MOVE 'P' TO WRK-SITUACAO-PROP
                       MOVE ZEROS TO WRK-NUMERO-CONTRATO
                       PERFORM 0590-GRAVAR-VALORES-PROPOSTA
                       DISPLAY 'PROPOSTA ' WRK-NUMERO-PROPOSTA
                               ' PENDENTE DE APROVACAO: '
                               WRK-MOTIVO-ALCADA
                   END-IF
                   PERFORM 0580-GRAVAR-PROPOSTA
               ELSE
                   DISPLAY 'USUARIO SEM PERMISSAO PARA REGISTRAR '
                           'CONTRATO.'
                   MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
                   MOVE 'PROPOSTA' TO WRK-AUDIT-ACAO
                   MOVE SPACES TO WRK-AUDIT-ANTES
                   MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
                   PERFORM 9500-GRAVAR-AUDITORIA
               END-IF
           END-IF.
       0505-LER-DADOS-CONTRATO.
      *>********* LENDO O SISTEMA, O TOMADOR E AS CONDICOES DO
      *>          CONTRATO A REGISTRAR
           IF SISTEMA-AMBOS
               DISPLAY 'REGISTRAR QUAL SISTEMA (1=PRICE, 2=SAC)? '
               ACCEPT WRK-SISTEMA-REG FROM CONSOLE
           ELSE
               MOVE WRK-SISTEMA TO WRK-SISTEMA-REG
           END-IF.
           IF WRK-SISTEMA-REG = 2
               MOVE 'SAC' TO WRK-SISTEMA-REG-TXT
           ELSE
               MOVE 'PRICE' TO WRK-SISTEMA-REG-TXT
           END-IF.
           DISPLAY 'NOME DO TOMADOR: '.
           ACCEPT WRK-TOMADOR FROM CONSOLE.
           DISPLAY 'CONSIGNADO EM FOLHA (S/N)? '.
           ACCEPT WRK-CONSIGNADO FROM CONSOLE.
           IF WRK-CONSIGNADO NOT = 'S'
               MOVE 'N' TO WRK-CONSIGNADO
           END-IF.
           DISPLAY 'INDEXADOR POS-FIXADO (EX: CDI; '
                   'BRANCO=PREFIXADO): '.
           ACCEPT WRK-INDEXADOR FROM CONSOLE.
       0510-NUMERAR-CONTRATO.
      *>********* NUMERANDO O CONTRATO PELA QUANTIDADE JA REGISTRADA
           MOVE ZEROS TO WRK-NUMERO-CONTRATO.
           MOVE 'A' TO PAR-STATUS.
           MOVE ZEROS TO PAR-DATA-PGTO.
           WRITE PARCELA-REC.
       0550-IDENTIFICAR-DIGITADOR.
      *>********* IDENTIFICANDO QUEM DIGITA A PROPOSTA PELO LOGIN DO
      *>          USERCAD11 (A APROVACAO TEM DE SER DE OUTRO USUARIO)
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
       0560-AVALIAR-PROPOSTA.
      *>********* APURANDO A EXPOSICAO DO TOMADOR E CONFERINDO AS
      *>          ALCADAS: TOMADOR EM ATRASO ALEM DO TOLERADO, VALOR
      *>          ACIMA DO LIMITE OU EXPOSICAO TOTAL (SALDO EM ABERTO
      *>          MAIS O NOVO PRINCIPAL) ACIMA DO LIMITE SEGURAM A
      *>          PROPOSTA PARA APROVACAO
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0565-CARREGAR-ALCADAS.
           MOVE WRK-TOMADOR TO WRK-EXP-TOMADOR.
           PERFORM 9850-APURAR-EXPOSICAO.
           COMPUTE WRK-EXPOSICAO-TOTAL = WRK-EXP-SALDO + WRK-PRINCIPAL.
           MOVE WRK-EXP-SALDO TO WRK-EXP-SALDO-ED.
           MOVE WRK-EXPOSICAO-TOTAL TO WRK-EXP-TOTAL-ED.
           DISPLAY 'CONTRATOS DO TOMADOR....: ' WRK-EXP-QTD-CONTRATOS.
           DISPLAY 'SALDO EM ABERTO.........: ' WRK-MOEDA-SIMBOLO
                   WRK-EXP-SALDO-ED.
           DISPLAY 'EXPOSICAO COM A PROPOSTA: ' WRK-MOEDA-SIMBOLO
                   WRK-EXP-TOTAL-ED.
           IF WRK-EXP-MAIOR-ATRASO > ZEROS
               DISPLAY 'MAIOR ATRASO............: '
                       WRK-EXP-MAIOR-ATRASO ' DIAS (FAIXA ATE '
                       WRK-EXP-FAIXA-LIMITE ' DIAS)'
           END-IF.
           MOVE SPACES TO WRK-MOTIVO-ALCADA.
           EVALUATE TRUE
               WHEN WRK-EXP-MAIOR-ATRASO > WRK-ATRASO-TOLERADO
                   MOVE 'TOMADOR EM ATRASO' TO WRK-MOTIVO-ALCADA
               WHEN EXP-ESTOUROU
                   MOVE 'EXPOSICAO INCOMPLETA' TO WRK-MOTIVO-ALCADA
               WHEN WRK-PRINCIPAL > WRK-LIMITE-VALOR
                   MOVE 'VALOR ACIMA ALCADA' TO WRK-MOTIVO-ALCADA
               WHEN WRK-EXPOSICAO-TOTAL > WRK-LIMITE-EXPOSICAO
                   MOVE 'EXPOSICAO ACIMA' TO WRK-MOTIVO-ALCADA
           END-EVALUATE.
       0565-CARREGAR-ALCADAS.
      *>********* LENDO AS ALCADAS DO ARQUIVO DE CONTROLE (SEM O
      *>          ARQUIVO, FICAM OS LIMITES PADRAO)
           OPEN INPUT PROPCFG-FILE.
           IF WRK-PROPCFG-STATUS = '00'
               READ PROPCFG-FILE
                   NOT AT END
                       MOVE PCFG-LIMITE-VALOR TO WRK-LIMITE-VALOR
                       MOVE PCFG-LIMITE-EXPOSICAO
                           TO WRK-LIMITE-EXPOSICAO
                       MOVE PCFG-ATRASO-TOLERADO
                           TO WRK-ATRASO-TOLERADO
               END-READ
           END-IF.
           CLOSE PROPCFG-FILE.
       0570-NUMERAR-PROPOSTA.
      *>********* NUMERANDO A PROPOSTA PELA QUANTIDADE JA REGISTRADA
           MOVE ZEROS TO WRK-NUMERO-PROPOSTA.
           MOVE 'N' TO WRK-PROPOSTA-EOF.
           OPEN INPUT PROPOSTA-FILE.
           IF WRK-PROPOSTA-STATUS = '00'
               PERFORM 0575-CONTAR-PROPOSTA UNTIL FIM-PROPOSTA
           END-IF.
           CLOSE PROPOSTA-FILE.
           ADD 1 TO WRK-NUMERO-PROPOSTA.
       0575-CONTAR-PROPOSTA.
      *>********* CONTANDO UMA PROPOSTA EXISTENTE
           READ PROPOSTA-FILE
               AT END
                   MOVE 'S' TO WRK-PROPOSTA-EOF
               NOT AT END
                   ADD 1 TO WRK-NUMERO-PROPOSTA
           END-READ.
       0580-GRAVAR-PROPOSTA.
      *>********* GRAVANDO A PROPOSTA E REGISTRANDO NA TRILHA
           OPEN EXTEND PROPOSTA-FILE.
           IF WRK-PROPOSTA-STATUS = '05' OR WRK-PROPOSTA-STATUS = '35'
               CLOSE PROPOSTA-FILE
               OPEN OUTPUT PROPOSTA-FILE
           END-IF.
           MOVE WRK-NUMERO-PROPOSTA TO PROP-NUMERO.
           MOVE WRK-DATA-HOJE TO PROP-DATA.
           MOVE WRK-TOMADOR TO PROP-TOMADOR.
           MOVE WRK-SISTEMA-REG-TXT TO PROP-SISTEMA.
           MOVE WRK-PRINCIPAL TO PROP-PRINCIPAL.
           MOVE WRK-TAXA TO PROP-TAXA.
           MOVE WRK-PARCELAS TO PROP-PARCELAS.
           IF WRK-SISTEMA-REG-TXT = 'SAC'
               MOVE WRK-PREST-SAC1 TO PROP-PRESTACAO
           ELSE
               MOVE WRK-PREST-PRICE TO PROP-PRESTACAO
           END-IF.
           MOVE WRK-CONSIGNADO TO PROP-CONSIGNADO.
           MOVE WRK-INDEXADOR TO PROP-INDEXADOR.
           MOVE WRK-EXP-SALDO TO PROP-SALDO-ABERTO.
           MOVE WRK-EXP-MAIOR-ATRASO TO PROP-MAIOR-ATRASO.
           MOVE WRK-EXP-FAIXA-LIMITE TO PROP-FAIXA-LIMITE.
           MOVE WRK-MOTIVO-ALCADA TO PROP-MOTIVO-ALCADA.
           MOVE WRK-AUTH-USUARIO TO PROP-DIGITADOR.
           MOVE WRK-SITUACAO-PROP TO PROP-SITUACAO.
           MOVE SPACES TO PROP-DECISOR.
           MOVE SPACES TO PROP-MOTIVO-DECISAO.
           IF WRK-SITUACAO-PROP = 'L'
               MOVE WRK-DATA-HOJE TO PROP-DATA-DECISAO
           ELSE
               MOVE ZEROS TO PROP-DATA-DECISAO
           END-IF.
           MOVE WRK-NUMERO-CONTRATO TO PROP-CONTRATO.
           WRITE PROPOSTA-REC.
           CLOSE PROPOSTA-FILE.
           MOVE WRK-NUMERO-PROPOSTA TO WRK-AUD-PROP-NUMERO.
           MOVE WRK-SITUACAO-PROP TO WRK-AUD-PROP-SITUACAO.
           MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR.
           MOVE 'PROPOSTA' TO WRK-AUDIT-ACAO.
           MOVE WRK-AUD-PROPOSTA TO WRK-AUDIT-ANTES.
           IF WRK-SITUACAO-PROP = 'L'
               MOVE WRK-NUMERO-CONTRATO TO WRK-AUD-CTR-NUMERO
               MOVE WRK-AUD-CONTRATO TO WRK-AUDIT-DEPOIS
           ELSE
               MOVE WRK-MOTIVO-ALCADA TO WRK-AUDIT-DEPOIS
           END-IF.
           PERFORM 9500-GRAVAR-AUDITORIA.
       0590-GRAVAR-VALORES-PROPOSTA.
      *>********* GUARDANDO OS VALORES DAS PARCELAS SIMULADAS DA
      *>          PROPOSTA PENDENTE, PARA O CONTRATO DA APROVACAO
           OPEN EXTEND PROPPARC-FILE.
           IF WRK-PROPPARC-STATUS = '05' OR WRK-PROPPARC-STATUS = '35'
               CLOSE PROPPARC-FILE
               OPEN OUTPUT PROPPARC-FILE
           END-IF.
           PERFORM 0595-GRAVAR-VALOR-PARCELA
               VARYING WRK-PARC FROM 1 BY 1
               UNTIL WRK-PARC > WRK-PARCELAS.
           CLOSE PROPPARC-FILE.
       0595-GRAVAR-VALOR-PARCELA.
      *>********* GRAVANDO O VALOR DE UMA PARCELA DA PROPOSTA
           MOVE WRK-NUMERO-PROPOSTA TO PPAR-PROPOSTA.
           MOVE WRK-PARC TO PPAR-NUMERO.
           IF WRK-SISTEMA-REG-TXT = 'SAC'
               MOVE WRK-VAL-SAC(WRK-PARC) TO PPAR-VALOR
           ELSE
               MOVE WRK-VAL-PRICE(WRK-PARC) TO PPAR-VALOR
           END-IF.
           WRITE PROPPARC-REC.
           COPY 'MOEDA-PROC.cbl'.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'VALIDANUM-PROC.cbl'
               REPLACING ==:CAMPO:== BY ==WRK-PRINCIPAL==.
           COPY 'VALIDANUM-PROC.cbl'
               REPLACING ==:CAMPO:== BY ==WRK-PARCELAS==.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL25'==.
           COPY 'EXPOSICAO-PROC.cbl'.
