       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL93.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: CONCILIAR AS LIQUIDACOES DA ADQUIRENTE DE CARTOES
      *>           (ARQUIVO ADQLIQ) COM AS VENDAS NO CARTAO GRAVADAS
      *>           NO VENDATRX (VENDATRX-VAL-CARTAO), POR FILIAL E DIA
      *>           DE VENDA, PELA TAXA E PELO PRAZO DO CONTRATO DE
      *>           CADA FILIAL (ADQCFG)
      *> OBJETIVO: APONTAR NO RELATORIO ADQCONC93 AS LIQUIDACOES
      *>           AUSENTES, OS DEPOSITOS A MENOR OU FORA DO PRAZO, OS
      *>           ESTORNOS (CHARGEBACKS) NAO ESPERADOS E AS TAXAS
      *>           ACIMA DO CONTRATO
      *> OBJETIVO: LEVAR O QUE NAO CASOU PARA A CONCILIACAO SEGUINTE
      *>           (ADQPEND93) ATE CASAR OU SER BAIXADO PELO OPERADOR,
      *>           COM A BAIXA E A ALTERACAO DE CONTRATO NA TRILHA DE
      *>           AUDITORIA CENTRAL
      *> OBJETIVO: LER SO OS ARQUIVOS DE PERIODO (VENDATRXAAAAMM) DO
      *>           MES DO ULTIMO DIA TRAZIDO ATE O MES DE ONTEM
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRX-STATUS.
           SELECT OPTIONAL ADQLIQ-FILE ASSIGN TO 'ADQLIQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADQLIQ-STATUS.
           SELECT OPTIONAL ADQCFG-FILE ASSIGN TO 'ADQCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADQCFG-STATUS.
           SELECT OPTIONAL ADQPEND-FILE ASSIGN TO 'ADQPEND93'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADQPEND-STATUS.
           SELECT OPTIONAL RELATO-FILE ASSIGN TO 'ADQCONC93'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATO-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  ADQLIQ-FILE.
       01  ADQLIQ-REC.
           COPY 'ADQLIQ.cbl'.
       FD  ADQCFG-FILE.
       01  ADQCFG-REC.
           COPY 'ADQCFG.cbl'.
       FD  ADQPEND-FILE.
       01  ADQPEND-REC.
           COPY 'ADQPEND.cbl'.
       FD  RELATO-FILE.
       01  RELATO-REC PIC X(120).
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'AUDITLOG.cbl'.
       COPY 'DIAUTIL.cbl'.
       77 WRK-TRX-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADQLIQ-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADQLIQ-EOF PIC X(01) VALUE 'N'.
         88 FIM-ADQLIQ VALUE 'S'.
       77 WRK-ADQCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADQCFG-EOF PIC X(01) VALUE 'N'.
         88 FIM-ADQCFG VALUE 'S'.
       77 WRK-ADQPEND-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADQPEND-EOF PIC X(01) VALUE 'N'.
         88 FIM-ADQPEND VALUE 'S'.
       77 WRK-RELATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-OPCAO PIC 9(02) VALUE ZEROS.
          88 OPCAO-CONTRATO VALUE 01.
          88 OPCAO-LISTAR-CONTRATOS VALUE 02.
          88 OPCAO-CONCILIAR VALUE 03.
          88 OPCAO-LISTAR-PENDENCIAS VALUE 04.
          88 OPCAO-BAIXAR VALUE 05.
          88 OPCAO-SAIR VALUE 99.
          88 OPCAO-VALIDA VALUES 01 02 03 04 05 99.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-HOJE-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
       77 WRK-ONTEM PIC 9(08) VALUE ZEROS.
      *>********* CONTRATOS COM A ADQUIRENTE, POR FILIAL
       01 WRK-ACF-TAB.
          02 WRK-ACF-LINHA OCCURS 100 TIMES.
             03 WRK-ACF-FILIAL PIC 9(02).
             03 WRK-ACF-TAXA-PCT PIC 9(02)V99.
             03 WRK-ACF-PRAZO-DIAS PIC 9(03).
             03 WRK-ACF-TOLERANCIA PIC 9(03)V99.
             03 WRK-ACF-DATA-ALTERACAO PIC 9(08).
             03 WRK-ACF-OPERADOR PIC X(15).
       77 WRK-ACF-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ACF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ACF-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-NOVA-TAXA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-NOVO-PRAZO PIC 9(03) VALUE ZEROS.
       77 WRK-NOVA-TOLERANCIA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TAXA-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-PRAZO-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-TOLERANCIA-ED PIC ZZ9,99 VALUE ZEROS.
      *>********* CONTRATO EM VIGOR PARA A FILIAL EM AVALIACAO
       77 WRK-TEM-CONTRATO PIC X(01) VALUE 'N'.
         88 FILIAL-COM-CONTRATO VALUE 'S'.
       77 WRK-TAXA-PCT PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRAZO-DIAS PIC 9(03) VALUE ZEROS.
       77 WRK-TOLERANCIA PIC 9(03)V99 VALUE ZEROS.
      *>********* DIAS CORRIDOS EM QUE A DEVOLUCAO NO CARTAO AINDA E
      *>          ESPERADA COMO ESTORNO DA ADQUIRENTE
       77 WRK-DIAS-ESPERA-ESTORNO PIC 9(03) VALUE 90.
      *>********* PENDENCIAS DA CONCILIACAO (ADQPEND93)
       01 WRK-PND-TAB.
          02 WRK-PND-LINHA OCCURS 500 TIMES.
             03 WRK-PND-TIPO PIC X(01).
             03 WRK-PND-NUMERO PIC 9(05).
             03 WRK-PND-FILIAL PIC 9(02).
             03 WRK-PND-DATA PIC 9(08).
             03 WRK-PND-VENCIMENTO PIC 9(08).
             03 WRK-PND-VALOR PIC 9(08)V99.
             03 WRK-PND-BRUTO-REC PIC 9(08)V99.
             03 WRK-PND-TAXA-REC PIC 9(08)V99.
             03 WRK-PND-LIQUIDO-REC PIC 9(08)V99.
             03 WRK-PND-DATA-DEPOSITO PIC 9(08).
             03 WRK-PND-DATA-INCLUSAO PIC 9(08).
             03 WRK-PND-REFERENCIA PIC X(15).
             03 WRK-PND-SITUACAO PIC X(01).
       77 WRK-PND-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PND-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PND-BUSCA PIC 9(03) VALUE ZEROS.
       77 WRK-PND-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-PND-ESTOURO PIC X(01) VALUE 'N'.
         88 PENDENCIAS-ESTOURARAM VALUE 'S'.
       77 WRK-BUSCA-TIPO PIC X(01) VALUE SPACES.
       77 WRK-BUSCA-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-BUSCA-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-BUSCA-NUMERO PIC 9(05) VALUE ZEROS.
      *>********* REGISTRO DE CONTROLE DAS PENDENCIAS
       77 WRK-CTL-EXISTE PIC X(01) VALUE 'N'.
         88 CONTROLE-EXISTE VALUE 'S'.
       77 WRK-ULT-VENDA PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-DEPOSITO PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-NUMERO PIC 9(05) VALUE ZEROS.
       77 WRK-MAIOR-DEPOSITO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-OK PIC X(01) VALUE 'N'.
         88 DATA-VALIDA VALUE 'S'.
      *>********* APURACAO DE UMA LINHA
       77 WRK-FILIAL-LINHA PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TAXA-CONTRATO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIMITE PIC 9(09)V99 VALUE ZEROS.
      *>********* LINHA DE OCORRENCIA DO RELATORIO
       77 WRK-OCORRENCIA PIC X(28) VALUE SPACES.
       77 WRK-ESPERADO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-RECEBIDO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(08)V99 VALUE ZEROS.
       77 WRK-OBS PIC X(25) VALUE SPACES.
       77 WRK-ESPERADO-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RECEBIDO-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIFERENCA-ED PIC ---.---.--9,99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-DATA-FMT.
          02 WRK-FMT-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-FMT-MES PIC 9(02) VALUE ZEROS.
          02 WRK-FMT-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-FMT-NUM REDEFINES WRK-DATA-FMT PIC 9(08).
       77 WRK-DATA-ED PIC X(10) VALUE SPACES.
       77 WRK-DATA-ED2 PIC X(10) VALUE SPACES.
       77 WRK-TIPO-DESC PIC X(26) VALUE SPACES.
      *>********* CONTADORES E TOTAIS DA CONCILIACAO
       77 WRK-QTD-DIAS-NOVOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-IGNORADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CASADAS-PEND PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONCILIADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AGUARDANDO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-AUSENTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-A-MENOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-TAXA-EXCESSO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CHARGEBACK PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-SEM-VENDA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-AGUARDANDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL OPCAO-SAIR.
           PERFORM 0300-FINALIZAR.

           STOP RUN.
       0100-INICIALIZAR.
      *>********* IDENTIFICANDO O OPERADOR E CARREGANDO OS CONTRATOS
      *>          E O CALENDARIO DE FERIADOS
           DISPLAY '*************************************'.
           DISPLAY ' CONCILIACAO DE CARTOES - ADQUIRENTE'.
           DISPLAY '*************************************'.
           DISPLAY 'INSIRA SEU NOME DE OPERADOR: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DU-DATA.
           PERFORM 9687-RECUAR-UM-DIA.
           MOVE WRK-DU-DATA TO WRK-ONTEM.
           PERFORM 9680-CARREGAR-FERIADOS.
           PERFORM 0110-CARREGAR-CONTRATOS.
       0110-CARREGAR-CONTRATOS.
      *>********* CARREGANDO OS CONTRATOS DO ADQCFG EM MEMORIA
           MOVE ZEROS TO WRK-ACF-QTD.
           MOVE 'N' TO WRK-ADQCFG-EOF.
           OPEN INPUT ADQCFG-FILE.
           IF WRK-ADQCFG-STATUS = '00'
               PERFORM 0115-LER-CONTRATO
                   UNTIL FIM-ADQCFG OR WRK-ACF-QTD >= 100
           END-IF.
           CLOSE ADQCFG-FILE.
       0115-LER-CONTRATO.
      *>********* LENDO UM CONTRATO DO ARQUIVO
           READ ADQCFG-FILE
               AT END
                   MOVE 'S' TO WRK-ADQCFG-EOF
               NOT AT END
                   ADD 1 TO WRK-ACF-QTD
                   MOVE ADQCFG-REC TO WRK-ACF-LINHA(WRK-ACF-QTD)
           END-READ.
       0200-PROCESSAR.
      *>********* EXIBINDO O MENU E DESPACHANDO A OPCAO ESCOLHIDA
           PERFORM 0205-EXIBIR-MENU WITH TEST AFTER
               UNTIL OPCAO-VALIDA.
           EVALUATE TRUE
               WHEN OPCAO-CONTRATO
                   PERFORM 0210-MANTER-CONTRATO
               WHEN OPCAO-LISTAR-CONTRATOS
                   PERFORM 0220-LISTAR-CONTRATOS
               WHEN OPCAO-CONCILIAR
                   PERFORM 0230-CONCILIAR
               WHEN OPCAO-LISTAR-PENDENCIAS
                   PERFORM 0240-LISTAR-PENDENCIAS
               WHEN OPCAO-BAIXAR
                   PERFORM 0250-BAIXAR-PENDENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0205-EXIBIR-MENU.
      *>********* EXIBINDO O MENU E LENDO A OPCAO DO OPERADOR
           DISPLAY '================================'.
           DISPLAY ' CONCILIACAO DE CARTOES'.
           DISPLAY '================================'.
           DISPLAY ' 01 - CONTRATO DA FILIAL (INCLUIR/ALTERAR)'.
           DISPLAY ' 02 - LISTAR CONTRATOS'.
           DISPLAY ' 03 - CONCILIAR LIQUIDACOES'.
           DISPLAY ' 04 - LISTAR PENDENCIAS'.
           DISPLAY ' 05 - BAIXAR PENDENCIA'.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '================================'.
           DISPLAY 'OPCAO: '.
           ACCEPT WRK-OPCAO.
           IF NOT OPCAO-VALIDA
               DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-IF.
       0210-MANTER-CONTRATO.
      *>********* INCLUINDO OU ALTERANDO O CONTRATO DE UMA FILIAL; A
      *>          NOVA TAXA VALE PARA AS LIQUIDACOES CONFERIDAS DAQUI
      *>          EM DIANTE
           DISPLAY 'FILIAL (00 = CONTRATO PADRAO): '.
           MOVE ZEROS TO WRK-FILIAL.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           MOVE WRK-FILIAL TO WRK-BUSCA-FILIAL.
           PERFORM 0610-LOCALIZAR-CONTRATO.
           IF WRK-ACF-ACHADO = ZEROS AND WRK-ACF-QTD >= 100
               DISPLAY 'ARQUIVO DE CONTRATOS CHEIO. INCLUSAO NAO '
                       'PERMITIDA.'
           ELSE
               IF WRK-ACF-ACHADO > ZEROS
                   MOVE WRK-ACF-ACHADO TO WRK-ACF-IDX
                   PERFORM 0225-EXIBIR-CONTRATO
               ELSE
                   DISPLAY 'FILIAL SEM CONTRATO - INCLUINDO.'
               END-IF
               PERFORM 0212-LER-TAXA WITH TEST AFTER
                   UNTIL WRK-NOVA-TAXA > ZEROS
               PERFORM 0214-LER-PRAZO WITH TEST AFTER
                   UNTIL WRK-NOVO-PRAZO <= 365
               PERFORM 0216-LER-TOLERANCIA
               DISPLAY 'CONFIRMA O CONTRATO (S/N)? '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                   DISPLAY 'ALTERACAO CANCELADA.'
               ELSE
                   PERFORM 0218-GRAVAR-CONTRATO
               END-IF
           END-IF.
       0212-LER-TAXA.
      *>********* LENDO A TAXA CONTRATADA
           DISPLAY 'TAXA CONTRATADA EM % (EX.: 2,50): '.
           MOVE ZEROS TO WRK-NOVA-TAXA.
           ACCEPT WRK-NOVA-TAXA FROM CONSOLE.
           IF WRK-NOVA-TAXA = ZEROS
               DISPLAY 'INFORME UMA TAXA MAIOR QUE ZERO.'
           END-IF.
       0214-LER-PRAZO.
      *>********* LENDO O PRAZO DE DEPOSITO EM DIAS CORRIDOS
           DISPLAY 'PRAZO DE DEPOSITO EM DIAS CORRIDOS (ATE 365): '.
           MOVE ZEROS TO WRK-NOVO-PRAZO.
           ACCEPT WRK-NOVO-PRAZO FROM CONSOLE.
           IF WRK-NOVO-PRAZO > 365
               DISPLAY 'PRAZO INVALIDO.'
           END-IF.
       0216-LER-TOLERANCIA.
      *>********* LENDO A TOLERANCIA EM REAIS
           DISPLAY 'TOLERANCIA EM REAIS (EX.: 0,05): '.
           MOVE ZEROS TO WRK-NOVA-TOLERANCIA.
           ACCEPT WRK-NOVA-TOLERANCIA FROM CONSOLE.
       0218-GRAVAR-CONTRATO.
      *>********* ATUALIZANDO A TABELA, REGRAVANDO O ADQCFG E
      *>          REGISTRANDO NA AUDITORIA
           MOVE SPACES TO WRK-AUDIT-ANTES.
           IF WRK-ACF-ACHADO > ZEROS
               STRING WRK-ACF-FILIAL(WRK-ACF-ACHADO) ' '
                      WRK-ACF-TAXA-PCT(WRK-ACF-ACHADO) ' '
                      WRK-ACF-PRAZO-DIAS(WRK-ACF-ACHADO) ' '
                      WRK-ACF-TOLERANCIA(WRK-ACF-ACHADO)
                          DELIMITED BY SIZE
                 INTO WRK-AUDIT-ANTES
           ELSE
               ADD 1 TO WRK-ACF-QTD
               MOVE WRK-ACF-QTD TO WRK-ACF-ACHADO
               MOVE WRK-FILIAL TO WRK-ACF-FILIAL(WRK-ACF-ACHADO)
           END-IF.
           MOVE WRK-NOVA-TAXA TO WRK-ACF-TAXA-PCT(WRK-ACF-ACHADO).
           MOVE WRK-NOVO-PRAZO TO WRK-ACF-PRAZO-DIAS(WRK-ACF-ACHADO).
           MOVE WRK-NOVA-TOLERANCIA
               TO WRK-ACF-TOLERANCIA(WRK-ACF-ACHADO).
           MOVE WRK-DATA-HOJE-NUM
               TO WRK-ACF-DATA-ALTERACAO(WRK-ACF-ACHADO).
           MOVE WRK-OPERADOR TO WRK-ACF-OPERADOR(WRK-ACF-ACHADO).
           PERFORM 0810-GRAVAR-CONTRATOS.
           MOVE SPACES TO WRK-AUDIT-DEPOIS.
           STRING WRK-ACF-FILIAL(WRK-ACF-ACHADO) ' '
                  WRK-ACF-TAXA-PCT(WRK-ACF-ACHADO) ' '
                  WRK-ACF-PRAZO-DIAS(WRK-ACF-ACHADO) ' '
                  WRK-ACF-TOLERANCIA(WRK-ACF-ACHADO)
                      DELIMITED BY SIZE
             INTO WRK-AUDIT-DEPOIS.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'CONTRATO' TO WRK-AUDIT-ACAO.
           PERFORM 9500-GRAVAR-AUDITORIA.
           DISPLAY 'CONTRATO GRAVADO.'.
       0220-LISTAR-CONTRATOS.
      *>********* LISTANDO OS CONTRATOS CADASTRADOS
           DISPLAY '===================================='.
           IF WRK-ACF-QTD = ZEROS
               DISPLAY 'NENHUM CONTRATO CADASTRADO.'
           ELSE
               PERFORM 0225-EXIBIR-CONTRATO
                   VARYING WRK-ACF-IDX FROM 1 BY 1
                   UNTIL WRK-ACF-IDX > WRK-ACF-QTD
           END-IF.
           DISPLAY '===================================='.
       0225-EXIBIR-CONTRATO.
      *>********* EXIBINDO UM CONTRATO
           MOVE WRK-ACF-TAXA-PCT(WRK-ACF-IDX) TO WRK-TAXA-ED.
           MOVE WRK-ACF-PRAZO-DIAS(WRK-ACF-IDX) TO WRK-PRAZO-ED.
           MOVE WRK-ACF-TOLERANCIA(WRK-ACF-IDX) TO WRK-TOLERANCIA-ED.
           DISPLAY 'FILIAL ' WRK-ACF-FILIAL(WRK-ACF-IDX)
                   ' TAXA: ' WRK-TAXA-ED '%'
                   ' PRAZO: ' WRK-PRAZO-ED ' DIAS'
                   ' TOLERANCIA: R$ ' WRK-TOLERANCIA-ED
                   ' ALTERADO EM ' WRK-ACF-DATA-ALTERACAO(WRK-ACF-IDX)
                   ' POR ' WRK-ACF-OPERADOR(WRK-ACF-IDX).
       0230-CONCILIAR.
      *>********* CONCILIACAO: TRAZ OS DIAS DE VENDA NO CARTAO AINDA
      *>          NAO TRAZIDOS, APLICA AS LINHAS NOVAS DA LIQUIDACAO,
      *>          AVALIA CADA PENDENCIA E REGRAVA AS QUE FICAM ABERTAS
           PERFORM 0400-CARREGAR-PENDENCIAS.
           IF PENDENCIAS-ESTOURARAM
               DISPLAY 'ARQUIVO DE PENDENCIAS MAIOR QUE A TABELA '
                       '(500) - CONCILIACAO NAO EXECUTADA.'
           ELSE
               IF NOT CONTROLE-EXISTE
                   PERFORM 0405-LER-DATA-INICIAL WITH TEST AFTER
                       UNTIL DATA-VALIDA
               END-IF
               MOVE ZEROS TO WRK-QTD-DIAS-NOVOS
               MOVE ZEROS TO WRK-QTD-LIDAS
               MOVE ZEROS TO WRK-QTD-IGNORADAS
               MOVE ZEROS TO WRK-QTD-REJEITADAS
               MOVE ZEROS TO WRK-QTD-CASADAS-PEND
               PERFORM 0410-CARREGAR-VENDAS
               PERFORM 0430-CASAR-LIQUIDACOES-PEND
                   VARYING WRK-PND-IDX FROM 1 BY 1
                   UNTIL WRK-PND-IDX > WRK-PND-QTD
               PERFORM 0440-LER-LIQUIDACOES
               IF PENDENCIAS-ESTOURARAM
                   DISPLAY 'PENDENCIAS ALEM DE 500 - CONCILIACAO '
                           'NAO GRAVADA. ARQUIVOS SEM ALTERACAO.'
               ELSE
                   PERFORM 0500-EMITIR-RELATORIO
                   PERFORM 0800-GRAVAR-PENDENCIAS
               END-IF
           END-IF.
       0240-LISTAR-PENDENCIAS.
      *>********* LISTANDO AS PENDENCIAS EM ABERTO, SEM ALTERAR NADA
           PERFORM 0400-CARREGAR-PENDENCIAS.
           DISPLAY '===================================='.
           IF CONTROLE-EXISTE
               MOVE WRK-ULT-VENDA TO WRK-DATA-FMT-NUM
               PERFORM 0595-FORMATAR-DATA
               MOVE WRK-ULT-DEPOSITO TO WRK-DATA-FMT-NUM
               MOVE WRK-DATA-ED TO WRK-DATA-ED2
               PERFORM 0595-FORMATAR-DATA
               DISPLAY 'VENDAS CONCILIADAS ATE ' WRK-DATA-ED2
                       ' - DEPOSITOS LIDOS ATE ' WRK-DATA-ED
           ELSE
               DISPLAY 'NENHUMA CONCILIACAO EXECUTADA AINDA.'
           END-IF.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           PERFORM 0245-EXIBIR-PENDENCIA
               VARYING WRK-PND-IDX FROM 1 BY 1
               UNTIL WRK-PND-IDX > WRK-PND-QTD.
           DISPLAY 'PENDENCIAS EM ABERTO: ' WRK-QTD-PENDENTES.
           IF PENDENCIAS-ESTOURARAM
               DISPLAY 'AVISO: PENDENCIAS ALEM DE 500 FORA DA LISTA.'
           END-IF.
           DISPLAY '===================================='.
       0245-EXIBIR-PENDENCIA.
      *>********* EXIBINDO UMA PENDENCIA COM O QUE FALTA CASAR
           ADD 1 TO WRK-QTD-PENDENTES.
           PERFORM 0590-DESCREVER-TIPO.
           MOVE WRK-PND-DATA(WRK-PND-IDX) TO WRK-DATA-FMT-NUM.
           PERFORM 0595-FORMATAR-DATA.
           MOVE WRK-PND-VALOR(WRK-PND-IDX) TO WRK-VALOR-ED.
           MOVE WRK-PND-BRUTO-REC(WRK-PND-IDX) TO WRK-RECEBIDO-ED.
           DISPLAY WRK-PND-NUMERO(WRK-PND-IDX) ' FIL '
                   WRK-PND-FILIAL(WRK-PND-IDX) ' ' WRK-DATA-ED ' '
                   WRK-TIPO-DESC ' VALOR: ' WRK-VALOR-ED
                   ' CASADO: ' WRK-RECEBIDO-ED.
       0250-BAIXAR-PENDENCIA.
      *>********* BAIXANDO UMA PENDENCIA RESOLVIDA FORA DO SISTEMA
      *>          (CONTESTACAO ACEITA, ACERTO COM A ADQUIRENTE...)
           PERFORM 0400-CARREGAR-PENDENCIAS.
           IF PENDENCIAS-ESTOURARAM
               DISPLAY 'ARQUIVO DE PENDENCIAS MAIOR QUE A TABELA '
                       '(500) - BAIXA NAO PERMITIDA.'
           ELSE
               DISPLAY 'NUMERO DA PENDENCIA: '
               MOVE ZEROS TO WRK-BUSCA-NUMERO
               ACCEPT WRK-BUSCA-NUMERO FROM CONSOLE
               MOVE ZEROS TO WRK-PND-ACHADO
               PERFORM 0255-TESTAR-NUMERO
                   VARYING WRK-PND-IDX FROM 1 BY 1
                   UNTIL WRK-PND-IDX > WRK-PND-QTD
                      OR WRK-PND-ACHADO > ZEROS
               IF WRK-PND-ACHADO = ZEROS
                   DISPLAY 'PENDENCIA NAO ENCONTRADA.'
               ELSE
                   MOVE WRK-PND-ACHADO TO WRK-PND-IDX
                   MOVE ZEROS TO WRK-QTD-PENDENTES
                   PERFORM 0245-EXIBIR-PENDENCIA
                   DISPLAY 'CONFIRMA A BAIXA (S/N)? '
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF WRK-CONFIRMA NOT = 'S'
                      AND WRK-CONFIRMA NOT = 's'
                       DISPLAY 'BAIXA CANCELADA.'
                   ELSE
                       MOVE 'X' TO WRK-PND-SITUACAO(WRK-PND-ACHADO)
                       PERFORM 0800-GRAVAR-PENDENCIAS
                       MOVE SPACES TO WRK-AUDIT-ANTES
                       STRING WRK-PND-TIPO(WRK-PND-ACHADO) ' '
                              WRK-PND-NUMERO(WRK-PND-ACHADO) ' '
                              WRK-PND-FILIAL(WRK-PND-ACHADO) ' '
                              WRK-PND-DATA(WRK-PND-ACHADO)
                                  DELIMITED BY SIZE
                         INTO WRK-AUDIT-ANTES
                       MOVE 'BAIXADA' TO WRK-AUDIT-DEPOIS
                       MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR
                       MOVE 'BAIXA' TO WRK-AUDIT-ACAO
                       PERFORM 9500-GRAVAR-AUDITORIA
                       DISPLAY 'PENDENCIA BAIXADA.'
                   END-IF
               END-IF
           END-IF.
       0255-TESTAR-NUMERO.
      *>********* COMPARANDO UMA PENDENCIA COM O NUMERO DIGITADO
           IF WRK-PND-NUMERO(WRK-PND-IDX) = WRK-BUSCA-NUMERO
               MOVE WRK-PND-IDX TO WRK-PND-ACHADO
           END-IF.
       0300-FINALIZAR.
      *>********* ENCERRANDO O PROGRAMA
           DISPLAY 'ENCERRANDO A CONCILIACAO DE CARTOES.'.
       0400-CARREGAR-PENDENCIAS.
      *>********* CARREGANDO O CONTROLE E AS PENDENCIAS DO ADQPEND93
           MOVE ZEROS TO WRK-PND-QTD.
           MOVE 'N' TO WRK-PND-ESTOURO.
           MOVE 'N' TO WRK-CTL-EXISTE.
           MOVE ZEROS TO WRK-ULT-VENDA.
           MOVE ZEROS TO WRK-ULT-DEPOSITO.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           MOVE 'N' TO WRK-ADQPEND-EOF.
           OPEN INPUT ADQPEND-FILE.
           IF WRK-ADQPEND-STATUS = '00'
               PERFORM 0402-LER-PENDENCIA UNTIL FIM-ADQPEND
           END-IF.
           CLOSE ADQPEND-FILE.
       0402-LER-PENDENCIA.
      *>********* LENDO O CONTROLE OU UMA PENDENCIA
           READ ADQPEND-FILE
               AT END
                   MOVE 'S' TO WRK-ADQPEND-EOF
               NOT AT END
                   IF PND-TIPO = 'H'
                       MOVE 'S' TO WRK-CTL-EXISTE
                       MOVE PND-DATA TO WRK-ULT-VENDA
                       MOVE PND-VENCIMENTO TO WRK-ULT-DEPOSITO
                       MOVE PND-NUMERO TO WRK-ULT-NUMERO
                   ELSE
                       IF WRK-PND-QTD >= 500
                           MOVE 'S' TO WRK-PND-ESTOURO
                       ELSE
                           ADD 1 TO WRK-PND-QTD
                           MOVE ADQPEND-REC
                               TO WRK-PND-LINHA(WRK-PND-QTD)
                           MOVE SPACES
                               TO WRK-PND-SITUACAO(WRK-PND-QTD)
                       END-IF
                   END-IF
           END-READ.
       0405-LER-DATA-INICIAL.
      *>********* PRIMEIRA CONCILIACAO: DIA A PARTIR DO QUAL AS
      *>          VENDAS NO CARTAO DO VENDATRX ENTRAM (AS ANTERIORES
      *>          FICAM FORA, JA CONFERIDAS POR OUTRO MEIO)
           DISPLAY 'PRIMEIRA CONCILIACAO - VENDAS NO CARTAO A PARTIR '
                   'DE (AAAAMMDD, 0 = ONTEM): '.
           MOVE ZEROS TO WRK-DATA-INICIAL.
           ACCEPT WRK-DATA-INICIAL FROM CONSOLE.
           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-DATA-INICIAL = ZEROS
               MOVE WRK-ONTEM TO WRK-DATA-INICIAL
           END-IF.
           MOVE WRK-DATA-INICIAL TO WRK-DU-DATA.
           IF WRK-DU-ANO >= 1900
              AND WRK-DU-MES >= 1 AND WRK-DU-MES <= 12
               PERFORM 9689-APURAR-LIMITE-MES
               IF WRK-DU-DIA >= 1 AND WRK-DU-DIA <= WRK-DU-LIMITE-MES
                  AND WRK-DATA-INICIAL <= WRK-ONTEM
                   MOVE 'S' TO WRK-DATA-OK
               END-IF
           END-IF.
           IF DATA-VALIDA
               PERFORM 9687-RECUAR-UM-DIA
               MOVE WRK-DU-DATA TO WRK-ULT-VENDA
           ELSE
               DISPLAY 'DATA INVALIDA (DEVE SER ANTERIOR A HOJE).'
           END-IF.
       0410-CARREGAR-VENDAS.
      *>********* TRAZENDO DO VENDATRX AS VENDAS E DEVOLUCOES NO
      *>          CARTAO DOS DIAS FECHADOS AINDA NAO TRAZIDOS (ATE
      *>          ONTEM), UMA PENDENCIA POR FILIAL E DIA; SO OS
      *>          PERIODOS DO MES DO ULTIMO DIA TRAZIDO ATE O DE
      *>          ONTEM SAO LIDOS
           MOVE WRK-ULT-VENDA(1:6) TO WRK-VTP-INICIO.
           MOVE WRK-ONTEM(1:6) TO WRK-VTP-FIM.
           PERFORM 9882-ABRIR-FAIXA.
           PERFORM 0412-LER-VENDATRX UNTIL FIM-FAIXA-VTP.
           PERFORM 0420-CALCULAR-VENCIMENTO
               VARYING WRK-PND-IDX FROM 1 BY 1
               UNTIL WRK-PND-IDX > WRK-PND-QTD.
           IF WRK-ONTEM > WRK-ULT-VENDA
               MOVE WRK-ONTEM TO WRK-ULT-VENDA
           END-IF.
       0412-LER-VENDATRX.
      *>********* LENDO UMA TRANSACAO DO REGISTRO FIXO
           PERFORM 9883-LER-FAIXA.
           IF REGISTRO-VTP-LIDO
               PERFORM 0415-ACUMULAR-VENDATRX
           END-IF.
       0415-ACUMULAR-VENDATRX.
      *>********* SOMANDO A PARTE NO CARTAO DA TRANSACAO NA VENDA (OU
      *>          NA DEVOLUCAO, TIPO C) DA FILIAL NO DIA; LINHA ANTIGA
      *>          SEM FILIAL VALE PARA A FILIAL 01, COMO NO PROGCBL24
           MOVE SPACES TO WRK-BUSCA-TIPO.
           IF VENDATRX-DATA > WRK-ULT-VENDA
              AND VENDATRX-DATA <= WRK-ONTEM
              AND VENDATRX-VAL-CARTAO > ZEROS
               EVALUATE VENDATRX-TIPO
                   WHEN 'C'
                       MOVE 'D' TO WRK-BUSCA-TIPO
                   WHEN 'S'
                   WHEN 'U'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'V' TO WRK-BUSCA-TIPO
               END-EVALUATE
           END-IF.
           IF WRK-BUSCA-TIPO NOT = SPACES
               IF VENDATRX-FILIAL = ZEROS
                   MOVE 1 TO WRK-BUSCA-FILIAL
               ELSE
                   MOVE VENDATRX-FILIAL TO WRK-BUSCA-FILIAL
               END-IF
               MOVE VENDATRX-DATA TO WRK-BUSCA-DATA
               PERFORM 0600-LOCALIZAR-PENDENCIA
               IF WRK-PND-ACHADO = ZEROS
                   PERFORM 0620-NOVA-PENDENCIA
                   IF WRK-PND-ACHADO > ZEROS
                      AND WRK-BUSCA-TIPO = 'V'
                       ADD 1 TO WRK-QTD-DIAS-NOVOS
                   END-IF
               END-IF
               IF WRK-PND-ACHADO > ZEROS
                   ADD VENDATRX-VAL-CARTAO
                       TO WRK-PND-VALOR(WRK-PND-ACHADO)
               END-IF
           END-IF.
       0420-CALCULAR-VENCIMENTO.
      *>********* VENCIMENTO DA PENDENCIA NOVA: NA VENDA, O DIA
      *>          MAIS O PRAZO DO CONTRATO, NO PROXIMO DIA UTIL; NA
      *>          DEVOLUCAO, O ULTIMO DIA EM QUE O ESTORNO E ESPERADO
           IF WRK-PND-VENCIMENTO(WRK-PND-IDX) = ZEROS
              AND WRK-PND-SITUACAO(WRK-PND-IDX) = SPACES
               MOVE WRK-PND-DATA(WRK-PND-IDX) TO WRK-DU-DATA
               EVALUATE WRK-PND-TIPO(WRK-PND-IDX)
                   WHEN 'V'
                       MOVE WRK-PND-FILIAL(WRK-PND-IDX)
                           TO WRK-BUSCA-FILIAL
                       PERFORM 0612-CONTRATO-DA-FILIAL
                       PERFORM 9686-AVANCAR-UM-DIA
                           WRK-PRAZO-DIAS TIMES
                       PERFORM 9684-PROXIMO-DIA-UTIL
                       MOVE WRK-DU-DATA
                           TO WRK-PND-VENCIMENTO(WRK-PND-IDX)
                   WHEN 'D'
                       PERFORM 9686-AVANCAR-UM-DIA
                           WRK-DIAS-ESPERA-ESTORNO TIMES
                       MOVE WRK-DU-DATA
                           TO WRK-PND-VENCIMENTO(WRK-PND-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       0430-CASAR-LIQUIDACOES-PEND.
      *>********* LIQUIDACAO QUE FICOU SEM VENDA NUMA CONCILIACAO
      *>          ANTERIOR: SE O DIA DE VENDA DA FILIAL APARECEU AGORA,
      *>          ELA PASSA PARA A VENDA E A PENDENCIA SAI
           IF WRK-PND-TIPO(WRK-PND-IDX) = 'L'
              AND WRK-PND-SITUACAO(WRK-PND-IDX) = SPACES
               MOVE 'V' TO WRK-BUSCA-TIPO
               MOVE WRK-PND-FILIAL(WRK-PND-IDX) TO WRK-BUSCA-FILIAL
               MOVE WRK-PND-DATA(WRK-PND-IDX) TO WRK-BUSCA-DATA
               PERFORM 0600-LOCALIZAR-PENDENCIA
               IF WRK-PND-ACHADO > ZEROS
                   ADD WRK-PND-VALOR(WRK-PND-IDX)
                       TO WRK-PND-BRUTO-REC(WRK-PND-ACHADO)
                   ADD WRK-PND-TAXA-REC(WRK-PND-IDX)
                       TO WRK-PND-TAXA-REC(WRK-PND-ACHADO)
                   ADD WRK-PND-LIQUIDO-REC(WRK-PND-IDX)
                       TO WRK-PND-LIQUIDO-REC(WRK-PND-ACHADO)
                   IF WRK-PND-DATA-DEPOSITO(WRK-PND-IDX)
                      > WRK-PND-DATA-DEPOSITO(WRK-PND-ACHADO)
                       MOVE WRK-PND-DATA-DEPOSITO(WRK-PND-IDX)
                         TO WRK-PND-DATA-DEPOSITO(WRK-PND-ACHADO)
                   END-IF
                   MOVE 'X' TO WRK-PND-SITUACAO(WRK-PND-IDX)
                   ADD 1 TO WRK-QTD-CASADAS-PEND
               END-IF
           END-IF.
       0440-LER-LIQUIDACOES.
      *>********* APLICANDO AS LINHAS DO ARQUIVO DA ADQUIRENTE; LINHA
      *>          COM DEPOSITO ATE O ULTIMO JA LIDO E IGNORADA, PARA O
      *>          MESMO ARQUIVO NAO SER APLICADO DUAS VEZES
           MOVE WRK-ULT-DEPOSITO TO WRK-MAIOR-DEPOSITO.
           MOVE 'N' TO WRK-ADQLIQ-EOF.
           OPEN INPUT ADQLIQ-FILE.
           IF WRK-ADQLIQ-STATUS = '00'
               PERFORM 0442-LER-LIQUIDACAO UNTIL FIM-ADQLIQ
           ELSE
               DISPLAY 'ARQUIVO ADQLIQ NAO ENCONTRADO - SO AS VENDAS '
                       'E AS PENDENCIAS SERAO AVALIADAS.'
           END-IF.
           CLOSE ADQLIQ-FILE.
           MOVE WRK-MAIOR-DEPOSITO TO WRK-ULT-DEPOSITO.
       0442-LER-LIQUIDACAO.
      *>********* LENDO UMA LINHA DA LIQUIDACAO
           READ ADQLIQ-FILE
               AT END
                   MOVE 'S' TO WRK-ADQLIQ-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   IF LIQ-DATA-DEPOSITO <= WRK-ULT-DEPOSITO
                       ADD 1 TO WRK-QTD-IGNORADAS
                   ELSE
                       IF LIQ-DATA-DEPOSITO > WRK-MAIOR-DEPOSITO
                           MOVE LIQ-DATA-DEPOSITO
                               TO WRK-MAIOR-DEPOSITO
                       END-IF
                       MOVE LIQ-FILIAL TO WRK-FILIAL-LINHA
                       EVALUATE LIQ-TIPO
                           WHEN 'L'
                               PERFORM 0445-APLICAR-LIQUIDACAO
                           WHEN 'E'
                               PERFORM 0450-APLICAR-ESTORNO
                           WHEN OTHER
                               ADD 1 TO WRK-QTD-REJEITADAS
                               DISPLAY 'LINHA DE TIPO INVALIDO '
                                       'IGNORADA: ' LIQ-TIPO ' '
                                       LIQ-REFERENCIA
                       END-EVALUATE
                   END-IF
           END-READ.
       0445-APLICAR-LIQUIDACAO.
      *>********* LIQUIDACAO: SOMANDO NA VENDA DO DIA DA FILIAL; SEM
      *>          VENDA NO CARTAO NO DIA, ABRE PENDENCIA DE LIQUIDACAO
      *>          SEM VENDA
           MOVE 'V' TO WRK-BUSCA-TIPO.
           MOVE WRK-FILIAL-LINHA TO WRK-BUSCA-FILIAL.
           MOVE LIQ-DATA-TRANSACAO TO WRK-BUSCA-DATA.
           PERFORM 0600-LOCALIZAR-PENDENCIA.
           IF WRK-PND-ACHADO = ZEROS
               MOVE 'L' TO WRK-BUSCA-TIPO
               PERFORM 0620-NOVA-PENDENCIA
               IF WRK-PND-ACHADO > ZEROS
                   ADD LIQ-VALOR-BRUTO TO WRK-PND-VALOR(WRK-PND-ACHADO)
                   MOVE LIQ-REFERENCIA
                       TO WRK-PND-REFERENCIA(WRK-PND-ACHADO)
               END-IF
           ELSE
               ADD LIQ-VALOR-BRUTO
                   TO WRK-PND-BRUTO-REC(WRK-PND-ACHADO)
           END-IF.
           IF WRK-PND-ACHADO > ZEROS
               ADD LIQ-TAXA TO WRK-PND-TAXA-REC(WRK-PND-ACHADO)
               ADD LIQ-VALOR-LIQUIDO
                   TO WRK-PND-LIQUIDO-REC(WRK-PND-ACHADO)
               IF LIQ-DATA-DEPOSITO
                  > WRK-PND-DATA-DEPOSITO(WRK-PND-ACHADO)
                   MOVE LIQ-DATA-DEPOSITO
                       TO WRK-PND-DATA-DEPOSITO(WRK-PND-ACHADO)
               END-IF
           END-IF.
       0450-APLICAR-ESTORNO.
      *>********* ESTORNO DEBITADO: E ESPERADO ATE O VALOR DAS
      *>          DEVOLUCOES NO CARTAO DA FILIAL NO DIA (MAIS A
      *>          TOLERANCIA); O QUE PASSAR DISSO E CHARGEBACK NAO
      *>          ESPERADO
           MOVE LIQ-VALOR-BRUTO TO WRK-RESTO.
           MOVE 'D' TO WRK-BUSCA-TIPO.
           MOVE WRK-FILIAL-LINHA TO WRK-BUSCA-FILIAL.
           MOVE LIQ-DATA-TRANSACAO TO WRK-BUSCA-DATA.
           PERFORM 0600-LOCALIZAR-PENDENCIA.
           IF WRK-PND-ACHADO > ZEROS
               PERFORM 0612-CONTRATO-DA-FILIAL
               IF WRK-PND-VALOR(WRK-PND-ACHADO)
                  > WRK-PND-BRUTO-REC(WRK-PND-ACHADO)
                   COMPUTE WRK-DISPONIVEL =
                       WRK-PND-VALOR(WRK-PND-ACHADO)
                       - WRK-PND-BRUTO-REC(WRK-PND-ACHADO)
               ELSE
                   MOVE ZEROS TO WRK-DISPONIVEL
               END-IF
               ADD WRK-TOLERANCIA TO WRK-DISPONIVEL
               IF WRK-RESTO <= WRK-DISPONIVEL
                   ADD WRK-RESTO TO WRK-PND-BRUTO-REC(WRK-PND-ACHADO)
                   MOVE ZEROS TO WRK-RESTO
               ELSE
                   COMPUTE WRK-DISPONIVEL =
                       WRK-DISPONIVEL - WRK-TOLERANCIA
                   ADD WRK-DISPONIVEL
                       TO WRK-PND-BRUTO-REC(WRK-PND-ACHADO)
                   SUBTRACT WRK-DISPONIVEL FROM WRK-RESTO
               END-IF
           END-IF.
           IF WRK-RESTO > ZEROS
               MOVE 'E' TO WRK-BUSCA-TIPO
               PERFORM 0620-NOVA-PENDENCIA
               IF WRK-PND-ACHADO > ZEROS
                   MOVE WRK-RESTO TO WRK-PND-VALOR(WRK-PND-ACHADO)
                   MOVE LIQ-DATA-DEPOSITO
                       TO WRK-PND-DATA-DEPOSITO(WRK-PND-ACHADO)
                   MOVE LIQ-REFERENCIA
                       TO WRK-PND-REFERENCIA(WRK-PND-ACHADO)
               END-IF
           END-IF.
       0500-EMITIR-RELATORIO.
      *>********* AVALIANDO CADA PENDENCIA E GRAVANDO AS OCORRENCIAS
      *>          NO RELATORIO ADQCONC93
           MOVE ZEROS TO WRK-QTD-CONCILIADAS.
           MOVE ZEROS TO WRK-QTD-AGUARDANDO.
           MOVE ZEROS TO WRK-QTD-OCORRENCIAS.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE ZEROS TO WRK-TOT-AUSENTE.
           MOVE ZEROS TO WRK-TOT-A-MENOR.
           MOVE ZEROS TO WRK-TOT-TAXA-EXCESSO.
           MOVE ZEROS TO WRK-TOT-CHARGEBACK.
           MOVE ZEROS TO WRK-TOT-SEM-VENDA.
           MOVE ZEROS TO WRK-TOT-AGUARDANDO.
           OPEN OUTPUT RELATO-FILE.
           MOVE WRK-DATA-HOJE-NUM TO WRK-DATA-FMT-NUM.
           PERFORM 0595-FORMATAR-DATA.
           MOVE SPACES TO RELATO-REC.
           STRING 'CONCILIACAO DE CARTOES COM A ADQUIRENTE - EMITIDA '
                  'EM ' WRK-DATA-ED DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           MOVE ALL '=' TO RELATO-REC.
           WRITE RELATO-REC.
           MOVE SPACES TO RELATO-REC.
           MOVE 'NUMER FL DIA VENDA  OCORRENCIA' TO RELATO-REC(1:30).
           MOVE 'ESPERADO' TO RELATO-REC(55:8).
           MOVE 'RECEBIDO' TO RELATO-REC(69:8).
           MOVE 'DIFERENCA' TO RELATO-REC(83:9).
           MOVE 'OBSERVACAO' TO RELATO-REC(93:10).
           WRITE RELATO-REC.
           DISPLAY '===================================='.
           DISPLAY 'OCORRENCIAS DA CONCILIACAO DE CARTOES'.
           PERFORM 0505-AVALIAR-PENDENCIA
               VARYING WRK-PND-IDX FROM 1 BY 1
               UNTIL WRK-PND-IDX > WRK-PND-QTD.
           MOVE ALL '=' TO RELATO-REC.
           WRITE RELATO-REC.
           MOVE WRK-TOT-AUSENTE TO WRK-TOT-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'LIQUIDACOES AUSENTES.......: R$ ' WRK-TOT-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE WRK-TOT-A-MENOR TO WRK-TOT-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'DEPOSITOS A MENOR..........: R$ ' WRK-TOT-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE WRK-TOT-TAXA-EXCESSO TO WRK-TOT-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'TAXAS ACIMA DO CONTRATO....: R$ ' WRK-TOT-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE WRK-TOT-CHARGEBACK TO WRK-TOT-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'CHARGEBACKS NAO ESPERADOS..: R$ ' WRK-TOT-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE WRK-TOT-SEM-VENDA TO WRK-TOT-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'LIQUIDACOES SEM VENDA......: R$ ' WRK-TOT-ED
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           MOVE WRK-TOT-AGUARDANDO TO WRK-TOT-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'AGUARDANDO O VENCIMENTO....: R$ ' WRK-TOT-ED
                  ' EM ' WRK-QTD-AGUARDANDO ' DIA(S)/FILIAL'
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
           CLOSE RELATO-FILE.
           DISPLAY '===================================='.
           DISPLAY 'DIAS/FILIAL DE VENDA NOVOS.....: '
                   WRK-QTD-DIAS-NOVOS.
           DISPLAY 'LINHAS DA LIQUIDACAO LIDAS.....: ' WRK-QTD-LIDAS.
           DISPLAY 'LINHAS JA APLICADAS (IGNORADAS): '
                   WRK-QTD-IGNORADAS.
           DISPLAY 'LINHAS DE TIPO INVALIDO........: '
                   WRK-QTD-REJEITADAS.
           DISPLAY 'LIQUIDACOES PENDENTES CASADAS..: '
                   WRK-QTD-CASADAS-PEND.
           DISPLAY 'DIAS/FILIAL CONCILIADOS........: '
                   WRK-QTD-CONCILIADAS.
           DISPLAY 'OCORRENCIAS NO RELATORIO.......: '
                   WRK-QTD-OCORRENCIAS.
           DISPLAY 'PENDENCIAS PARA A PROXIMA......: '
                   WRK-QTD-PENDENTES.
           DISPLAY 'RELATORIO GRAVADO: ADQCONC93'.
       0505-AVALIAR-PENDENCIA.
      *>********* AVALIANDO UMA PENDENCIA PELO CONTRATO DA FILIAL
           IF WRK-PND-SITUACAO(WRK-PND-IDX) = SPACES
               MOVE WRK-PND-FILIAL(WRK-PND-IDX) TO WRK-BUSCA-FILIAL
               PERFORM 0612-CONTRATO-DA-FILIAL
               EVALUATE WRK-PND-TIPO(WRK-PND-IDX)
                   WHEN 'V'
                       PERFORM 0510-AVALIAR-VENDA
                   WHEN 'D'
                       PERFORM 0520-AVALIAR-DEVOLUCAO
                   WHEN 'L'
                       MOVE 'LIQUIDACAO SEM VENDA' TO WRK-OCORRENCIA
                       MOVE ZEROS TO WRK-ESPERADO
                       MOVE WRK-PND-VALOR(WRK-PND-IDX) TO WRK-RECEBIDO
                       ADD WRK-RECEBIDO TO WRK-TOT-SEM-VENDA
                       PERFORM 0580-OBS-PENDENTE
                       PERFORM 0585-ESCREVER-OCORRENCIA
                   WHEN 'E'
                       MOVE 'CHARGEBACK NAO ESPERADO' TO WRK-OCORRENCIA
                       MOVE ZEROS TO WRK-ESPERADO
                       MOVE WRK-PND-VALOR(WRK-PND-IDX) TO WRK-RECEBIDO
                       ADD WRK-RECEBIDO TO WRK-TOT-CHARGEBACK
                       PERFORM 0580-OBS-PENDENTE
                       PERFORM 0585-ESCREVER-OCORRENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WRK-PND-SITUACAO(WRK-PND-IDX) = SPACES
                   ADD 1 TO WRK-QTD-PENDENTES
               END-IF
           END-IF.
       0510-AVALIAR-VENDA.
      *>********* DIA DE VENDA NO CARTAO: LIQUIDADO POR INTEIRO (NA
      *>          TOLERANCIA) SAI DAS PENDENCIAS, CONFERIDOS A TAXA E
      *>          O PRAZO; SENAO, PASSADO O VENCIMENTO, E LIQUIDACAO
      *>          AUSENTE OU DEPOSITO A MENOR
           COMPUTE WRK-LIMITE = WRK-PND-BRUTO-REC(WRK-PND-IDX)
               + WRK-TOLERANCIA.
           IF WRK-LIMITE >= WRK-PND-VALOR(WRK-PND-IDX)
               ADD 1 TO WRK-QTD-CONCILIADAS
               MOVE 'X' TO WRK-PND-SITUACAO(WRK-PND-IDX)
               PERFORM 0512-CONFERIR-TAXA
               PERFORM 0514-CONFERIR-PRAZO
               COMPUTE WRK-LIMITE = WRK-PND-VALOR(WRK-PND-IDX)
                   + WRK-TOLERANCIA
               IF WRK-PND-BRUTO-REC(WRK-PND-IDX) > WRK-LIMITE
                   MOVE 'LIQUIDACAO A MAIOR' TO WRK-OCORRENCIA
                   MOVE WRK-PND-VALOR(WRK-PND-IDX) TO WRK-ESPERADO
                   MOVE WRK-PND-BRUTO-REC(WRK-PND-IDX) TO WRK-RECEBIDO
                   MOVE SPACES TO WRK-OBS
                   PERFORM 0585-ESCREVER-OCORRENCIA
               END-IF
           ELSE
               IF WRK-PND-VENCIMENTO(WRK-PND-IDX) < WRK-DATA-HOJE-NUM
                   MOVE WRK-PND-VALOR(WRK-PND-IDX) TO WRK-ESPERADO
                   MOVE WRK-PND-BRUTO-REC(WRK-PND-IDX) TO WRK-RECEBIDO
                   IF WRK-RECEBIDO = ZEROS
                       MOVE 'LIQUIDACAO AUSENTE' TO WRK-OCORRENCIA
                       ADD WRK-ESPERADO TO WRK-TOT-AUSENTE
                   ELSE
                       MOVE 'DEPOSITO A MENOR' TO WRK-OCORRENCIA
                       COMPUTE WRK-TOT-A-MENOR = WRK-TOT-A-MENOR
                           + WRK-ESPERADO - WRK-RECEBIDO
                   END-IF
                   MOVE WRK-PND-VENCIMENTO(WRK-PND-IDX)
                       TO WRK-DATA-FMT-NUM
                   PERFORM 0595-FORMATAR-DATA
                   MOVE SPACES TO WRK-OBS
                   STRING 'VENCEU EM ' WRK-DATA-ED DELIMITED BY SIZE
                     INTO WRK-OBS
                   PERFORM 0585-ESCREVER-OCORRENCIA
               ELSE
                   ADD 1 TO WRK-QTD-AGUARDANDO
                   COMPUTE WRK-TOT-AGUARDANDO = WRK-TOT-AGUARDANDO
                       + WRK-PND-VALOR(WRK-PND-IDX)
                       - WRK-PND-BRUTO-REC(WRK-PND-IDX)
               END-IF
           END-IF.
       0512-CONFERIR-TAXA.
      *>********* TAXA RETIDA CONTRA A TAXA DO CONTRATO SOBRE O BRUTO
      *>          LIQUIDADO; FILIAL SEM CONTRATO (NEM PADRAO) NAO TEM
      *>          COMO SER CONFERIDA E E APONTADA
           IF FILIAL-COM-CONTRATO
               COMPUTE WRK-TAXA-CONTRATO ROUNDED =
                   WRK-PND-BRUTO-REC(WRK-PND-IDX) * WRK-TAXA-PCT / 100
               COMPUTE WRK-LIMITE = WRK-TAXA-CONTRATO + WRK-TOLERANCIA
               IF WRK-PND-TAXA-REC(WRK-PND-IDX) > WRK-LIMITE
                   MOVE 'TAXA ACIMA DO CONTRATO' TO WRK-OCORRENCIA
                   MOVE WRK-TAXA-CONTRATO TO WRK-ESPERADO
                   MOVE WRK-PND-TAXA-REC(WRK-PND-IDX) TO WRK-RECEBIDO
                   COMPUTE WRK-TOT-TAXA-EXCESSO = WRK-TOT-TAXA-EXCESSO
                       + WRK-RECEBIDO - WRK-ESPERADO
                   MOVE WRK-TAXA-PCT TO WRK-TAXA-ED
                   MOVE SPACES TO WRK-OBS
                   STRING 'CONTRATO ' WRK-TAXA-ED '%'
                       DELIMITED BY SIZE
                     INTO WRK-OBS
                   PERFORM 0585-ESCREVER-OCORRENCIA
               END-IF
           ELSE
               MOVE 'FILIAL SEM CONTRATO' TO WRK-OCORRENCIA
               MOVE ZEROS TO WRK-ESPERADO
               MOVE WRK-PND-TAXA-REC(WRK-PND-IDX) TO WRK-RECEBIDO
               MOVE 'TAXA NAO CONFERIDA' TO WRK-OBS
               PERFORM 0585-ESCREVER-OCORRENCIA
           END-IF.
       0514-CONFERIR-PRAZO.
      *>********* DEPOSITO DEPOIS DO VENCIMENTO DO CONTRATO
           IF WRK-PND-DATA-DEPOSITO(WRK-PND-IDX)
              > WRK-PND-VENCIMENTO(WRK-PND-IDX)
               MOVE 'DEPOSITO FORA DO PRAZO' TO WRK-OCORRENCIA
               MOVE WRK-PND-VALOR(WRK-PND-IDX) TO WRK-ESPERADO
               MOVE WRK-PND-BRUTO-REC(WRK-PND-IDX) TO WRK-RECEBIDO
               MOVE WRK-PND-VENCIMENTO(WRK-PND-IDX) TO WRK-DATA-FMT-NUM
               PERFORM 0595-FORMATAR-DATA
               MOVE WRK-DATA-ED TO WRK-DATA-ED2
               MOVE WRK-PND-DATA-DEPOSITO(WRK-PND-IDX)
                   TO WRK-DATA-FMT-NUM
               PERFORM 0595-FORMATAR-DATA
               MOVE SPACES TO WRK-OBS
               STRING 'VENC ' WRK-DATA-ED2(1:5) ' DEP ' WRK-DATA-ED
                   DELIMITED BY SIZE
                 INTO WRK-OBS
               PERFORM 0585-ESCREVER-OCORRENCIA
           END-IF.
       0520-AVALIAR-DEVOLUCAO.
      *>********* DEVOLUCAO NO CARTAO: ESTORNADA PELA ADQUIRENTE SAI
      *>          DAS PENDENCIAS; PASSADO O PRAZO DE ESPERA SEM O
      *>          ESTORNO, SAI COM AVISO (A DIFERENCA E A FAVOR DA
      *>          LOJA)
           COMPUTE WRK-LIMITE = WRK-PND-BRUTO-REC(WRK-PND-IDX)
               + WRK-TOLERANCIA.
           IF WRK-LIMITE >= WRK-PND-VALOR(WRK-PND-IDX)
               MOVE 'X' TO WRK-PND-SITUACAO(WRK-PND-IDX)
           ELSE
               IF WRK-PND-VENCIMENTO(WRK-PND-IDX) < WRK-DATA-HOJE-NUM
                   MOVE 'DEVOLUCAO NAO ESTORNADA' TO WRK-OCORRENCIA
                   MOVE WRK-PND-VALOR(WRK-PND-IDX) TO WRK-ESPERADO
                   MOVE WRK-PND-BRUTO-REC(WRK-PND-IDX) TO WRK-RECEBIDO
                   MOVE 'ENCERRADA SEM ESTORNO' TO WRK-OBS
                   PERFORM 0585-ESCREVER-OCORRENCIA
                   MOVE 'X' TO WRK-PND-SITUACAO(WRK-PND-IDX)
               END-IF
           END-IF.
       0580-OBS-PENDENTE.
      *>********* OBSERVACAO DA PENDENCIA ABERTA: NOVA NESTA
      *>          CONCILIACAO OU PENDENTE DESDE UMA ANTERIOR
           IF WRK-PND-DATA-INCLUSAO(WRK-PND-IDX) < WRK-DATA-HOJE-NUM
               MOVE WRK-PND-DATA-INCLUSAO(WRK-PND-IDX)
                   TO WRK-DATA-FMT-NUM
               PERFORM 0595-FORMATAR-DATA
               MOVE SPACES TO WRK-OBS
               STRING 'PENDENTE DESDE ' WRK-DATA-ED DELIMITED BY SIZE
                 INTO WRK-OBS
           ELSE
               MOVE 'NOVA' TO WRK-OBS
           END-IF.
       0585-ESCREVER-OCORRENCIA.
      *>********* GRAVANDO UMA OCORRENCIA NO RELATORIO E NA TELA
           ADD 1 TO WRK-QTD-OCORRENCIAS.
           COMPUTE WRK-DIFERENCA = WRK-RECEBIDO - WRK-ESPERADO.
           MOVE WRK-ESPERADO TO WRK-ESPERADO-ED.
           MOVE WRK-RECEBIDO TO WRK-RECEBIDO-ED.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE WRK-PND-DATA(WRK-PND-IDX) TO WRK-DATA-FMT-NUM.
           PERFORM 0595-FORMATAR-DATA.
           MOVE SPACES TO RELATO-REC.
           STRING WRK-PND-NUMERO(WRK-PND-IDX) ' '
                  WRK-PND-FILIAL(WRK-PND-IDX) ' '
                  WRK-DATA-ED ' '
                  WRK-OCORRENCIA ' '
                  WRK-ESPERADO-ED ' '
                  WRK-RECEBIDO-ED ' '
                  WRK-DIFERENCA-ED ' '
                  WRK-OBS
                      DELIMITED BY SIZE
             INTO RELATO-REC.
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
       0590-DESCREVER-TIPO.
      *>********* DESCRICAO DO TIPO DA PENDENCIA
           EVALUATE WRK-PND-TIPO(WRK-PND-IDX)
               WHEN 'V'
                   MOVE 'VENDA AGUARDANDO DEPOSITO' TO WRK-TIPO-DESC
               WHEN 'D'
                   MOVE 'DEVOLUCAO AGUARDANDO ESTORNO' TO WRK-TIPO-DESC
               WHEN 'L'
                   MOVE 'LIQUIDACAO SEM VENDA' TO WRK-TIPO-DESC
               WHEN 'E'
                   MOVE 'CHARGEBACK NAO ESPERADO' TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE 'TIPO DESCONHECIDO' TO WRK-TIPO-DESC
           END-EVALUATE.
       0595-FORMATAR-DATA.
      *>********* DATA AAAAMMDD DE WRK-DATA-FMT EM DD/MM/AAAA
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-FMT-DIA '/' WRK-FMT-MES '/' WRK-FMT-ANO
               DELIMITED BY SIZE
             INTO WRK-DATA-ED.
       0600-LOCALIZAR-PENDENCIA.
      *>********* PROCURANDO A PENDENCIA ABERTA DO TIPO, FILIAL E DIA
      *>          EM WRK-BUSCA-TIPO/FILIAL/DATA
           MOVE ZEROS TO WRK-PND-ACHADO.
           PERFORM 0605-TESTAR-PENDENCIA
               VARYING WRK-PND-BUSCA FROM 1 BY 1
               UNTIL WRK-PND-BUSCA > WRK-PND-QTD
                  OR WRK-PND-ACHADO > ZEROS.
       0605-TESTAR-PENDENCIA.
      *>********* COMPARANDO UMA PENDENCIA COM A CHAVE PROCURADA
           IF WRK-PND-TIPO(WRK-PND-BUSCA) = WRK-BUSCA-TIPO
              AND WRK-PND-FILIAL(WRK-PND-BUSCA) = WRK-BUSCA-FILIAL
              AND WRK-PND-DATA(WRK-PND-BUSCA) = WRK-BUSCA-DATA
              AND WRK-PND-SITUACAO(WRK-PND-BUSCA) = SPACES
               MOVE WRK-PND-BUSCA TO WRK-PND-ACHADO
           END-IF.
       0610-LOCALIZAR-CONTRATO.
      *>********* PROCURANDO O CONTRATO DA FILIAL WRK-BUSCA-FILIAL
           MOVE ZEROS TO WRK-ACF-ACHADO.
           PERFORM 0615-TESTAR-CONTRATO
               VARYING WRK-ACF-IDX FROM 1 BY 1
               UNTIL WRK-ACF-IDX > WRK-ACF-QTD
                  OR WRK-ACF-ACHADO > ZEROS.
       0612-CONTRATO-DA-FILIAL.
      *>********* CONTRATO EM VIGOR PARA A FILIAL: O PROPRIO OU, NA
      *>          FALTA DELE, O PADRAO (FILIAL 00)
           PERFORM 0610-LOCALIZAR-CONTRATO.
           IF WRK-ACF-ACHADO = ZEROS
               MOVE ZEROS TO WRK-BUSCA-FILIAL
               PERFORM 0610-LOCALIZAR-CONTRATO
           END-IF.
           IF WRK-ACF-ACHADO > ZEROS
               MOVE 'S' TO WRK-TEM-CONTRATO
               MOVE WRK-ACF-TAXA-PCT(WRK-ACF-ACHADO) TO WRK-TAXA-PCT
               MOVE WRK-ACF-PRAZO-DIAS(WRK-ACF-ACHADO)
                   TO WRK-PRAZO-DIAS
               MOVE WRK-ACF-TOLERANCIA(WRK-ACF-ACHADO)
                   TO WRK-TOLERANCIA
           ELSE
               MOVE 'N' TO WRK-TEM-CONTRATO
               MOVE ZEROS TO WRK-TAXA-PCT
               MOVE ZEROS TO WRK-PRAZO-DIAS
               MOVE ZEROS TO WRK-TOLERANCIA
           END-IF.
       0615-TESTAR-CONTRATO.
      *>********* COMPARANDO UM CONTRATO COM A FILIAL PROCURADA
           IF WRK-ACF-FILIAL(WRK-ACF-IDX) = WRK-BUSCA-FILIAL
               MOVE WRK-ACF-IDX TO WRK-ACF-ACHADO
           END-IF.
       0620-NOVA-PENDENCIA.
      *>********* ABRINDO UMA PENDENCIA DO TIPO, FILIAL E DIA EM
      *>          WRK-BUSCA-TIPO/FILIAL/DATA, NUMERADA EM SEQUENCIA
           IF WRK-PND-QTD >= 500
               MOVE 'S' TO WRK-PND-ESTOURO
               MOVE ZEROS TO WRK-PND-ACHADO
           ELSE
               ADD 1 TO WRK-PND-QTD
               MOVE WRK-PND-QTD TO WRK-PND-ACHADO
               ADD 1 TO WRK-ULT-NUMERO
               MOVE WRK-BUSCA-TIPO TO WRK-PND-TIPO(WRK-PND-ACHADO)
               MOVE WRK-ULT-NUMERO TO WRK-PND-NUMERO(WRK-PND-ACHADO)
               MOVE WRK-BUSCA-FILIAL TO WRK-PND-FILIAL(WRK-PND-ACHADO)
               MOVE WRK-BUSCA-DATA TO WRK-PND-DATA(WRK-PND-ACHADO)
               MOVE ZEROS TO WRK-PND-VENCIMENTO(WRK-PND-ACHADO)
               MOVE ZEROS TO WRK-PND-VALOR(WRK-PND-ACHADO)
               MOVE ZEROS TO WRK-PND-BRUTO-REC(WRK-PND-ACHADO)
               MOVE ZEROS TO WRK-PND-TAXA-REC(WRK-PND-ACHADO)
               MOVE ZEROS TO WRK-PND-LIQUIDO-REC(WRK-PND-ACHADO)
               MOVE ZEROS TO WRK-PND-DATA-DEPOSITO(WRK-PND-ACHADO)
               MOVE WRK-DATA-HOJE-NUM
                   TO WRK-PND-DATA-INCLUSAO(WRK-PND-ACHADO)
               MOVE SPACES TO WRK-PND-REFERENCIA(WRK-PND-ACHADO)
               MOVE SPACES TO WRK-PND-SITUACAO(WRK-PND-ACHADO)
           END-IF.
       0800-GRAVAR-PENDENCIAS.
      *>********* REGRAVANDO O ADQPEND93: O CONTROLE E AS PENDENCIAS
      *>          QUE CONTINUAM ABERTAS
           OPEN OUTPUT ADQPEND-FILE.
           MOVE SPACES TO ADQPEND-REC.
           MOVE 'H' TO PND-TIPO.
           MOVE WRK-ULT-NUMERO TO PND-NUMERO.
           MOVE ZEROS TO PND-FILIAL.
           MOVE WRK-ULT-VENDA TO PND-DATA.
           MOVE WRK-ULT-DEPOSITO TO PND-VENCIMENTO.
           MOVE ZEROS TO PND-VALOR.
           MOVE ZEROS TO PND-BRUTO-REC.
           MOVE ZEROS TO PND-TAXA-REC.
           MOVE ZEROS TO PND-LIQUIDO-REC.
           MOVE ZEROS TO PND-DATA-DEPOSITO.
           MOVE WRK-DATA-HOJE-NUM TO PND-DATA-INCLUSAO.
           WRITE ADQPEND-REC.
           PERFORM 0805-GRAVAR-PENDENCIA
               VARYING WRK-PND-IDX FROM 1 BY 1
               UNTIL WRK-PND-IDX > WRK-PND-QTD.
           CLOSE ADQPEND-FILE.
       0805-GRAVAR-PENDENCIA.
      *>********* GRAVANDO UMA PENDENCIA QUE CONTINUA ABERTA
           IF WRK-PND-SITUACAO(WRK-PND-IDX) = SPACES
               MOVE WRK-PND-LINHA(WRK-PND-IDX) TO ADQPEND-REC
               WRITE ADQPEND-REC
           END-IF.
       0810-GRAVAR-CONTRATOS.
      *>********* REGRAVANDO O ARQUIVO DE CONTRATOS
           OPEN OUTPUT ADQCFG-FILE.
           PERFORM 0815-GRAVAR-CONTRATO
               VARYING WRK-ACF-IDX FROM 1 BY 1
               UNTIL WRK-ACF-IDX > WRK-ACF-QTD.
           CLOSE ADQCFG-FILE.
       0815-GRAVAR-CONTRATO.
      *>********* GRAVANDO UM CONTRATO NO ARQUIVO
           MOVE WRK-ACF-LINHA(WRK-ACF-IDX) TO ADQCFG-REC.
           WRITE ADQCFG-REC.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL93'==.
           COPY 'VENDAPER-PROC.cbl'.
