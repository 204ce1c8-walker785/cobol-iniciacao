      *>           ARQUIVO DE CONTAS A RECEBER, BAIXADO PELO
      *>           PROGCBL34; O FECHAMENTO DE CAIXA CONFERE SO O
      *>           DINHEIRO DAS VENDAS A VISTA
      *> OBJETIVO: DESCONTAR DO DINHEIRO ESPERADO NA GAVETA, NO
      *>           FECHAMENTO, AS DEVOLUCOES PAGAS EM DINHEIRO PELO
      *>           PROGCBL89 NESTA FILIAL DESDE A ABERTURA DA SESSAO
      *>           (TIPO C DE ORIGEM PROGCBL89 NO REGISTRO FIXO)
      *> OBJETIVO: PRECIFICAR O ITEM PELO EVENTO DE PRECO EM VIGOR NA
      *>           DATA DA VENDA PARA A FILIAL (PRECOEVT90 DO
      *>           PROGCBL90: PRECO NOVO OU DESCONTO SOBRE O PRECO DO
      *>           CADASTRO), MARCANDO A LINHA DE ITEM DO DIARIO COM
      *>           PROMO= E O NUMERO DO EVENTO; O VALOR MANUAL
      *>           AUTORIZADO TIRA A MARCA
      *> OBJETIVO: PROGRAMA DE FIDELIDADE: CLIENTE OPCIONAL EM
      *>           QUALQUER VENDA (NAO SO NA A PRAZO), PONTOS
      *>           GANHOS POR REAL PAGO CONFORME O FIDCFG, RESGATE
      *>           DE PONTOS COMO MEIO DE PAGAMENTO DO TICKET E
      *>           LANCAMENTOS NO EXTRATO PONTOS17 (ROTINAS DO COPY
      *>           FIDPTS); A CORRECAO DA ULTIMA VENDA ESTORNA OS
      *>           PONTOS GANHOS E DEVOLVE OS RESGATADOS
      *> OBJETIVO: RECUSAR NA VENDA O CODIGO DE VENDEDOR QUE NAO ESTA
      *>           ATIVO NO CADASTRO VENDMST (PROGCBL92), PEDINDO O
      *>           CODIGO DE NOVO; SEM O CADASTRO, QUALQUER CODIGO E
      *>           ACEITO, COMO ANTES
      *> OBJETIVO: BAIXAR A VENDA DOS LOTES DO PRODUTO (CADASTRO
      *>           LOTEMST, ROTINAS DO COPY LOTEFEFO) PELO LOTE QUE
      *>           VENCE PRIMEIRO, BLOQUEAR A VENDA QUE SO SERIA
      *>           ATENDIDA COM LOTE VENCIDO E DEVOLVER AOS SEUS
      *>           LOTES A BAIXA DA VENDA CORRIGIDA
      *> OBJETIVO: GRAVAR NO RAZAO DE ESTOQUE (MOVESTQ, COPY KARDEX)
      *>           A BAIXA DE CADA ITEM VENDIDO E A DEVOLUCAO DA
      *>           VENDA CORRIGIDA, COM O SALDO RESULTANTE
      *> OBJETIVO: PARCELAR A VENDA A PRAZO EM ATE 12 PARCELAS
      *>           MENSAIS, UM TITULO POR PARCELA NO CONTAS A
      *>           RECEBER COM VENCIMENTOS DE MES EM MES ROLADOS PARA
      *>           O DIA UTIL; A RECUPERACAO REPOE AS PARCELAS
      *>           AUSENTES E A CORRECAO ESTORNA TODAS
      *> OBJETIVO: GRAVAR O TITULO A PRAZO SEM NOSSO NUMERO (ZERO),
      *>           A SER ATRIBUIDO NA REMESSA DE BOLETOS (PROGCBL96)
      *> OBJETIVO: RECUPERAR NO TICKET O ORCAMENTO DE VENDA AINDA
      *>           VALIDO (ORCAMENTO99 E ORCITEM99 DO PROGCBL99) AOS
      *>           PRECOS ORCADOS, MARCANDO-O COMO CONVERTIDO EM
      *>           TICKET; A CORRECAO DA VENDA REABRE O ORCAMENTO
      *> OBJETIVO: NUMERAR CADA TICKET COMO DOCUMENTO FISCAL (SERIE
      *>           001, SEQUENCIAL POR FILIAL, REGISTRO DOCFISC COM OS
      *>           CAMPOS DO COPY DOCNUM) NO MOMENTO DA VENDA, GRAVADO
      *>           NO VENDATRX E NA INTENCAO; A CORRECAO REGISTRA O
      *>           NUMERO COMO CANCELADO E A RECUPERACAO REPOE O
      *>           DOCUMENTO AUSENTE
      *> OBJETIVO: GRAVAR A FILIAL NO FECHAMENTO DE CAIXA (CAIXAFECH17),
      *>           PARA A CONCILIACAO BANCARIA CASAR O DEPOSITO DO
      *>           DINHEIRO POR FILIAL E DIA
      *> OBJETIVO: GRAVAR O VENDATRX NO ARQUIVO DO ANO/MES DO
      *>           LANCAMENTO (VENDATRXAAAAMM), ATUALIZANDO O DIRETORIO
      *>           DE PERIODOS (VENDADIR), E LER SO OS PERIODOS
      *>           NECESSARIOS
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL VENDALOG-FILE ASSIGN TO 'VENDALOG17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDALOG-STATUS.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDATRX-STATUS.
           SELECT OPTIONAL VENDADIR-FILE ASSIGN TO 'VENDADIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDADIR-STATUS.
           SELECT OPTIONAL CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT OPTIONAL CLIMST-FILE ASSIGN TO 'CLIMST17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIMST-STATUS.
           SELECT OPTIONAL VENDMST-FILE ASSIGN TO 'VENDMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDMST-STATUS.
           SELECT OPTIONAL INTENT-FILE ASSIGN TO 'INTENT17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INTENT-STATUS.
           SELECT OPTIONAL CAMBIO-FILE ASSIGN TO 'CAMBIO45'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAMBIO-STATUS.
           SELECT OPTIONAL PRECOEVT-FILE ASSIGN TO 'PRECOEVT90'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRECOEVT-STATUS.
           SELECT OPTIONAL PONTOS-FILE ASSIGN TO 'PONTOS17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTOS-STATUS.
           SELECT OPTIONAL FIDCFG-FILE ASSIGN TO 'FIDCFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FIDCFG-STATUS.
           SELECT OPTIONAL LOTEMST-FILE ASSIGN TO 'LOTEMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOTEMST-STATUS.
           SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVESTQ-STATUS.
           SELECT OPTIONAL ORCAMENTO-FILE ASSIGN TO 'ORCAMENTO99'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCAMENTO-STATUS.
           SELECT OPTIONAL ORCITEM-FILE ASSIGN TO 'ORCITEM99'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ORCITEM-STATUS.
           SELECT OPTIONAL DOCFISC-FILE ASSIGN TO 'DOCFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DOCFISC-STATUS.
           SELECT USERCAD-FILE ASSIGN TO 'USERCAD11'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  VENDADIR-FILE.
       01  VENDADIR-REC.
           COPY 'VENDADIR.cbl'.
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  CONTASRECWRK-FILE.
       01  CONTASRECWRK-REC PIC X(57).
       FD  CAIXAFECH-FILE.
       01  CAIXAFECH-REC PIC X(170).
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  CLIMST-FILE.
       01  CLIMST-REC.
           COPY 'CLIENTE.cbl'.
       FD  VENDMST-FILE.
       01  VENDMST-REC.
           COPY 'VENDEDOR.cbl'.
       FD  INTENT-FILE.
       01  INTENT-REC PIC X(138).
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 CAM-DATA PIC 9(08).
           02 CAM-MOEDA PIC X(03).
           02 CAM-TAXA PIC 9(03)V9(04).
       FD  PRECOEVT-FILE.
       01  PRECOEVT-REC.
           COPY 'PRECOEVT.cbl'.
       FD  PONTOS-FILE.
       01  PONTOS-REC.
           COPY 'PONTOS.cbl'.
       FD  FIDCFG-FILE.
       01  FIDCFG-REC.
           COPY 'FIDCFG.cbl'.
       FD  LOTEMST-FILE.
       01  LOTEMST-REC.
           COPY 'LOTE.cbl'.
       FD  MOVESTQ-FILE.
       01  MOVESTQ-REC.
           COPY 'MOVEST.cbl'.
       FD  ORCAMENTO-FILE.
       01  ORCAMENTO-REC.
           COPY 'ORCAMENTO.cbl'.
       FD  ORCITEM-FILE.
       01  ORCITEM-REC.
           COPY 'ORCITEM.cbl'.
       FD  DOCFISC-FILE.
       01  DOCFISC-REC.
           COPY 'DOCFISC.cbl'.
       FD  USERCAD-FILE.
       01  USERCAD-REC.
           COPY 'USERCAD.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'VENDAGRV.cbl'.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='DIARIO DE VENDAS - FECHAMENTO'==.
       COPY 'USERAUTH.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'CAMBIO.cbl'.
       COPY 'FIDPTS.cbl'.
       COPY 'LOTEFEFO.cbl'.
       COPY 'KARDEX.cbl'.
       COPY 'ORCTAB.cbl'.
       COPY 'DOCNUM.cbl'.
      *>********* DOCUMENTO FISCAL DO ULTIMO TICKET GRAVADO (PARA A
      *>          CORRECAO CANCELAR) E SEMENTE DA NUMERACAO DA SESSAO
       77 WRK-ULT-DOCFISC PIC 9(07) VALUE ZEROS.
       77 WRK-DOC-SEMEADO PIC X(01) VALUE 'N'.
         88 NUMERACAO-SEMEADA VALUE 'S'.
      *>********* ORCAMENTO RECUPERADO NO TICKET EM MONTAGEM E NO
      *>          ULTIMO TICKET GRAVADO (ZERO = VENDA SEM ORCAMENTO)
       77 WRK-ORCITEM-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCITEM-EOF PIC X(01) VALUE 'N'.
         88 FIM-ORCITEM VALUE 'S'.
       77 WRK-ORC-RECUPERADO PIC 9(05) VALUE ZEROS.
       77 WRK-ULT-ORCAMENTO PIC 9(05) VALUE ZEROS.
       77 WRK-ORC-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-VENDALOG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-SEQ PIC 9(05) VALUE ZEROS.
       77 WRK-VENDAS PIC 9(06)V99 VALUE ZEROS.
             03 WRK-ITN-QTD-VENDIDA PIC 9(03).
             03 WRK-ITN-VALOR PIC 9(08)V99.
             03 WRK-ITN-BAIXA PIC 9(03).
             03 WRK-ITN-PROMO PIC 9(05).
       77 WRK-ITN-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-ITN-IDX PIC 9(02) VALUE ZEROS.
       01 WRK-ULT-TAB.
       77 WRK-FIM-ITENS PIC X(01) VALUE 'N'.
         88 ITENS-ENCERRADOS VALUE 'S'.
       77 WRK-BAIXA-EFETIVA PIC 9(03) VALUE ZEROS.
      *>********* SALDO DO PRODUTO LIVRE DE LOTE VENCIDO, DESCONTADO
      *>          O QUE O TICKET EM MONTAGEM JA LEVA DELE
       77 WRK-QTD-NO-TICKET PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VENDAVEL PIC S9(07) VALUE ZEROS.
      *>********* JOURNAL DE INTENCAO: REGISTRO INI COM OS DADOS
      *>          FINANCEIROS DO TICKET E REGISTRO FIM DE CONCLUSAO
       77 WRK-INTENT-STATUS PIC X(02) VALUE ZEROS.
          02 WRK-INI-FILIAL PIC 9(02).
          02 WRK-INI-OPERADOR PIC X(15).
          02 WRK-INI-SEQ PIC 9(05).
          02 WRK-INI-VAL-PONTOS PIC 9(08)V99.
          02 WRK-INI-PTS-RESGATE PIC 9(07).
          02 WRK-INI-PTS-GANHO PIC 9(07).
          02 WRK-INI-PARCELAS PIC 9(02).
          02 WRK-INI-DOCFISC PIC 9(07).
       01 WRK-INT-FIM.
          02 WRK-FIM-MARCA PIC X(03) VALUE 'FIM'.
          02 WRK-FIM-DATA PIC 9(08).
      *>********* INTENCOES PENDENTES ENCONTRADAS NA ABERTURA
       01 WRK-PEN-TAB.
          02 WRK-PEN-LINHA OCCURS 50 TIMES.
             03 WRK-PEN-DADOS PIC X(135).
             03 WRK-PEN-ABERTA PIC X(01).
       77 WRK-PEN-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PEN-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PEN-ACHADA PIC 9(02) VALUE ZEROS.
       01 WRK-INT-LIDA.
          02 WRK-LID-MARCA PIC X(03).
          02 WRK-LID-RESTO PIC X(135).
       77 WRK-ACHOU-PECA PIC X(01) VALUE 'N'.
       77 WRK-QTD-RECUPERADAS PIC 9(02) VALUE ZEROS.
       77 WRK-LOG-LIDO PIC X(120) VALUE SPACES.
         88 PGTO-PRAZO VALUE 2.
       77 WRK-CLIENTE PIC X(05) VALUE SPACES.
       77 WRK-VENCIMENTO PIC 9(08) VALUE ZEROS.
      *>********* PARCELAMENTO DA VENDA A PRAZO: QUANTIDADE DE
      *>          PARCELAS DO TICKET E RASCUNHO DO VENCIMENTO E DO
      *>          VALOR DE CADA UMA (A ULTIMA LEVA A SOBRA DOS
      *>          CENTAVOS)
       77 WRK-PARCELAS PIC 9(02) VALUE 1.
       77 WRK-MAX-PARCELAS PIC 9(02) VALUE 12.
       77 WRK-ULT-PARCELAS PIC 9(02) VALUE 1.
       77 WRK-PARCELAS-OK PIC X(01) VALUE 'N'.
         88 PARCELAS-VALIDAS VALUE 'S'.
       77 WRK-VENCIMENTO-OK PIC X(01) VALUE 'N'.
         88 VENCIMENTO-VALIDO VALUE 'S'.
       77 WRK-PRC-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-PRC-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PRC-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PRC-TOTAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PRC-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PRC-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRC-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-PRC-MESES PIC 9(04) VALUE ZEROS.
       77 WRK-PRC-ANOS PIC 9(04) VALUE ZEROS.
       77 WRK-PRC-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-PRC-LIDA PIC 9(02) VALUE ZEROS.
       77 WRK-PRC-MARCADOS PIC 9(02) VALUE ZEROS.
       01 WRK-PRC-MARCADAS.
          02 WRK-PRC-MARCADA PIC X(01) OCCURS 12 TIMES.
       77 WRK-ACUM-VISTA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ACUM-PRAZO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ACUM-PRAZO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* QUEBRA DO TICKET POR MEIO DE PAGAMENTO (A SOMA DOS
      *>          QUATRO TEM QUE FECHAR COM O TOTAL DO TICKET)
       77 WRK-VAL-DINHEIRO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VAL-CARTAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VAL-PRAZO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VAL-PONTOS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SOMA-TENDERS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TENDERS-OK PIC X(01) VALUE 'N'.
         88 TENDERS-FECHADOS VALUE 'S'.
       77 WRK-ULT-PRAZO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ACUM-CARTAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ACUM-CARTAO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* FIDELIDADE: PONTOS DO CLIENTE DO TICKET, OS GANHOS
      *>          E RESGATADOS NELE E OS DO ULTIMO TICKET GRAVADO
      *>          (PARA A CORRECAO ESTORNAR)
       77 WRK-PTS-SALDO PIC 9(09) VALUE ZEROS.
       77 WRK-PTS-SALDO-ED PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-PTS-GANHO PIC 9(07) VALUE ZEROS.
       77 WRK-PTS-RESGATE PIC 9(07) VALUE ZEROS.
       77 WRK-PTS-ED PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-PTS-VALOR-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-BASE-PONTOS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ULT-CLIENTE PIC X(05) VALUE SPACES.
       77 WRK-ULT-DATA-VENDA PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-VAL-PONTOS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ULT-PTS-GANHO PIC 9(07) VALUE ZEROS.
       77 WRK-ULT-PTS-RESGATE PIC 9(07) VALUE ZEROS.
       77 WRK-ACUM-PONTOS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ACUM-PONTOS-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ACHOU-RESGATE PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-GANHO PIC X(01) VALUE 'N'.
      *>********* MOVIMENTOS DE CAIXA DA SESSAO (SANGRIA E
      *>          SUPRIMENTO), LIQUIDADOS NO DINHEIRO ESPERADO
       77 WRK-ACUM-SANGRIA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MOV-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-MOV-TIPO PIC X(01) VALUE SPACES.
       77 WRK-DINHEIRO-ESPERADO PIC S9(08)V99 VALUE ZEROS.
      *>********* DEVOLUCOES PAGAS EM DINHEIRO DA GAVETA PELO
      *>          PROGCBL89 DESDE A ABERTURA DA SESSAO
       77 WRK-HORA-ABERTURA PIC 9(08) VALUE ZEROS.
       77 WRK-ACUM-DEVOLUCAO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ACUM-DEVOL-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TRXDEV-EOF PIC X(01) VALUE 'N'.
         88 FIM-TRXDEV VALUE 'S'.
      *>********* CADASTRO DE CLIENTES PARA A CHECAGEM DE CREDITO
      *>          DA VENDA A PRAZO
       77 WRK-CLIMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-SUPERV-OK PIC X(01) VALUE 'N'.
         88 SUPERVISOR-AUTORIZOU VALUE 'S'.
       77 WRK-VENDEDOR PIC X(05) VALUE SPACES.
      *>********* CADASTRO DE VENDEDORES PARA CONFERIR O CODIGO
      *>          INFORMADO NA VENDA
       77 WRK-VENDMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDMST VALUE 'S'.
       01 WRK-VDR-TAB.
          02 WRK-VDR-LINHA OCCURS 100 TIMES.
             03 WRK-VDR-CODIGO PIC X(05).
             03 WRK-VDR-SITUACAO PIC X(01).
       77 WRK-VDR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-VDR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-VDR-OK PIC X(01) VALUE 'N'.
         88 VENDEDOR-VALIDO VALUE 'S'.
       77 WRK-PRODUTO-COD PIC X(05) VALUE SPACES.
       77 WRK-QUANTIDADE PIC 9(03) VALUE ZEROS.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
             03 WRK-PROD-ESTOQUE PIC 9(05).
             03 WRK-PROD-REPOSICAO PIC 9(05).
             03 WRK-PROD-CUSTO PIC 9(06)V99.
             03 WRK-PROD-CATEGORIA PIC X(03).
       77 WRK-PROD-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-REPOR PIC 9(02) VALUE ZEROS.
      *>********* EVENTOS DE PRECO (PRECOEVT90): O EVENTO EM VIGOR
      *>          NA DATA DA VENDA SUBSTITUI O PRECO DO CADASTRO
       77 WRK-PRECOEVT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRECOEVT-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRECOEVT VALUE 'S'.
       01 WRK-EVT-TAB.
          02 WRK-EVT-LINHA OCCURS 200 TIMES.
             03 WRK-EVT-NUMERO PIC 9(05).
             03 WRK-EVT-PRODUTO PIC X(05).
             03 WRK-EVT-TIPO PIC X(01).
             03 WRK-EVT-PRECO PIC 9(06)V99.
             03 WRK-EVT-DESCONTO PIC 9(02)V99.
             03 WRK-EVT-INICIO PIC 9(08).
             03 WRK-EVT-FIM PIC 9(08).
             03 WRK-EVT-FILIAL PIC 9(02).
       77 WRK-EVT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-EVT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-EVT-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-EVENTO PIC 9(08) VALUE ZEROS.
       77 WRK-PROMO-EVT PIC 9(05) VALUE ZEROS.
       77 WRK-MENU-OK PIC X(01) VALUE 'N'.
       77 WRK-OPCAO PIC 9(01) VALUE ZEROS.
         88 OPCAO-NOVA-VENDA VALUE 1.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 9680-CARREGAR-FERIADOS.
           PERFORM 9750-CARREGAR-FIDELIDADE.
           PERFORM 0040-IDENTIFICAR-SESSAO.
           PERFORM 0070-RECUPERAR-INTENTS.
           PERFORM 0095-SEMEAR-NUMERACAO.
           PERFORM 0050-ABRIR-VENDALOG.
           PERFORM 0060-CARREGAR-PRODUTOS.
           ACCEPT WRK-LOT-DATA-REF FROM DATE YYYYMMDD.
           PERFORM 9780-CARREGAR-LOTES.
           PERFORM 0066-CARREGAR-EVENTOS.
           PERFORM 0062-CARREGAR-CLIENTES.
           PERFORM 0068-CARREGAR-VENDEDORES.
           PERFORM 9610-SELECIONAR-MOEDA.
           ACCEPT WRK-CAMBIO-DATA-BUSCA FROM DATE YYYYMMDD.
           PERFORM 9590-BUSCAR-CAMBIO.
           PERFORM 0110-LER-FILIAL WITH TEST AFTER
               UNTIL WRK-FILIAL >= 1
                 AND WRK-FILIAL <= WRK-MAX-FILIAL.
           ACCEPT WRK-HORA-ABERTURA FROM TIME.
       0095-SEMEAR-NUMERACAO.
      *>********* SEMEANDO O TICKET E A SEQUENCIA DO DIARIO COM O
      *>          MAIOR JA GRAVADO HOJE NESTA FILIAL: O CAIXA
      *>          RECOMECAR DO UM E DUPLICAR TICKET E SEQ
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE 'N' TO WRK-TRXSEM-EOF.
           MOVE WRK-DATA-ATUAL(1:6) TO WRK-VTP-ANOMES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-VENDATRX-STATUS = '00'
               PERFORM 0097-LER-TRX-SEMENTE UNTIL FIM-TRXSEM
                   END-IF
           END-READ.
       0050-ABRIR-VENDALOG.
      *>********* ABRINDO O DIARIO DE VENDAS (O REGISTRO FIXO DE
      *>          TRANSACOES E ABERTO A CADA GRAVACAO, NO ARQUIVO DO
      *>          PERIODO DO LANCAMENTO)
           OPEN EXTEND VENDALOG-FILE.
           IF WRK-VENDALOG-STATUS = '05' OR WRK-VENDALOG-STATUS = '35'
               CLOSE VENDALOG-FILE
               OPEN OUTPUT VENDALOG-FILE
           END-IF.
       0060-CARREGAR-PRODUTOS.
      *>********* CARREGANDO O CADASTRO DE PRODUTOS PARA BAIXA DE
      *>          ESTOQUE (SEM O CADASTRO, A VENDA SEGUE SEM BAIXA)
                           TO WRK-PROD-LINHA(WRK-PROD-QTD)
                   END-IF
           END-READ.
       0066-CARREGAR-EVENTOS.
      *>********* CARREGANDO OS EVENTOS DE PRECO (SEM O ARQUIVO, A
      *>          VENDA SEGUE PELO PRECO DO CADASTRO, COMO ANTES)
           OPEN INPUT PRECOEVT-FILE.
           IF WRK-PRECOEVT-STATUS = '00'
               PERFORM 0067-LER-EVENTO
                   UNTIL FIM-PRECOEVT OR WRK-EVT-QTD >= 200
           END-IF.
           CLOSE PRECOEVT-FILE.
           IF WRK-EVT-QTD >= 200 AND NOT FIM-PRECOEVT
               DISPLAY 'AVISO: EVENTOS DE PRECO ALEM DE 200 NAO '
                       'CARREGADOS.'
           END-IF.
       0067-LER-EVENTO.
      *>********* LENDO UM EVENTO DE PRECO
           READ PRECOEVT-FILE
               AT END
                   MOVE 'S' TO WRK-PRECOEVT-EOF
               NOT AT END
                   ADD 1 TO WRK-EVT-QTD
                   MOVE PRECOEVT-REC TO WRK-EVT-LINHA(WRK-EVT-QTD)
           END-READ.
       0062-CARREGAR-CLIENTES.
      *>********* CARREGANDO O CADASTRO DE CLIENTES PARA A CHECAGEM
      *>          DE CREDITO (SEM O CADASTRO, A VENDA A PRAZO SEGUE
                   ADD 1 TO WRK-CLI-QTD
                   MOVE CLIMST-REC TO WRK-CLI-LINHA(WRK-CLI-QTD)
           END-READ.
       0068-CARREGAR-VENDEDORES.
      *>********* CARREGANDO O CADASTRO DE VENDEDORES (SEM O
      *>          CADASTRO, O CODIGO DO VENDEDOR NAO E CONFERIDO)
           OPEN INPUT VENDMST-FILE.
           IF WRK-VENDMST-STATUS = '00'
               PERFORM 0069-LER-VENDEDOR
                   UNTIL FIM-VENDMST OR WRK-VDR-QTD >= 100
           END-IF.
           CLOSE VENDMST-FILE.
       0069-LER-VENDEDOR.
      *>********* LENDO UM VENDEDOR DO CADASTRO
           READ VENDMST-FILE
               AT END
                   MOVE 'S' TO WRK-VENDMST-EOF
               NOT AT END
                   ADD 1 TO WRK-VDR-QTD
                   MOVE VDR-CODIGO TO WRK-VDR-CODIGO(WRK-VDR-QTD)
                   MOVE VDR-SITUACAO TO WRK-VDR-SITUACAO(WRK-VDR-QTD)
           END-READ.
       0100-INICIALIZAR.
      *>********* INSERINDO DADOS
           DISPLAY '***********************'.
                   UNTIL WRK-FILIAL >= 1
                     AND WRK-FILIAL <= WRK-MAX-FILIAL
           END-IF.
      *>********* NUMERACAO FISCAL DOS TICKETS DA FILIAL (SERIE 001)
      *>          CONTINUA DO ULTIMO NUMERO DO REGISTRO DOCFISC
           IF NOT NUMERACAO-SEMEADA
               MOVE WRK-FILIAL TO WRK-DOC-FILIAL
               MOVE 1 TO WRK-DOC-SERIE
               PERFORM 9840-SEMEAR-DOCUMENTO
               MOVE 'S' TO WRK-DOC-SEMEADO
           END-IF.
           MOVE 'N' TO WRK-MENU-OK.
           PERFORM 0105-EXIBIR-MENU UNTIL WRK-MENU-OK = 'S'.
       0110-LER-FILIAL.
      *>          PAGAMENTO E O CLIENTE VALEM PARA O TICKET INTEIRO
           MOVE ZEROS TO WRK-ITN-QTD.
           MOVE ZEROS TO WRK-VENDAS.
           MOVE SPACES TO WRK-CLIENTE.
           MOVE 1 TO WRK-PARCELAS.
           MOVE ZEROS TO WRK-PTS-SALDO.
           MOVE ZEROS TO WRK-PTS-GANHO.
           MOVE ZEROS TO WRK-PTS-RESGATE.
           MOVE ZEROS TO WRK-VAL-PONTOS.
           MOVE 'N' TO WRK-FIM-ITENS.
           MOVE ZEROS TO WRK-ORC-RECUPERADO.
           DISPLAY 'NUMERO DO ORCAMENTO (0 = VENDA SEM ORCAMENTO): '.
           MOVE ZEROS TO WRK-ORC-NUM-ALVO.
           ACCEPT WRK-ORC-NUM-ALVO FROM CONSOLE.
           IF WRK-ORC-NUM-ALVO > ZEROS
               PERFORM 0140-RECUPERAR-ORCAMENTO
           END-IF.
           PERFORM 0113-LER-ITEM
               UNTIL ITENS-ENCERRADOS OR WRK-ITN-QTD >= 20.
           IF WRK-ITN-QTD >= 20 AND NOT ITENS-ENCERRADOS
               MOVE WRK-VENDAS TO WRK-VENDAS-ED
               DISPLAY 'TOTAL DO TICKET (' WRK-ITN-QTD ' ITEM(NS)): '
                       WRK-MOEDA-SIMBOLO WRK-VENDAS-ED
               PERFORM 0120-IDENTIFICAR-CLIENTE
               PERFORM 0119-LER-TENDERS WITH TEST AFTER
                   UNTIL TENDERS-FECHADOS
               IF WRK-VAL-PRAZO > ZEROS
               END-IF
               MOVE 'S' TO WRK-CREDITO-OK
               IF PGTO-PRAZO
      *>********* O CLIENTE JA IDENTIFICADO NO TICKET VALE PARA O
      *>          FIADO; SEM ELE, O CODIGO E PEDIDO AGORA
                   IF WRK-CLIENTE = SPACES
                       DISPLAY 'CODIGO DO CLIENTE: '
                       ACCEPT WRK-CLIENTE FROM CONSOLE
                   END-IF
                   PERFORM 0124-LER-VENCIMENTO WITH TEST AFTER
                       UNTIL VENCIMENTO-VALIDO
                   PERFORM 0126-LER-PARCELAS WITH TEST AFTER
                       UNTIL PARCELAS-VALIDAS
      *>********* UM TITULO POR PARCELA, DE MES EM MES A PARTIR DO
      *>          PRIMEIRO VENCIMENTO; O QUE CAIR EM SABADO, DOMINGO
      *>          OU FERIADO ROLA PARA O PROXIMO DIA UTIL
                   MOVE WRK-VENCIMENTO TO WRK-PRC-BASE
                   MOVE WRK-PARCELAS TO WRK-PRC-QTD
                   MOVE WRK-VAL-PRAZO TO WRK-PRC-TOTAL
                   PERFORM 0213-MOSTRAR-PARCELA
                       VARYING WRK-PRC-IDX FROM 1 BY 1
                       UNTIL WRK-PRC-IDX > WRK-PRC-QTD
                   PERFORM 0112-VALIDAR-CREDITO
               END-IF
               IF CREDITO-OK
                   PERFORM 0121-APURAR-PONTOS-GANHOS
                   PERFORM 0122-LER-VENDEDOR WITH TEST AFTER
                       UNTIL VENDEDOR-VALIDO
                   ADD 1 TO WRK-TICKET
                   MOVE 'S' TO WRK-MENU-OK
               END-IF
           END-IF.
       0124-LER-VENCIMENTO.
      *>********* LENDO O VENCIMENTO DA PRIMEIRA PARCELA, QUE PRECISA
      *>          SER UMA DATA DE CALENDARIO (AS DEMAIS SAO CONTADAS
      *>          A PARTIR DELA)
           DISPLAY 'VENCIMENTO (AAAAMMDD): '.
           ACCEPT WRK-VENCIMENTO FROM CONSOLE.
           MOVE 'N' TO WRK-VENCIMENTO-OK.
           MOVE WRK-VENCIMENTO TO WRK-DU-DATA.
           IF WRK-DU-MES >= 1 AND WRK-DU-MES <= 12
              AND WRK-DU-DIA >= 1
               PERFORM 9689-APURAR-LIMITE-MES
               IF WRK-DU-DIA <= WRK-DU-LIMITE-MES
                   MOVE 'S' TO WRK-VENCIMENTO-OK
               END-IF
           END-IF.
           IF NOT VENCIMENTO-VALIDO
               DISPLAY 'VENCIMENTO INVALIDO.'
           END-IF.
       0126-LER-PARCELAS.
      *>********* LENDO A QUANTIDADE DE PARCELAS MENSAIS DA VENDA A
      *>          PRAZO (1 = PAGAMENTO UNICO, COMO ANTES)
           DISPLAY 'NUMERO DE PARCELAS (1 A ' WRK-MAX-PARCELAS '): '.
           ACCEPT WRK-PARCELAS FROM CONSOLE.
           IF WRK-PARCELAS >= 1 AND WRK-PARCELAS <= WRK-MAX-PARCELAS
              AND WRK-PARCELAS <= WRK-VAL-PRAZO * 100
               MOVE 'S' TO WRK-PARCELAS-OK
           ELSE
               MOVE 'N' TO WRK-PARCELAS-OK
               DISPLAY 'NUMERO DE PARCELAS INVALIDO.'
           END-IF.
       0127-VENCIMENTO-PARCELA.
      *>********* VENCIMENTO DA PARCELA WRK-PRC-IDX: O DIA DA
      *>          PRIMEIRA (WRK-PRC-BASE) MESES DEPOIS, LIMITADO AO
      *>          ULTIMO DIA DO MES E ROLADO PARA O DIA UTIL
           MOVE WRK-PRC-BASE TO WRK-DU-DATA.
           MOVE WRK-DU-DIA TO WRK-PRC-DIA.
           COMPUTE WRK-PRC-MESES = WRK-DU-MES + WRK-PRC-IDX - 2.
           DIVIDE WRK-PRC-MESES BY 12 GIVING WRK-PRC-ANOS
               REMAINDER WRK-DU-MES.
           ADD 1 TO WRK-DU-MES.
           ADD WRK-PRC-ANOS TO WRK-DU-ANO.
           PERFORM 9689-APURAR-LIMITE-MES.
           IF WRK-PRC-DIA > WRK-DU-LIMITE-MES
               MOVE WRK-DU-LIMITE-MES TO WRK-DU-DIA
           ELSE
               MOVE WRK-PRC-DIA TO WRK-DU-DIA
           END-IF.
           PERFORM 9684-PROXIMO-DIA-UTIL.
           MOVE WRK-DU-DATA TO WRK-PRC-VENCIMENTO.
       0128-VALOR-PARCELA.
      *>********* VALOR DA PARCELA WRK-PRC-IDX: O TOTAL DIVIDIDO
      *>          PELAS PARCELAS, COM A SOBRA DOS CENTAVOS NA ULTIMA
           DIVIDE WRK-PRC-TOTAL BY WRK-PRC-QTD GIVING WRK-PRC-VALOR.
           IF WRK-PRC-IDX = WRK-PRC-QTD
               COMPUTE WRK-PRC-VALOR = WRK-PRC-TOTAL
                   - WRK-PRC-VALOR * (WRK-PRC-QTD - 1)
           END-IF.
       0125-MOVIMENTO-CAIXA.
      *>********* REGISTRANDO UMA SANGRIA OU UM SUPRIMENTO DO CAIXA,
      *>          COM OPERADOR E MOTIVO, NO DIARIO E NO REGISTRO
               MOVE WRK-MOV-VALOR TO VENDATRX-VAL-DINHEIRO
               MOVE ZEROS TO VENDATRX-VAL-CARTAO
               MOVE ZEROS TO VENDATRX-VAL-PRAZO
               MOVE ZEROS TO VENDATRX-SERIE
               MOVE ZEROS TO VENDATRX-DOCFISC
               PERFORM 0240-GRAVAR-VENDATRX
               IF WRK-MOV-TIPO = 'S'
                   ADD WRK-MOV-VALOR TO WRK-ACUM-SANGRIA
           END-IF.
       0119-LER-TENDERS.
      *>********* LENDO A QUEBRA DO TICKET POR MEIO DE PAGAMENTO (A
      *>          SOMA TEM QUE FECHAR COM O TOTAL DO TICKET); O
      *>          RESGATE DE PONTOS SO E OFERECIDO AO CLIENTE
      *>          IDENTIFICADO COM SALDO
           MOVE 'N' TO WRK-TENDERS-OK.
           MOVE ZEROS TO WRK-VAL-PONTOS.
           MOVE ZEROS TO WRK-PTS-RESGATE.
           DISPLAY 'VALOR EM DINHEIRO: '.
           ACCEPT WRK-VAL-DINHEIRO FROM CONSOLE.
           DISPLAY 'VALOR NO CARTAO: '.
           ACCEPT WRK-VAL-CARTAO FROM CONSOLE.
           DISPLAY 'VALOR A PRAZO (FIADO): '.
           ACCEPT WRK-VAL-PRAZO FROM CONSOLE.
           IF WRK-PTS-SALDO > ZEROS
               DISPLAY 'VALOR PAGO COM PONTOS: '
               ACCEPT WRK-VAL-PONTOS FROM CONSOLE
           END-IF.
           COMPUTE WRK-SOMA-TENDERS = WRK-VAL-DINHEIRO
               + WRK-VAL-CARTAO + WRK-VAL-PRAZO + WRK-VAL-PONTOS.
           IF WRK-SOMA-TENDERS = WRK-VENDAS
               MOVE 'S' TO WRK-TENDERS-OK
           ELSE
               DISPLAY 'A SOMA DOS MEIOS NAO FECHA COM O TICKET. '
                       'INFORME DE NOVO.'
           END-IF.
           IF TENDERS-FECHADOS AND WRK-VAL-PONTOS > ZEROS
               MOVE WRK-VAL-PONTOS TO WRK-FID-VALOR-CALC
               PERFORM 9776-PONTOS-DO-VALOR
               IF WRK-FID-PONTOS-CALC > WRK-PTS-SALDO
                   MOVE 'N' TO WRK-TENDERS-OK
                   MOVE WRK-FID-PONTOS-CALC TO WRK-PTS-SALDO-ED
                   DISPLAY 'RESGATE PEDE ' WRK-PTS-SALDO-ED
                           ' PONTOS - SALDO INSUFICIENTE. '
                           'INFORME DE NOVO.'
               ELSE
                   MOVE WRK-FID-PONTOS-CALC TO WRK-PTS-RESGATE
                   MOVE WRK-PTS-RESGATE TO WRK-PTS-ED
                   DISPLAY 'PONTOS RESGATADOS: ' WRK-PTS-ED
               END-IF
           END-IF.
       0120-IDENTIFICAR-CLIENTE.
      *>********* CLIENTE OPCIONAL DO TICKET (QUALQUER MEIO DE
      *>          PAGAMENTO), PARA O PROGRAMA DE FIDELIDADE; CODIGO
      *>          FORA DO CADASTRO E DESCARTADO. COM O PROGRAMA
      *>          ATIVO, EXIBE O SALDO DE PONTOS DE HOJE
           DISPLAY 'CODIGO DO CLIENTE (BRANCO = NAO IDENTIFICADO): '.
           ACCEPT WRK-CLIENTE FROM CONSOLE.
           IF WRK-CLIENTE NOT = SPACES AND WRK-CLI-QTD > ZEROS
               MOVE ZEROS TO WRK-CLI-ACHADO
               PERFORM 0114-TESTAR-CLIENTE
                   VARYING WRK-CLI-IDX FROM 1 BY 1
                   UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                      OR WRK-CLI-ACHADO > ZEROS
               IF WRK-CLI-ACHADO = ZEROS
                   DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CLIENTE
                           ' - TICKET SEGUE SEM CLIENTE.'
                   MOVE SPACES TO WRK-CLIENTE
               ELSE
                   DISPLAY 'CLIENTE: '
                           WRK-CLI-NOME(WRK-CLI-ACHADO)
               END-IF
           END-IF.
           IF WRK-CLIENTE NOT = SPACES AND FIDELIDADE-ATIVA
               MOVE WRK-CLIENTE TO WRK-FID-CLIENTE
               ACCEPT WRK-FID-PER-FIM FROM DATE YYYYMMDD
               MOVE WRK-FID-PER-FIM TO WRK-FID-PER-INICIO
               MOVE ZEROS TO WRK-FID-DATA-AVISO
               PERFORM 9760-APURAR-PONTOS
               MOVE WRK-FID-SALDO TO WRK-PTS-SALDO
               MOVE WRK-FID-SALDO TO WRK-PTS-SALDO-ED
               MOVE WRK-FID-SALDO TO WRK-FID-PONTOS-CALC
               PERFORM 9778-VALOR-DOS-PONTOS
               MOVE WRK-FID-VALOR-CALC TO WRK-PTS-VALOR-ED
               DISPLAY 'SALDO DE PONTOS: ' WRK-PTS-SALDO-ED
                       ' (VALE ' WRK-MOEDA-SIMBOLO WRK-PTS-VALOR-ED
                       ')'
           END-IF.
       0122-LER-VENDEDOR.
      *>********* LENDO O CODIGO DO VENDEDOR E CONFERINDO-O NO
      *>          CADASTRO (SO VENDEDOR ATIVO VENDE)
           DISPLAY 'CODIGO DO VENDEDOR: '.
           MOVE SPACES TO WRK-VENDEDOR.
           ACCEPT WRK-VENDEDOR FROM CONSOLE.
           IF WRK-VDR-QTD = ZEROS
               MOVE 'S' TO WRK-VDR-OK
           ELSE
               MOVE 'N' TO WRK-VDR-OK
               PERFORM 0123-TESTAR-VENDEDOR
                   VARYING WRK-VDR-IDX FROM 1 BY 1
                   UNTIL WRK-VDR-IDX > WRK-VDR-QTD
                      OR VENDEDOR-VALIDO
               IF NOT VENDEDOR-VALIDO
                   DISPLAY 'VENDEDOR NAO CADASTRADO OU INATIVO: '
                           WRK-VENDEDOR
               END-IF
           END-IF.
       0123-TESTAR-VENDEDOR.
      *>********* COMPARANDO UM VENDEDOR ATIVO COM O CODIGO LIDO
           IF WRK-VDR-CODIGO(WRK-VDR-IDX) = WRK-VENDEDOR
              AND WRK-VDR-SITUACAO(WRK-VDR-IDX) = 'A'
               MOVE 'S' TO WRK-VDR-OK
           END-IF.
       0121-APURAR-PONTOS-GANHOS.
      *>********* PONTOS GANHOS NO TICKET: SO A PARTE NAO PAGA COM
      *>          PONTOS GERA PONTOS, DESPREZADA A FRACAO
           MOVE ZEROS TO WRK-PTS-GANHO.
           IF WRK-CLIENTE NOT = SPACES AND FIDELIDADE-ATIVA
               COMPUTE WRK-BASE-PONTOS = WRK-VENDAS - WRK-VAL-PONTOS
               COMPUTE WRK-PTS-GANHO =
                   WRK-BASE-PONTOS * WRK-FID-PONTOS-REAL
               IF WRK-PTS-GANHO > ZEROS
                   MOVE WRK-PTS-GANHO TO WRK-PTS-ED
                   DISPLAY 'PONTOS GANHOS NESTA COMPRA: ' WRK-PTS-ED
               END-IF
           END-IF.
       0140-RECUPERAR-ORCAMENTO.
      *>********* TRAZENDO PARA O TICKET OS ITENS DO ORCAMENTO AINDA EM
      *>          ABERTO E DENTRO DA VALIDADE, AOS PRECOS ORCADOS (SEM
      *>          EVENTO DE PRECO NEM O FRETE ESTIMADO); A TRAVA DE
      *>          LOTE VENCIDO VALE IGUAL PARA CADA ITEM
           ACCEPT WRK-ORC-HOJE FROM DATE YYYYMMDD.
           PERFORM 9830-CARREGAR-ORCAMENTOS.
           PERFORM 9832-LOCALIZAR-ORCAMENTO.
           EVALUATE TRUE
               WHEN WRK-ORC-ACHADO = ZEROS
                   DISPLAY 'ORCAMENTO NAO ENCONTRADO: ' WRK-ORC-NUM-ALVO
               WHEN ORCAMENTOS-ESTOURARAM
                   DISPLAY 'ORCAMENTO NAO RECUPERADO.'
               WHEN WRK-ORC-STATUS(WRK-ORC-ACHADO) NOT = 'A'
                   DISPLAY 'ORCAMENTO JA CONVERTIDO (STATUS '
                           WRK-ORC-STATUS(WRK-ORC-ACHADO) ' DOC '
                           WRK-ORC-DOC-CONV(WRK-ORC-ACHADO) ').'
               WHEN WRK-ORC-VALIDADE(WRK-ORC-ACHADO) < WRK-ORC-HOJE
                   DISPLAY 'ORCAMENTO EXPIRADO EM '
                           WRK-ORC-VALIDADE(WRK-ORC-ACHADO)
                           ' - PRECOS DO DIA NO TICKET.'
               WHEN OTHER
                   MOVE WRK-ORC-NUM-ALVO TO WRK-ORC-RECUPERADO
                   DISPLAY 'ORCAMENTO ' WRK-ORC-RECUPERADO ' CLIENTE '
                           WRK-ORC-CLIENTE(WRK-ORC-ACHADO)
                           ' VALIDO ATE '
                           WRK-ORC-VALIDADE(WRK-ORC-ACHADO)
                   MOVE 'N' TO WRK-ORCITEM-EOF
                   OPEN INPUT ORCITEM-FILE
                   IF WRK-ORCITEM-STATUS = '00'
                       PERFORM 0141-LER-ITEM-ORCAMENTO
                           UNTIL FIM-ORCITEM OR WRK-ITN-QTD >= 20
                   END-IF
                   CLOSE ORCITEM-FILE
                   IF WRK-ITN-QTD = ZEROS
                       DISPLAY 'NENHUM ITEM DO ORCAMENTO ACEITO.'
                       MOVE ZEROS TO WRK-ORC-RECUPERADO
                   END-IF
           END-EVALUATE.
       0141-LER-ITEM-ORCAMENTO.
      *>********* LENDO UM ITEM E LANCANDO NO TICKET OS DO ORCAMENTO
           READ ORCITEM-FILE
               AT END
                   MOVE 'S' TO WRK-ORCITEM-EOF
               NOT AT END
                   IF ORI-NUMERO = WRK-ORC-RECUPERADO
                       PERFORM 0142-LANCAR-ITEM-ORCAMENTO
                   END-IF
           END-READ.
       0142-LANCAR-ITEM-ORCAMENTO.
      *>********* LANCANDO UM ITEM ORCADO, PELO VALOR DO ORCAMENTO
           MOVE ORI-PRODUTO TO WRK-PRODUTO-COD.
           MOVE ORI-QUANTIDADE TO WRK-QUANTIDADE.
           MOVE ZEROS TO WRK-PROMO-EVT.
           MOVE ZEROS TO WRK-PROD-ACHADO.
           PERFORM 0216-TESTAR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
               UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                  OR WRK-PROD-ACHADO > ZEROS.
           MOVE 'S' TO WRK-VENDA-OK.
           PERFORM 0117-CONFERIR-LOTE-VENCIDO.
           IF VENDA-MONTADA
               ADD 1 TO WRK-ITN-QTD
               MOVE WRK-PRODUTO-COD TO WRK-ITN-CODIGO(WRK-ITN-QTD)
               MOVE WRK-QUANTIDADE TO WRK-ITN-QTD-VENDIDA(WRK-ITN-QTD)
               MOVE ORI-VALOR TO WRK-ITN-VALOR(WRK-ITN-QTD)
               MOVE ZEROS TO WRK-ITN-BAIXA(WRK-ITN-QTD)
               MOVE ZEROS TO WRK-ITN-PROMO(WRK-ITN-QTD)
               ADD ORI-VALOR TO WRK-VENDAS
               MOVE ORI-VALOR TO WRK-ITEM-VALOR-ED
               DISPLAY '  ' ORI-PRODUTO ' ' ORI-DESCRICAO ' QTD '
                       ORI-QUANTIDADE ' VALOR ORCADO: '
                       WRK-MOEDA-SIMBOLO WRK-ITEM-VALOR-ED
           END-IF.
       0113-LER-ITEM.
      *>********* LENDO UM ITEM DO TICKET (PRODUTO EM BRANCO FECHA)
           DISPLAY 'CODIGO DO PRODUTO (BRANCO=FECHAR TICKET): '.
               DISPLAY 'QUANTIDADE VENDIDA: '
               ACCEPT WRK-QUANTIDADE FROM CONSOLE
               PERFORM 0109-APURAR-VALOR-ITEM
               IF VENDA-MONTADA
                   PERFORM 0117-CONFERIR-LOTE-VENCIDO
               END-IF
               IF VENDA-MONTADA
                   ADD 1 TO WRK-ITN-QTD
                   MOVE WRK-PRODUTO-COD
                       TO WRK-ITN-QTD-VENDIDA(WRK-ITN-QTD)
                   MOVE WRK-ITEM-VALOR TO WRK-ITN-VALOR(WRK-ITN-QTD)
                   MOVE ZEROS TO WRK-ITN-BAIXA(WRK-ITN-QTD)
                   MOVE WRK-PROMO-EVT TO WRK-ITN-PROMO(WRK-ITN-QTD)
                   ADD WRK-ITEM-VALOR TO WRK-VENDAS
               END-IF
           END-IF.
       0117-CONFERIR-LOTE-VENCIDO.
      *>********* PRODUTO COM LOTE VENCIDO EM ESTOQUE: A VENDA SO
      *>          SEGUE ATE O SALDO LIVRE DE LOTE VENCIDO (LOTES
      *>          VALIDOS MAIS O ESTOQUE FORA DE LOTE), DESCONTADO O
      *>          QUE O TICKET JA LEVA DO PRODUTO; O VENCIDO SO SAI
      *>          PELA BAIXA AUTORIZADA DO PROGCBL94
           IF WRK-PROD-ACHADO > ZEROS
              AND NOT LOTES-ESTOURARAM
               MOVE WRK-PRODUTO-COD TO WRK-LOT-PROD-ALVO
               PERFORM 9782-APURAR-LOTES
               IF WRK-LOT-VENCIDO > ZEROS
                   MOVE ZEROS TO WRK-QTD-NO-TICKET
                   PERFORM 0115-SOMAR-NO-TICKET
                       VARYING WRK-ITN-IDX FROM 1 BY 1
                       UNTIL WRK-ITN-IDX > WRK-ITN-QTD
                   COMPUTE WRK-QTD-VENDAVEL =
                       WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                       - WRK-LOT-VENCIDO - WRK-QTD-NO-TICKET
                   IF WRK-QTD-VENDAVEL < ZEROS
                       MOVE ZEROS TO WRK-QTD-VENDAVEL
                   END-IF
                   IF WRK-QUANTIDADE > WRK-QTD-VENDAVEL
                       MOVE 'N' TO WRK-VENDA-OK
                       DISPLAY 'PRODUTO ' WRK-PRODUTO-COD ' COM '
                               WRK-LOT-VENCIDO ' UNIDADE(S) DE LOTE '
                               'VENCIDO - VENDA BLOQUEADA. SALDO '
                               'VENDAVEL: ' WRK-QTD-VENDAVEL
                       DISPLAY 'ITEM RECUSADO.'
                   END-IF
               END-IF
           END-IF.
       0115-SOMAR-NO-TICKET.
      *>********* SOMANDO A QUANTIDADE DO PRODUTO JA NO TICKET
           IF WRK-ITN-CODIGO(WRK-ITN-IDX) = WRK-PRODUTO-COD
               ADD WRK-ITN-QTD-VENDIDA(WRK-ITN-IDX)
                   TO WRK-QTD-NO-TICKET
           END-IF.
       0109-APURAR-VALOR-ITEM.
      *>********* APURANDO O VALOR DO ITEM PELO PRECO DO CADASTRO;
      *>          PRODUTO SEM CADASTRO OU OVERRIDE DE PRECO EXIGEM
      *>          AUTORIZACAO DE SUPERVISOR
           MOVE 'N' TO WRK-VENDA-OK.
           MOVE ZEROS TO WRK-PROMO-EVT.
           MOVE ZEROS TO WRK-PROD-ACHADO.
           PERFORM 0216-TESTAR-PRODUTO
               VARYING WRK-PROD-IDX FROM 1 BY 1
                  OR WRK-PROD-ACHADO > ZEROS.
           IF WRK-PROD-ACHADO > ZEROS
               MOVE WRK-PROD-PRECO(WRK-PROD-ACHADO) TO WRK-PRECO-UNIT
               PERFORM 0106-APLICAR-EVENTO-PRECO
               COMPUTE WRK-ITEM-VALOR =
                   WRK-PRECO-UNIT * WRK-QUANTIDADE
               MOVE WRK-PRECO-UNIT TO WRK-PRECO-UNIT-ED
                       ' - VALOR MANUAL EXIGE SUPERVISOR.'
               PERFORM 0111-VALOR-MANUAL
           END-IF.
       0106-APLICAR-EVENTO-PRECO.
      *>********* PROCURANDO O EVENTO DE PRECO EM VIGOR HOJE PARA O
      *>          PRODUTO NESTA FILIAL: O DA FILIAL PREVALECE SOBRE O
      *>          GERAL (FILIAL 00), DEPOIS O DE INICIO MAIS RECENTE
      *>          E, NO EMPATE, O DE MAIOR NUMERO
           ACCEPT WRK-DATA-EVENTO FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-EVT-ACHADO.
           PERFORM 0107-TESTAR-EVENTO
               VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > WRK-EVT-QTD.
           IF WRK-EVT-ACHADO > ZEROS
               IF WRK-EVT-TIPO(WRK-EVT-ACHADO) = 'P'
                   MOVE WRK-EVT-PRECO(WRK-EVT-ACHADO)
                       TO WRK-PRECO-UNIT
               ELSE
                   COMPUTE WRK-PRECO-UNIT ROUNDED =
                       WRK-PRECO-UNIT
                       * (100 - WRK-EVT-DESCONTO(WRK-EVT-ACHADO))
                       / 100
               END-IF
               MOVE WRK-EVT-NUMERO(WRK-EVT-ACHADO) TO WRK-PROMO-EVT
               DISPLAY 'PRECO PROMOCIONAL - EVENTO ' WRK-PROMO-EVT
           END-IF.
       0107-TESTAR-EVENTO.
      *>********* COMPARANDO UM EVENTO COM O PRODUTO, A DATA E A
      *>          FILIAL E COM O MELHOR CANDIDATO JA ACHADO
           IF WRK-EVT-PRODUTO(WRK-EVT-IDX) = WRK-PRODUTO-COD
              AND WRK-EVT-INICIO(WRK-EVT-IDX) NOT > WRK-DATA-EVENTO
              AND WRK-EVT-FIM(WRK-EVT-IDX) NOT < WRK-DATA-EVENTO
              AND (WRK-EVT-FILIAL(WRK-EVT-IDX) = ZEROS
                   OR WRK-EVT-FILIAL(WRK-EVT-IDX) = WRK-FILIAL)
               EVALUATE TRUE
                   WHEN WRK-EVT-ACHADO = ZEROS
                       MOVE WRK-EVT-IDX TO WRK-EVT-ACHADO
                   WHEN WRK-EVT-FILIAL(WRK-EVT-IDX) NOT =
                        WRK-EVT-FILIAL(WRK-EVT-ACHADO)
                       IF WRK-EVT-FILIAL(WRK-EVT-IDX) > ZEROS
                           MOVE WRK-EVT-IDX TO WRK-EVT-ACHADO
                       END-IF
                   WHEN WRK-EVT-INICIO(WRK-EVT-IDX) >
                        WRK-EVT-INICIO(WRK-EVT-ACHADO)
                       MOVE WRK-EVT-IDX TO WRK-EVT-ACHADO
                   WHEN WRK-EVT-INICIO(WRK-EVT-IDX) =
                        WRK-EVT-INICIO(WRK-EVT-ACHADO)
                        AND WRK-EVT-NUMERO(WRK-EVT-IDX) >
                            WRK-EVT-NUMERO(WRK-EVT-ACHADO)
                       MOVE WRK-EVT-IDX TO WRK-EVT-ACHADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       0111-VALOR-MANUAL.
      *>********* VALOR MANUAL DO ITEM, SOMENTE COM AUTORIZACAO DE
      *>          SUPERVISOR OU ADM, REGISTRADA NA AUDITORIA
               DISPLAY 'INSIRA O VALOR DO ITEM: '
               ACCEPT WRK-ITEM-VALOR FROM CONSOLE
               MOVE 'S' TO WRK-VENDA-OK
               MOVE ZEROS TO WRK-PROMO-EVT
               MOVE WRK-ITEM-VALOR TO WRK-ITEM-VALOR-ED
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'PRECOMANUAL' TO WRK-AUDIT-ACAO
       0112-VALIDAR-CREDITO.
      *>********* VALIDANDO A VENDA A PRAZO CONTRA O CADASTRO DE
      *>          CLIENTES: EXISTENCIA, BLOQUEIO E LIMITE DE CREDITO
      *>          SOBRE OS TITULOS EM ABERTO MAIS A NOVA VENDA (O
      *>          TOTAL DE TODAS AS PARCELAS, NAO SO A PRIMEIRA; AS
      *>          PARCELAS DE VENDAS ANTERIORES JA ENTRAM UMA A UMA
      *>          NA SOMA DOS TITULOS EM ABERTO)
           IF WRK-CLI-QTD = ZEROS
      *>********* SEM CADASTRO DE CLIENTES, A VENDA SEGUE SEM
      *>          CHECAGEM (COMPORTAMENTO ANTERIOR)
           MOVE WRK-VAL-DINHEIRO TO WRK-ULT-DINHEIRO.
           MOVE WRK-VAL-CARTAO TO WRK-ULT-CARTAO.
           MOVE WRK-VAL-PRAZO TO WRK-ULT-PRAZO.
           ADD WRK-VAL-PONTOS TO WRK-ACUM-PONTOS.
           MOVE WRK-VAL-PONTOS TO WRK-ULT-VAL-PONTOS.
           MOVE WRK-PTS-GANHO TO WRK-ULT-PTS-GANHO.
           MOVE WRK-PTS-RESGATE TO WRK-ULT-PTS-RESGATE.
           MOVE WRK-CLIENTE TO WRK-ULT-CLIENTE.
           MOVE WRK-PARCELAS TO WRK-ULT-PARCELAS.
           MOVE WRK-VENDAS TO WRK-ULTIMA-VENDA.
           MOVE WRK-VENDEDOR TO WRK-ULTIMO-VENDEDOR.
           MOVE WRK-TIPO-PGTO TO WRK-ULTIMO-TIPO-PGTO.
           MOVE WRK-TICKET TO WRK-ULTIMO-TICKET.
           PERFORM 9842-PROXIMO-DOCUMENTO.
           MOVE WRK-DOC-NUMERO TO WRK-ULT-DOCFISC.
           PERFORM 0220-ATUALIZAR-MINMAX.
           PERFORM 0202-GRAVAR-INTENT-INI.
           PERFORM 0210-REGISTRAR-VENDA.
           PERFORM 0204-GRAVAR-INTENT-FIM.
           MOVE WRK-ORC-RECUPERADO TO WRK-ULT-ORCAMENTO.
           IF WRK-ORC-RECUPERADO > ZEROS
               PERFORM 0206-MARCAR-ORCAMENTO
           END-IF.
           MOVE WRK-INI-DATA TO WRK-ULT-DATA-VENDA.
           MOVE WRK-SEQ TO WRK-ULTIMO-SEQ.
           PERFORM 0100-INICIALIZAR.
       0206-MARCAR-ORCAMENTO.
      *>********* MARCANDO O ORCAMENTO RECUPERADO COMO CONVERTIDO EM
      *>          TICKET, COM A DATA DA VENDA E O NUMERO DO TICKET
           MOVE WRK-ORC-RECUPERADO TO WRK-ORC-NUM-ALVO.
           PERFORM 9830-CARREGAR-ORCAMENTOS.
           PERFORM 9832-LOCALIZAR-ORCAMENTO.
           IF WRK-ORC-ACHADO > ZEROS
               MOVE 'T' TO WRK-ORC-STATUS(WRK-ORC-ACHADO)
               MOVE WRK-INI-DATA TO WRK-ORC-DATA-CONV(WRK-ORC-ACHADO)
               MOVE WRK-TICKET TO WRK-ORC-DOC-CONV(WRK-ORC-ACHADO)
               PERFORM 9834-GRAVAR-ORCAMENTOS
           END-IF.
       0202-GRAVAR-INTENT-INI.
      *>********* GRAVANDO A INTENCAO DA VENDA ANTES DE QUALQUER
      *>          OUTRA GRAVACAO (UMA QUEDA NO MEIO DEIXA A
           MOVE WRK-VENDEDOR TO WRK-INI-VENDEDOR.
           MOVE WRK-FILIAL TO WRK-INI-FILIAL.
           MOVE WRK-OPERADOR TO WRK-INI-OPERADOR.
           MOVE WRK-VAL-PONTOS TO WRK-INI-VAL-PONTOS.
           MOVE WRK-PTS-RESGATE TO WRK-INI-PTS-RESGATE.
           MOVE WRK-PTS-GANHO TO WRK-INI-PTS-GANHO.
           MOVE WRK-PARCELAS TO WRK-INI-PARCELAS.
           MOVE WRK-DOC-NUMERO TO WRK-INI-DOCFISC.
           OPEN EXTEND INTENT-FILE.
           IF WRK-INTENT-STATUS = '05' OR WRK-INTENT-STATUS = '35'
               CLOSE INTENT-FILE
               ADD 1 TO WRK-QTD-RECUPERADAS
               MOVE 'INI' TO WRK-INI-MARCA
               MOVE WRK-PEN-DADOS(WRK-PEN-IDX)
                   TO WRK-INT-INI(4:135)
      *>********* INTENCAO LEGADA SEM A SEQUENCIA DO DIARIO: O
      *>          TICKET E O MELHOR SUBSTITUTO DISPONIVEL
               IF WRK-INI-SEQ NOT NUMERIC OR WRK-INI-SEQ = ZEROS
                   MOVE WRK-INI-TICKET TO WRK-INI-SEQ
               END-IF
      *>********* INTENCAO LEGADA SEM OS PONTOS DO TICKET: VENDA
      *>          SEM RESGATE NEM ACUMULO
               IF WRK-INI-VAL-PONTOS NOT NUMERIC
                  OR WRK-INI-PTS-RESGATE NOT NUMERIC
                  OR WRK-INI-PTS-GANHO NOT NUMERIC
                   MOVE ZEROS TO WRK-INI-VAL-PONTOS
                   MOVE ZEROS TO WRK-INI-PTS-RESGATE
                   MOVE ZEROS TO WRK-INI-PTS-GANHO
               END-IF
      *>********* INTENCAO LEGADA SEM AS PARCELAS: TITULO UNICO
               IF WRK-INI-PARCELAS NOT NUMERIC
                  OR WRK-INI-PARCELAS = ZEROS
                   MOVE 1 TO WRK-INI-PARCELAS
               END-IF
      *>********* INTENCAO LEGADA SEM DOCUMENTO FISCAL: A VENDA E
      *>          REPOSTA SEM NUMERO
               IF WRK-INI-DOCFISC NOT NUMERIC
                   MOVE ZEROS TO WRK-INI-DOCFISC
               END-IF
               DISPLAY 'RECUPERANDO VENDA DO TICKET '
                       WRK-INI-TICKET ' DE ' WRK-INI-DATA '...'
               PERFORM 0082-REPOR-VENDATRX
               IF WRK-INI-PRAZO > ZEROS
                   PERFORM 0086-REPOR-TITULO
               END-IF
               IF WRK-INI-DOCFISC > ZEROS
                   PERFORM 0098-REPOR-DOCUMENTO
               END-IF
               PERFORM 0090-REPOR-AUDITORIA
               IF WRK-INI-PTS-RESGATE > ZEROS
                  OR WRK-INI-PTS-GANHO > ZEROS
                   PERFORM 0092-REPOR-PONTOS
               END-IF
               PERFORM 0204-GRAVAR-INTENT-FIM
               MOVE WRK-INI-OPERADOR TO WRK-AUDIT-OPERADOR
               MOVE 'RECUPERA' TO WRK-AUDIT-ACAO
           END-IF.
       0082-REPOR-VENDATRX.
      *>********* REPONDO O REGISTRO FIXO DA VENDA SE ELE NAO FOI
      *>          GRAVADO ANTES DA QUEDA (CASADO POR DATA E TICKET),
      *>          PROCURANDO NO ARQUIVO DO PERIODO DA VENDA
           MOVE 'N' TO WRK-ACHOU-PECA.
           MOVE WRK-INI-DATA(1:6) TO WRK-VTP-ANOMES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-VENDATRX-STATUS = '00'
               PERFORM 0083-PROCURAR-TRX
               CLOSE VENDATRX-FILE
           END-IF.
           IF WRK-ACHOU-PECA = 'N'
               MOVE WRK-INI-SEQ TO VENDATRX-SEQ
               MOVE 'V' TO VENDATRX-TIPO
               MOVE WRK-INI-DATA TO VENDATRX-DATA
               MOVE WRK-INI-DINHEIRO TO VENDATRX-VAL-DINHEIRO
               MOVE WRK-INI-CARTAO TO VENDATRX-VAL-CARTAO
               MOVE WRK-INI-PRAZO TO VENDATRX-VAL-PRAZO
               IF WRK-INI-DOCFISC > ZEROS
                   MOVE 1 TO VENDATRX-SERIE
               ELSE
                   MOVE ZEROS TO VENDATRX-SERIE
               END-IF
               MOVE WRK-INI-DOCFISC TO VENDATRX-DOCFISC
               PERFORM 9886-GRAVAR-VENDATRX
               DISPLAY '  REGISTRO FIXO REPOSTO.'
           END-IF.
       0083-PROCURAR-TRX.
               END-IF
           END-IF.
       0086-REPOR-TITULO.
      *>********* REPONDO AS PARCELAS DA PARTE A PRAZO NO CONTAS A
      *>          RECEBER QUE NAO FORAM GRAVADAS (CADA UMA CASADA POR
      *>          DATA DA VENDA, CLIENTE, NUMERO E VALOR DA PARCELA)
           MOVE WRK-INI-VENCIMENTO TO WRK-PRC-BASE.
           MOVE WRK-INI-PARCELAS TO WRK-PRC-QTD.
           MOVE WRK-INI-PRAZO TO WRK-PRC-TOTAL.
           PERFORM 0094-REPOR-PARCELA
               VARYING WRK-PRC-IDX FROM 1 BY 1
               UNTIL WRK-PRC-IDX > WRK-PRC-QTD.
       0094-REPOR-PARCELA.
      *>********* PROCURANDO UMA PARCELA DA VENDA RECUPERADA E
      *>          GRAVANDO-A SE ELA NAO ESTIVER NO ARQUIVO
           PERFORM 0128-VALOR-PARCELA.
           MOVE 'N' TO WRK-ACHOU-PECA.
           MOVE 'N' TO WRK-CREC-EOF.
           OPEN INPUT CONTASREC-FILE.
               PERFORM 0088-PROCURAR-TITULO
                   UNTIL FIM-CONTASREC OR WRK-ACHOU-PECA = 'S'
               CLOSE CONTASREC-FILE
           ELSE
      *>********* ARQUIVO AINDA INEXISTENTE: FICA ABERTO VAZIO E
      *>          PRECISA SER FECHADO ANTES DA GRAVACAO DA PARCELA
               IF WRK-CONTASREC-STATUS = '05'
                   CLOSE CONTASREC-FILE
               END-IF
           END-IF.
           IF WRK-ACHOU-PECA = 'N'
               PERFORM 0127-VENCIMENTO-PARCELA
               OPEN EXTEND CONTASREC-FILE
               IF WRK-CONTASREC-STATUS = '05'
                  OR WRK-CONTASREC-STATUS = '35'
               MOVE WRK-INI-SEQ TO CREC-SEQ
               MOVE WRK-INI-DATA TO CREC-DATA-VENDA
               MOVE WRK-INI-CLIENTE TO CREC-CLIENTE
               MOVE WRK-PRC-VALOR TO CREC-VALOR
               MOVE WRK-PRC-VENCIMENTO TO CREC-VENCIMENTO
               MOVE 'A' TO CREC-STATUS
               MOVE ZEROS TO CREC-DATA-PGTO
               MOVE WRK-PRC-IDX TO CREC-PARCELA
               MOVE WRK-PRC-QTD TO CREC-PARCELAS
               MOVE ZEROS TO CREC-NOSSO-NUMERO
               WRITE CONTASREC-REC
               CLOSE CONTASREC-FILE
               DISPLAY '  PARCELA ' WRK-PRC-IDX ' DE ' WRK-PRC-QTD
                       ' DO TITULO A PRAZO REPOSTA.'
           END-IF.
       0088-PROCURAR-TITULO.
      *>********* PROCURANDO A PARCELA DA VENDA RECUPERADA (A
      *>          SEQUENCIA DO DIARIO ENTRA NA CHAVE PARA NAO CASAR
      *>          O TITULO IGUAL DE OUTRA SESSAO DO MESMO DIA; O
      *>          TITULO ANTIGO SEM PARCELA VALE COMO A PRIMEIRA)
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-CREC-EOF
               NOT AT END
                   PERFORM 0096-NUMERO-PARCELA
                   IF CREC-SEQ = WRK-INI-SEQ
                      AND CREC-DATA-VENDA = WRK-INI-DATA
                      AND CREC-CLIENTE = WRK-INI-CLIENTE
                      AND CREC-VALOR = WRK-PRC-VALOR
                      AND WRK-PRC-LIDA = WRK-PRC-IDX
                       MOVE 'S' TO WRK-ACHOU-PECA
                   END-IF
           END-READ.
       0096-NUMERO-PARCELA.
      *>********* NUMERO DA PARCELA DO TITULO LIDO; O TITULO ANTIGO
      *>          SEM O CAMPO E A PARCELA UNICA
           IF CREC-PARCELA NUMERIC AND CREC-PARCELA > ZEROS
               MOVE CREC-PARCELA TO WRK-PRC-LIDA
           ELSE
               MOVE 1 TO WRK-PRC-LIDA
           END-IF.
       0098-REPOR-DOCUMENTO.
      *>********* REPONDO NO REGISTRO FISCAL O DOCUMENTO DO TICKET SE
      *>          ELE NAO FOI REGISTRADO ANTES DA QUEDA (O NUMERO JA
      *>          ESTAVA NA INTENCAO, SEM SALTO NA NUMERACAO)
           MOVE WRK-INI-FILIAL TO WRK-DOC-FILIAL.
           MOVE 1 TO WRK-DOC-SERIE.
           MOVE WRK-INI-DOCFISC TO WRK-DOC-NUMERO.
           MOVE 'E' TO WRK-DOC-SITUACAO.
           PERFORM 9844-PROCURAR-DOCUMENTO.
           IF NOT DOCUMENTO-REGISTRADO
               MOVE WRK-INI-DATA TO WRK-DOC-DATA
               MOVE WRK-INI-HORA TO WRK-DOC-HORA
               MOVE WRK-INI-VALOR TO WRK-DOC-VALOR
               MOVE WRK-INI-TICKET TO WRK-DOC-REFERENCIA
               MOVE WRK-INI-OPERADOR TO WRK-DOC-OPERADOR
               PERFORM 9843-GRAVAR-DOCUMENTO
               DISPLAY '  DOCUMENTO FISCAL ' WRK-DOC-NUMERO
                       ' REPOSTO.'
           END-IF.
       0090-REPOR-AUDITORIA.
      *>********* REPONDO O EVENTO VENDA DA AUDITORIA SE ELE NAO FOI
      *>          GRAVADO ANTES DA QUEDA (CASADO PELA DATA DA VENDA E
                       MOVE 'S' TO WRK-ACHOU-PECA
                   END-IF
           END-READ.
       0092-REPOR-PONTOS.
      *>********* REPONDO NO EXTRATO DE PONTOS O RESGATE E O GANHO DO
      *>          TICKET QUE NAO FORAM GRAVADOS (CASADOS POR DATA,
      *>          FILIAL E TICKET DA VENDA E TIPO)
           MOVE 'N' TO WRK-ACHOU-RESGATE.
           MOVE 'N' TO WRK-ACHOU-GANHO.
           MOVE 'N' TO WRK-PONTOS-EOF.
           OPEN INPUT PONTOS-FILE.
           IF WRK-PONTOS-STATUS = '00'
               PERFORM 0093-PROCURAR-PONTOS UNTIL FIM-PONTOS
           END-IF.
           CLOSE PONTOS-FILE.
           IF (WRK-ACHOU-RESGATE = 'N' AND WRK-INI-PTS-RESGATE > ZEROS)
              OR (WRK-ACHOU-GANHO = 'N' AND WRK-INI-PTS-GANHO > ZEROS)
               PERFORM 0219-GRAVAR-PONTOS
               DISPLAY '  LANCAMENTOS DE PONTOS REPOSTOS.'
           END-IF.
       0093-PROCURAR-PONTOS.
      *>********* LENDO UM LANCAMENTO E TESTANDO SE E DO TICKET
           READ PONTOS-FILE
               AT END
                   MOVE 'S' TO WRK-PONTOS-EOF
               NOT AT END
                   IF PTS-DATA-VENDA = WRK-INI-DATA
                      AND PTS-FILIAL-VENDA = WRK-INI-FILIAL
                      AND PTS-TICKET = WRK-INI-TICKET
                      AND PTS-ORIGEM = 'PROGCBL17'
                       EVALUATE PTS-TIPO
                           WHEN 'R'
                               MOVE 'S' TO WRK-ACHOU-RESGATE
                           WHEN 'G'
                               MOVE 'S' TO WRK-ACHOU-GANHO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       0220-ATUALIZAR-MINMAX.
      *>********* ATUALIZANDO A MENOR E A MAIOR VENDA DO PERIODO
           IF WRK-QNT = 1
               IF WRK-ULT-PRAZO > ZEROS
                   PERFORM 0233-CANCELAR-TITULO
               END-IF
               SUBTRACT WRK-ULT-VAL-PONTOS FROM WRK-ACUM-PONTOS
               IF WRK-ULT-PTS-GANHO > ZEROS
                  OR WRK-ULT-PTS-RESGATE > ZEROS
                   PERFORM 0239-ESTORNAR-PONTOS
               END-IF
               PERFORM 0234-DEVOLVER-ESTOQUE
               IF WRK-ULT-ORCAMENTO > ZEROS
                   PERFORM 0232-REABRIR-ORCAMENTO
               END-IF
               MOVE WRK-ACUM TO WRK-ACUM-ED
               MOVE WRK-ACUM-ED TO WRK-AUDIT-DEPOIS
               DISPLAY 'VENDA DE ' WRK-MOEDA-SIMBOLO
           MOVE WRK-ULT-DINHEIRO TO VENDATRX-VAL-DINHEIRO.
           MOVE WRK-ULT-CARTAO TO VENDATRX-VAL-CARTAO.
           MOVE WRK-ULT-PRAZO TO VENDATRX-VAL-PRAZO.
           MOVE 1 TO VENDATRX-SERIE.
           MOVE WRK-ULT-DOCFISC TO VENDATRX-DOCFISC.
           PERFORM 0240-GRAVAR-VENDATRX.
      *>********* O NUMERO DO TICKET ESTORNADO FICA REGISTRADO COMO
      *>          CANCELADO E NAO VOLTA A SER USADO
           MOVE WRK-ULT-DOCFISC TO WRK-DOC-NUMERO.
           MOVE 'C' TO WRK-DOC-SITUACAO.
           MOVE WRK-DATA-ATUAL TO WRK-DOC-DATA.
           MOVE WRK-HORA-ATUAL TO WRK-DOC-HORA.
           MOVE WRK-ULTIMA-VENDA TO WRK-DOC-VALOR.
           MOVE WRK-ULTIMO-TICKET TO WRK-DOC-REFERENCIA.
           MOVE WRK-OPERADOR TO WRK-DOC-OPERADOR.
           PERFORM 9843-GRAVAR-DOCUMENTO.
           DISPLAY 'DOCUMENTO FISCAL SERIE 001 NUMERO '
                   WRK-ULT-DOCFISC ' CANCELADO.'.
       0232-REABRIR-ORCAMENTO.
      *>********* DEVOLVENDO AO ORCAMENTO DO TICKET ESTORNADO A
      *>          SITUACAO DE ABERTO, PARA NOVA RECUPERACAO
           MOVE WRK-ULT-ORCAMENTO TO WRK-ORC-NUM-ALVO.
           PERFORM 9830-CARREGAR-ORCAMENTOS.
           PERFORM 9832-LOCALIZAR-ORCAMENTO.
           IF WRK-ORC-ACHADO > ZEROS
               MOVE 'A' TO WRK-ORC-STATUS(WRK-ORC-ACHADO)
               MOVE ZEROS TO WRK-ORC-DATA-CONV(WRK-ORC-ACHADO)
               MOVE ZEROS TO WRK-ORC-DOC-CONV(WRK-ORC-ACHADO)
               PERFORM 9834-GRAVAR-ORCAMENTOS
               DISPLAY 'ORCAMENTO ' WRK-ULT-ORCAMENTO ' REABERTO.'
           END-IF.
           MOVE ZEROS TO WRK-ULT-ORCAMENTO.
       0239-ESTORNAR-PONTOS.
      *>********* ESTORNANDO NO EXTRATO OS PONTOS GANHOS NO TICKET
      *>          CORRIGIDO (E) E DEVOLVENDO AO CLIENTE OS PONTOS
      *>          RESGATADOS NELE (C, COM VALIDADE NOVA A PARTIR DE
      *>          HOJE)
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-DATA-ATUAL TO PTS-DATA.
           MOVE WRK-HORA-ATUAL TO PTS-HORA.
           MOVE WRK-ULT-CLIENTE TO PTS-CLIENTE.
           MOVE WRK-ULT-DATA-VENDA TO PTS-DATA-VENDA.
           MOVE WRK-FILIAL TO PTS-FILIAL-VENDA.
           MOVE WRK-ULTIMO-TICKET TO PTS-TICKET.
           MOVE 'PROGCBL17' TO PTS-ORIGEM.
           MOVE WRK-OPERADOR TO PTS-OPERADOR.
           IF WRK-ULT-PTS-GANHO > ZEROS
               MOVE 'E' TO PTS-TIPO
               MOVE WRK-ULT-PTS-GANHO TO PTS-PONTOS
               COMPUTE PTS-VALOR =
                   WRK-ULTIMA-VENDA - WRK-ULT-VAL-PONTOS
               MOVE ZEROS TO PTS-VALIDADE
               PERFORM 9770-GRAVAR-LANCAMENTO
               MOVE WRK-ULT-PTS-GANHO TO WRK-PTS-ED
               DISPLAY 'PONTOS GANHOS ESTORNADOS: ' WRK-PTS-ED
           END-IF.
           IF WRK-ULT-PTS-RESGATE > ZEROS
               MOVE 'C' TO PTS-TIPO
               MOVE WRK-ULT-PTS-RESGATE TO PTS-PONTOS
               MOVE WRK-ULT-VAL-PONTOS TO PTS-VALOR
               MOVE WRK-DATA-ATUAL TO WRK-FID-DATA-BASE
               PERFORM 9772-CALCULAR-VALIDADE
               MOVE WRK-FID-DATA-VALIDADE TO PTS-VALIDADE
               PERFORM 9770-GRAVAR-LANCAMENTO
               MOVE WRK-ULT-PTS-RESGATE TO WRK-PTS-ED
               DISPLAY 'PONTOS RESGATADOS DEVOLVIDOS AO CLIENTE: '
                       WRK-PTS-ED
           END-IF.
       0240-GRAVAR-VENDATRX.
      *>********* GRAVANDO O LANCAMENTO NO REGISTRO FIXO DE
      *>          TRANSACOES (TIPO E VALOR JA PREENCHIDOS)
           MOVE WRK-OPERADOR TO VENDATRX-OPERADOR.
           MOVE 'PROGCBL17' TO VENDATRX-ORIGEM.
           MOVE WRK-FILIAL TO VENDATRX-FILIAL.
           PERFORM 9886-GRAVAR-VENDATRX.
       0233-CANCELAR-TITULO.
      *>********* MARCANDO COMO ESTORNADO (E) O TITULO DA VENDA A
      *>          PRAZO CORRIGIDA, VIA ARQUIVO DE TRABALHO (O
      *>          ARQUIVO VIVO SO E REGRAVADO DA COPIA COMPLETA)
           MOVE 'N' TO WRK-CREC-EOF.
           MOVE 'N' TO WRK-TITULO-ACHADO.
           MOVE ZEROS TO WRK-PRC-MARCADOS.
           MOVE ALL 'N' TO WRK-PRC-MARCADAS.
           MOVE WRK-ULT-PRAZO TO WRK-PRC-TOTAL.
           MOVE WRK-ULT-PARCELAS TO WRK-PRC-QTD.
           OPEN INPUT CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS NOT = '00'
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - CANCELE O '
               CLOSE CONTASRECWRK-FILE
               IF WRK-TITULO-ACHADO = 'S'
                   PERFORM 0236-EFETIVAR-CONTASREC
                   DISPLAY 'PARCELAS DA VENDA ESTORNADA CANCELADAS '
                           'NO CONTAS A RECEBER: ' WRK-PRC-MARCADOS
                           ' DE ' WRK-PRC-QTD '.'
               ELSE
                   DISPLAY 'TITULO DA VENDA NAO LOCALIZADO - '
                           'CANCELE MANUALMENTE NO PROGCBL34.'
               END-IF
           END-IF.
       0235-MARCAR-TITULO.
      *>********* COPIANDO UM TITULO PARA O TRABALHO, MARCANDO AS
      *>          PARCELAS DA VENDA ESTORNADA. O SEQ RECOMECA A CADA
      *>          SESSAO E SE REPETE NO ARQUIVO, ENTAO CADA PARCELA E
      *>          CASADA TAMBEM PELA DATA DA VENDA, PELO CLIENTE E
      *>          PELO VALOR, E SO A PRIMEIRA ENCONTRADA DE CADA
      *>          NUMERO E MARCADA
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-CREC-EOF
               NOT AT END
                   PERFORM 0096-NUMERO-PARCELA
                   IF CREC-SEQ = WRK-ULTIMO-SEQ
                      AND CREC-DATA-VENDA = WRK-DATA-ATUAL
                      AND CREC-CLIENTE = WRK-ULT-CLIENTE
                      AND CREC-STATUS = 'A'
                      AND WRK-PRC-LIDA <= WRK-PRC-QTD
                       MOVE WRK-PRC-LIDA TO WRK-PRC-IDX
                       PERFORM 0128-VALOR-PARCELA
                       IF CREC-VALOR = WRK-PRC-VALOR
                          AND WRK-PRC-MARCADA(WRK-PRC-IDX) = 'N'
                           MOVE 'E' TO CREC-STATUS
                           MOVE 'S' TO WRK-PRC-MARCADA(WRK-PRC-IDX)
                           ADD 1 TO WRK-PRC-MARCADOS
                           MOVE 'S' TO WRK-TITULO-ACHADO
                       END-IF
                   END-IF
                   MOVE CONTASREC-REC TO CONTASRECWRK-REC
                   WRITE CONTASRECWRK-REC
               VARYING WRK-ULT-IDX FROM 1 BY 1
               UNTIL WRK-ULT-IDX > WRK-ULT-QTD.
           MOVE ZEROS TO WRK-ULT-QTD.
           PERFORM 9787-ESTORNAR-CONSUMO.
       0238-DEVOLVER-UM-ITEM.
      *>********* DEVOLVENDO AO ESTOQUE A BAIXA DE UM ITEM
           IF WRK-ULT-BAIXA(WRK-ULT-IDX) > ZEROS
                       TO WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
                   DISPLAY 'ESTOQUE DE ' WRK-ULT-CODIGO(WRK-ULT-IDX)
                           ' DEVOLVIDO: ' WRK-ULT-BAIXA(WRK-ULT-IDX)
                   MOVE 'CV' TO WRK-KDX-TIPO
                   MOVE WRK-ULT-BAIXA(WRK-ULT-IDX) TO WRK-KDX-ENTRADA
                   MOVE WRK-ULTIMO-TICKET TO WRK-TICKET-TXT
                   PERFORM 0229-GRAVAR-MOVIMENTO
               END-IF
           END-IF.
       0210-REGISTRAR-VENDA.
                  WRK-TIPO-PGTO DELIMITED BY SIZE
             INTO VENDALOG-REC.
           WRITE VENDALOG-REC.
           MOVE ZEROS TO WRK-LMV-QTD.
           PERFORM 0212-GRAVAR-ITEM
               VARYING WRK-ITN-IDX FROM 1 BY 1
               UNTIL WRK-ITN-IDX > WRK-ITN-QTD.
           MOVE WRK-VAL-DINHEIRO TO VENDATRX-VAL-DINHEIRO.
           MOVE WRK-VAL-CARTAO TO VENDATRX-VAL-CARTAO.
           MOVE WRK-VAL-PRAZO TO VENDATRX-VAL-PRAZO.
           MOVE 1 TO VENDATRX-SERIE.
           MOVE WRK-DOC-NUMERO TO VENDATRX-DOCFISC.
           PERFORM 0240-GRAVAR-VENDATRX.
           MOVE 'E' TO WRK-DOC-SITUACAO.
           MOVE WRK-DATA-ATUAL TO WRK-DOC-DATA.
           MOVE WRK-HORA-ATUAL TO WRK-DOC-HORA.
           MOVE WRK-VENDAS TO WRK-DOC-VALOR.
           MOVE WRK-TICKET TO WRK-DOC-REFERENCIA.
           MOVE WRK-OPERADOR TO WRK-DOC-OPERADOR.
           PERFORM 9843-GRAVAR-DOCUMENTO.
           DISPLAY 'DOCUMENTO FISCAL SERIE 001 NUMERO '
                   WRK-DOC-NUMERO.
           IF WRK-PTS-RESGATE > ZEROS OR WRK-PTS-GANHO > ZEROS
               MOVE 'N' TO WRK-ACHOU-RESGATE
               MOVE 'N' TO WRK-ACHOU-GANHO
               PERFORM 0219-GRAVAR-PONTOS
           END-IF.
           PERFORM 0214-GUARDAR-ULTIMO-TICKET.
           MOVE WRK-OPERADOR TO WRK-AUDIT-OPERADOR.
           MOVE 'VENDA' TO WRK-AUDIT-ACAO.
           PERFORM 9500-GRAVAR-AUDITORIA.
       0212-GRAVAR-ITEM.
      *>********* GRAVANDO UMA LINHA DE ITEM DO TICKET NO DIARIO E
      *>          BAIXANDO O ESTOQUE DO ITEM; O ITEM PRECIFICADO POR
      *>          EVENTO DE PRECO LEVA PROMO= E O NUMERO DO EVENTO
           MOVE WRK-ITN-VALOR(WRK-ITN-IDX) TO WRK-ITEM-VALOR-ED.
           MOVE SPACES TO VENDALOG-REC.
           STRING 'TICKET=' DELIMITED BY SIZE
                  ' BRUTO=' DELIMITED BY SIZE
                  WRK-ITN-VALOR(WRK-ITN-IDX) DELIMITED BY SIZE
             INTO VENDALOG-REC.
           IF WRK-ITN-PROMO(WRK-ITN-IDX) > ZEROS
               MOVE ' PROMO=' TO VENDALOG-REC(83:7)
               MOVE WRK-ITN-PROMO(WRK-ITN-IDX) TO VENDALOG-REC(90:5)
           END-IF.
           WRITE VENDALOG-REC.
           MOVE WRK-ITN-CODIGO(WRK-ITN-IDX) TO WRK-PRODUTO-COD.
           MOVE WRK-ITN-QTD-VENDIDA(WRK-ITN-IDX) TO WRK-QUANTIDADE.
               TO WRK-ULT-CODIGO(WRK-ITN-IDX).
           MOVE WRK-ITN-BAIXA(WRK-ITN-IDX)
               TO WRK-ULT-BAIXA(WRK-ITN-IDX).
       0219-GRAVAR-PONTOS.
      *>********* LANCANDO NO EXTRATO DE PONTOS O RESGATE (R) E O
      *>          GANHO (G) DO TICKET, PELOS DADOS DA INTENCAO (A
      *>          RECUPERACAO GRAVA SO O QUE NAO FOI ACHADO)
           MOVE WRK-INI-DATA TO PTS-DATA.
           MOVE WRK-INI-HORA TO PTS-HORA.
           MOVE WRK-INI-CLIENTE TO PTS-CLIENTE.
           MOVE WRK-INI-DATA TO PTS-DATA-VENDA.
           MOVE WRK-INI-FILIAL TO PTS-FILIAL-VENDA.
           MOVE WRK-INI-TICKET TO PTS-TICKET.
           MOVE 'PROGCBL17' TO PTS-ORIGEM.
           MOVE WRK-INI-OPERADOR TO PTS-OPERADOR.
           IF WRK-INI-PTS-RESGATE > ZEROS AND WRK-ACHOU-RESGATE = 'N'
               MOVE 'R' TO PTS-TIPO
               MOVE WRK-INI-PTS-RESGATE TO PTS-PONTOS
               MOVE WRK-INI-VAL-PONTOS TO PTS-VALOR
               MOVE ZEROS TO PTS-VALIDADE
               PERFORM 9770-GRAVAR-LANCAMENTO
           END-IF.
           IF WRK-INI-PTS-GANHO > ZEROS AND WRK-ACHOU-GANHO = 'N'
               MOVE 'G' TO PTS-TIPO
               MOVE WRK-INI-PTS-GANHO TO PTS-PONTOS
               COMPUTE PTS-VALOR =
                   WRK-INI-VALOR - WRK-INI-VAL-PONTOS
               MOVE WRK-INI-DATA TO WRK-FID-DATA-BASE
               PERFORM 9772-CALCULAR-VALIDADE
               MOVE WRK-FID-DATA-VALIDADE TO PTS-VALIDADE
               PERFORM 9770-GRAVAR-LANCAMENTO
           END-IF.
       0218-GRAVAR-CONTASREC.
      *>********* GRAVANDO A VENDA A PRAZO NO ARQUIVO DE CONTAS A
      *>          RECEBER, UM TITULO POR PARCELA, EM ABERTO ATE A
      *>          BAIXA PELO PROGCBL34
           OPEN EXTEND CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS = '05'
              OR WRK-CONTASREC-STATUS = '35'
               CLOSE CONTASREC-FILE
               OPEN OUTPUT CONTASREC-FILE
           END-IF.
           MOVE WRK-VENCIMENTO TO WRK-PRC-BASE.
           MOVE WRK-PARCELAS TO WRK-PRC-QTD.
           MOVE WRK-VAL-PRAZO TO WRK-PRC-TOTAL.
           PERFORM 0211-GRAVAR-PARCELA
               VARYING WRK-PRC-IDX FROM 1 BY 1
               UNTIL WRK-PRC-IDX > WRK-PRC-QTD.
           CLOSE CONTASREC-FILE.
       0211-GRAVAR-PARCELA.
      *>********* GRAVANDO O TITULO DE UMA PARCELA DA VENDA A PRAZO
           PERFORM 0127-VENCIMENTO-PARCELA.
           PERFORM 0128-VALOR-PARCELA.
           MOVE WRK-SEQ TO CREC-SEQ.
           MOVE WRK-DATA-ATUAL TO CREC-DATA-VENDA.
           MOVE WRK-CLIENTE TO CREC-CLIENTE.
           MOVE WRK-PRC-VALOR TO CREC-VALOR.
           MOVE WRK-PRC-VENCIMENTO TO CREC-VENCIMENTO.
           MOVE 'A' TO CREC-STATUS.
           MOVE ZEROS TO CREC-DATA-PGTO.
           MOVE WRK-PRC-IDX TO CREC-PARCELA.
           MOVE WRK-PRC-QTD TO CREC-PARCELAS.
           MOVE ZEROS TO CREC-NOSSO-NUMERO.
           WRITE CONTASREC-REC.
       0213-MOSTRAR-PARCELA.
      *>********* MOSTRANDO O VENCIMENTO E O VALOR DE UMA PARCELA DA
      *>          VENDA A PRAZO ANTES DA CHECAGEM DE CREDITO
           PERFORM 0127-VENCIMENTO-PARCELA.
           PERFORM 0128-VALOR-PARCELA.
           MOVE WRK-PRC-VALOR TO WRK-PRC-VALOR-ED.
           DISPLAY 'PARCELA ' WRK-PRC-IDX ' DE ' WRK-PRC-QTD
                   ' VENCE EM ' WRK-PRC-VENCIMENTO
                   ' VALOR ' WRK-MOEDA-SIMBOLO WRK-PRC-VALOR-ED.
       0215-BAIXAR-ESTOQUE.
      *>********* BAIXANDO DO ESTOQUE A QUANTIDADE VENDIDA DO ITEM,
      *>          DEVOLVENDO A BAIXA REALMENTE EFETIVADA
                   SUBTRACT WRK-QUANTIDADE
                       FROM WRK-PROD-ESTOQUE(WRK-PROD-ACHADO)
               END-IF
               IF WRK-BAIXA-EFETIVA > ZEROS
                  AND NOT LOTES-ESTOURARAM
      *>********* A BAIXA SAI DOS LOTES VALIDOS, O QUE VENCE
      *>          PRIMEIRO ANTES; O RESTO E ESTOQUE FORA DE LOTE
                   MOVE WRK-PRODUTO-COD TO WRK-LOT-PROD-ALVO
                   MOVE WRK-BAIXA-EFETIVA TO WRK-LOT-PEDIDO
                   PERFORM 9784-CONSUMIR-FEFO
               END-IF
               IF WRK-BAIXA-EFETIVA > ZEROS
                   MOVE 'VE' TO WRK-KDX-TIPO
                   MOVE WRK-BAIXA-EFETIVA TO WRK-KDX-SAIDA
                   MOVE WRK-TICKET TO WRK-TICKET-TXT
                   PERFORM 0229-GRAVAR-MOVIMENTO
               END-IF
           END-IF.
       0229-GRAVAR-MOVIMENTO.
      *>********* GRAVANDO NO RAZAO DE ESTOQUE O MOVIMENTO DO PRODUTO
      *>          ACHADO (TIPO E QUANTIDADE JA PREENCHIDOS), COM O
      *>          TICKET COMO DOCUMENTO E O SALDO RESULTANTE
           MOVE WRK-PROD-CODIGO(WRK-PROD-ACHADO) TO WRK-KDX-PRODUTO.
           MOVE SPACES TO WRK-KDX-DOCUMENTO.
           STRING 'TICKET ' WRK-TICKET-TXT
               DELIMITED BY SIZE
             INTO WRK-KDX-DOCUMENTO.
           MOVE WRK-PROD-CUSTO(WRK-PROD-ACHADO) TO WRK-KDX-CUSTO.
           MOVE WRK-PROD-ESTOQUE(WRK-PROD-ACHADO) TO WRK-KDX-SALDO.
           MOVE WRK-OPERADOR TO WRK-KDX-OPERADOR.
           PERFORM 9810-GRAVAR-MOVIMENTO.
       0216-TESTAR-PRODUTO.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O PRODUTO
           IF WRK-PROD-CODIGO(WRK-PROD-IDX) = WRK-PRODUTO-COD
           DISPLAY 'TICKET MEDIO: ' WRK-MOEDA-SIMBOLO WRK-MEDIA-ED.
           PERFORM 0310-FECHAR-CAIXA.
           CLOSE VENDALOG-FILE.
           IF WRK-PROD-QTD > ZEROS
               PERFORM 0320-GRAVAR-PRODUTOS
               PERFORM 0330-ALERTA-REPOSICAO
           END-IF.
           IF LOTES-MEXIDOS AND NOT LOTES-ESTOURARAM
               PERFORM 9795-GRAVAR-LOTES
           END-IF.
           DISPLAY 'FIM DO PROGRAMA...'.
       0310-FECHAR-CAIXA.
      *>********* CONFERINDO O DINHEIRO CONTADO NO CAIXA CONTRA O
               WRK-ACUM-CARTAO / WRK-CAMBIO-TAXA.
           DISPLAY 'VENDAS NO CARTAO (FORA DO CAIXA): '
                   WRK-MOEDA-SIMBOLO WRK-ACUM-CARTAO-ED.
           IF WRK-ACUM-PONTOS > ZEROS
               COMPUTE WRK-ACUM-PONTOS-ED =
                   WRK-ACUM-PONTOS / WRK-CAMBIO-TAXA
               DISPLAY 'PAGO COM PONTOS (FORA DO CAIXA): '
                       WRK-MOEDA-SIMBOLO WRK-ACUM-PONTOS-ED
           END-IF.
           COMPUTE WRK-ACUM-SANGRIA-ED =
               WRK-ACUM-SANGRIA / WRK-CAMBIO-TAXA.
           COMPUTE WRK-ACUM-SUPRIM-ED =
                   WRK-ACUM-SANGRIA-ED
                   '  SUPRIMENTOS: ' WRK-MOEDA-SIMBOLO
                   WRK-ACUM-SUPRIM-ED.
           PERFORM 0312-SOMAR-DEVOLUCOES.
           IF WRK-ACUM-DEVOLUCAO > ZEROS
               COMPUTE WRK-ACUM-DEVOL-ED =
                   WRK-ACUM-DEVOLUCAO / WRK-CAMBIO-TAXA
               DISPLAY 'DEVOLUCOES PAGAS EM DINHEIRO: '
                       WRK-MOEDA-SIMBOLO WRK-ACUM-DEVOL-ED
           END-IF.
           DISPLAY 'VALOR CONTADO NO CAIXA (SO DINHEIRO): '.
           ACCEPT WRK-CONTADO FROM CONSOLE.
      *>********* DINHEIRO ESPERADO = VENDAS EM DINHEIRO MAIS OS
      *>          SUPRIMENTOS MENOS AS SANGRIAS E AS DEVOLUCOES
      *>          PAGAS EM DINHEIRO
           COMPUTE WRK-DINHEIRO-ESPERADO = WRK-ACUM-VISTA
               + WRK-ACUM-SUPRIMENTO - WRK-ACUM-SANGRIA
               - WRK-ACUM-DEVOLUCAO.
           COMPUTE WRK-QUEBRA = WRK-CONTADO - WRK-DINHEIRO-ESPERADO.
           MOVE WRK-CONTADO TO WRK-CONTADO-ED.
           MOVE WRK-QUEBRA TO WRK-QUEBRA-ED.
      *>          APURADO E O CONTADO QUE ELE CARREGA
           MOVE WRK-ACUM-CARTAO TO WRK-ACUM-CARTAO-ED.
           MOVE WRK-ACUM-PRAZO TO WRK-ACUM-PRAZO-ED.
           MOVE WRK-ACUM-DEVOLUCAO TO WRK-ACUM-DEVOL-ED.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           OPEN EXTEND CAIXAFECH-FILE.
                  WRK-ACUM-CARTAO-ED DELIMITED BY SIZE
                  ' PRAZO=' DELIMITED BY SIZE
                  WRK-ACUM-PRAZO-ED DELIMITED BY SIZE
                  ' DEVOL=' DELIMITED BY SIZE
                  WRK-ACUM-DEVOL-ED DELIMITED BY SIZE
                  ' FILIAL=' DELIMITED BY SIZE
                  WRK-FILIAL DELIMITED BY SIZE
             INTO CAIXAFECH-REC.
           WRITE CAIXAFECH-REC.
           CLOSE CAIXAFECH-FILE.
           MOVE WRK-ACUM-ED TO WRK-AUDIT-ANTES.
           MOVE WRK-CONTADO-ED TO WRK-AUDIT-DEPOIS.
           PERFORM 9500-GRAVAR-AUDITORIA.
       0312-SOMAR-DEVOLUCOES.
      *>********* SOMANDO A PARTE EM DINHEIRO DAS DEVOLUCOES DO
      *>          PROGCBL89 FEITAS HOJE NESTA FILIAL DESDE A ABERTURA
      *>          DA SESSAO (O DINHEIRO SAIU DESTA GAVETA)
           MOVE ZEROS TO WRK-ACUM-DEVOLUCAO.
           MOVE 'N' TO WRK-TRXDEV-EOF.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-DATA-ATUAL(1:6) TO WRK-VTP-ANOMES.
           PERFORM 9880-NOMEAR-PERIODO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-VENDATRX-STATUS = '00'
               PERFORM 0314-LER-TRX-DEVOLUCAO UNTIL FIM-TRXDEV

           END-IF.
           CLOSE VENDATRX-FILE.
       0314-LER-TRX-DEVOLUCAO.
      *>********* LENDO UMA TRANSACAO E SOMANDO A DEVOLUCAO EM
      *>          DINHEIRO DA SESSAO
           READ VENDATRX-FILE
               AT END
                   MOVE 'S' TO WRK-TRXDEV-EOF
               NOT AT END
                   IF VENDATRX-TIPO = 'C'
                      AND VENDATRX-ORIGEM = 'PROGCBL89'
                      AND VENDATRX-DATA = WRK-DATA-ATUAL
                      AND VENDATRX-FILIAL = WRK-FILIAL
                      AND VENDATRX-HORA >= WRK-HORA-ABERTURA
                       ADD VENDATRX-VAL-DINHEIRO
                           TO WRK-ACUM-DEVOLUCAO
                   END-IF
           END-READ.
       0320-GRAVAR-PRODUTOS.
      *>********* REGRAVANDO O CADASTRO DE PRODUTOS COM O ESTOQUE
      *>          BAIXADO PELO DIA DE VENDAS
           COPY 'MOEDA-PROC.cbl'.
           COPY 'CAMBIO-PROC.cbl'.
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'FIDPTS-PROC.cbl'.
           COPY 'LOTEFEFO-PROC.cbl'.
           COPY 'KARDEX-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL17'==.
           COPY 'ORCTAB-PROC.cbl'.
           COPY 'DOCNUM-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL17'==.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL17'==.
           COPY 'VENDAPER-PROC.cbl'.
           COPY 'VENDAGRV-PROC.cbl'.
