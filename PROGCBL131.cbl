       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL131.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: RESUMO GERENCIAL DIARIO EM UMA PAGINA PARA A
      *>           DIRETORIA, NO LUGAR DOS NUMEROS COPIADOS A MAO DO
      *>           PROGCBL24, PROGCBL34, PROGCBL35 E PROGCBL30:
      *>           VENDAS DO DIA POR FILIAL E MEIO DE PAGAMENTO
      *>           (REGISTRO FIXO VENDATRX DO PERIODO), COMPARADAS COM
      *>           O MESMO DIA DA SEMANA ANTERIOR E COM A META DO MES
      *>           (METAS49, REALIZADO ACUMULADO NO MES ATE A DATA)
      *> OBJETIVO: DIFERENCAS DE CAIXA DOS FECHAMENTOS DO DIA
      *>           (CAIXAFECH17), TITULOS VENCIDOS EM ABERTO NA DATA E
      *>           OS QUE VENCERAM NO ULTIMO DIA UTIL (CONTASREC17,
      *>           VENCIMENTO AJUSTADO PARA O DIA UTIL COMO NO
      *>           PROGCBL34), EMBARQUES NAO ENTREGUES ALEM DO PRAZO DA
      *>           TRANSPORTADORA (EMBARQUE10 X TRANSPMST, DIAS NA
      *>           BASE 30/360 COMO NO PROGCBL61), PRODUTOS NO PONTO
      *>           DE REPOSICAO OU ABAIXO (PRODMST, COMO NO PROGCBL30)
      *>           E LOTES DO DIA QUE TERMINARAM COM ERRO, NAO GRAVARAM
      *>           FIM OU NAO RODARAM (RUNCTL E ESCALA41, COMO NO
      *>           PROGCBL41)
      *> OBJETIVO: O RESUMO SAI NA TELA E NO ARQUIVO RESUMO131 (UMA
      *>           PAGINA DE TEXTO, REGRAVADO A CADA EXECUCAO) PARA
      *>           SEGUIR POR E-MAIL
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
               FILE STATUS IS WRK-VENDATRX-STATUS.
           SELECT OPTIONAL METAS-FILE ASSIGN TO 'METAS49'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-METAS-STATUS.
           SELECT OPTIONAL CAIXAFECH-FILE ASSIGN TO 'CAIXAFECH17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CAIXAFECH-STATUS.
           SELECT OPTIONAL CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT OPTIONAL EMBARQUE-FILE ASSIGN TO 'EMBARQUE10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMBARQUE-STATUS.
           SELECT OPTIONAL TRANSP-FILE ASSIGN TO 'TRANSPMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSP-STATUS.
           SELECT OPTIONAL PRODMST-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMST-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ESCALA-FILE ASSIGN TO 'ESCALA41'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESCALA-STATUS.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL RELATO-FILE ASSIGN TO 'RESUMO131'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  METAS-FILE.
       01  METAS-REC.
           02 META-ANO PIC 9(04).
           02 META-MES PIC 9(02).
           02 META-FILIAL PIC 9(02).
           02 META-VALOR PIC 9(08)V99.
      *>********* FECHAMENTO DE CAIXA GRAVADO PELO PROGCBL17: SO A
      *>          DATA, O OPERADOR, A DIFERENCA E A FILIAL INTERESSAM
       FD  CAIXAFECH-FILE.
       01  CAIXAFECH-REC.
           02 FCH-DATA PIC 9(08).
           02 FILLER PIC X(19).
           02 FCH-OPERADOR PIC X(15).
           02 FILLER PIC X(49).
           02 FCH-DIFERENCA-ED PIC -ZZZ.ZZ9,99.
           02 FILLER PIC X(60).
           02 FCH-FILIAL PIC X(02).
           02 FILLER PIC X(06).
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  EMBARQUE-FILE.
       01  EMBARQUE-REC.
           COPY 'EMBARQUE.cbl'.
       FD  TRANSP-FILE.
       01  TRANSP-REC.
           COPY 'TRANSPORTADOR.cbl'.
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ESCALA-FILE.
       01  ESCALA-REC.
           02 ESC-PROGRAMA PIC X(09).
           02 ESC-DIAS PIC X(07).
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  RELATO-FILE.
       01  RELATO-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'DIAUTIL.cbl'.
       COPY 'MOEDA.cbl'.
       77 WRK-MAX-FILIAL PIC 9(02) VALUE 5.
       77 WRK-VENDATRX-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-METAS-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CAIXAFECH-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EMBARQUE-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-TRANSP-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RUNCTL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ESCALA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RELATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
      *>********* DATA DO RESUMO, MESMO DIA DA SEMANA ANTERIOR E
      *>          ULTIMO DIA UTIL ANTES DA DATA
       01 WRK-DATA-RESUMO.
          02 WRK-RES-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-RES-MES PIC 9(02) VALUE ZEROS.
          02 WRK-RES-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-RESUMO-NUM REDEFINES WRK-DATA-RESUMO PIC 9(08).
       77 WRK-DATA-SEMANA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-UTIL-ANT PIC 9(08) VALUE ZEROS.
       77 WRK-CONT PIC 9(02) VALUE ZEROS.
      *>********* VENDAS POR FILIAL: DIA, MEIOS DE PAGAMENTO DO DIA
      *>          (OUTROS = PONTOS, VALE E LANCAMENTO SEM QUEBRA),
      *>          MESMO DIA DA SEMANA ANTERIOR, MES ATE A DATA E META
       01 WRK-FIL-TAB.
          02 WRK-FIL-LINHA OCCURS 5 TIMES.
             03 WRK-FIL-QTD PIC 9(05).
             03 WRK-FIL-DIA PIC S9(09)V99.
             03 WRK-FIL-DINHEIRO PIC S9(09)V99.
             03 WRK-FIL-CARTAO PIC S9(09)V99.
             03 WRK-FIL-PRAZO PIC S9(09)V99.
             03 WRK-FIL-OUTROS PIC S9(09)V99.
             03 WRK-FIL-SEMANA PIC S9(09)V99.
             03 WRK-FIL-MES PIC S9(09)V99.
             03 WRK-FIL-META PIC 9(09)V99.
       77 WRK-FIL PIC 9(02) VALUE ZEROS.
       01 WRK-TOT-VENDAS.
          02 WRK-TOT-QTD PIC 9(05) VALUE ZEROS.
          02 WRK-TOT-DIA PIC S9(09)V99 VALUE ZEROS.
          02 WRK-TOT-DINHEIRO PIC S9(09)V99 VALUE ZEROS.
          02 WRK-TOT-CARTAO PIC S9(09)V99 VALUE ZEROS.
          02 WRK-TOT-PRAZO PIC S9(09)V99 VALUE ZEROS.
          02 WRK-TOT-OUTROS PIC S9(09)V99 VALUE ZEROS.
          02 WRK-TOT-SEMANA PIC S9(09)V99 VALUE ZEROS.
          02 WRK-TOT-MES PIC S9(09)V99 VALUE ZEROS.
          02 WRK-TOT-META PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-TRX PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QUEBRA-TRX PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LER-SO-SEMANA PIC X(01) VALUE 'N'.
         88 SO-SEMANA-ANTERIOR VALUE 'S'.
       77 WRK-PCT PIC S9(05)V9 VALUE ZEROS.
      *>********* DIFERENCAS DE CAIXA DO DIA
       77 WRK-QTD-FECHAMENTOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-COM-DIFERENCA PIC 9(03) VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(07)V99 VALUE ZEROS.
       77 WRK-TOT-DIFERENCA PIC S9(09)V99 VALUE ZEROS.
      *>********* TITULOS VENCIDOS (VENCIMENTO AJUSTADO AO DIA UTIL)
       01 WRK-DATA-VENC.
          02 WRK-VENC-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-VENC-MES PIC 9(02) VALUE ZEROS.
          02 WRK-VENC-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-VENC-NUM REDEFINES WRK-DATA-VENC PIC 9(08).
       77 WRK-QTD-VENCIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-VLR-VENCIDOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-NOVOS-VENC PIC 9(05) VALUE ZEROS.
       77 WRK-VLR-NOVOS-VENC PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-A-VENCER PIC 9(05) VALUE ZEROS.
       77 WRK-VLR-A-VENCER PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TITULO-ABERTO PIC X(01) VALUE 'N'.
         88 TITULO-ABERTO-NA-DATA VALUE 'S'.
      *>********* EMBARQUES ATRASADOS: PRAZO PROMETIDO POR
      *>          TRANSPORTADORA (SEM CADASTRO VALE O PRAZO PADRAO)
       01 WRK-TRA-TAB.
          02 WRK-TRA-LINHA OCCURS 50 TIMES.
             03 WRK-TRA-CODIGO PIC X(05).
             03 WRK-TRA-PRAZO PIC 9(03).
       77 WRK-TRA-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-TRA-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 10.
       77 WRK-PRAZO PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-EMB.
          02 WRK-EMB-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-EMB-MES PIC 9(02) VALUE ZEROS.
          02 WRK-EMB-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-ABERTO PIC S9(05) VALUE ZEROS.
       77 WRK-QTD-EMB-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-VLR-EMB-ATRASO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-EMB-ABERTO PIC 9(05) VALUE ZEROS.
      *>********* PRODUTOS NO PONTO DE REPOSICAO
       77 WRK-QTD-REPOSICAO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PRODUTOS PIC 9(05) VALUE ZEROS.
      *>********* LINHAS DETALHADAS POR SECAO (O RESTO SO CONTA)
       77 WRK-MAX-DETALHE PIC 9(02) VALUE 8.
       77 WRK-QTD-DETALHE PIC 9(05) VALUE ZEROS.
      *>********* LOTES DO DIA (LAYOUT DA LINHA DO RUNCTL COMO NO
      *>          PROGCBL41)
       01 WRK-RUN-LINHA.
          02 WRK-RL-DATA PIC 9(08).
          02 FILLER PIC X(01).
          02 WRK-RL-HORA PIC 9(08).
          02 FILLER PIC X(10).
          02 WRK-RL-PROGRAMA PIC X(10).
          02 FILLER PIC X(08).
          02 WRK-RL-EVENTO PIC X(06).
          02 FILLER PIC X(07).
          02 WRK-RL-LIDOS PIC 9(06).
          02 FILLER PIC X(06).
          02 WRK-RL-PROC PIC 9(06).
          02 FILLER PIC X(05).
          02 WRK-RL-REJ PIC 9(06).
          02 FILLER PIC X(05).
          02 WRK-RL-SIT PIC X(10).
            88 SITUACAO-NORMAL VALUES SPACES 'OK' 'LIMPO'
                                      'JA FEITO' 'PULADO' 'PULADOS'.
          02 FILLER PIC X(13).
       77 WRK-RUN-RESTO PIC X(78) VALUE SPACES.
       01 WRK-PROGRAMAS-TAB.
          02 WRK-PRG-LINHA OCCURS 50 TIMES.
             03 WRK-PRG-NOME PIC X(10).
             03 WRK-PRG-INICIOS PIC 9(03).
             03 WRK-PRG-FINS PIC 9(03).
       77 WRK-PRG-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-PRG-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-PRG-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LOTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PROBLEMAS PIC 9(03) VALUE ZEROS.
       01 WRK-ESC-TAB.
          02 WRK-ESC-LINHA OCCURS 20 TIMES.
             03 WRK-ESC-PROGRAMA PIC X(10).
             03 WRK-ESC-DIAS PIC X(07).
       77 WRK-ESC-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-ESC-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-ESC-RODOU PIC X(01) VALUE 'N'.
      *>********* CAMPOS EDITADOS DAS LINHAS DO RESUMO
       01 WRK-DATA-FMT.
          02 WRK-FMT-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-FMT-MES PIC 9(02) VALUE ZEROS.
          02 WRK-FMT-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-FMT-NUM REDEFINES WRK-DATA-FMT PIC 9(08).
       77 WRK-DATA-ED PIC X(10) VALUE SPACES.
       77 WRK-DATA-ED2 PIC X(10) VALUE SPACES.
       77 WRK-VALOR-ED PIC ---.---.--9,99 VALUE ZEROS.
       77 WRK-VALOR-ED2 PIC ---.---.--9,99 VALUE ZEROS.
       77 WRK-VALOR-ED3 PIC ---.---.--9,99 VALUE ZEROS.
       77 WRK-VALOR-ED4 PIC ---.---.--9,99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ----9,9 VALUE ZEROS.
       77 WRK-PCT-ED2 PIC ----9,9 VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED2 PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-FIL-ED PIC X(05) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APURAR-VENDAS.
           PERFORM 0300-APURAR-CAIXA.
           PERFORM 0400-APURAR-RECEBER.
           PERFORM 0500-APURAR-EMBARQUES.
           PERFORM 0600-APURAR-ESTOQUE.
           PERFORM 0700-APURAR-LOTES.
           PERFORM 0800-FINALIZAR.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO A DATA DO RESUMO E CALCULANDO AS DATAS DE
      *>          COMPARACAO; ABRINDO O ARQUIVO DO RESUMO
           DISPLAY '***************************************'.
           DISPLAY ' RESUMO GERENCIAL DIARIO'.
           DISPLAY '***************************************'.
           PERFORM 9680-CARREGAR-FERIADOS.
           DISPLAY 'DATA DO RESUMO (AAAAMMDD, 0=ONTEM): '.
           ACCEPT WRK-DATA-RESUMO-NUM FROM CONSOLE.
           IF WRK-DATA-RESUMO-NUM = ZEROS
               ACCEPT WRK-DU-DATA FROM DATE YYYYMMDD
               PERFORM 9687-RECUAR-UM-DIA
               MOVE WRK-DU-DATA TO WRK-DATA-RESUMO
           END-IF.
           IF WRK-RES-MES < 1 OR WRK-RES-MES > 12
              OR WRK-RES-DIA < 1 OR WRK-RES-DIA > 31
               DISPLAY 'DATA INVALIDA - USANDO ONTEM.'
               ACCEPT WRK-DU-DATA FROM DATE YYYYMMDD
               PERFORM 9687-RECUAR-UM-DIA
               MOVE WRK-DU-DATA TO WRK-DATA-RESUMO
           END-IF.
           MOVE WRK-DATA-RESUMO TO WRK-DU-DATA.
           PERFORM 9687-RECUAR-UM-DIA 7 TIMES.
           MOVE WRK-DU-DATA TO WRK-DATA-SEMANA.
           MOVE WRK-DATA-RESUMO TO WRK-DU-DATA.
           PERFORM 9687-RECUAR-UM-DIA.
           PERFORM 9688-DIA-UTIL-ANTERIOR.
           MOVE WRK-DU-DATA TO WRK-DATA-UTIL-ANT.
           PERFORM 0110-ZERAR-FILIAL
               VARYING WRK-FIL FROM 1 BY 1
               UNTIL WRK-FIL > WRK-MAX-FILIAL.
           OPEN OUTPUT RELATO-FILE.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE WRK-DATA-RESUMO-NUM TO WRK-DATA-FMT-NUM.
           PERFORM 0995-FORMATAR-DATA.
           MOVE SPACES TO RELATO-REC.
           STRING 'RESUMO GERENCIAL DIARIO - DATA DE REFERENCIA '
                  WRK-DATA-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
       0110-ZERAR-FILIAL.
      *>********* LIMPANDO OS ACUMULADORES DE UMA FILIAL
           MOVE ZEROS TO WRK-FIL-QTD(WRK-FIL).
           MOVE ZEROS TO WRK-FIL-DIA(WRK-FIL).
           MOVE ZEROS TO WRK-FIL-DINHEIRO(WRK-FIL).
           MOVE ZEROS TO WRK-FIL-CARTAO(WRK-FIL).
           MOVE ZEROS TO WRK-FIL-PRAZO(WRK-FIL).
           MOVE ZEROS TO WRK-FIL-OUTROS(WRK-FIL).
           MOVE ZEROS TO WRK-FIL-SEMANA(WRK-FIL).
           MOVE ZEROS TO WRK-FIL-MES(WRK-FIL).
           MOVE ZEROS TO WRK-FIL-META(WRK-FIL).
       0200-APURAR-VENDAS.
      *>********* LENDO O PERIODO DA DATA (DIA E MES ATE A DATA) E,
      *>          SE A SEMANA ANTERIOR CAIR NO MES ANTERIOR, TAMBEM O
      *>          PERIODO DELA; DEPOIS AS METAS DO MES
           MOVE WRK-DATA-RESUMO-NUM(1:6) TO WRK-VTP-ANOMES.
           MOVE 'N' TO WRK-LER-SO-SEMANA.
           PERFORM 0210-LER-PERIODO.
           IF WRK-DATA-SEMANA(1:6) NOT = WRK-DATA-RESUMO-NUM(1:6)
               MOVE WRK-DATA-SEMANA(1:6) TO WRK-VTP-ANOMES
               MOVE 'S' TO WRK-LER-SO-SEMANA
               PERFORM 0210-LER-PERIODO
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT METAS-FILE.
           IF WRK-METAS-STATUS = '00'
               PERFORM 0230-LER-META UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE METAS-FILE.
           PERFORM 0240-SOMAR-TOTAL
               VARYING WRK-FIL FROM 1 BY 1
               UNTIL WRK-FIL > WRK-MAX-FILIAL.
           MOVE SPACES TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE WRK-DATA-SEMANA TO WRK-DATA-FMT-NUM.
           PERFORM 0995-FORMATAR-DATA.
           MOVE SPACES TO RELATO-REC.
           STRING '1. VENDAS DO DIA (' WRK-MOEDA-SIMBOLO
                  ') - COMPARACAO COM ' WRK-DATA-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE 'FIL     QTD     VENDAS DIA  SEMANA ANTER.   VAR %'
             & '    NO MES ATE DIA  % META' TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           PERFORM 0250-LINHA-FILIAL
               VARYING WRK-FIL FROM 1 BY 1
               UNTIL WRK-FIL > WRK-MAX-FILIAL.
           MOVE 'TOTAL' TO WRK-FIL-ED.
           MOVE WRK-TOT-QTD TO WRK-QTD-ED.
           MOVE WRK-TOT-DIA TO WRK-VALOR-ED.
           MOVE WRK-TOT-SEMANA TO WRK-VALOR-ED2.
           MOVE WRK-TOT-MES TO WRK-VALOR-ED3.
           MOVE WRK-TOT-DIA TO WRK-VALOR-TRX.
           MOVE WRK-TOT-SEMANA TO WRK-QUEBRA-TRX.
           PERFORM 0260-CALCULAR-VARIACAO.
           MOVE WRK-TOT-MES TO WRK-VALOR-TRX.
           MOVE WRK-TOT-META TO WRK-QUEBRA-TRX.
           PERFORM 0265-CALCULAR-META.
           PERFORM 0270-ESCREVER-FILIAL.
           MOVE WRK-TOT-DINHEIRO TO WRK-VALOR-ED.
           MOVE WRK-TOT-CARTAO TO WRK-VALOR-ED2.
           MOVE WRK-TOT-PRAZO TO WRK-VALOR-ED3.
           MOVE WRK-TOT-OUTROS TO WRK-VALOR-ED4.
           MOVE SPACES TO RELATO-REC.
           STRING 'MEIOS: DINHEIRO' WRK-VALOR-ED ' CARTAO'
                  WRK-VALOR-ED2
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE SPACES TO RELATO-REC.
           STRING '       PRAZO   ' WRK-VALOR-ED3 ' OUTROS'
                  WRK-VALOR-ED4 ' (PONTOS/VALE)'
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
       0210-LER-PERIODO.
      *>********* LENDO O ARQUIVO DO PERIODO WRK-VTP-ANOMES (PERIODO
      *>          SEM ARQUIVO NAO TEM VENDA)
           PERFORM 9880-NOMEAR-PERIODO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT VENDATRX-FILE.
           IF WRK-VENDATRX-STATUS = '00'
               PERFORM 0215-LER-TRANSACAO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE VENDATRX-FILE.
       0215-LER-TRANSACAO.
      *>********* LENDO UMA TRANSACAO; SO VENDA (V) E CORRECAO (C)
      *>          CONTAM - SANGRIA E SUPRIMENTO SAO MOVIMENTO DE CAIXA
           READ VENDATRX-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF VENDATRX-TIPO = 'V' OR VENDATRX-TIPO = 'C'
                       PERFORM 0220-SOMAR-TRANSACAO
                   END-IF
           END-READ.
       0220-SOMAR-TRANSACAO.
      *>********* SOMANDO A VENDA (CORRECAO SUBTRAI) NA FILIAL, NO
      *>          DIA, NA SEMANA ANTERIOR OU NO MES ATE A DATA
           IF VENDATRX-FILIAL >= 1
              AND VENDATRX-FILIAL <= WRK-MAX-FILIAL
               MOVE VENDATRX-FILIAL TO WRK-FIL
           ELSE
               MOVE 1 TO WRK-FIL
           END-IF.
           MOVE VENDATRX-VALOR TO WRK-VALOR-TRX.
           IF VENDATRX-TIPO = 'C'
               COMPUTE WRK-VALOR-TRX = ZEROS - WRK-VALOR-TRX
           END-IF.
           IF VENDATRX-DATA = WRK-DATA-SEMANA
               ADD WRK-VALOR-TRX TO WRK-FIL-SEMANA(WRK-FIL)
           END-IF.
           IF NOT SO-SEMANA-ANTERIOR
              AND VENDATRX-DATA NOT > WRK-DATA-RESUMO-NUM
               ADD WRK-VALOR-TRX TO WRK-FIL-MES(WRK-FIL)
               IF VENDATRX-DATA = WRK-DATA-RESUMO-NUM
                   PERFORM 0225-SOMAR-DIA
               END-IF
           END-IF.
       0225-SOMAR-DIA.
      *>********* VENDA DO DIA: QUEBRA POR MEIO DE PAGAMENTO; O QUE
      *>          OS MEIOS NAO COBREM (PONTOS, VALE-TROCA, LANCAMENTO
      *>          SEM QUEBRA) VAI PARA OUTROS
           IF VENDATRX-TIPO = 'V'
               ADD 1 TO WRK-FIL-QTD(WRK-FIL)
           END-IF.
           ADD WRK-VALOR-TRX TO WRK-FIL-DIA(WRK-FIL).
           MOVE WRK-VALOR-TRX TO WRK-QUEBRA-TRX.
           IF VENDATRX-VAL-DINHEIRO NUMERIC
              AND VENDATRX-VAL-CARTAO NUMERIC
              AND VENDATRX-VAL-PRAZO NUMERIC
               IF VENDATRX-TIPO = 'C'
                   SUBTRACT VENDATRX-VAL-DINHEIRO
                       FROM WRK-FIL-DINHEIRO(WRK-FIL)
                   SUBTRACT VENDATRX-VAL-CARTAO
                       FROM WRK-FIL-CARTAO(WRK-FIL)
                   SUBTRACT VENDATRX-VAL-PRAZO
                       FROM WRK-FIL-PRAZO(WRK-FIL)
                   COMPUTE WRK-QUEBRA-TRX = WRK-QUEBRA-TRX
                       + VENDATRX-VAL-DINHEIRO
                       + VENDATRX-VAL-CARTAO
                       + VENDATRX-VAL-PRAZO
               ELSE
                   ADD VENDATRX-VAL-DINHEIRO
                       TO WRK-FIL-DINHEIRO(WRK-FIL)
                   ADD VENDATRX-VAL-CARTAO
                       TO WRK-FIL-CARTAO(WRK-FIL)
                   ADD VENDATRX-VAL-PRAZO
                       TO WRK-FIL-PRAZO(WRK-FIL)
                   COMPUTE WRK-QUEBRA-TRX = WRK-QUEBRA-TRX
                       - VENDATRX-VAL-DINHEIRO
                       - VENDATRX-VAL-CARTAO
                       - VENDATRX-VAL-PRAZO
               END-IF
           END-IF.
           ADD WRK-QUEBRA-TRX TO WRK-FIL-OUTROS(WRK-FIL).
       0230-LER-META.
      *>********* LENDO UMA META; SO A DO MES DA DATA INTERESSA
           READ METAS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF META-ANO = WRK-RES-ANO
                      AND META-MES = WRK-RES-MES
                      AND META-FILIAL >= 1
                      AND META-FILIAL <= WRK-MAX-FILIAL
                       MOVE META-VALOR TO WRK-FIL-META(META-FILIAL)
                   END-IF
           END-READ.
       0240-SOMAR-TOTAL.
      *>********* SOMANDO UMA FILIAL NO TOTAL DA EMPRESA
           ADD WRK-FIL-QTD(WRK-FIL) TO WRK-TOT-QTD.
           ADD WRK-FIL-DIA(WRK-FIL) TO WRK-TOT-DIA.
           ADD WRK-FIL-DINHEIRO(WRK-FIL) TO WRK-TOT-DINHEIRO.
           ADD WRK-FIL-CARTAO(WRK-FIL) TO WRK-TOT-CARTAO.
           ADD WRK-FIL-PRAZO(WRK-FIL) TO WRK-TOT-PRAZO.
           ADD WRK-FIL-OUTROS(WRK-FIL) TO WRK-TOT-OUTROS.
           ADD WRK-FIL-SEMANA(WRK-FIL) TO WRK-TOT-SEMANA.
           ADD WRK-FIL-MES(WRK-FIL) TO WRK-TOT-MES.
           ADD WRK-FIL-META(WRK-FIL) TO WRK-TOT-META.
       0250-LINHA-FILIAL.
      *>********* UMA LINHA POR FILIAL COM MOVIMENTO OU META
           IF WRK-FIL-QTD(WRK-FIL) > ZEROS
              OR WRK-FIL-DIA(WRK-FIL) NOT = ZEROS
              OR WRK-FIL-SEMANA(WRK-FIL) NOT = ZEROS
              OR WRK-FIL-MES(WRK-FIL) NOT = ZEROS
              OR WRK-FIL-META(WRK-FIL) > ZEROS
               MOVE SPACES TO WRK-FIL-ED
               MOVE WRK-FIL TO WRK-FIL-ED(1:2)
               MOVE WRK-FIL-QTD(WRK-FIL) TO WRK-QTD-ED
               MOVE WRK-FIL-DIA(WRK-FIL) TO WRK-VALOR-ED
               MOVE WRK-FIL-SEMANA(WRK-FIL) TO WRK-VALOR-ED2
               MOVE WRK-FIL-MES(WRK-FIL) TO WRK-VALOR-ED3
               MOVE WRK-FIL-DIA(WRK-FIL) TO WRK-VALOR-TRX
               MOVE WRK-FIL-SEMANA(WRK-FIL) TO WRK-QUEBRA-TRX
               PERFORM 0260-CALCULAR-VARIACAO
               MOVE WRK-FIL-MES(WRK-FIL) TO WRK-VALOR-TRX
               MOVE WRK-FIL-META(WRK-FIL) TO WRK-QUEBRA-TRX
               PERFORM 0265-CALCULAR-META
               PERFORM 0270-ESCREVER-FILIAL
           END-IF.
       0260-CALCULAR-VARIACAO.
      *>********* VARIACAO % DE WRK-VALOR-TRX SOBRE WRK-QUEBRA-TRX
      *>          (SEM BASE NA SEMANA ANTERIOR A VARIACAO FICA ZERO)
           IF WRK-QUEBRA-TRX > ZEROS
               COMPUTE WRK-PCT ROUNDED =
                   ((WRK-VALOR-TRX - WRK-QUEBRA-TRX) * 100)
                   / WRK-QUEBRA-TRX
                   ON SIZE ERROR
                       MOVE 9999 TO WRK-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WRK-PCT
           END-IF.
           MOVE WRK-PCT TO WRK-PCT-ED.
       0265-CALCULAR-META.
      *>********* PERCENTUAL DA META DO MES JA ATINGIDO ATE A DATA
           IF WRK-QUEBRA-TRX > ZEROS
               COMPUTE WRK-PCT ROUNDED =
                   (WRK-VALOR-TRX * 100) / WRK-QUEBRA-TRX
                   ON SIZE ERROR
                       MOVE 9999 TO WRK-PCT
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WRK-PCT
           END-IF.
           MOVE WRK-PCT TO WRK-PCT-ED2.
       0270-ESCREVER-FILIAL.
      *>********* LINHA DA FILIAL (OU DO TOTAL) NA SECAO DE VENDAS
           MOVE SPACES TO RELATO-REC.
           STRING WRK-FIL-ED WRK-QTD-ED WRK-VALOR-ED ' ' WRK-VALOR-ED2
                  ' ' WRK-PCT-ED ' ' WRK-VALOR-ED3 ' ' WRK-PCT-ED2
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
       0300-APURAR-CAIXA.
      *>********* FECHAMENTOS DE CAIXA DO DIA COM DIFERENCA ENTRE O
      *>          APURADO E O CONTADO
           MOVE SPACES TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE '2. DIFERENCAS DE CAIXA (FECHAMENTOS DO DIA)'
             TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE ZEROS TO WRK-QTD-DETALHE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CAIXAFECH-FILE.
           IF WRK-CAIXAFECH-STATUS = '00'
               PERFORM 0310-LER-FECHAMENTO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CAIXAFECH-FILE.
           PERFORM 0950-LINHA-E-MAIS.
           MOVE WRK-TOT-DIFERENCA TO WRK-VALOR-ED.
           MOVE WRK-QTD-FECHAMENTOS TO WRK-QTD-ED.
           MOVE WRK-QTD-COM-DIFERENCA TO WRK-QTD-ED2.
           MOVE SPACES TO RELATO-REC.
           STRING '  FECHAMENTOS:' WRK-QTD-ED
                  '  COM DIFERENCA:' WRK-QTD-ED2
                  '  SALDO:' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
       0310-LER-FECHAMENTO.
      *>********* LENDO UM FECHAMENTO; SO OS DA DATA INTERESSAM
           READ CAIXAFECH-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FCH-DATA = WRK-DATA-RESUMO-NUM
                       ADD 1 TO WRK-QTD-FECHAMENTOS
                       MOVE FCH-DIFERENCA-ED TO WRK-DIFERENCA
                       IF WRK-DIFERENCA NOT = ZEROS
                           PERFORM 0320-LISTAR-DIFERENCA
                       END-IF
                   END-IF
           END-READ.
       0320-LISTAR-DIFERENCA.
      *>********* APONTANDO UM CAIXA COM SOBRA OU FALTA
           ADD 1 TO WRK-QTD-COM-DIFERENCA.
           ADD WRK-DIFERENCA TO WRK-TOT-DIFERENCA.
           ADD 1 TO WRK-QTD-DETALHE.
           IF WRK-QTD-DETALHE <= WRK-MAX-DETALHE
               MOVE WRK-DIFERENCA TO WRK-VALOR-ED
               MOVE SPACES TO RELATO-REC
               IF WRK-DIFERENCA > ZEROS
                   STRING '  FILIAL ' FCH-FILIAL ' ' FCH-OPERADOR
                          ' SOBRA ' WRK-VALOR-ED
                       DELIMITED BY SIZE
                     INTO RELATO-REC
               ELSE
                   STRING '  FILIAL ' FCH-FILIAL ' ' FCH-OPERADOR
                          ' FALTA ' WRK-VALOR-ED
                       DELIMITED BY SIZE
                     INTO RELATO-REC
               END-IF
               PERFORM 0990-ESCREVER-LINHA
           END-IF.
       0400-APURAR-RECEBER.
      *>********* TITULOS EM ABERTO NA DATA: VENCIDOS (VENCIMENTO
      *>          AJUSTADO ANTES DA DATA) E OS NOVOS VENCIDOS, QUE
      *>          VENCERAM NO ULTIMO DIA UTIL ANTES DA DATA
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS = '00'
               PERFORM 0410-LER-TITULO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CONTASREC-FILE.
           MOVE SPACES TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE '3. CONTAS A RECEBER (TITULOS EM ABERTO NA DATA)'
             TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE WRK-QTD-VENCIDOS TO WRK-QTD-ED.
           MOVE WRK-VLR-VENCIDOS TO WRK-VALOR-ED.
           MOVE SPACES TO RELATO-REC.
           STRING '  VENCIDOS.............:' WRK-QTD-ED
                  ' TITULOS ' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE WRK-DATA-UTIL-ANT TO WRK-DATA-FMT-NUM.
           PERFORM 0995-FORMATAR-DATA.
           MOVE WRK-QTD-NOVOS-VENC TO WRK-QTD-ED.
           MOVE WRK-VLR-NOVOS-VENC TO WRK-VALOR-ED.
           MOVE SPACES TO RELATO-REC.
           STRING '  NOVOS (VENC. ' WRK-DATA-ED '):' WRK-QTD-ED
                  ' TITULOS ' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE WRK-QTD-A-VENCER TO WRK-QTD-ED.
           MOVE WRK-VLR-A-VENCER TO WRK-VALOR-ED.
           MOVE SPACES TO RELATO-REC.
           STRING '  A VENCER.............:' WRK-QTD-ED
                  ' TITULOS ' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
       0410-LER-TITULO.
      *>********* TITULO EM ABERTO NA DATA: STATUS A, OU PAGO DEPOIS
      *>          DELA, DE VENDA FEITA ATE A DATA
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE 'N' TO WRK-TITULO-ABERTO
                   IF CREC-DATA-VENDA NOT > WRK-DATA-RESUMO-NUM
                       EVALUATE TRUE
                           WHEN CREC-STATUS = 'A'
                               MOVE 'S' TO WRK-TITULO-ABERTO
                           WHEN CREC-STATUS = 'P'
                            AND CREC-DATA-PGTO > WRK-DATA-RESUMO-NUM
                               MOVE 'S' TO WRK-TITULO-ABERTO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF TITULO-ABERTO-NA-DATA
                       PERFORM 0420-CLASSIFICAR-TITULO
                   END-IF
           END-READ.
       0420-CLASSIFICAR-TITULO.
      *>********* VENCIMENTO AJUSTADO PARA O PROXIMO DIA UTIL (COMO
      *>          NO AGING DO PROGCBL34) CONTRA A DATA DO RESUMO
           MOVE CREC-VENCIMENTO TO WRK-DU-DATA.
           PERFORM 9684-PROXIMO-DIA-UTIL.
           MOVE WRK-DU-DATA TO WRK-DATA-VENC.
           IF WRK-DATA-VENC-NUM < WRK-DATA-RESUMO-NUM
               ADD 1 TO WRK-QTD-VENCIDOS
               ADD CREC-VALOR TO WRK-VLR-VENCIDOS
               IF WRK-DATA-VENC-NUM NOT < WRK-DATA-UTIL-ANT
                   ADD 1 TO WRK-QTD-NOVOS-VENC
                   ADD CREC-VALOR TO WRK-VLR-NOVOS-VENC
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-A-VENCER
               ADD CREC-VALOR TO WRK-VLR-A-VENCER
           END-IF.
       0500-APURAR-EMBARQUES.
      *>********* EMBARQUES NAO ENTREGUES (EMBARCADO OU EM TRANSITO)
      *>          HA MAIS DIAS DO QUE O PRAZO PROMETIDO PELA
      *>          TRANSPORTADORA
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TRANSP-FILE.
           IF WRK-TRANSP-STATUS = '00'
               PERFORM 0510-LER-TRANSPORTADORA UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE TRANSP-FILE.
           MOVE SPACES TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE '4. EMBARQUES NAO ENTREGUES ALEM DO PRAZO PROMETIDO'
             TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE ZEROS TO WRK-QTD-DETALHE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EMBARQUE-FILE.
           IF WRK-EMBARQUE-STATUS = '00'
               PERFORM 0520-LER-EMBARQUE UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE EMBARQUE-FILE.
           PERFORM 0950-LINHA-E-MAIS.
           MOVE WRK-QTD-EMB-ABERTO TO WRK-QTD-ED.
           MOVE WRK-QTD-EMB-ATRASO TO WRK-QTD-ED2.
           MOVE WRK-VLR-EMB-ATRASO TO WRK-VALOR-ED.
           MOVE SPACES TO RELATO-REC.
           STRING '  EM ABERTO:' WRK-QTD-ED
                  '  ATRASADOS:' WRK-QTD-ED2
                  '  VALOR ATRASADO:' WRK-VALOR-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
       0510-LER-TRANSPORTADORA.
      *>********* GUARDANDO O PRAZO PROMETIDO DE UMA TRANSPORTADORA
           READ TRANSP-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-TRA-QTD < 50
                       ADD 1 TO WRK-TRA-QTD
                       MOVE TRANSP-CODIGO TO WRK-TRA-CODIGO(WRK-TRA-QTD)
                       MOVE TRANSP-PRAZO-DIAS
                           TO WRK-TRA-PRAZO(WRK-TRA-QTD)
                   END-IF
           END-READ.
       0520-LER-EMBARQUE.
      *>********* LENDO UM EMBARQUE; SO OS NAO ENTREGUES EMBARCADOS
      *>          ATE A DATA INTERESSAM
           READ EMBARQUE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF (EMB-STATUS = 'E' OR EMB-STATUS = 'T')
                      AND EMB-DATA NOT > WRK-DATA-RESUMO-NUM
                       ADD 1 TO WRK-QTD-EMB-ABERTO
                       PERFORM 0530-TESTAR-PRAZO
                   END-IF
           END-READ.
       0530-TESTAR-PRAZO.
      *>********* DIAS DESDE O EMBARQUE (BASE 30/360) CONTRA O PRAZO
      *>          DA TRANSPORTADORA
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO.
           PERFORM 0535-PROCURAR-PRAZO
               VARYING WRK-TRA-IDX FROM 1 BY 1
               UNTIL WRK-TRA-IDX > WRK-TRA-QTD.
           MOVE EMB-DATA TO WRK-DATA-EMB.
           COMPUTE WRK-DIAS-ABERTO =
               ((WRK-RES-ANO - WRK-EMB-ANO) * 360)
               + ((WRK-RES-MES - WRK-EMB-MES) * 30)
               + (WRK-RES-DIA - WRK-EMB-DIA).
           IF WRK-DIAS-ABERTO > WRK-PRAZO
               ADD 1 TO WRK-QTD-EMB-ATRASO
               ADD EMB-VALOR TO WRK-VLR-EMB-ATRASO
               ADD 1 TO WRK-QTD-DETALHE
               IF WRK-QTD-DETALHE <= WRK-MAX-DETALHE
                   MOVE EMB-DATA TO WRK-DATA-FMT-NUM
                   PERFORM 0995-FORMATAR-DATA
                   MOVE EMB-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO RELATO-REC
                   STRING '  PEDIDO ' EMB-PEDIDO ' ' EMB-CLIENTE
                          ' ' WRK-DATA-ED ' ' EMB-TRANSPORTADORA
                          WRK-VALOR-ED
                       DELIMITED BY SIZE
                     INTO RELATO-REC
                   PERFORM 0990-ESCREVER-LINHA
               END-IF
           END-IF.
       0535-PROCURAR-PRAZO.
      *>********* COMPARANDO UMA TRANSPORTADORA COM A DO EMBARQUE
           IF WRK-TRA-CODIGO(WRK-TRA-IDX) = EMB-TRANSPORTADORA
               MOVE WRK-TRA-PRAZO(WRK-TRA-IDX) TO WRK-PRAZO
           END-IF.
       0600-APURAR-ESTOQUE.
      *>********* PRODUTOS NO PONTO DE REPOSICAO OU ABAIXO DELE
           MOVE SPACES TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE '5. PRODUTOS NO PONTO DE REPOSICAO OU ABAIXO'
             TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE ZEROS TO WRK-QTD-DETALHE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PRODMST-FILE.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0610-LER-PRODUTO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE PRODMST-FILE.
           PERFORM 0950-LINHA-E-MAIS.
           MOVE WRK-QTD-PRODUTOS TO WRK-QTD-ED.
           MOVE WRK-QTD-REPOSICAO TO WRK-QTD-ED2.
           MOVE SPACES TO RELATO-REC.
           STRING '  PRODUTOS:' WRK-QTD-ED
                  '  A REPOR:' WRK-QTD-ED2
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
       0610-LER-PRODUTO.
      *>********* LENDO UM PRODUTO DO CADASTRO
           READ PRODMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-QTD-PRODUTOS
                   IF PRODMST-ESTOQUE NOT > PRODMST-REPOSICAO
                       PERFORM 0620-LISTAR-PRODUTO
                   END-IF
           END-READ.
       0620-LISTAR-PRODUTO.
      *>********* APONTANDO UM PRODUTO A REPOR
           ADD 1 TO WRK-QTD-REPOSICAO.
           ADD 1 TO WRK-QTD-DETALHE.
           IF WRK-QTD-DETALHE <= WRK-MAX-DETALHE
               MOVE SPACES TO RELATO-REC
               STRING '  ' PRODMST-CODIGO ' ' PRODMST-DESCRICAO
                      ' ESTOQUE ' PRODMST-ESTOQUE
                      ' REPOSICAO ' PRODMST-REPOSICAO
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0990-ESCREVER-LINHA
           END-IF.
       0700-APURAR-LOTES.
      *>********* LOTES DA DATA: TERMINADOS COM SITUACAO DE ERRO,
      *>          INICIADOS SEM FIM E ESPERADOS NA ESCALA SEM INICIO
           MOVE SPACES TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE '6. LOTES COM FALHA OU NAO EXECUTADOS (RUNCTL)'
             TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ESCALA-FILE.
           IF WRK-ESCALA-STATUS = '00'
               PERFORM 0705-LER-ESCALA
                   UNTIL FIM-ARQUIVO OR WRK-ESC-QTD >= 20
           END-IF.
           CLOSE ESCALA-FILE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RUNCTL-FILE.
           IF WRK-RUNCTL-STATUS = '00'
               PERFORM 0710-LER-EVENTO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE RUNCTL-FILE.
           PERFORM 0730-TESTAR-PENDENTE
               VARYING WRK-PRG-IDX FROM 1 BY 1
               UNTIL WRK-PRG-IDX > WRK-PRG-QTD.
           IF WRK-ESC-QTD > ZEROS
               MOVE WRK-DATA-RESUMO TO WRK-DU-DATA
               PERFORM 9682-DIA-SEMANA-DU
               PERFORM 0740-TESTAR-ESPERADO
                   VARYING WRK-ESC-IDX FROM 1 BY 1
                   UNTIL WRK-ESC-IDX > WRK-ESC-QTD
           END-IF.
           MOVE WRK-QTD-LOTES TO WRK-QTD-ED.
           MOVE WRK-QTD-PROBLEMAS TO WRK-QTD-ED2.
           MOVE SPACES TO RELATO-REC.
           IF WRK-QTD-PROBLEMAS = ZEROS
               STRING '  LOTES NO DIA:' WRK-QTD-ED
                      ' - TODOS TERMINARAM SEM FALHA'
                   DELIMITED BY SIZE
                 INTO RELATO-REC
           ELSE
               STRING '  LOTES NO DIA:' WRK-QTD-ED
                      ' - PROBLEMAS:' WRK-QTD-ED2
                   DELIMITED BY SIZE
                 INTO RELATO-REC
           END-IF.
           PERFORM 0990-ESCREVER-LINHA.
       0705-LER-ESCALA.
      *>********* LENDO UMA LINHA DA ESCALA ESPERADA DO PROGCBL41
           READ ESCALA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WRK-ESC-QTD
                   MOVE ESC-PROGRAMA
                       TO WRK-ESC-PROGRAMA(WRK-ESC-QTD)
                   MOVE ESC-DIAS TO WRK-ESC-DIAS(WRK-ESC-QTD)
           END-READ.
       0710-LER-EVENTO.
      *>********* LENDO UM EVENTO DO RUNCTL; OS DA DATA ENTRAM NO
      *>          PAREAMENTO E O FIM COM SITUACAO DE ERRO E APONTADO
           READ RUNCTL-FILE INTO WRK-RUN-LINHA
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-RUN-LINHA(37:1) = SPACE
                       MOVE WRK-RUN-LINHA(37:78) TO WRK-RUN-RESTO
                       MOVE WRK-RUN-RESTO TO WRK-RUN-LINHA(38:78)
                   END-IF
                   IF WRK-RL-DATA = WRK-DATA-RESUMO-NUM
                      AND (WRK-RL-EVENTO = 'INICIO'
                           OR WRK-RL-EVENTO = 'FIM')
                       PERFORM 0720-PAREAR-EVENTO
                       IF WRK-RL-EVENTO = 'FIM'
                          AND NOT SITUACAO-NORMAL
                           ADD 1 TO WRK-QTD-PROBLEMAS
                           MOVE SPACES TO RELATO-REC
                           STRING '  ' WRK-RL-PROGRAMA
                                  ' TERMINOU COM ' WRK-RL-SIT
                                  ' AS ' WRK-RL-HORA(1:4)
                                  ' (REJ ' WRK-RL-REJ ')'
                               DELIMITED BY SIZE
                             INTO RELATO-REC
                           PERFORM 0990-ESCREVER-LINHA
                       END-IF
                   END-IF
           END-READ.
       0720-PAREAR-EVENTO.
      *>********* SOMANDO O INICIO OU O FIM NO PROGRAMA
           MOVE ZEROS TO WRK-PRG-ACHADO.
           PERFORM 0725-TESTAR-PROGRAMA
               VARYING WRK-PRG-IDX FROM 1 BY 1
               UNTIL WRK-PRG-IDX > WRK-PRG-QTD
                  OR WRK-PRG-ACHADO > ZEROS.
           IF WRK-PRG-ACHADO = ZEROS AND WRK-PRG-QTD < 50
               ADD 1 TO WRK-PRG-QTD
               ADD 1 TO WRK-QTD-LOTES
               MOVE WRK-PRG-QTD TO WRK-PRG-ACHADO
               MOVE WRK-RL-PROGRAMA TO WRK-PRG-NOME(WRK-PRG-ACHADO)
               MOVE ZEROS TO WRK-PRG-INICIOS(WRK-PRG-ACHADO)
               MOVE ZEROS TO WRK-PRG-FINS(WRK-PRG-ACHADO)
           END-IF.
           IF WRK-PRG-ACHADO > ZEROS
               IF WRK-RL-EVENTO = 'FIM'
                   ADD 1 TO WRK-PRG-FINS(WRK-PRG-ACHADO)
               ELSE
                   ADD 1 TO WRK-PRG-INICIOS(WRK-PRG-ACHADO)
               END-IF
           END-IF.
       0725-TESTAR-PROGRAMA.
      *>********* COMPARANDO UMA POSICAO DO PAREAMENTO COM O EVENTO
           IF WRK-PRG-NOME(WRK-PRG-IDX) = WRK-RL-PROGRAMA
               MOVE WRK-PRG-IDX TO WRK-PRG-ACHADO
           END-IF.
       0730-TESTAR-PENDENTE.
      *>********* PROGRAMA COM MAIS INICIOS DO QUE FINS NA DATA
           IF WRK-PRG-INICIOS(WRK-PRG-IDX) > WRK-PRG-FINS(WRK-PRG-IDX)
               ADD 1 TO WRK-QTD-PROBLEMAS
               MOVE SPACES TO RELATO-REC
               STRING '  ' WRK-PRG-NOME(WRK-PRG-IDX)
                      ' INICIOU E NAO GRAVOU FIM'
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0990-ESCREVER-LINHA
           END-IF.
       0740-TESTAR-ESPERADO.
      *>********* PROGRAMA DA ESCALA ESPERADO NO DIA DA SEMANA DA
      *>          DATA E SEM NENHUM INICIO
           IF WRK-ESC-DIAS(WRK-ESC-IDX)(WRK-DU-INDICE:1) = 'S'
               MOVE 'N' TO WRK-ESC-RODOU
               PERFORM 0745-PROCURAR-INICIO
                   VARYING WRK-PRG-IDX FROM 1 BY 1
                   UNTIL WRK-PRG-IDX > WRK-PRG-QTD
                      OR WRK-ESC-RODOU = 'S'
               IF WRK-ESC-RODOU = 'N'
                   ADD 1 TO WRK-QTD-PROBLEMAS
                   MOVE SPACES TO RELATO-REC
                   STRING '  ' WRK-ESC-PROGRAMA(WRK-ESC-IDX)
                          ' ERA ESPERADO E NAO EXECUTOU'
                       DELIMITED BY SIZE
                     INTO RELATO-REC
                   PERFORM 0990-ESCREVER-LINHA
               END-IF
           END-IF.
       0745-PROCURAR-INICIO.
      *>********* PROCURANDO UM INICIO DO PROGRAMA ESPERADO
           IF WRK-PRG-NOME(WRK-PRG-IDX)
              = WRK-ESC-PROGRAMA(WRK-ESC-IDX)
              AND WRK-PRG-INICIOS(WRK-PRG-IDX) > ZEROS
               MOVE 'S' TO WRK-ESC-RODOU
           END-IF.
       0800-FINALIZAR.
      *>********* FECHANDO O RESUMO
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0990-ESCREVER-LINHA.
           CLOSE RELATO-FILE.
           DISPLAY 'RESUMO GRAVADO NO ARQUIVO RESUMO131.'.
           DISPLAY 'FIM DO PROGRAMA...'.
       0950-LINHA-E-MAIS.
      *>********* AVISO DAS LINHAS DA SECAO ALEM DO DETALHE
           IF WRK-QTD-DETALHE > WRK-MAX-DETALHE
               COMPUTE WRK-QTD-DETALHE =
                   WRK-QTD-DETALHE - WRK-MAX-DETALHE
               MOVE WRK-QTD-DETALHE TO WRK-QTD-ED
               MOVE SPACES TO RELATO-REC
               STRING '  ... E MAIS' WRK-QTD-ED
                   DELIMITED BY SIZE
                 INTO RELATO-REC
               PERFORM 0990-ESCREVER-LINHA
           END-IF.
       0990-ESCREVER-LINHA.
      *>********* GRAVANDO UMA LINHA NO RESUMO E NA TELA
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
       0995-FORMATAR-DATA.
      *>********* DATA AAAAMMDD DE WRK-DATA-FMT EM DD/MM/AAAA
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-FMT-DIA '/' WRK-FMT-MES '/' WRK-FMT-ANO
               DELIMITED BY SIZE
             INTO WRK-DATA-ED.
           COPY 'VENDAPER-PROC.cbl'.
           COPY 'DIAUTIL-PROC.cbl'.
