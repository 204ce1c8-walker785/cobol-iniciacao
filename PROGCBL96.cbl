       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL96.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: GERAR A REMESSA DE COBRANCA BANCARIA (COBREM96)
      *>           COM OS TITULOS EM ABERTO DO CONTAS A RECEBER
      *>           (CONTASREC17) AINDA NAO REMETIDOS: UM DETALHE D
      *>           POR TITULO (NOSSO NUMERO, CLIENTE, VALOR,
      *>           VENCIMENTO) E O TRAILER T COM QUANTIDADE E TOTAL
      *> OBJETIVO: DAR A CADA TITULO REMETIDO O PROXIMO NOSSO NUMERO
      *>           (MAIOR NOSSO NUMERO DO ARQUIVO + 1), GRAVADO NO
      *>           TITULO PARA O RETORNO DO BANCO (PROGCBL97) BAIXAR
      *>           O PAGAMENTO; TITULO JA REMETIDO NAO SAI DE NOVO
      *> OBJETIVO: IMPRIMIR O BOLETO DE CADA TITULO REMETIDO
      *>           (BOLETO96): CEDENTE, PAGADOR DO CLIMST17, NOSSO
      *>           NUMERO, VENCIMENTO, VALOR, PARCELA E A INSTRUCAO
      *>           DE MULTA E JUROS DAS TAXAS DO ENCARGCFG34
      *> LAYOUT DA REMESSA (COBREM96):
      *>   D: TIPO X(01) NOSSO-NUMERO 9(10) CLIENTE X(05) NOME X(25)
      *>      VALOR 9(06)V99 VENCIMENTO 9(08) SEQ 9(05)
      *>      DATA-VENDA 9(08) PARCELA 9(02) PARCELAS 9(02)
      *>   T: TIPO X(01) QTD 9(06) TOTAL 9(10)V99
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT OPTIONAL CLIMST-FILE ASSIGN TO 'CLIMST17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIMST-STATUS.
           SELECT OPTIONAL ENCARGCFG-FILE ASSIGN TO 'ENCARGCFG34'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ENCARGCFG-STATUS.
           SELECT OPTIONAL COBREM-FILE ASSIGN TO 'COBREM96'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBREM-STATUS.
           SELECT OPTIONAL BOLETO-FILE ASSIGN TO 'BOLETO96'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLETO-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  CLIMST-FILE.
       01  CLIMST-REC.
           COPY 'CLIENTE.cbl'.
       FD  ENCARGCFG-FILE.
       01  ENCARGCFG-REC.
           02 ECFG-MULTA-PCT PIC 9(02)V99.
           02 ECFG-JUROS-DIA-PCT PIC 9(01)V999.
       FD  COBREM-FILE.
       01  COBREM-REC PIC X(80).
       FD  BOLETO-FILE.
       01  BOLETO-REC PIC X(80).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'RUNCTL.cbl'.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CLIMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ENCARGCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-COBREM-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-BOLETO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-EOF PIC X(01) VALUE 'N'.
         88 FIM-CONTASREC VALUE 'S'.
       77 WRK-CLIMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-CLIMST VALUE 'S'.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
      *>********* TITULOS DO CONTAS A RECEBER CARREGADOS EM MEMORIA
      *>          (MESMO LAYOUT DO REGISTRO), REGRAVADOS COM O NOSSO
      *>          NUMERO DOS REMETIDOS
       01 WRK-TITULOS.
          02 WRK-TIT-LINHA OCCURS 500 TIMES.
             03 WRK-TIT-SEQ PIC 9(05).
             03 WRK-TIT-DATA-VENDA PIC 9(08).
             03 WRK-TIT-CLIENTE PIC X(05).
             03 WRK-TIT-VALOR PIC 9(06)V99.
             03 WRK-TIT-VENCIMENTO PIC 9(08).
             03 WRK-TIT-STATUS PIC X(01).
             03 WRK-TIT-DATA-PGTO PIC 9(08).
             03 WRK-TIT-PARCELA PIC 9(02).
             03 WRK-TIT-PARCELAS PIC 9(02).
             03 WRK-TIT-NOSSO-NUMERO PIC 9(10).
       77 WRK-TIT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-TIT-IDX PIC 9(03) VALUE ZEROS.
      *>********* CLIENTES DO CLIMST17 (NOME DO PAGADOR NO BOLETO)
       01 WRK-CLIENTES.
          02 WRK-CLI-LINHA OCCURS 500 TIMES.
             03 WRK-CLI-CODIGO PIC X(05).
             03 WRK-CLI-NOME PIC X(25).
       77 WRK-CLI-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-PAGADOR PIC X(25) VALUE SPACES.
       77 WRK-ULT-NOSSO-NUMERO PIC 9(10) VALUE ZEROS.
       77 WRK-MULTA-PCT PIC 9(02)V99 VALUE 2,00.
       77 WRK-JUROS-DIA-PCT PIC 9(01)V999 VALUE 0,033.
       77 WRK-MULTA-PCT-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-JUROS-PCT-ED PIC 9,999 VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REMETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-JA-REMETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REMESSA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX.
          02 WRK-AUX-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-AUX-MES PIC 9(02) VALUE ZEROS.
          02 WRK-AUX-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-ED.
          02 WRK-ED-DIA PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-ED-MES PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-ED-ANO PIC 9(04).
      *>********* LAYOUT DA REMESSA DE COBRANCA
       01 WRK-REM-DETALHE.
          02 WRK-REM-D-TIPO PIC X(01) VALUE 'D'.
          02 WRK-REM-D-NOSSO-NUMERO PIC 9(10) VALUE ZEROS.
          02 WRK-REM-D-CLIENTE PIC X(05) VALUE SPACES.
          02 WRK-REM-D-NOME PIC X(25) VALUE SPACES.
          02 WRK-REM-D-VALOR PIC 9(06)V99 VALUE ZEROS.
          02 WRK-REM-D-VENCIMENTO PIC 9(08) VALUE ZEROS.
          02 WRK-REM-D-SEQ PIC 9(05) VALUE ZEROS.
          02 WRK-REM-D-DATA-VENDA PIC 9(08) VALUE ZEROS.
          02 WRK-REM-D-PARCELA PIC 9(02) VALUE ZEROS.
          02 WRK-REM-D-PARCELAS PIC 9(02) VALUE ZEROS.
          02 FILLER PIC X(06) VALUE SPACES.
       01 WRK-REM-TRAILER.
          02 WRK-REM-T-TIPO PIC X(01) VALUE 'T'.
          02 WRK-REM-T-QTD PIC 9(06) VALUE ZEROS.
          02 WRK-REM-T-TOTAL PIC 9(10)V99 VALUE ZEROS.
          02 FILLER PIC X(61) VALUE SPACES.
      *>********* LINHAS DO BOLETO IMPRESSO
       01 WRK-BOL-SEPARADOR PIC X(80) VALUE ALL '='.
       01 WRK-BOL-CORTE PIC X(80) VALUE ALL '-'.
       01 WRK-BOL-CEDENTE.
          02 FILLER PIC X(45)
              VALUE 'CEDENTE: MATHEUSFERREIRA WALKER LTDA'.
          02 FILLER PIC X(35) VALUE 'BOLETO DE COBRANCA'.
       01 WRK-BOL-TITULO.
          02 FILLER PIC X(14) VALUE 'NOSSO NUMERO: '.
          02 WRK-BOL-NOSSO-NUMERO PIC 9(10).
          02 FILLER PIC X(15) VALUE '   VENCIMENTO: '.
          02 WRK-BOL-VENCIMENTO PIC X(10).
          02 FILLER PIC X(13) VALUE '   VALOR: R$ '.
          02 WRK-BOL-VALOR PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER PIC X(04) VALUE SPACES.
       01 WRK-BOL-PAGADOR.
          02 FILLER PIC X(09) VALUE 'PAGADOR: '.
          02 WRK-BOL-CLIENTE PIC X(05).
          02 FILLER PIC X(03) VALUE ' - '.
          02 WRK-BOL-NOME PIC X(25).
          02 FILLER PIC X(38) VALUE SPACES.
       01 WRK-BOL-REFERENTE.
          02 FILLER PIC X(17) VALUE 'REFERENTE: VENDA '.
          02 WRK-BOL-DATA-VENDA PIC X(10).
          02 FILLER PIC X(05) VALUE ' SEQ '.
          02 WRK-BOL-SEQ PIC 9(05).
          02 FILLER PIC X(09) VALUE ' PARCELA '.
          02 WRK-BOL-PARCELA PIC 9(02).
          02 FILLER PIC X(04) VALUE ' DE '.
          02 WRK-BOL-PARCELAS PIC 9(02).
          02 FILLER PIC X(26) VALUE SPACES.
       01 WRK-BOL-INSTRUCAO.
          02 FILLER PIC X(37)
              VALUE 'INSTRUCOES: APOS O VENCIMENTO COBRAR '.
          02 FILLER PIC X(09) VALUE 'MULTA DE '.
          02 WRK-BOL-MULTA-PCT PIC X(05).
          02 FILLER PIC X(10) VALUE '% E JUROS '.
          02 WRK-BOL-JUROS-PCT PIC X(05).
          02 FILLER PIC X(08) VALUE '% AO DIA'.
          02 FILLER PIC X(06) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               VARYING WRK-TIT-IDX FROM 1 BY 1
               UNTIL WRK-TIT-IDX > WRK-TIT-QTD.
           PERFORM 0300-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-REMETIDOS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE 'OK' TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* CARREGANDO TITULOS, CLIENTES E TAXAS DE ENCARGOS E
      *>          ABRINDO A REMESSA E OS BOLETOS
           DISPLAY '***************************************'.
           DISPLAY ' COBRANCA BANCARIA - REMESSA E BOLETOS'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS NOT = '00'
               MOVE 'CONTASREC17' TO WRK-ERR-ARQUIVO
               MOVE WRK-CONTASREC-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0110-LER-TITULO UNTIL FIM-CONTASREC.
           CLOSE CONTASREC-FILE.
           IF CARGA-ESTOUROU
      *>********* ARQUIVO MAIOR QUE A TABELA: A REGRAVACAO PERDERIA
      *>          TITULOS E O NOSSO NUMERO PODERIA SE REPETIR
               DISPLAY 'CONTAS A RECEBER MAIOR QUE A TABELA (500) - '
                       'PROCESSAMENTO ABORTADO.'
               MOVE 'CONTASREC17' TO WRK-ERR-ARQUIVO
               MOVE 'TB' TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           DISPLAY 'TITULOS LIDOS: ' WRK-QTD-LIDOS
                   ' ULTIMO NOSSO NUMERO: ' WRK-ULT-NOSSO-NUMERO.
           PERFORM 0120-CARREGAR-CLIENTES.
           PERFORM 0130-CARREGAR-ENCARGCFG.
           MOVE WRK-MULTA-PCT TO WRK-MULTA-PCT-ED.
           MOVE WRK-MULTA-PCT-ED TO WRK-BOL-MULTA-PCT.
           MOVE WRK-JUROS-DIA-PCT TO WRK-JUROS-PCT-ED.
           MOVE WRK-JUROS-PCT-ED TO WRK-BOL-JUROS-PCT.
           OPEN OUTPUT COBREM-FILE.
           OPEN OUTPUT BOLETO-FILE.
       0110-LER-TITULO.
      *>********* LENDO UM TITULO, NORMALIZANDO O REGISTRO ANTIGO E
      *>          APURANDO O MAIOR NOSSO NUMERO JA DADO
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-CONTASREC-EOF
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF WRK-TIT-QTD >= 500
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-TIT-QTD
                       MOVE CONTASREC-REC
                           TO WRK-TIT-LINHA(WRK-TIT-QTD)
                       PERFORM 0115-NORMALIZAR-TITULO
                   END-IF
           END-READ.
       0115-NORMALIZAR-TITULO.
      *>********* TITULO ANTIGO SEM PARCELA E A PARCELA UNICA; SEM
      *>          NOSSO NUMERO, AINDA NAO FOI REMETIDO
           IF WRK-TIT-PARCELA(WRK-TIT-QTD) NOT NUMERIC
              OR WRK-TIT-PARCELAS(WRK-TIT-QTD) NOT NUMERIC
              OR WRK-TIT-PARCELA(WRK-TIT-QTD) = ZEROS
               MOVE 1 TO WRK-TIT-PARCELA(WRK-TIT-QTD)
               MOVE 1 TO WRK-TIT-PARCELAS(WRK-TIT-QTD)
           END-IF.
           IF WRK-TIT-NOSSO-NUMERO(WRK-TIT-QTD) NOT NUMERIC
               MOVE ZEROS TO WRK-TIT-NOSSO-NUMERO(WRK-TIT-QTD)
           END-IF.
           IF WRK-TIT-NOSSO-NUMERO(WRK-TIT-QTD) > WRK-ULT-NOSSO-NUMERO
               MOVE WRK-TIT-NOSSO-NUMERO(WRK-TIT-QTD)
                   TO WRK-ULT-NOSSO-NUMERO
           END-IF.
       0120-CARREGAR-CLIENTES.
      *>********* CARREGANDO CODIGO E NOME DOS CLIENTES (SEM O
      *>          CADASTRO, O BOLETO SAI SO COM O CODIGO)
           OPEN INPUT CLIMST-FILE.
           IF WRK-CLIMST-STATUS = '00'
               PERFORM 0125-LER-CLIENTE UNTIL FIM-CLIMST
           END-IF.
           CLOSE CLIMST-FILE.
       0125-LER-CLIENTE.
      *>********* LENDO UM CLIENTE DO CADASTRO
           READ CLIMST-FILE
               AT END
                   MOVE 'S' TO WRK-CLIMST-EOF
               NOT AT END
                   IF WRK-CLI-QTD < 500
                       ADD 1 TO WRK-CLI-QTD
                       MOVE CLI-CODIGO TO WRK-CLI-CODIGO(WRK-CLI-QTD)
                       MOVE CLI-NOME TO WRK-CLI-NOME(WRK-CLI-QTD)
                   END-IF
           END-READ.
       0130-CARREGAR-ENCARGCFG.
      *>********* CARREGANDO AS TAXAS DE MULTA E JUROS DA INSTRUCAO
      *>          DO BOLETO (AS MESMAS DA BAIXA NO PROGCBL34)
           OPEN INPUT ENCARGCFG-FILE.
           IF WRK-ENCARGCFG-STATUS = '00'
               READ ENCARGCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ECFG-MULTA-PCT TO WRK-MULTA-PCT
                       MOVE ECFG-JUROS-DIA-PCT TO WRK-JUROS-DIA-PCT
               END-READ
           END-IF.
           CLOSE ENCARGCFG-FILE.
       0200-PROCESSAR.
      *>********* REMETENDO O TITULO EM ABERTO AINDA SEM NOSSO NUMERO
           IF WRK-TIT-STATUS(WRK-TIT-IDX) = 'A'
              AND WRK-TIT-VALOR(WRK-TIT-IDX) > ZEROS
               IF WRK-TIT-NOSSO-NUMERO(WRK-TIT-IDX) > ZEROS
                   ADD 1 TO WRK-QTD-JA-REMETIDOS
               ELSE
                   ADD 1 TO WRK-ULT-NOSSO-NUMERO
                   MOVE WRK-ULT-NOSSO-NUMERO
                       TO WRK-TIT-NOSSO-NUMERO(WRK-TIT-IDX)
                   ADD 1 TO WRK-QTD-REMETIDOS
                   ADD WRK-TIT-VALOR(WRK-TIT-IDX)
                       TO WRK-TOTAL-REMESSA
                   PERFORM 0210-BUSCAR-PAGADOR
                   PERFORM 0220-GRAVAR-REMESSA
                   PERFORM 0230-IMPRIMIR-BOLETO
               END-IF
           END-IF.
       0210-BUSCAR-PAGADOR.
      *>********* PROCURANDO O NOME DO CLIENTE DO TITULO
           MOVE ZEROS TO WRK-CLI-ACHADO.
           PERFORM 0215-TESTAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                  OR WRK-CLI-ACHADO > ZEROS.
           IF WRK-CLI-ACHADO = ZEROS
               MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-PAGADOR
           ELSE
               MOVE WRK-CLI-NOME(WRK-CLI-ACHADO) TO WRK-NOME-PAGADOR
           END-IF.
       0215-TESTAR-CLIENTE.
      *>********* COMPARANDO UM CLIENTE DA TABELA COM O DO TITULO
           IF WRK-CLI-CODIGO(WRK-CLI-IDX)
              = WRK-TIT-CLIENTE(WRK-TIT-IDX)
               MOVE WRK-CLI-IDX TO WRK-CLI-ACHADO
           END-IF.
       0220-GRAVAR-REMESSA.
      *>********* GRAVANDO O DETALHE DO TITULO NA REMESSA
           MOVE WRK-TIT-NOSSO-NUMERO(WRK-TIT-IDX)
               TO WRK-REM-D-NOSSO-NUMERO.
           MOVE WRK-TIT-CLIENTE(WRK-TIT-IDX) TO WRK-REM-D-CLIENTE.
           MOVE WRK-NOME-PAGADOR TO WRK-REM-D-NOME.
           MOVE WRK-TIT-VALOR(WRK-TIT-IDX) TO WRK-REM-D-VALOR.
           MOVE WRK-TIT-VENCIMENTO(WRK-TIT-IDX)
               TO WRK-REM-D-VENCIMENTO.
           MOVE WRK-TIT-SEQ(WRK-TIT-IDX) TO WRK-REM-D-SEQ.
           MOVE WRK-TIT-DATA-VENDA(WRK-TIT-IDX)
               TO WRK-REM-D-DATA-VENDA.
           MOVE WRK-TIT-PARCELA(WRK-TIT-IDX) TO WRK-REM-D-PARCELA.
           MOVE WRK-TIT-PARCELAS(WRK-TIT-IDX) TO WRK-REM-D-PARCELAS.
           WRITE COBREM-REC FROM WRK-REM-DETALHE.
       0230-IMPRIMIR-BOLETO.
      *>********* IMPRIMINDO O BOLETO DO TITULO REMETIDO
           MOVE WRK-TIT-NOSSO-NUMERO(WRK-TIT-IDX)
               TO WRK-BOL-NOSSO-NUMERO.
           MOVE WRK-TIT-VENCIMENTO(WRK-TIT-IDX) TO WRK-DATA-AUX.
           PERFORM 0240-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WRK-BOL-VENCIMENTO.
           MOVE WRK-TIT-VALOR(WRK-TIT-IDX) TO WRK-BOL-VALOR.
           MOVE WRK-TIT-CLIENTE(WRK-TIT-IDX) TO WRK-BOL-CLIENTE.
           MOVE WRK-NOME-PAGADOR TO WRK-BOL-NOME.
           MOVE WRK-TIT-DATA-VENDA(WRK-TIT-IDX) TO WRK-DATA-AUX.
           PERFORM 0240-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WRK-BOL-DATA-VENDA.
           MOVE WRK-TIT-SEQ(WRK-TIT-IDX) TO WRK-BOL-SEQ.
           MOVE WRK-TIT-PARCELA(WRK-TIT-IDX) TO WRK-BOL-PARCELA.
           MOVE WRK-TIT-PARCELAS(WRK-TIT-IDX) TO WRK-BOL-PARCELAS.
           WRITE BOLETO-REC FROM WRK-BOL-SEPARADOR.
           WRITE BOLETO-REC FROM WRK-BOL-CEDENTE.
           WRITE BOLETO-REC FROM WRK-BOL-TITULO.
           WRITE BOLETO-REC FROM WRK-BOL-PAGADOR.
           WRITE BOLETO-REC FROM WRK-BOL-REFERENTE.
           WRITE BOLETO-REC FROM WRK-BOL-INSTRUCAO.
           WRITE BOLETO-REC FROM WRK-BOL-CORTE.
       0240-EDITAR-DATA.
      *>********* EDITANDO A DATA AAAAMMDD DE WRK-DATA-AUX COMO
      *>          DD/MM/AAAA
           MOVE WRK-AUX-DIA TO WRK-ED-DIA.
           MOVE WRK-AUX-MES TO WRK-ED-MES.
           MOVE WRK-AUX-ANO TO WRK-ED-ANO.
       0300-FINALIZAR.
      *>********* GRAVANDO O TRAILER, REGRAVANDO OS TITULOS COM O
      *>          NOSSO NUMERO E EXIBINDO O RESUMO
           MOVE WRK-QTD-REMETIDOS TO WRK-REM-T-QTD.
           MOVE WRK-TOTAL-REMESSA TO WRK-REM-T-TOTAL.
           WRITE COBREM-REC FROM WRK-REM-TRAILER.
           CLOSE COBREM-FILE.
           CLOSE BOLETO-FILE.
           IF WRK-QTD-REMETIDOS > ZEROS
               OPEN OUTPUT CONTASREC-FILE
               PERFORM 0310-GRAVAR-TITULO
                   VARYING WRK-TIT-IDX FROM 1 BY 1
                   UNTIL WRK-TIT-IDX > WRK-TIT-QTD
               CLOSE CONTASREC-FILE
           END-IF.
           MOVE WRK-TOTAL-REMESSA TO WRK-VALOR-ED.
           DISPLAY '***************************************'.
           DISPLAY ' TITULOS LIDOS........: ' WRK-QTD-LIDOS.
           DISPLAY ' TITULOS REMETIDOS....: ' WRK-QTD-REMETIDOS.
           DISPLAY ' JA REMETIDOS ANTES...: ' WRK-QTD-JA-REMETIDOS.
           DISPLAY ' VALOR DA REMESSA.....: ' WRK-VALOR-ED.
           DISPLAY ' ULTIMO NOSSO NUMERO..: ' WRK-ULT-NOSSO-NUMERO.
           DISPLAY '***************************************'.
       0310-GRAVAR-TITULO.
      *>********* GRAVANDO UM TITULO NO CONTAS A RECEBER
           MOVE WRK-TIT-LINHA(WRK-TIT-IDX) TO CONTASREC-REC.
           WRITE CONTASREC-REC.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL96'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL96'==.
