       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL101.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: IMPORTAR OS PEDIDOS DA LOJA VIRTUAL DO ARQUIVO CSV
      *>           PEDWEB (NUMERO DO PEDIDO NA LOJA, CLIENTE,
      *>           DESTINATARIO, ENDERECO, UF, PRODUTO, QUANTIDADE E
      *>           PRECO, UMA LINHA POR PRODUTO) PARA O DECK PEDIDO10,
      *>           NO LAYOUT H/I COM OS REGISTROS DE CONTROLE HDR/TRL
      *>           QUE O PROGCBL10 CONFERE, NO LUGAR DA REDIGITACAO
      *>           NO PROGCBL64
      *> OBJETIVO: VALIDAR A UF CONTRA A TABELA FRETECFG E O PRODUTO
      *>           CONTRA O PRODMST COMO O PROGCBL64; O PEDIDO COM
      *>           QUALQUER LINHA INVALIDA E RECUSADO INTEIRO E SUAS
      *>           LINHAS VAO PARA O PEDWEBERR COM O MOTIVO
      *> OBJETIVO: O PEDIDO JA IMPORTADO (ARQUIVO DE CONTROLE
      *>           PEDWEBCTL, PELO NUMERO DA LOJA) E IGNORADO, PARA O
      *>           ARQUIVO REENVIADO NAO EMBARCAR DUAS VEZES
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDWEB-FILE ASSIGN TO 'PEDWEB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDWEB-STATUS.
           SELECT OPTIONAL PEDIDO-FILE ASSIGN TO 'PEDIDO10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDIDO-STATUS.
           SELECT OPTIONAL PEDWEBERR-FILE ASSIGN TO 'PEDWEBERR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDWEBERR-STATUS.
           SELECT OPTIONAL PEDWEBCTL-FILE ASSIGN TO 'PEDWEBCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDWEBCTL-STATUS.
           SELECT FRETECFG-FILE ASSIGN TO 'FRETECFG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FRETECFG-STATUS.
           SELECT OPTIONAL PRODMST-FILE ASSIGN TO 'PRODMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRODMST-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL ERRLOG-FILE ASSIGN TO 'ERRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDWEB-FILE.
       01  PEDWEB-REC PIC X(250).
       FD  PEDIDO-FILE.
       01  PEDIDO-REC.
           02 PEDIDO-TIPO PIC X(01).
           02 PEDIDO-DADOS PIC X(120).
      *>********* LINHA RECUSADA: MOTIVO (CODIGO E DESCRICAO) E A
      *>          LINHA DO CSV COMO VEIO DA LOJA
       FD  PEDWEBERR-FILE.
       01  PEDWEBERR-REC.
           02 ERRW-MOTIVO PIC X(02).
           02 FILLER PIC X(01).
           02 ERRW-DESCRICAO PIC X(30).
           02 FILLER PIC X(01).
           02 ERRW-LINHA PIC X(250).
      *>********* PEDIDO DA LOJA JA IMPORTADO: NUMERO NA LOJA, NUMERO
      *>          DADO NO DECK, DATA DA IMPORTACAO, UNIDADES E VALOR
       FD  PEDWEBCTL-FILE.
       01  PEDWEBCTL-REC.
           02 WEBC-ID PIC X(20).
           02 WEBC-PEDIDO PIC 9(05).
           02 WEBC-DATA PIC 9(08).
           02 WEBC-UNIDADES PIC 9(05).
           02 WEBC-VALOR PIC 9(09)V99.
       FD  FRETECFG-FILE.
       01  FRETECFG-REC.
           02 FRETECFG-UF PIC X(02).
           02 FRETECFG-TAXA PIC 9(01)V99.
           02 FRETECFG-IMPOSTO PIC 9(01)V99.
       FD  PRODMST-FILE.
       01  PRODMST-REC.
           COPY 'PRODMST.cbl'.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
       01  ERRLOG-REC PIC X(80).
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'RUNCTL.cbl'.
       77 WRK-PEDWEB-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PEDIDO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PEDWEBERR-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PEDWEBCTL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FRETECFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PRODMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PEDWEB-EOF PIC X(01) VALUE 'N'.
         88 FIM-PEDWEB VALUE 'S'.
       77 WRK-PEDWEBCTL-EOF PIC X(01) VALUE 'N'.
         88 FIM-PEDWEBCTL VALUE 'S'.
       77 WRK-FRETECFG-EOF PIC X(01) VALUE 'N'.
         88 FIM-FRETECFG VALUE 'S'.
       77 WRK-PRODMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-PRODMST VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
      *>********* TABELA DE UF VALIDA (DA TABELA DE FRETE) E
      *>          PRODUTOS DO CADASTRO
       01 WRK-UF-TAB.
          02 WRK-UF-SIGLA PIC X(02) OCCURS 27 TIMES.
       77 WRK-UF-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-UF-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-UF-ACHADA PIC X(01) VALUE 'N'.
         88 UF-ACHADA VALUE 'S'.
       01 WRK-PROD-TAB.
          02 WRK-PROD-LINHA OCCURS 500 TIMES.
             03 WRK-PROD-CODIGO PIC X(05).
             03 WRK-PROD-DESCRICAO PIC X(25).
       77 WRK-PROD-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PROD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PROD-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-PROD-ESTOURO PIC X(01) VALUE 'N'.
         88 PRODUTOS-ESTOURARAM VALUE 'S'.
      *>********* LAYOUTS DO DECK, OS MESMOS QUE O PROGCBL10 LE
       01 WRK-PED-CAB.
          02 WRK-CAB-NUMERO PIC 9(05).
          02 WRK-CAB-CLIENTE PIC X(20).
          02 WRK-CAB-UF PIC X(02).
          02 WRK-CAB-DESTINATARIO PIC X(25).
          02 WRK-CAB-ENDERECO PIC X(30).
          02 WRK-CAB-CIDADE PIC X(20).
          02 WRK-CAB-CEP PIC 9(08).
          02 WRK-CAB-FRETE-PAGO PIC X(01).
          02 WRK-CAB-PRAZO-MAX PIC 9(03).
          02 FILLER PIC X(06).
       01 WRK-PED-ITEM.
          02 WRK-ITEM-PRODUTO PIC X(25).
          02 WRK-ITEM-VALOR PIC 9(7)V99.
          02 WRK-ITEM-PESO PIC 9(05)V99.
      *>********* REGISTROS DE CONTROLE DO DECK
       01 WRK-HDR-LINHA.
          02 FILLER PIC X(03) VALUE 'HDR'.
          02 WRK-HDR-ARQUIVO PIC X(10) VALUE 'PEDIDO10'.
          02 WRK-HDR-DATA PIC 9(08) VALUE ZEROS.
       01 WRK-TRL-LINHA.
          02 FILLER PIC X(03) VALUE 'TRL'.
          02 WRK-TRL-QTD PIC 9(06) VALUE ZEROS.
          02 WRK-TRL-HASH PIC 9(14)V99 VALUE ZEROS.
       77 WRK-QTD-REGISTROS PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-ITENS PIC 9(14)V99 VALUE ZEROS.
      *>********* LINHA DO CSV SEPARADA NOS OITO CAMPOS
       77 WRK-LINHA PIC X(250) VALUE SPACES.
       77 WRK-NUM-LINHA PIC 9(06) VALUE ZEROS.
       01 WRK-CSV-TAB.
          02 WRK-CSV-CAMPO PIC X(60) OCCURS 8 TIMES.
       77 WRK-CSV-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-CSV-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-AJ-POS PIC 9(03) VALUE ZEROS.
       77 WRK-AJ-CAMPO PIC X(60) VALUE SPACES.
       77 WRK-LIN-ID PIC X(20) VALUE SPACES.
       77 WRK-LIN-CLIENTE PIC X(20) VALUE SPACES.
       77 WRK-LIN-DESTINATARIO PIC X(25) VALUE SPACES.
       77 WRK-LIN-ENDERECO PIC X(30) VALUE SPACES.
       77 WRK-LIN-UF PIC X(02) VALUE SPACES.
       77 WRK-LIN-PRODUTO PIC X(05) VALUE SPACES.
       77 WRK-LIN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-LIN-PRECO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIN-MOTIVO PIC X(02) VALUE SPACES.
      *>********* CONVERSAO DE TEXTO NUMERICO DO CSV ('12', '12.5',
      *>          '12,50') PARA VALOR COM DUAS DECIMAIS
       77 WRK-NUM-TEXTO PIC X(60) VALUE SPACES.
       77 WRK-NUM-OK PIC X(01) VALUE 'N'.
         88 NUMERO-VALIDO VALUE 'S'.
       77 WRK-NUM-SEP PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-INT-TXT PIC X(60) VALUE SPACES.
       77 WRK-NUM-DEC-TXT PIC X(60) VALUE SPACES.
       77 WRK-NUM-LEN-INT PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-LEN-DEC PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-TAMANHO PIC 9(02) VALUE ZEROS.
       01 WRK-NUM-INT-X PIC X(07) VALUE ZEROS.
       01 WRK-NUM-INT-9 REDEFINES WRK-NUM-INT-X PIC 9(07).
       01 WRK-NUM-DEC-X PIC X(02) VALUE ZEROS.
       01 WRK-NUM-DEC-9 REDEFINES WRK-NUM-DEC-X PIC 9(02).
       77 WRK-NUM-VALOR PIC 9(07)V99 VALUE ZEROS.
      *>********* PEDIDO EM MONTAGEM: AS LINHAS CONSECUTIVAS COM O
      *>          MESMO NUMERO DA LOJA; O CABECALHO VEM DA PRIMEIRA
       77 WRK-GRP-ABERTO PIC X(01) VALUE 'N'.
         88 PEDIDO-ABERTO VALUE 'S'.
       77 WRK-GRP-ID PIC X(20) VALUE SPACES.
       77 WRK-GRP-CLIENTE PIC X(20) VALUE SPACES.
       77 WRK-GRP-DESTINATARIO PIC X(25) VALUE SPACES.
       77 WRK-GRP-ENDERECO PIC X(30) VALUE SPACES.
       77 WRK-GRP-UF PIC X(02) VALUE SPACES.
       77 WRK-GRP-MAX PIC 9(02) VALUE 50.
       77 WRK-GRP-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-GRP-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-GRP-ESTOURO PIC X(01) VALUE 'N'.
         88 PEDIDO-ESTOUROU VALUE 'S'.
       77 WRK-GRP-RECUSADO PIC X(01) VALUE 'N'.
         88 PEDIDO-RECUSADO VALUE 'S'.
       77 WRK-GRP-MOTIVO-PED PIC X(02) VALUE SPACES.
       01 WRK-GRP-TAB.
          02 WRK-GRP-LINHA OCCURS 50 TIMES.
             03 WRK-GRP-TEXTO PIC X(250).
             03 WRK-GRP-PRODUTO PIC X(05).
             03 WRK-GRP-PROD-IDX PIC 9(03).
             03 WRK-GRP-QTD-PROD PIC 9(03).
             03 WRK-GRP-PRECO PIC 9(07)V99.
             03 WRK-GRP-MOTIVO PIC X(02).
       77 WRK-UNIDADE PIC 9(03) VALUE ZEROS.
       77 WRK-GRP-UNIDADES PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-REJ-MOTIVO PIC X(02) VALUE SPACES.
       77 WRK-MOTIVO-DESC PIC X(30) VALUE SPACES.
       77 WRK-LINHA-RECUSADA PIC X(250) VALUE SPACES.
      *>********* PEDIDOS IMPORTADOS NESTA EXECUCAO (GRAVADOS NO
      *>          PEDWEBCTL NO FIM, COM O DECK JA FECHADO)
       77 WRK-IMP-MAX PIC 9(03) VALUE 500.
       77 WRK-IMP-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-IMP-IDX PIC 9(03) VALUE ZEROS.
       01 WRK-IMP-TAB.
          02 WRK-IMP-LINHA OCCURS 500 TIMES.
             03 WRK-IMP-ID PIC X(20).
             03 WRK-IMP-PEDIDO PIC 9(05).
             03 WRK-IMP-UNIDADES PIC 9(05).
             03 WRK-IMP-VALOR PIC 9(09)V99.
       77 WRK-JA-IMPORTADO PIC X(01) VALUE 'N'.
         88 PEDIDO-JA-IMPORTADO VALUE 'S'.
       77 WRK-REPETIDO PIC X(01) VALUE 'N'.
         88 PEDIDO-REPETIDO VALUE 'S'.
       77 WRK-PEDIDO-ANTERIOR PIC 9(05) VALUE ZEROS.
      *>********* NUMERACAO DOS PEDIDOS DA LOJA NO DECK: FAIXA
      *>          PROPRIA A PARTIR DE 50001, SEGUINDO O MAIOR JA DADO
       77 WRK-PEDIDO-BASE PIC 9(05) VALUE 50000.
       77 WRK-ULT-PEDIDO PIC 9(05) VALUE ZEROS.
      *>********* TOTAIS DA IMPORTACAO
       77 WRK-QTD-LIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-IMPORTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-IGNORADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIN-REJ PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL FIM-PEDWEB.
           IF PEDIDO-ABERTO
               PERFORM 0300-FECHAR-PEDIDO
           END-IF.
           PERFORM 0500-FINALIZAR.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-LIDAS TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-IMPORTADOS TO WRK-RUN-PROC.
           MOVE WRK-QTD-LIN-REJ TO WRK-RUN-REJ.
           MOVE 'OK' TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.

           GOBACK.
       0100-INICIALIZAR.
      *>********* CARREGANDO AS TABELAS DE VALIDACAO, A NUMERACAO E
      *>          ABRINDO O CSV, O DECK E O ARQUIVO DE RECUSADOS
           DISPLAY '***************************************'.
           DISPLAY ' IMPORTACAO DE PEDIDOS DA LOJA VIRTUAL'.
           DISPLAY '***************************************'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-UF.
           PERFORM 0120-CARREGAR-PRODUTOS.
           PERFORM 0130-SEMEAR-NUMERACAO.
           OPEN INPUT PEDWEB-FILE.
           IF WRK-PEDWEB-STATUS NOT = '00'
               MOVE 'PEDWEB' TO WRK-ERR-ARQUIVO
               MOVE WRK-PEDWEB-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           OPEN OUTPUT PEDWEBERR-FILE.
           OPEN OUTPUT PEDIDO-FILE.
           MOVE WRK-DATA-HOJE TO WRK-HDR-DATA.
           MOVE WRK-HDR-LINHA TO PEDIDO-REC.
           WRITE PEDIDO-REC.
       0110-CARREGAR-UF.
      *>********* CARREGANDO AS UF ATENDIDAS DA TABELA DE FRETE (SEM
      *>          A TABELA O PEDIDO SERIA REJEITADO NO LOTE MESMO)
           OPEN INPUT FRETECFG-FILE.
           IF WRK-FRETECFG-STATUS NOT = '00'
               MOVE 'FRETECFG' TO WRK-ERR-ARQUIVO
               MOVE WRK-FRETECFG-STATUS TO WRK-ERR-FILESTATUS
               PERFORM 9540-ABORTAR-ARQUIVO
           END-IF.
           PERFORM 0115-LER-UF
               UNTIL FIM-FRETECFG OR WRK-UF-QTD >= 27.
           CLOSE FRETECFG-FILE.
       0115-LER-UF.
      *>********* LENDO UMA UF DA TABELA DE FRETE
           READ FRETECFG-FILE
               AT END
                   MOVE 'S' TO WRK-FRETECFG-EOF
               NOT AT END
                   ADD 1 TO WRK-UF-QTD
                   MOVE FRETECFG-UF TO WRK-UF-SIGLA(WRK-UF-QTD)
           END-READ.
       0120-CARREGAR-PRODUTOS.
      *>********* CARREGANDO O CADASTRO DE PRODUTOS PARA A VALIDACAO
      *>          DOS ITENS (SEM O CADASTRO, O ITEM E LIVRE)
           OPEN INPUT PRODMST-FILE.
           IF WRK-PRODMST-STATUS = '00'
               PERFORM 0125-LER-PRODUTO UNTIL FIM-PRODMST
           END-IF.
           CLOSE PRODMST-FILE.
           IF PRODUTOS-ESTOURARAM
               DISPLAY 'AVISO: CADASTRO DE PRODUTOS MAIOR QUE A '
                       'TABELA (' WRK-PROD-QTD '); OS EXCEDENTES '
                       'SERAO RECUSADOS.'
           END-IF.
       0125-LER-PRODUTO.
      *>********* LENDO UM PRODUTO DO CADASTRO
           READ PRODMST-FILE
               AT END
                   MOVE 'S' TO WRK-PRODMST-EOF
               NOT AT END
                   IF WRK-PROD-QTD < 500
                       ADD 1 TO WRK-PROD-QTD
                       MOVE PRODMST-CODIGO
                           TO WRK-PROD-CODIGO(WRK-PROD-QTD)
                       MOVE PRODMST-DESCRICAO
                           TO WRK-PROD-DESCRICAO(WRK-PROD-QTD)
                   ELSE
                       MOVE 'S' TO WRK-PROD-ESTOURO
                   END-IF
           END-READ.
       0130-SEMEAR-NUMERACAO.
      *>********* O PROXIMO PEDIDO DA LOJA SEGUE O MAIOR NUMERO JA
      *>          DADO NO ARQUIVO DE CONTROLE
           MOVE WRK-PEDIDO-BASE TO WRK-ULT-PEDIDO.
           MOVE 'N' TO WRK-PEDWEBCTL-EOF.
           OPEN INPUT PEDWEBCTL-FILE.
           IF WRK-PEDWEBCTL-STATUS = '00'
               PERFORM 0135-LER-CONTROLE UNTIL FIM-PEDWEBCTL
           END-IF.
           CLOSE PEDWEBCTL-FILE.
       0135-LER-CONTROLE.
      *>********* GUARDANDO O MAIOR NUMERO DE PEDIDO JA DADO
           READ PEDWEBCTL-FILE
               AT END
                   MOVE 'S' TO WRK-PEDWEBCTL-EOF
               NOT AT END
                   IF WEBC-PEDIDO > WRK-ULT-PEDIDO
                       MOVE WEBC-PEDIDO TO WRK-ULT-PEDIDO
                   END-IF
           END-READ.
       0200-PROCESSAR.
      *>********* LENDO UMA LINHA DO CSV; A MUDANCA DO NUMERO DA LOJA
      *>          FECHA O PEDIDO EM MONTAGEM
           READ PEDWEB-FILE
               AT END
                   MOVE 'S' TO WRK-PEDWEB-EOF
               NOT AT END
                   ADD 1 TO WRK-NUM-LINHA
                   MOVE PEDWEB-REC TO WRK-LINHA
                   IF WRK-LINHA NOT = SPACES
                       ADD 1 TO WRK-QTD-LIDAS
                       PERFORM 0210-SEPARAR-CAMPOS
                       PERFORM 0220-TRATAR-LINHA
                   END-IF
           END-READ.
       0210-SEPARAR-CAMPOS.
      *>********* SEPARANDO OS OITO CAMPOS DA LINHA (SEM AS ASPAS E O
      *>          RETORNO DE CARRO DO ARQUIVO GERADO NO WINDOWS); A
      *>          VIRGULA DENTRO DE UM CAMPO DEIXA A LINHA COM CAMPOS
      *>          DEMAIS E ELA E RECUSADA
           INSPECT WRK-LINHA REPLACING ALL '"' BY SPACE.
           INSPECT WRK-LINHA REPLACING ALL X'0D' BY SPACE.
           MOVE SPACES TO WRK-CSV-TAB.
           MOVE ZEROS TO WRK-CSV-QTD.
           UNSTRING WRK-LINHA DELIMITED BY ','
               INTO WRK-CSV-CAMPO(1) WRK-CSV-CAMPO(2)
                    WRK-CSV-CAMPO(3) WRK-CSV-CAMPO(4)
                    WRK-CSV-CAMPO(5) WRK-CSV-CAMPO(6)
                    WRK-CSV-CAMPO(7) WRK-CSV-CAMPO(8)
               TALLYING IN WRK-CSV-QTD
               ON OVERFLOW
                   MOVE 9 TO WRK-CSV-QTD
           END-UNSTRING.
           PERFORM 0215-AJUSTAR-CAMPO
               VARYING WRK-CSV-IDX FROM 1 BY 1 UNTIL WRK-CSV-IDX > 8.
           MOVE WRK-CSV-CAMPO(1) TO WRK-LIN-ID.
           MOVE WRK-CSV-CAMPO(2) TO WRK-LIN-CLIENTE.
           MOVE WRK-CSV-CAMPO(3) TO WRK-LIN-DESTINATARIO.
           MOVE WRK-CSV-CAMPO(4) TO WRK-LIN-ENDERECO.
           MOVE WRK-CSV-CAMPO(5) TO WRK-LIN-UF.
           MOVE WRK-CSV-CAMPO(6) TO WRK-LIN-PRODUTO.
       0215-AJUSTAR-CAMPO.
      *>********* TIRANDO OS BRANCOS A ESQUERDA DE UM CAMPO
           MOVE 1 TO WRK-AJ-POS.
           PERFORM 0217-AVANCAR-POSICAO
               UNTIL WRK-AJ-POS > 60
                  OR WRK-CSV-CAMPO(WRK-CSV-IDX)(WRK-AJ-POS:1)
                     NOT = SPACE.
           IF WRK-AJ-POS > 1 AND WRK-AJ-POS <= 60
               MOVE WRK-CSV-CAMPO(WRK-CSV-IDX)(WRK-AJ-POS:)
                 TO WRK-AJ-CAMPO
               MOVE WRK-AJ-CAMPO TO WRK-CSV-CAMPO(WRK-CSV-IDX)
           END-IF.
       0217-AVANCAR-POSICAO.
      *>********* AVANCANDO UMA POSICAO NO CAMPO
           ADD 1 TO WRK-AJ-POS.
       0220-TRATAR-LINHA.
      *>********* A PRIMEIRA LINHA SEM QUANTIDADE NUMERICA E A DE
      *>          TITULOS DA PLANILHA; A SEM NUMERO DA LOJA VALIDO E
      *>          RECUSADA SOZINHA E AS DEMAIS, MESMO COM ERRO, SAO
      *>          JUNTADAS AO PEDIDO DO SEU NUMERO NA LOJA
           PERFORM 0230-VALIDAR-LINHA.
           EVALUATE TRUE
               WHEN WRK-NUM-LINHA = 1 AND WRK-LIN-MOTIVO = 'QT'
                   DISPLAY 'LINHA DE TITULOS IGNORADA.'
                   SUBTRACT 1 FROM WRK-QTD-LIDAS
               WHEN WRK-LIN-MOTIVO = 'ID'
                   MOVE WRK-LIN-MOTIVO TO WRK-REJ-MOTIVO
                   MOVE WRK-LINHA TO WRK-LINHA-RECUSADA
                   PERFORM 0290-GRAVAR-RECUSADA
               WHEN OTHER
                   IF PEDIDO-ABERTO AND WRK-LIN-ID NOT = WRK-GRP-ID
                       PERFORM 0300-FECHAR-PEDIDO
                   END-IF
                   IF NOT PEDIDO-ABERTO
                       PERFORM 0250-ABRIR-PEDIDO
                   END-IF
                   PERFORM 0260-JUNTAR-LINHA
           END-EVALUATE.
       0230-VALIDAR-LINHA.
      *>********* VALIDANDO OS CAMPOS DA LINHA (O PRIMEIRO ERRO ACHADO
      *>          E O MOTIVO DA RECUSA)
           MOVE SPACES TO WRK-LIN-MOTIVO.
           MOVE ZEROS TO WRK-LIN-QTD.
           MOVE ZEROS TO WRK-LIN-PRECO.
           MOVE ZEROS TO WRK-PROD-ACHADO.
           MOVE WRK-CSV-CAMPO(7) TO WRK-NUM-TEXTO.
           PERFORM 0240-CONVERTER-NUMERO.
           IF NUMERO-VALIDO AND WRK-NUM-LEN-DEC = ZEROS
              AND WRK-NUM-VALOR > ZEROS AND WRK-NUM-VALOR <= 999
               MOVE WRK-NUM-VALOR TO WRK-LIN-QTD
           END-IF.
           MOVE WRK-CSV-CAMPO(8) TO WRK-NUM-TEXTO.
           PERFORM 0240-CONVERTER-NUMERO.
           IF NUMERO-VALIDO
               MOVE WRK-NUM-VALOR TO WRK-LIN-PRECO
           END-IF.
           MOVE 'N' TO WRK-UF-ACHADA.
           PERFORM 0235-TESTAR-UF
               VARYING WRK-UF-IDX FROM 1 BY 1
               UNTIL WRK-UF-IDX > WRK-UF-QTD OR UF-ACHADA.
           IF WRK-CSV-CAMPO(6)(6:) = SPACES
               PERFORM 0237-TESTAR-PRODUTO
                   VARYING WRK-PROD-IDX FROM 1 BY 1
                   UNTIL WRK-PROD-IDX > WRK-PROD-QTD
                      OR WRK-PROD-ACHADO > ZEROS
           END-IF.
           EVALUATE TRUE
               WHEN WRK-LIN-ID = SPACES
                 OR WRK-CSV-CAMPO(1)(21:) NOT = SPACES
                   MOVE 'ID' TO WRK-LIN-MOTIVO
               WHEN WRK-CSV-QTD NOT = 8
                   MOVE 'CP' TO WRK-LIN-MOTIVO
               WHEN WRK-LIN-QTD = ZEROS
                   MOVE 'QT' TO WRK-LIN-MOTIVO
               WHEN WRK-LIN-CLIENTE = SPACES
                   MOVE 'CL' TO WRK-LIN-MOTIVO
               WHEN WRK-CSV-CAMPO(5)(3:) NOT = SPACES
                 OR NOT UF-ACHADA
                   MOVE 'UF' TO WRK-LIN-MOTIVO
               WHEN WRK-LIN-PRODUTO = SPACES
                 OR WRK-CSV-CAMPO(6)(6:) NOT = SPACES
                   MOVE 'PR' TO WRK-LIN-MOTIVO
               WHEN WRK-PROD-ACHADO = ZEROS AND WRK-PROD-QTD > ZEROS
                   MOVE 'PR' TO WRK-LIN-MOTIVO
               WHEN WRK-LIN-PRECO = ZEROS
                   MOVE 'VI' TO WRK-LIN-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0235-TESTAR-UF.
      *>********* COMPARANDO UMA UF DA TABELA COM A DA LINHA
           IF WRK-UF-SIGLA(WRK-UF-IDX) = WRK-LIN-UF
               MOVE 'S' TO WRK-UF-ACHADA
           END-IF.
       0237-TESTAR-PRODUTO.
      *>********* COMPARANDO UMA POSICAO DO CADASTRO COM O PRODUTO
           IF WRK-PROD-CODIGO(WRK-PROD-IDX) = WRK-LIN-PRODUTO
               MOVE WRK-PROD-IDX TO WRK-PROD-ACHADO
           END-IF.
       0240-CONVERTER-NUMERO.
      *>********* CONVERTENDO O TEXTO DO CAMPO: SO DIGITOS, COM UM
      *>          PONTO OU VIRGULA DECIMAL E ATE DUAS DECIMAIS
           MOVE 'S' TO WRK-NUM-OK.
           MOVE ZEROS TO WRK-NUM-VALOR.
           MOVE ZEROS TO WRK-NUM-SEP.
           MOVE ZEROS TO WRK-NUM-LEN-INT.
           MOVE ZEROS TO WRK-NUM-LEN-DEC.
           MOVE SPACES TO WRK-NUM-INT-TXT.
           MOVE SPACES TO WRK-NUM-DEC-TXT.
           INSPECT WRK-NUM-TEXTO TALLYING WRK-NUM-SEP
               FOR ALL '.' ALL ','.
           UNSTRING WRK-NUM-TEXTO DELIMITED BY '.' OR ',' OR SPACE
               INTO WRK-NUM-INT-TXT COUNT IN WRK-NUM-LEN-INT
                    WRK-NUM-DEC-TXT COUNT IN WRK-NUM-LEN-DEC
           END-UNSTRING.
           COMPUTE WRK-NUM-TAMANHO = WRK-NUM-LEN-INT + WRK-NUM-SEP
                                   + WRK-NUM-LEN-DEC.
           EVALUATE TRUE
               WHEN WRK-NUM-SEP > 1
                 OR WRK-NUM-LEN-INT = ZEROS
                 OR WRK-NUM-LEN-INT > 7
                 OR WRK-NUM-LEN-DEC > 2
                   MOVE 'N' TO WRK-NUM-OK
               WHEN WRK-NUM-TEXTO(WRK-NUM-TAMANHO + 1:) NOT = SPACES
                   MOVE 'N' TO WRK-NUM-OK
               WHEN OTHER
                   MOVE ZEROS TO WRK-NUM-INT-X
                   MOVE WRK-NUM-INT-TXT(1:WRK-NUM-LEN-INT)
                     TO WRK-NUM-INT-X(8 - WRK-NUM-LEN-INT:
                                      WRK-NUM-LEN-INT)
                   MOVE ZEROS TO WRK-NUM-DEC-X
                   IF WRK-NUM-LEN-DEC > ZEROS
                       MOVE WRK-NUM-DEC-TXT(1:WRK-NUM-LEN-DEC)
                         TO WRK-NUM-DEC-X(1:WRK-NUM-LEN-DEC)
                   END-IF
                   IF WRK-NUM-INT-X NUMERIC AND WRK-NUM-DEC-X NUMERIC
                       COMPUTE WRK-NUM-VALOR =
                           WRK-NUM-INT-9 + (WRK-NUM-DEC-9 / 100)
                   ELSE
                       MOVE 'N' TO WRK-NUM-OK
                   END-IF
           END-EVALUATE.
       0250-ABRIR-PEDIDO.
      *>********* ABRINDO O PEDIDO COM O CABECALHO DA PRIMEIRA LINHA
           MOVE 'S' TO WRK-GRP-ABERTO.
           MOVE WRK-LIN-ID TO WRK-GRP-ID.
           MOVE WRK-LIN-CLIENTE TO WRK-GRP-CLIENTE.
           MOVE WRK-LIN-DESTINATARIO TO WRK-GRP-DESTINATARIO.
           MOVE WRK-LIN-ENDERECO TO WRK-GRP-ENDERECO.
           MOVE WRK-LIN-UF TO WRK-GRP-UF.
           MOVE ZEROS TO WRK-GRP-QTD.
           MOVE 'N' TO WRK-GRP-ESTOURO.
       0260-JUNTAR-LINHA.
      *>********* JUNTANDO A LINHA AO PEDIDO; O CABECALHO TEM DE SER
      *>          O MESMO EM TODAS AS LINHAS DO PEDIDO
           IF WRK-LIN-MOTIVO = SPACES
              AND (WRK-LIN-CLIENTE NOT = WRK-GRP-CLIENTE
                   OR WRK-LIN-DESTINATARIO NOT = WRK-GRP-DESTINATARIO
                   OR WRK-LIN-ENDERECO NOT = WRK-GRP-ENDERECO
                   OR WRK-LIN-UF NOT = WRK-GRP-UF)
               MOVE 'DV' TO WRK-LIN-MOTIVO
           END-IF.
           IF WRK-GRP-QTD < WRK-GRP-MAX
               ADD 1 TO WRK-GRP-QTD
               MOVE WRK-LINHA TO WRK-GRP-TEXTO(WRK-GRP-QTD)
               MOVE WRK-LIN-PRODUTO TO WRK-GRP-PRODUTO(WRK-GRP-QTD)
               MOVE WRK-PROD-ACHADO TO WRK-GRP-PROD-IDX(WRK-GRP-QTD)
               MOVE WRK-LIN-QTD TO WRK-GRP-QTD-PROD(WRK-GRP-QTD)
               MOVE WRK-LIN-PRECO TO WRK-GRP-PRECO(WRK-GRP-QTD)
               MOVE WRK-LIN-MOTIVO TO WRK-GRP-MOTIVO(WRK-GRP-QTD)
           ELSE
      *>********* LINHA ALEM DA TABELA: O PEDIDO SERA RECUSADO INTEIRO
      *>          E A LINHA JA SAI PARA OS RECUSADOS
               MOVE 'S' TO WRK-GRP-ESTOURO
               MOVE 'MI' TO WRK-REJ-MOTIVO
               MOVE WRK-LINHA TO WRK-LINHA-RECUSADA
               PERFORM 0290-GRAVAR-RECUSADA
           END-IF.
       0290-GRAVAR-RECUSADA.
      *>********* GRAVANDO UMA LINHA RECUSADA COM O SEU MOTIVO
           EVALUATE WRK-REJ-MOTIVO
               WHEN 'CP'
                   MOVE 'LINHA SEM OS 8 CAMPOS' TO WRK-MOTIVO-DESC
               WHEN 'ID'
                   MOVE 'NUMERO DO PEDIDO INVALIDO' TO WRK-MOTIVO-DESC
               WHEN 'QT'
                   MOVE 'QUANTIDADE INVALIDA' TO WRK-MOTIVO-DESC
               WHEN 'CL'
                   MOVE 'CLIENTE EM BRANCO' TO WRK-MOTIVO-DESC
               WHEN 'UF'
                   MOVE 'UF SEM ENTREGA NO FRETECFG' TO WRK-MOTIVO-DESC
               WHEN 'PR'
                   MOVE 'PRODUTO SEM CADASTRO' TO WRK-MOTIVO-DESC
               WHEN 'VI'
                   MOVE 'PRECO INVALIDO' TO WRK-MOTIVO-DESC
               WHEN 'DV'
                   MOVE 'CABECALHO DIFERENTE NO PEDIDO'
                     TO WRK-MOTIVO-DESC
               WHEN 'MI'
                   MOVE 'PEDIDO COM LINHAS DEMAIS' TO WRK-MOTIVO-DESC
               WHEN 'RP'
                   MOVE 'PEDIDO REPETIDO NO ARQUIVO' TO WRK-MOTIVO-DESC
               WHEN 'LT'
                   MOVE 'LIMITE DE PEDIDOS DO LOTE' TO WRK-MOTIVO-DESC
               WHEN 'NP'
                   MOVE 'NUMERACAO DE PEDIDOS ESGOTADA'
                     TO WRK-MOTIVO-DESC
               WHEN OTHER
                   MOVE 'OUTRA LINHA DO PEDIDO RECUSADA'
                     TO WRK-MOTIVO-DESC
           END-EVALUATE.
           MOVE SPACES TO PEDWEBERR-REC.
           MOVE WRK-REJ-MOTIVO TO ERRW-MOTIVO.
           MOVE WRK-MOTIVO-DESC TO ERRW-DESCRICAO.
           MOVE WRK-LINHA-RECUSADA TO ERRW-LINHA.
           WRITE PEDWEBERR-REC.
           ADD 1 TO WRK-QTD-LIN-REJ.
       0300-FECHAR-PEDIDO.
      *>********* FECHANDO O PEDIDO MONTADO: JA IMPORTADO E IGNORADO,
      *>          COM LINHA RUIM E RECUSADO INTEIRO, SENAO VAI AO DECK
           MOVE 'N' TO WRK-GRP-ABERTO.
           PERFORM 0310-PROCURAR-IMPORTADO.
           IF PEDIDO-JA-IMPORTADO
               ADD 1 TO WRK-QTD-IGNORADOS
               DISPLAY 'PEDIDO DA LOJA ' WRK-GRP-ID ' JA IMPORTADO '
                       'NO PEDIDO ' WRK-PEDIDO-ANTERIOR
                       ' - IGNORADO.'
           ELSE
               MOVE 'N' TO WRK-GRP-RECUSADO
               MOVE SPACES TO WRK-GRP-MOTIVO-PED
               EVALUATE TRUE
                   WHEN PEDIDO-REPETIDO
                       MOVE 'RP' TO WRK-GRP-MOTIVO-PED
                   WHEN PEDIDO-ESTOUROU
                       MOVE 'MI' TO WRK-GRP-MOTIVO-PED
                   WHEN WRK-IMP-QTD >= WRK-IMP-MAX
                       MOVE 'LT' TO WRK-GRP-MOTIVO-PED
                   WHEN WRK-ULT-PEDIDO >= 99999
                       MOVE 'NP' TO WRK-GRP-MOTIVO-PED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WRK-GRP-MOTIVO-PED NOT = SPACES
                   MOVE 'S' TO WRK-GRP-RECUSADO
               END-IF
               PERFORM 0320-CONFERIR-LINHA
                   VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-GRP-QTD
               IF PEDIDO-RECUSADO
                   PERFORM 0330-RECUSAR-PEDIDO
               ELSE
                   PERFORM 0340-GRAVAR-PEDIDO
               END-IF
           END-IF.
       0310-PROCURAR-IMPORTADO.
      *>********* PROCURANDO O NUMERO DA LOJA NOS PEDIDOS DESTA
      *>          EXECUCAO E NO ARQUIVO DE CONTROLE DAS ANTERIORES
           MOVE 'N' TO WRK-JA-IMPORTADO.
           MOVE 'N' TO WRK-REPETIDO.
           PERFORM 0312-COMPARAR-IMPORTADO
               VARYING WRK-IMP-IDX FROM 1 BY 1
               UNTIL WRK-IMP-IDX > WRK-IMP-QTD OR PEDIDO-REPETIDO.
           IF NOT PEDIDO-REPETIDO
               MOVE 'N' TO WRK-PEDWEBCTL-EOF
               OPEN INPUT PEDWEBCTL-FILE
               IF WRK-PEDWEBCTL-STATUS = '00'
                   PERFORM 0315-LER-IMPORTADO
                       UNTIL FIM-PEDWEBCTL OR PEDIDO-JA-IMPORTADO
               END-IF
               CLOSE PEDWEBCTL-FILE
           END-IF.
       0312-COMPARAR-IMPORTADO.
      *>********* O MESMO NUMERO JA SAIU NESTA EXECUCAO: AS LINHAS DO
      *>          PEDIDO VIERAM SEPARADAS NO ARQUIVO
           IF WRK-IMP-ID(WRK-IMP-IDX) = WRK-GRP-ID
               MOVE 'S' TO WRK-REPETIDO
           END-IF.
       0315-LER-IMPORTADO.
      *>********* LENDO UM PEDIDO JA IMPORTADO DO ARQUIVO DE CONTROLE
           READ PEDWEBCTL-FILE
               AT END
                   MOVE 'S' TO WRK-PEDWEBCTL-EOF
               NOT AT END
                   IF WEBC-ID = WRK-GRP-ID
                       MOVE 'S' TO WRK-JA-IMPORTADO
                       MOVE WEBC-PEDIDO TO WRK-PEDIDO-ANTERIOR
                   END-IF
           END-READ.
       0320-CONFERIR-LINHA.
      *>********* UMA LINHA COM MOTIVO RECUSA O PEDIDO INTEIRO
           IF WRK-GRP-MOTIVO(WRK-GRP-IDX) NOT = SPACES
               MOVE 'S' TO WRK-GRP-RECUSADO
           END-IF.
       0330-RECUSAR-PEDIDO.
      *>********* GRAVANDO TODAS AS LINHAS DO PEDIDO RECUSADO: A LINHA
      *>          RUIM COM O SEU MOTIVO E AS DEMAIS COM O DO PEDIDO
      *>          (OU PO, OUTRA LINHA DO PEDIDO RECUSADA)
           ADD 1 TO WRK-QTD-RECUSADOS.
           DISPLAY 'PEDIDO DA LOJA ' WRK-GRP-ID ' RECUSADO (VER '
                   'PEDWEBERR).'.
           PERFORM 0335-RECUSAR-LINHA
               VARYING WRK-GRP-IDX FROM 1 BY 1
               UNTIL WRK-GRP-IDX > WRK-GRP-QTD.
       0335-RECUSAR-LINHA.
      *>********* GRAVANDO UMA LINHA DO PEDIDO RECUSADO
           EVALUATE TRUE
               WHEN WRK-GRP-MOTIVO(WRK-GRP-IDX) NOT = SPACES
                   MOVE WRK-GRP-MOTIVO(WRK-GRP-IDX) TO WRK-REJ-MOTIVO
               WHEN WRK-GRP-MOTIVO-PED NOT = SPACES
                   MOVE WRK-GRP-MOTIVO-PED TO WRK-REJ-MOTIVO
               WHEN OTHER
                   MOVE 'PO' TO WRK-REJ-MOTIVO
           END-EVALUATE.
           MOVE WRK-GRP-TEXTO(WRK-GRP-IDX) TO WRK-LINHA-RECUSADA.
           PERFORM 0290-GRAVAR-RECUSADA.
       0340-GRAVAR-PEDIDO.
      *>********* GRAVANDO O PEDIDO NO DECK COM O PROXIMO NUMERO DA
      *>          FAIXA DA LOJA: O CABECALHO H E UM REGISTRO I POR
      *>          UNIDADE, AO PRECO DA LOJA (PESO NAO VEM NO CSV)
           ADD 1 TO WRK-ULT-PEDIDO.
           MOVE SPACES TO WRK-PED-CAB.
           MOVE WRK-ULT-PEDIDO TO WRK-CAB-NUMERO.
           MOVE WRK-GRP-CLIENTE TO WRK-CAB-CLIENTE.
           MOVE WRK-GRP-UF TO WRK-CAB-UF.
           MOVE WRK-GRP-DESTINATARIO TO WRK-CAB-DESTINATARIO.
           MOVE WRK-GRP-ENDERECO TO WRK-CAB-ENDERECO.
           MOVE ZEROS TO WRK-CAB-CEP.
           MOVE 'N' TO WRK-CAB-FRETE-PAGO.
           MOVE ZEROS TO WRK-CAB-PRAZO-MAX.
           MOVE 'H' TO PEDIDO-TIPO.
           MOVE WRK-PED-CAB TO PEDIDO-DADOS.
           WRITE PEDIDO-REC.
           ADD 1 TO WRK-QTD-REGISTROS.
           MOVE ZEROS TO WRK-GRP-UNIDADES.
           MOVE ZEROS TO WRK-GRP-VALOR.
           PERFORM 0345-GRAVAR-ITEM
               VARYING WRK-GRP-IDX FROM 1 BY 1
               UNTIL WRK-GRP-IDX > WRK-GRP-QTD.
           ADD 1 TO WRK-IMP-QTD.
           MOVE WRK-GRP-ID TO WRK-IMP-ID(WRK-IMP-QTD).
           MOVE WRK-ULT-PEDIDO TO WRK-IMP-PEDIDO(WRK-IMP-QTD).
           MOVE WRK-GRP-UNIDADES TO WRK-IMP-UNIDADES(WRK-IMP-QTD).
           MOVE WRK-GRP-VALOR TO WRK-IMP-VALOR(WRK-IMP-QTD).
           ADD 1 TO WRK-QTD-IMPORTADOS.
           DISPLAY 'PEDIDO DA LOJA ' WRK-GRP-ID ' IMPORTADO COMO '
                   'PEDIDO ' WRK-ULT-PEDIDO ' (' WRK-GRP-UNIDADES
                   ' UNIDADE(S)).'.
       0345-GRAVAR-ITEM.
      *>********* GRAVANDO AS UNIDADES DE UMA LINHA DO PEDIDO
           MOVE SPACES TO WRK-PED-ITEM.
           IF WRK-GRP-PROD-IDX(WRK-GRP-IDX) > ZEROS
               MOVE WRK-GRP-PROD-IDX(WRK-GRP-IDX) TO WRK-PROD-IDX
               STRING WRK-GRP-PRODUTO(WRK-GRP-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-PROD-DESCRICAO(WRK-PROD-IDX)
                      DELIMITED BY SIZE
                 INTO WRK-ITEM-PRODUTO
           ELSE
               MOVE WRK-GRP-PRODUTO(WRK-GRP-IDX) TO WRK-ITEM-PRODUTO
           END-IF.
           MOVE WRK-GRP-PRECO(WRK-GRP-IDX) TO WRK-ITEM-VALOR.
           MOVE ZEROS TO WRK-ITEM-PESO.
           PERFORM 0347-GRAVAR-UNIDADE
               VARYING WRK-UNIDADE FROM 1 BY 1
               UNTIL WRK-UNIDADE > WRK-GRP-QTD-PROD(WRK-GRP-IDX).
       0347-GRAVAR-UNIDADE.
      *>********* GRAVANDO UM REGISTRO I DO PEDIDO
           MOVE 'I' TO PEDIDO-TIPO.
           MOVE WRK-PED-ITEM TO PEDIDO-DADOS.
           WRITE PEDIDO-REC.
           ADD 1 TO WRK-QTD-REGISTROS.
           ADD WRK-ITEM-VALOR TO WRK-SOMA-ITENS.
           ADD 1 TO WRK-GRP-UNIDADES.
           ADD WRK-ITEM-VALOR TO WRK-GRP-VALOR.
       0500-FINALIZAR.
      *>********* GRAVANDO O TRAILER E FECHANDO O DECK; SO DEPOIS OS
      *>          PEDIDOS IMPORTADOS ENTRAM NO ARQUIVO DE CONTROLE
           MOVE WRK-QTD-REGISTROS TO WRK-TRL-QTD.
           MOVE WRK-SOMA-ITENS TO WRK-TRL-HASH.
           MOVE WRK-TRL-LINHA TO PEDIDO-REC.
           WRITE PEDIDO-REC.
           CLOSE PEDIDO-FILE.
           CLOSE PEDWEB-FILE.
           CLOSE PEDWEBERR-FILE.
           IF WRK-IMP-QTD > ZEROS
               OPEN EXTEND PEDWEBCTL-FILE
               IF WRK-PEDWEBCTL-STATUS = '05'
                  OR WRK-PEDWEBCTL-STATUS = '35'
                   CLOSE PEDWEBCTL-FILE
                   OPEN OUTPUT PEDWEBCTL-FILE
               END-IF
               PERFORM 0510-GRAVAR-CONTROLE
                   VARYING WRK-IMP-IDX FROM 1 BY 1
                   UNTIL WRK-IMP-IDX > WRK-IMP-QTD
               CLOSE PEDWEBCTL-FILE
           END-IF.
           DISPLAY '***************************************'.
           DISPLAY ' LINHAS LIDAS.......: ' WRK-QTD-LIDAS.
           DISPLAY ' PEDIDOS IMPORTADOS.: ' WRK-QTD-IMPORTADOS.
           DISPLAY ' JA IMPORTADOS......: ' WRK-QTD-IGNORADOS.
           DISPLAY ' PEDIDOS RECUSADOS..: ' WRK-QTD-RECUSADOS.
           DISPLAY ' LINHAS RECUSADAS...: ' WRK-QTD-LIN-REJ.
           DISPLAY ' REGISTROS NO DECK..: ' WRK-QTD-REGISTROS.
           DISPLAY ' SOMA DOS ITENS.....: ' WRK-SOMA-ITENS.
           DISPLAY '***************************************'.
           DISPLAY 'DECK PEDIDO10 GRAVADO COM HDR/TRL.'.
       0510-GRAVAR-CONTROLE.
      *>********* REGISTRANDO UM PEDIDO IMPORTADO NO CONTROLE
           MOVE WRK-IMP-ID(WRK-IMP-IDX) TO WEBC-ID.
           MOVE WRK-IMP-PEDIDO(WRK-IMP-IDX) TO WEBC-PEDIDO.
           MOVE WRK-DATA-HOJE TO WEBC-DATA.
           MOVE WRK-IMP-UNIDADES(WRK-IMP-IDX) TO WEBC-UNIDADES.
           MOVE WRK-IMP-VALOR(WRK-IMP-IDX) TO WEBC-VALOR.
           WRITE PEDWEBCTL-REC.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL101'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL101'==.
