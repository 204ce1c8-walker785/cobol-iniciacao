      *> OBJETIVO: CAPTURAR A FILIAL/CAIXA NA ABERTURA DA SESSAO E
      *>           LEVA-LA AO DIARIO E AO REGISTRO FIXO, PARA OS
      *>           RELATORIOS E A CONCILIACAO POR FILIAL
      *> OBJETIVO: GRAVAR O LANCAMENTO NO VENDATRX SEM DOCUMENTO
      *>           FISCAL (SERIE E NUMERO ZERADOS)
      *> OBJETIVO: GRAVAR O VENDATRX NO ARQUIVO DO ANO/MES DO
      *>           LANCAMENTO, ATUALIZANDO O DIRETORIO DE PERIODOS
      *>           (VENDADIR)
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL VENDALOG-FILE ASSIGN TO 'VENDALOG18'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDALOG-STATUS.
           SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDATRX-STATUS.
           SELECT OPTIONAL VENDADIR-FILE ASSIGN TO 'VENDADIR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDADIR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDALOG-FILE.
       FD  VENDATRX-FILE.
       01  VENDATRX-REC.
           COPY 'VENDATRX.cbl'.
       FD  VENDADIR-FILE.
       01  VENDADIR-REC.
           COPY 'VENDADIR.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'VENDAPER.cbl'.
       COPY 'VENDAGRV.cbl'.
           COPY 'BOOK-18.cbl'.
       77 WRK-VENDALOG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDATRX-STATUS PIC X(02) VALUE ZEROS.

           STOP RUN.
       0050-ABRIR-VENDALOG.
      *>********* ABRINDO O DIARIO DE VENDAS (O REGISTRO FIXO DE
      *>          TRANSACOES E ABERTO A CADA GRAVACAO, NO ARQUIVO DO
      *>          PERIODO DO LANCAMENTO)
           OPEN EXTEND VENDALOG-FILE.
           IF WRK-VENDALOG-STATUS = '05' OR WRK-VENDALOG-STATUS = '35'
               CLOSE VENDALOG-FILE
               OPEN OUTPUT VENDALOG-FILE
           END-IF.
       0100-INICIALIZAR.
      *>********* INSERINDO DADOS
           DISPLAY '***********************'.
           MOVE WRK-VENDAS TO VENDATRX-VAL-DINHEIRO.
           MOVE ZEROS TO VENDATRX-VAL-CARTAO.
           MOVE ZEROS TO VENDATRX-VAL-PRAZO.
           MOVE ZEROS TO VENDATRX-SERIE.
           MOVE ZEROS TO VENDATRX-DOCFISC.
           PERFORM 9886-GRAVAR-VENDATRX.
       0300-FINALIZAR.
      *>********* RESULTADO
           MOVE WRK-ACUM TO WRK-ACUM-ED.
           DISPLAY 'MAIOR VENDA: ' WRK-MAIOR-ED.
           DISPLAY 'TICKET MEDIO: ' WRK-MEDIA-ED.
           CLOSE VENDALOG-FILE.

           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'VENDAPER-PROC.cbl'.
           COPY 'VENDAGRV-PROC.cbl'.
