      *>*****************************************************************
      *> ORCTAB - CAMPOS COMPARTILHADOS DAS ROTINAS DO ARQUIVO DE
      *> ORCAMENTOS DE VENDA: CABECALHOS EM MEMORIA, LOCALIZACAO DE UM
      *> ORCAMENTO E REGRAVACAO DO ARQUIVO APOS A MUDANCA DE STATUS
      *> USO: COPY 'ORCTAB.cbl'.
      *> REQUER NO PROGRAMA CHAMADOR:
      *>   SELECT OPTIONAL ORCAMENTO-FILE ASSIGN TO 'ORCAMENTO99'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-ORCAMENTO-STATUS.
      *>   FD  ORCAMENTO-FILE.
      *>   01  ORCAMENTO-REC.
      *>       COPY 'ORCAMENTO.cbl'.
      *>*****************************************************************
       77 WRK-ORCAMENTO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ORCAMENTO-EOF PIC X(01) VALUE 'N'.
         88 FIM-ORCAMENTO VALUE 'S'.
      *>********* CABECALHOS EM MEMORIA, NA ORDEM DO ARQUIVO
       01 WRK-ORC-TAB.
          02 WRK-ORC-LINHA OCCURS 500 TIMES.
             03 WRK-ORC-NUMERO PIC 9(05).
             03 WRK-ORC-DATA PIC 9(08).
             03 WRK-ORC-VALIDADE PIC 9(08).
             03 WRK-ORC-VENDEDOR PIC X(05).
             03 WRK-ORC-CLIENTE-COD PIC X(05).
             03 WRK-ORC-CLIENTE PIC X(20).
             03 WRK-ORC-UF PIC X(02).
             03 WRK-ORC-QTD-ITENS PIC 9(02).
             03 WRK-ORC-VALOR PIC 9(08)V99.
             03 WRK-ORC-PESO PIC 9(05)V99.
             03 WRK-ORC-FRETE PIC 9(07)V99.
             03 WRK-ORC-STATUS PIC X(01).
             03 WRK-ORC-DATA-CONV PIC 9(08).
             03 WRK-ORC-DOC-CONV PIC 9(05).
       77 WRK-ORC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ORC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ORC-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* ARQUIVO MAIOR QUE A TABELA: A REGRAVACAO PERDERIA
      *>          ORCAMENTOS, ENTAO NENHUM STATUS E MUDADO
       77 WRK-ORC-ESTOURO PIC X(01) VALUE 'N'.
         88 ORCAMENTOS-ESTOURARAM VALUE 'S'.
      *>********* ENTRADA DA LOCALIZACAO E MAIOR NUMERO JA EMITIDO
       77 WRK-ORC-NUM-ALVO PIC 9(05) VALUE ZEROS.
       77 WRK-ORC-ULTIMO PIC 9(05) VALUE ZEROS.
