      *>*****************************************************************
      *> VENDAGRV - CAMPOS COMPARTILHADOS DA GRAVACAO NO REGISTRO FIXO
      *> DE TRANSACOES POR PERIODO E DA MANUTENCAO DO DIRETORIO DE
      *> PERIODOS (ARQUIVO VENDADIR, LAYOUT VENDADIR)
      *> USO: COPY 'VENDAPER.cbl'.
      *>      COPY 'VENDAGRV.cbl'.
      *> REQUER NO PROGRAMA CHAMADOR:
      *>   SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-VENDATRX-STATUS.
      *>   SELECT OPTIONAL VENDADIR-FILE ASSIGN TO 'VENDADIR'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-VENDADIR-STATUS.
      *>   FD  VENDATRX-FILE.
      *>   01  VENDATRX-REC.
      *>       COPY 'VENDATRX.cbl'.
      *>   FD  VENDADIR-FILE.
      *>   01  VENDADIR-REC.
      *>       COPY 'VENDADIR.cbl'.
      *> O CHAMADOR PREENCHE O VENDATRX-REC E EXECUTA O
      *> 9886-GRAVAR-VENDATRX: O REGISTRO VAI PARA O ARQUIVO DO
      *> ANO/MES DE VENDATRX-DATA E O DIRETORIO E ATUALIZADO NA HORA
      *> (TABELA DE 1200 LINHAS PERIODO/FILIAL; NO ESTOURO O
      *> DIRETORIO NAO E REGRAVADO E A CONFERENCIA DO PROGCBL130
      *> APONTA O PERIODO)
      *>*****************************************************************
       77 WRK-VENDADIR-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-VENDADIR-EOF PIC X(01) VALUE 'N'.
         88 FIM-VENDADIR VALUE 'S'.
       77 WRK-VDIR-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-VDIR-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-VDIR-POS PIC 9(04) VALUE ZEROS.
       77 WRK-VDIR-ACHADO PIC 9(04) VALUE ZEROS.
       77 WRK-VDIR-ESTOURO PIC X(01) VALUE 'N'.
         88 DIRETORIO-ESTOUROU VALUE 'S'.
       01 WRK-VDIR-TABELA.
          02 WRK-VDIR-LINHA OCCURS 1200 TIMES.
             03 WRK-VDIR-ANOMES PIC 9(06).
             03 WRK-VDIR-FILIAL PIC 9(02).
             03 WRK-VDIR-QTD-REG PIC 9(07).
             03 WRK-VDIR-VALOR PIC 9(11)V99.
             03 WRK-VDIR-SEQ-PRIMEIRA PIC 9(05).
             03 WRK-VDIR-SEQ-ULTIMA PIC 9(05).
