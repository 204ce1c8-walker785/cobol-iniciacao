      *>*****************************************************************
      *> KARDEX - CAMPOS COMPARTILHADOS DA GRAVACAO DE UM MOVIMENTO NO
      *> RAZAO DE ESTOQUE (ARQUIVO MOVESTQ, LAYOUT MOVEST)
      *> USO: COPY 'KARDEX.cbl'.
      *> REQUER NO PROGRAMA CHAMADOR:
      *>   SELECT OPTIONAL MOVESTQ-FILE ASSIGN TO 'MOVESTQ'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-MOVESTQ-STATUS.
      *>   FD  MOVESTQ-FILE.
      *>   01  MOVESTQ-REC.
      *>       COPY 'MOVEST.cbl'.
      *> O CHAMADOR PREENCHE OS CAMPOS WRK-KDX- E EXECUTA O
      *> 9810-GRAVAR-MOVIMENTO; A DATA/HORA E A CORRENTE E A FILIAL,
      *> A ENTRADA E A SAIDA VOLTAM ZERADAS DEPOIS DA GRAVACAO
      *>*****************************************************************
       77 WRK-MOVESTQ-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-KDX-PRODUTO PIC X(05) VALUE SPACES.
       77 WRK-KDX-TIPO PIC X(02) VALUE SPACES.
       77 WRK-KDX-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-KDX-DOCUMENTO PIC X(12) VALUE SPACES.
       77 WRK-KDX-ENTRADA PIC 9(05) VALUE ZEROS.
       77 WRK-KDX-SAIDA PIC 9(05) VALUE ZEROS.
       77 WRK-KDX-CUSTO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-KDX-SALDO PIC 9(05) VALUE ZEROS.
       77 WRK-KDX-OPERADOR PIC X(15) VALUE SPACES.
