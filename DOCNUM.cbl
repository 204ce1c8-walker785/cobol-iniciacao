      *>*****************************************************************
      *> DOCNUM - CAMPOS COMPARTILHADOS DA NUMERACAO FISCAL: SEMENTE DO
      *> ULTIMO NUMERO DA FILIAL/SERIE, PROXIMO NUMERO, GRAVACAO DO
      *> DOCUMENTO EMITIDO OU CANCELADO E BUSCA NO REGISTRO DOCFISC
      *> USO: COPY 'DOCNUM.cbl'.
      *> REQUER NO PROGRAMA CHAMADOR:
      *>   SELECT OPTIONAL DOCFISC-FILE ASSIGN TO 'DOCFISC'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-DOCFISC-STATUS.
      *>   FD  DOCFISC-FILE.
      *>   01  DOCFISC-REC.
      *>       COPY 'DOCFISC.cbl'.
      *> O CHAMADOR MOVE A FILIAL E A SERIE PARA WRK-DOC-FILIAL E
      *> WRK-DOC-SERIE E EXECUTA O 9840-SEMEAR-DOCUMENTO UMA VEZ; A
      *> CADA DOCUMENTO, O 9842-PROXIMO-DOCUMENTO DEVOLVE O NUMERO EM
      *> WRK-DOC-NUMERO E O 9843-GRAVAR-DOCUMENTO O REGISTRA COM A
      *> SITUACAO, DATA, HORA, VALOR, REFERENCIA E OPERADOR DOS
      *> CAMPOS WRK-DOC-. O 9844-PROCURAR-DOCUMENTO LIGA
      *> DOCUMENTO-REGISTRADO SE O NUMERO JA ESTA NO REGISTRO COM A
      *> SITUACAO DE WRK-DOC-SITUACAO
      *>*****************************************************************
       77 WRK-DOCFISC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DOCFISC-EOF PIC X(01) VALUE 'N'.
         88 FIM-DOCFISC VALUE 'S'.
       77 WRK-DOC-FILIAL PIC 9(02) VALUE ZEROS.
       77 WRK-DOC-SERIE PIC 9(03) VALUE ZEROS.
       77 WRK-DOC-ULTIMO PIC 9(07) VALUE ZEROS.
       77 WRK-DOC-NUMERO PIC 9(07) VALUE ZEROS.
       77 WRK-DOC-SITUACAO PIC X(01) VALUE 'E'.
       77 WRK-DOC-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-DOC-HORA PIC 9(08) VALUE ZEROS.
       77 WRK-DOC-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DOC-REFERENCIA PIC 9(05) VALUE ZEROS.
       77 WRK-DOC-OPERADOR PIC X(15) VALUE SPACES.
       77 WRK-DOC-ACHADO PIC X(01) VALUE 'N'.
         88 DOCUMENTO-REGISTRADO VALUE 'S'.
