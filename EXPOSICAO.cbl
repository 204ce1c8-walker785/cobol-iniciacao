      *>*****************************************************************
      *> EXPOSICAO - CAMPOS COMPARTILHADOS DA APURACAO DA EXPOSICAO DE
      *> CREDITO DE UM TOMADOR: SALDO DAS PARCELAS EM ABERTO
      *> (PARCELA25) DE TODOS OS CONTRATOS DO TOMADOR (CONTRATO25) E
      *> O MAIOR ATRASO ENTRE ELAS (BASE 30/360), CLASSIFICADO NAS
      *> MESMAS FAIXAS DE ATRASO/PROVISAO DO PROGCBL69 (ARQUIVO DE
      *> CONTROLE PROVCFG69, COM O MESMO PADRAO EMBUTIDO)
      *> USO: COPY 'EXPOSICAO.cbl'.
      *>   MOVER O NOME DO TOMADOR PARA WRK-EXP-TOMADOR E FAZER O
      *>   PERFORM 9850-APURAR-EXPOSICAO
      *> REQUER NO PROGRAMA CHAMADOR (COM WRK-CONTRATO-STATUS E
      *> WRK-PARCELA-STATUS DECLARADOS NA WORKING-STORAGE):
      *>   SELECT OPTIONAL CONTRATO-FILE ASSIGN TO 'CONTRATO25'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-CONTRATO-STATUS.
      *>   SELECT OPTIONAL PARCELA-FILE ASSIGN TO 'PARCELA25'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-PARCELA-STATUS.
      *>   SELECT OPTIONAL PROVCFG-FILE ASSIGN TO 'PROVCFG69'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-PROVCFG-STATUS.
      *>   FD  CONTRATO-FILE.
      *>   01  CONTRATO-REC.
      *>       COPY 'CONTRATO.cbl'.
      *>   FD  PARCELA-FILE.
      *>   01  PARCELA-REC.
      *>       COPY 'PARCELA.cbl'.
      *>   FD  PROVCFG-FILE.
      *>   01  PROVCFG-REC.
      *>       02 PROV-LIMITE-DIAS PIC 9(03).
      *>       02 PROV-PCT PIC 9(03)V99.
      *>*****************************************************************
       77 WRK-PROVCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EXP-EOF PIC X(01) VALUE 'N'.
         88 FIM-EXP VALUE 'S'.
      *>********* ENTRADA: TOMADOR A APURAR
       77 WRK-EXP-TOMADOR PIC X(25) VALUE SPACES.
      *>********* SAIDA: CONTRATOS, SALDO EM ABERTO, MAIOR ATRASO E A
      *>          FAIXA EM QUE ELE CAI (LIMITE ZERO = EM DIA)
       77 WRK-EXP-QTD-CONTRATOS PIC 9(03) VALUE ZEROS.
       77 WRK-EXP-SALDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-EXP-MAIOR-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-EXP-FAIXA-LIMITE PIC 9(03) VALUE ZEROS.
       77 WRK-EXP-FAIXA-PCT PIC 9(03)V99 VALUE ZEROS.
       77 WRK-EXP-ESTOURO PIC X(01) VALUE 'N'.
         88 EXP-ESTOUROU VALUE 'S'.
      *>********* CONTRATOS DO TOMADOR
       01 WRK-EXP-CTR-TAB.
          02 WRK-EXP-CTR PIC 9(05) OCCURS 200 TIMES VALUE ZEROS.
       77 WRK-EXP-CTR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-EXP-CTR-ACHADO PIC 9(03) VALUE ZEROS.
      *>********* FAIXAS DE ATRASO (LIMITE DE DIAS E PERCENTUAL)
       01 WRK-EXP-FXP-TAB.
          02 WRK-EXP-FXP-LINHA OCCURS 6 TIMES.
             03 WRK-EXP-FXP-LIMITE PIC 9(03).
             03 WRK-EXP-FXP-PCT PIC 9(03)V99.
       77 WRK-EXP-FXP-QTD PIC 9(01) VALUE ZEROS.
       77 WRK-EXP-FXP-IDX PIC 9(01) VALUE ZEROS.
       77 WRK-EXP-FXP-ACHADA PIC 9(01) VALUE ZEROS.
       77 WRK-EXP-DIAS PIC S9(05) VALUE ZEROS.
       01 WRK-EXP-HOJE.
          02 WRK-EXP-HOJE-ANO PIC 9(04).
          02 WRK-EXP-HOJE-MES PIC 9(02).
          02 WRK-EXP-HOJE-DIA PIC 9(02).
       01 WRK-EXP-VENC.
          02 WRK-EXP-VENC-ANO PIC 9(04).
          02 WRK-EXP-VENC-MES PIC 9(02).
          02 WRK-EXP-VENC-DIA PIC 9(02).
