      *>*****************************************************************
      *> EXTBANCO - LAYOUT DA LINHA DO EXTRATO DA CONTA MOVIMENTO
      *> ENVIADO PELO BANCO (ARQUIVO EXTBANCO), LIDO PELO PROGCBL117
      *> NA CONCILIACAO BANCARIA CONTRA OS FECHAMENTOS DE CAIXA, OS
      *> RECEBIMENTOS E OS PAGAMENTOS DO SISTEMA
      *> TIPO: S = SALDO INICIAL DO PERIODO, C = CREDITO, D = DEBITO,
      *>       F = SALDO FINAL DO PERIODO
      *> FILIAL: NO DEPOSITO IDENTIFICADO, A FILIAL DEPOSITANTE; 00
      *>       QUANDO O BANCO NAO IDENTIFICA A ORIGEM
      *> SINAL: '-' NO SALDO (TIPOS S E F) DEVEDOR; BRANCO NOS DEMAIS
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  EXTBANCO-FILE.
      *>   01  EXTBANCO-REC.
      *>       COPY 'EXTBANCO.cbl'.
      *>*****************************************************************
           02 EXB-TIPO PIC X(01).
           02 EXB-DATA PIC 9(08).
           02 EXB-DOCUMENTO PIC X(15).
           02 EXB-HISTORICO PIC X(30).
           02 EXB-FILIAL PIC 9(02).
           02 EXB-VALOR PIC 9(10)V99.
           02 EXB-SINAL PIC X(01).
