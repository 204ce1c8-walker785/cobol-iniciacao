      *>*****************************************************************
      *> RESGATE - LAYOUT COMPARTILHADO DO REGISTRO DE RESGATE DE
      *> POSICAO DE INVESTIMENTO (RESGATE71), ACRESCIDO PELO PROGCBL71
      *> A CADA RESGATE PARCIAL OU TOTAL DO POSICAO19 E LIDO PELO
      *> INFORME ANUAL DE RENDIMENTOS (PROGCBL114)
      *> TIPO: P = PARCIAL, T = TOTAL (POSICAO ENCERRADA)
      *> PRINCIPAL/GANHO: PARTE DO VALOR RESGATADO QUE E PRINCIPAL
      *>           APLICADO E PARTE QUE E RENDIMENTO (PROPORCIONAL AO
      *>           SALDO DA POSICAO NO RESGATE)
      *> PRAZO-MESES/ALIQUOTA: FAIXA REGRESSIVA DE IR DO IRFAIXA19
      *>           PELO PRAZO DESDE A APLICACAO
      *> EXTRATO: N = AINDA NAO SAIU NO EXTRATO71, S = JA SAIU
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  RESGATE-FILE.
      *>   01  RESGATE-REC.
      *>       COPY 'RESGATE.cbl'.
      *>*****************************************************************
           02 RSG-NUMERO PIC 9(05).
           02 RSG-DATA PIC 9(08).
           02 RSG-SEQ PIC 9(04).
           02 RSG-TITULAR PIC X(25).
           02 RSG-INDEXADOR PIC X(04).
           02 RSG-TIPO PIC X(01).
           02 RSG-VALOR PIC 9(09)V99.
           02 RSG-PRINCIPAL PIC 9(08)V99.
           02 RSG-GANHO PIC 9(09)V99.
           02 RSG-PRAZO-MESES PIC 9(03).
           02 RSG-ALIQUOTA PIC 9(02)V999.
           02 RSG-IR PIC 9(08)V99.
           02 RSG-LIQUIDO PIC 9(09)V99.
           02 RSG-OPERADOR PIC X(15).
           02 RSG-EXTRATO PIC X(01).
