      *>*****************************************************************
      *> ADQPEND - LAYOUT DAS PENDENCIAS DA CONCILIACAO DE CARTOES
      *> (ARQUIVO ADQPEND93), GRAVADO E RELIDO PELO PROGCBL93: O QUE
      *> NAO CASOU NUMA CONCILIACAO FICA NO ARQUIVO E VOLTA NA
      *> SEGUINTE, ATE CASAR OU SER BAIXADO PELO OPERADOR
      *> TIPO: H = CONTROLE (PRIMEIRO REGISTRO; DATA = ULTIMO DIA DE
      *>           VENDAS JA TRAZIDO DO VENDATRX, VENCIMENTO = ULTIMO
      *>           DIA DE DEPOSITO JA LIDO DO ADQLIQ, NUMERO = ULTIMA
      *>           PENDENCIA NUMERADA)
      *>       V = VENDAS NO CARTAO DE UM DIA/FILIAL AGUARDANDO O
      *>           DEPOSITO (VALOR = VENDAS; BRUTO/TAXA/LIQUIDO-REC =
      *>           O QUE JA FOI LIQUIDADO)
      *>       D = DEVOLUCAO NO CARTAO DE UM DIA/FILIAL AGUARDANDO O
      *>           ESTORNO DA ADQUIRENTE (BRUTO-REC = JA ESTORNADO;
      *>           VENCIMENTO = DATA EM QUE DEIXA DE SER ESPERADO)
      *>       L = LIQUIDACAO SEM VENDA NO CARTAO NO DIA/FILIAL
      *>       E = ESTORNO (CHARGEBACK) NAO ESPERADO
      *> DATA-INCLUSAO: DIA DA CONCILIACAO QUE ABRIU A PENDENCIA
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ADQPEND-FILE.
      *>   01  ADQPEND-REC.
      *>       COPY 'ADQPEND.cbl'.
      *>*****************************************************************
           02 PND-TIPO PIC X(01).
           02 PND-NUMERO PIC 9(05).
           02 PND-FILIAL PIC 9(02).
           02 PND-DATA PIC 9(08).
           02 PND-VENCIMENTO PIC 9(08).
           02 PND-VALOR PIC 9(08)V99.
           02 PND-BRUTO-REC PIC 9(08)V99.
           02 PND-TAXA-REC PIC 9(08)V99.
           02 PND-LIQUIDO-REC PIC 9(08)V99.
           02 PND-DATA-DEPOSITO PIC 9(08).
           02 PND-DATA-INCLUSAO PIC 9(08).
           02 PND-REFERENCIA PIC X(15).
