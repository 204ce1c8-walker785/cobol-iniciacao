      *>*****************************************************************
      *> ADQCFG - LAYOUT COMPARTILHADO DO CONTRATO COM A ADQUIRENTE
      *> DE CARTOES (ARQUIVO ADQCFG, UM REGISTRO POR FILIAL), MANTIDO
      *> E LIDO PELO PROGCBL93 NA CONCILIACAO DAS LIQUIDACOES
      *> FILIAL: 00 = CONTRATO PADRAO, VALE PARA A FILIAL QUE NAO TEM
      *> CONTRATO PROPRIO
      *> TAXA-PCT: TAXA CONTRATADA, EM PERCENTUAL SOBRE O BRUTO
      *> LIQUIDADO
      *> PRAZO-DIAS: DIAS CORRIDOS ENTRE A VENDA E O DEPOSITO; O
      *> VENCIMENTO QUE CAI EM DIA NAO UTIL (FERIADOCAL) PASSA PARA O
      *> PROXIMO DIA UTIL
      *> TOLERANCIA: DIFERENCA EM REAIS ACEITA SEM APONTAR OCORRENCIA
      *> (ARREDONDAMENTO DA ADQUIRENTE)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ADQCFG-FILE.
      *>   01  ADQCFG-REC.
      *>       COPY 'ADQCFG.cbl'.
      *>*****************************************************************
           02 ACF-FILIAL PIC 9(02).
           02 ACF-TAXA-PCT PIC 9(02)V99.
           02 ACF-PRAZO-DIAS PIC 9(03).
           02 ACF-TOLERANCIA PIC 9(03)V99.
           02 ACF-DATA-ALTERACAO PIC 9(08).
           02 ACF-OPERADOR PIC X(15).
