      *> LADO DAS LINHAS DE TEXTO DOS DIARIOS. A CONCILIACAO DO
      *> PROGCBL24 LE ESTE REGISTRO DIRETO, SEM DEPENDER DA LARGURA
      *> DO SIMBOLO DE MOEDA NA LINHA DE TEXTO
      *> ARQUIVO: UM POR ANO/MES (VENDATRXAAAAMM), COM O DIRETORIO
      *> VENDADIR DE QUANTIDADE/VALOR POR PERIODO E FILIAL (VER
      *> VENDAPER E VENDAGRV)
      *> TIPO: V = VENDA, C = CORRECAO (ESTORNO),
      *> S = SANGRIA (RETIRADA DE DINHEIRO DO CAIXA),
      *> U = SUPRIMENTO (ENTRADA DE TROCO NO CAIXA); S E U SAO
      *> TICKET: NUMERO DO TICKET DA VENDA NO PROGCBL17 (VARIOS ITENS
      *> SAEM EM UM SO TICKET); LANCAMENTO SEM TICKET GRAVA ZEROS
      *> VAL-DINHEIRO/CARTAO/PRAZO: QUEBRA DO VALOR POR MEIO DE
      *> PAGAMENTO (A SOMA E O PROPRIO VALOR, MENOS A PARTE PAGA COM
      *> PONTOS DE FIDELIDADE - EXTRATO PONTOS17); O FECHAMENTO DE
      *> CAIXA CONFERE O CONTADO SO CONTRA A PARTE EM DINHEIRO
      *> DEVOLUCAO (TIPO C DE ORIGEM PROGCBL89): TICKET E O DA VENDA
      *> DEVOLVIDA E A QUEBRA E O QUE SAIU DE CADA MEIO; NA TROCA POR
      *> VALE-TROCA A DIFERENCA ENTRE O VALOR E A SOMA DOS MEIOS E O
      *> VALE EMITIDO (VALETROCA17) MAIS OS PONTOS DEVOLVIDOS AO
      *> CLIENTE (PONTOS17)
      *> SERIE/DOCFISC: DOCUMENTO FISCAL DA VENDA (REGISTRO DOCFISC,
      *> NUMERACAO POR FILIAL E SERIE): TICKET DO PROGCBL17 NA SERIE
      *> 001 E EMBARQUE DO PROGCBL10 NA SERIE 002; NA CORRECAO (TIPO C
      *> DO PROGCBL17) E O DOCUMENTO CANCELADO. LANCAMENTO SEM
      *> DOCUMENTO GRAVA ZEROS E O REGISTRO ANTIGO LE COMO ESPACOS
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  VENDATRX-FILE.
      *>   01  VENDATRX-REC.
           02 VENDATRX-VAL-DINHEIRO PIC 9(08)V99.
           02 VENDATRX-VAL-CARTAO PIC 9(08)V99.
           02 VENDATRX-VAL-PRAZO PIC 9(08)V99.
           02 VENDATRX-SERIE PIC 9(03).
           02 VENDATRX-DOCFISC PIC 9(07).
