      *>*****************************************************************
      *> PONTOS - LAYOUT COMPARTILHADO DO EXTRATO DE PONTOS DE
      *> FIDELIDADE (ARQUIVO PONTOS17) DOS CLIENTES DO CLIMST17: UM
      *> LANCAMENTO POR MOVIMENTO, GRAVADO PELO PROGCBL17 NA VENDA E
      *> NA CORRECAO E PELO PROGCBL89 NA DEVOLUCAO; O SALDO NAO E
      *> GUARDADO, SAI SEMPRE DA SOMA DO EXTRATO (ROTINAS DO COPY
      *> FIDPTS), COM O VENCIMENTO APURADO NA HORA
      *> TIPO: G = PONTOS GANHOS NA VENDA (ENTRADA)
      *>       R = PONTOS RESGATADOS COMO PAGAMENTO (SAIDA)
      *>       E = ESTORNO DE PONTOS GANHOS, NA CORRECAO OU NA
      *>           DEVOLUCAO DA VENDA (SAIDA)
      *>       C = PONTOS RESGATADOS DEVOLVIDOS AO CLIENTE, NA
      *>           CORRECAO OU NA DEVOLUCAO DA VENDA (ENTRADA)
      *> VALOR: NO G, A PARTE DA VENDA QUE GEROU OS PONTOS; NO R, O
      *> VALOR EM REAIS PAGO COM OS PONTOS; NO E E NO C, A PARTE
      *> CORRESPONDENTE DA DEVOLUCAO
      *> VALIDADE: SO NAS ENTRADAS (G E C) - PRIMEIRO DIA EM QUE O
      *> SALDO RESTANTE DO LANCAMENTO JA NAO VALE; AS SAIDAS CONSOMEM
      *> AS ENTRADAS MAIS ANTIGAS PRIMEIRO
      *> DATA-VENDA/FILIAL-VENDA/TICKET: O TICKET DO PROGCBL17 A QUE O
      *> LANCAMENTO SE REFERE (NO E E NO C, O TICKET ORIGINAL)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  PONTOS-FILE.
      *>   01  PONTOS-REC.
      *>       COPY 'PONTOS.cbl'.
      *>*****************************************************************
           02 PTS-DATA PIC 9(08).
           02 PTS-HORA PIC 9(08).
           02 PTS-CLIENTE PIC X(05).
           02 PTS-TIPO PIC X(01).
           02 PTS-PONTOS PIC 9(07).
           02 PTS-VALOR PIC 9(08)V99.
           02 PTS-VALIDADE PIC 9(08).
           02 PTS-DATA-VENDA PIC 9(08).
           02 PTS-FILIAL-VENDA PIC 9(02).
           02 PTS-TICKET PIC 9(05).
           02 PTS-ORIGEM PIC X(10).
           02 PTS-OPERADOR PIC X(15).
