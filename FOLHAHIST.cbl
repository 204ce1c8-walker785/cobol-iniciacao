      *> PAGAMENTO (FOLHAHIST05), GRAVADO PELO PROGCBL05 A CADA RODADA
      *> (UM REGISTRO POR FUNCIONARIO) E LIDO PELO PROGCBL51 PARA O
      *> INFORME DE RENDIMENTOS ANUAL
      *> FH-MATRICULA: MATRICULA DO FUNCIONARIO NO FUNCMST (CHAVE DO
      *> INFORME); REGISTRO ANTIGO SEM O CAMPO LE COMO ESPACOS E E
      *> CASADO PELO NOME ATE A CONVERSAO DO PROGCBL81 CARIMBA-LO
      *> FH-DEPENDENTES: DEPENDENTES DE IR DEDUZIDOS NA FOLHA (CADASTRO
      *> DEPENDMST); REGISTRO ANTIGO SEM O CAMPO LE COMO ESPACOS
      *> FH-TIPO: N (OU ESPACO, REGISTRO ANTIGO) = FOLHA MENSAL DO
      *> PROGCBL05; F = RECIBO DE FERIAS DO PROGCBL87, PAGO FORA DA
      *> FOLHA (ENTRA NO INFORME, MAS NAO NA CONFERENCIA DA VARIACAO);
      *> 1 E 2 = PRIMEIRA E SEGUNDA PARCELA DO 13O SALARIO DO
      *> PROGCBL88 (QUADRO PROPRIO NO INFORME, FORA DA VARIACAO)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  FOLHAHIST-FILE.
      *>   01  FOLHAHIST-REC.
           02 FH-INSS PIC 9(06)V99.
           02 FH-IRRF PIC 9(06)V99.
           02 FH-LIQUIDO PIC 9(08)V99.
           02 FH-MATRICULA PIC 9(06).
           02 FH-DEPENDENTES PIC 9(02).
           02 FH-TIPO PIC X(01).
              88 FH-FOLHA-MENSAL VALUE 'N' SPACE.
              88 FH-RECIBO-FERIAS VALUE 'F'.
              88 FH-DECIMO-TERCEIRO VALUE '1' '2'.
              88 FH-DECIMO-PRIMEIRA VALUE '1'.
              88 FH-DECIMO-SEGUNDA VALUE '2'.
