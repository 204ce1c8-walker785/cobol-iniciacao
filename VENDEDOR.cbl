      *>*****************************************************************
      *> VENDEDOR - LAYOUT COMPARTILHADO DO CADASTRO DE VENDEDORES
      *> (VENDMST), MANTIDO PELO PROGCBL92, CONSULTADO PELO PROGCBL17
      *> NA IDENTIFICACAO DO VENDEDOR DA VENDA E PELO PROGCBL29 NA
      *> APURACAO DA COMISSAO
      *> VDR-MATRICULA: MATRICULA DO FUNCIONARIO NO FUNCMST QUE
      *> RECEBE A COMISSAO NA FOLHA (PROGCBL05)
      *> VDR-PLANO: PLANO DE COMISSAO (FAIXAS DO COMPLANO)
      *> VDR-SITUACAO: A = ATIVO, I = INATIVO (NAO VENDE NO CAIXA)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  VENDMST-FILE.
      *>   01  VENDMST-REC.
      *>       COPY 'VENDEDOR.cbl'.
      *>*****************************************************************
           02 VDR-CODIGO PIC X(05).
           02 VDR-NOME PIC X(25).
           02 VDR-MATRICULA PIC 9(06).
           02 VDR-PLANO PIC X(03).
           02 VDR-SITUACAO PIC X(01).
