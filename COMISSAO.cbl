      *>*****************************************************************
      *> COMISSAO - LAYOUT COMPARTILHADO DO ARQUIVO DE PROVENTOS DE
      *> COMISSAO (COMISSAO29), UM REGISTRO POR VENDEDOR POR MES,
      *> GRAVADO PELO PROGCBL29 NA APURACAO MENSAL E PAGO PELA FOLHA
      *> (PROGCBL05) NO BRUTO DO FUNCIONARIO, COM INSS E IRRF
      *> COM-SITUACAO: A = APURADA (ENTRA NA PROXIMA FOLHA), L =
      *> LANCADA NA FOLHA DE COM-DATA-FOLHA; A REAPURACAO DO MES
      *> SUBSTITUI SO AS APURADAS E E RECUSADA DEPOIS DE LANCADA
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  COMISSAO-FILE.
      *>   01  COMISSAO-REC.
      *>       COPY 'COMISSAO.cbl'.
      *>*****************************************************************
           02 COM-COMPETENCIA.
              03 COM-COMP-ANO PIC 9(04).
              03 COM-COMP-MES PIC 9(02).
           02 COM-VENDEDOR PIC X(05).
           02 COM-MATRICULA PIC 9(06).
           02 COM-NOME PIC X(25).
           02 COM-VENDAS PIC 9(09)V99.
           02 COM-VALOR PIC 9(07)V99.
           02 COM-SITUACAO PIC X(01).
           02 COM-DATA-GERACAO PIC 9(08).
           02 COM-DATA-FOLHA PIC 9(08).
