      *>*****************************************************************
      *> ADIANTA - LAYOUT COMPARTILHADO DOS ADIANTAMENTOS QUINZENAIS
      *> (ADIANT86), UM POR FUNCIONARIO POR COMPETENCIA, GRAVADOS
      *> PELO PROGCBL86 E DESCONTADOS PELA FOLHA DO MES (PROGCBL05)
      *> ADT-SITUACAO: A = PAGO, EM ABERTO PARA DESCONTO NA FOLHA,
      *> D = DESCONTADO NA FOLHA (OU NA RESCISAO) DE ADT-DATA-DESCONTO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ADIANT-FILE.
      *>   01  ADIANT-REC.
      *>       COPY 'ADIANTA.cbl'.
      *>*****************************************************************
           02 ADT-MATRICULA PIC 9(06).
           02 ADT-NOME PIC X(25).
           02 ADT-COMPETENCIA.
              03 ADT-COMP-ANO PIC 9(04).
              03 ADT-COMP-MES PIC 9(02).
           02 ADT-VALOR PIC 9(06)V99.
           02 ADT-DATA-PAGTO PIC 9(08).
           02 ADT-SITUACAO PIC X(01).
           02 ADT-DATA-DESCONTO PIC 9(08).
