      *>*****************************************************************
      *> MENSAL - LAYOUT COMPARTILHADO DO REGISTRO DAS MENSALIDADES
      *> FATURADAS (ARQUIVO MENSALID), GRAVADO PELO PROGCBL106: UM
      *> REGISTRO POR ALUNO E COMPETENCIA. O FATURAMENTO PULA O ALUNO
      *> QUE JA TEM REGISTRO NA COMPETENCIA, PARA A REPETICAO DO LOTE
      *> NAO COBRAR DUAS VEZES
      *> COMPETENCIA: ANO E MES DA MENSALIDADE (AAAAMM)
      *> VALOR-BASE: MENSALIDADE DA TURMA (MENSTAB); DESC-BOLSA E
      *> DESC-IRMAO: DESCONTOS CONCEDIDOS; VALOR: O LIQUIDO COBRADO
      *> SEQ/VENCIMENTO: O TITULO GRAVADO NO CONTASREC17 (SEQ ZERO =
      *> BOLSA INTEGRAL, SEM TITULO)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  MENSALID-FILE.
      *>   01  MENSALID-REC.
      *>       COPY 'MENSAL.cbl'.
      *>*****************************************************************
           02 MENS-COMPETENCIA PIC 9(06).
           02 MENS-MATRICULA PIC 9(06).
           02 MENS-TURMA PIC X(07).
           02 MENS-RESPONSAVEL PIC X(05).
           02 MENS-VALOR-BASE PIC 9(06)V99.
           02 MENS-DESC-BOLSA PIC 9(06)V99.
           02 MENS-DESC-IRMAO PIC 9(06)V99.
           02 MENS-VALOR PIC 9(06)V99.
           02 MENS-SEQ PIC 9(05).
           02 MENS-VENCIMENTO PIC 9(08).
           02 MENS-DATA PIC 9(08).
