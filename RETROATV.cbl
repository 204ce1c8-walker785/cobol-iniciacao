      *>*****************************************************************
      *> RETROATV - LAYOUT COMPARTILHADO DAS DIFERENCAS SALARIAIS
      *> RETROATIVAS (RETRO83), UMA POR FUNCIONARIO POR MES JA PAGO,
      *> CALCULADAS PELO PROGCBL83 E PAGAS PELA FOLHA (PROGCBL05)
      *> RET-SITUACAO: P = PENDENTE DE CONFERENCIA DO RH, A = LIBERADA
      *> PELO RH (ENTRA NA PROXIMA FOLHA), L = LANCADA NA FOLHA DE
      *> RET-DATA-FOLHA
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  RETRO-FILE.
      *>   01  RETRO-REC.
      *>       COPY 'RETROATV.cbl'.
      *>*****************************************************************
           02 RET-MATRICULA PIC 9(06).
           02 RET-NOME PIC X(25).
           02 RET-COMPETENCIA.
              03 RET-COMP-ANO PIC 9(04).
              03 RET-COMP-MES PIC 9(02).
           02 RET-VALOR PIC 9(06)V99.
           02 RET-SITUACAO PIC X(01).
           02 RET-DATA-FOLHA PIC 9(08).
