      *>*****************************************************************
      *> REVNOTA - LAYOUT COMPARTILHADO DO REGISTRO DE REVISOES DE NOTA
      *> (REVNOTA), ACRESCIDO PELO PROGCBL109 A CADA REVISAO APLICADA
      *> AO HISTORICO ESCOLAR E LIDO PELO RELATORIO DE REVISOES DO
      *> PERIODO (PROGCBL110)
      *> PROFESSOR: CODIGO DO PROFMST QUE PEDIU A CORRECAO (POR PADRAO
      *> O DA GRADE DE HORARIOS DA TURMA/DISCIPLINA NO PERIODO)
      *> SUPERVISOR: USUARIO DO USERCAD11 QUE AUTORIZOU A REVISAO
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  REVNOTA-FILE.
      *>   01  REVNOTA-REC.
      *>       COPY 'REVNOTA.cbl'.
      *>*****************************************************************
           02 REV-PERIODO PIC X(06).
           02 REV-TURMA PIC X(07).
           02 REV-MATRICULA PIC 9(06).
           02 REV-DISCIPLINA PIC X(04).
           02 REV-PROFESSOR PIC X(04).
           02 REV-MEDIA-ANTES PIC 9(02)V9.
           02 REV-MEDIA-DEPOIS PIC 9(02)V9.
           02 REV-STATUS-ANTES PIC X(20).
           02 REV-STATUS-DEPOIS PIC X(20).
           02 REV-MOTIVO PIC X(40).
           02 REV-SUPERVISOR PIC X(15).
           02 REV-DATA PIC 9(08).
