      *>*****************************************************************
      *> GRADEHOR - LAYOUT COMPARTILHADO DA GRADE DE HORARIOS DAS
      *> TURMAS (ARQUIVO GRADEHOR), MANTIDA PELO PROGCBL103 E LIDA
      *> PELOS RELATORIOS DO PROGCBL104: UM REGISTRO POR AULA SEMANAL
      *> PERIODO/TURMA: NO MESMO FORMATO DO HISTORICO (EX: 2026-1 E
      *> TURMA08)
      *> DIA: DIA DA SEMANA, 1 = SEGUNDA ... 6 = SABADO
      *> AULA: NUMERO DA AULA NO DIA (1 A 10)
      *> DISCIPLINA: CODIGO DO DISCMST; PROFESSOR: CODIGO DO PROFMST
      *> UM PROFESSOR NAO PODE TER DUAS AULAS NO MESMO PERIODO, DIA E
      *> AULA (A MANUTENCAO RECUSA)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  GRADEHOR-FILE.
      *>   01  GRADEHOR-REC.
      *>       COPY 'GRADEHOR.cbl'.
      *>*****************************************************************
           02 GRD-PERIODO PIC X(06).
           02 GRD-TURMA PIC X(07).
           02 GRD-DIA PIC 9(01).
           02 GRD-AULA PIC 9(02).
           02 GRD-DISCIPLINA PIC X(04).
           02 GRD-PROFESSOR PIC X(04).
