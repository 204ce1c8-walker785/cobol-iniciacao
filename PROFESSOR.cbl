      *>*****************************************************************
      *> PROFESSOR - LAYOUT COMPARTILHADO DO CADASTRO DE PROFESSORES
      *> (PROFMST), MANTIDO PELO PROGCBL102 E USADO PELA GRADE DE
      *> HORARIOS (PROGCBL103) E PELOS RELATORIOS DA GRADE (PROGCBL104)
      *> AULAS-MAX: AULAS SEMANAIS CONTRATADAS (ZERO = SEM LIMITE),
      *> CONFERIDAS NO RELATORIO DE CARGA DO PROFESSOR
      *> SITUACAO: A = ATIVO, I = INATIVO (O INATIVO NAO RECEBE AULA
      *> NOVA NA GRADE)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  PROFMST-FILE.
      *>   01  PROFMST-REC.
      *>       COPY 'PROFESSOR.cbl'.
      *>*****************************************************************
           02 PROF-CODIGO PIC X(04).
           02 PROF-NOME PIC X(25).
           02 PROF-AULAS-MAX PIC 9(02).
           02 PROF-SITUACAO PIC X(01).
