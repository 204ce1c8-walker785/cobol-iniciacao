      *>*****************************************************************
      *> ALUNO - LAYOUT COMPARTILHADO DO CADASTRO DE ALUNOS (ALUNOMST),
      *> POR MATRICULA, MANTIDO PELO PROGCBL107; CONFERIDO PELOS
      *> BOLETINS (PROGCBL08/PROGCBL09), USADO NAS CARTAS AOS
      *> RESPONSAVEIS E NA LISTA DE CONTATOS (PROGCBL108) E NOS
      *> CERTIFICADOS (PROGCBL67)
      *> NOME-COMPLETO: NOME CIVIL DO ALUNO, COMO SAI NO CERTIFICADO
      *> NASCIMENTO: AAAAMMDD
      *> TURMA: TURMA ATUAL DO ALUNO (EX: TURMA08)
      *> RESP-*: NOME, ENDERECO DE CORRESPONDENCIA E TELEFONE DO
      *> RESPONSAVEL; IRMAOS REPETEM O MESMO RESPONSAVEL E RECEBEM UMA
      *> CARTA SO
      *> SITUACAO: A = ATIVO, I = INATIVO (FORA DAS CARTAS E DA LISTA)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ALUNOMST-FILE.
      *>   01  ALUNOMST-REC.
      *>       COPY 'ALUNO.cbl'.
      *>*****************************************************************
           02 ALUN-MATRICULA PIC 9(06).
           02 ALUN-NOME-COMPLETO PIC X(40).
           02 ALUN-NASCIMENTO PIC 9(08).
           02 ALUN-TURMA PIC X(07).
           02 ALUN-RESP-NOME PIC X(30).
           02 ALUN-RESP-ENDERECO PIC X(40).
           02 ALUN-RESP-BAIRRO PIC X(20).
           02 ALUN-RESP-CIDADE PIC X(20).
           02 ALUN-RESP-UF PIC X(02).
           02 ALUN-RESP-CEP PIC 9(08).
           02 ALUN-RESP-TELEFONE PIC X(15).
           02 ALUN-SITUACAO PIC X(01).
