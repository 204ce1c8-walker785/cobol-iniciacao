      *>*****************************************************************
      *> ALUNOFIN - LAYOUT COMPARTILHADO DO CADASTRO FINANCEIRO DO
      *> ALUNO (ARQUIVO ALUNOFIN), MANTIDO PELO PROGCBL105 E LIDO PELO
      *> FATURAMENTO MENSAL DAS MENSALIDADES (PROGCBL106)
      *> MATRICULA: A MESMA DOS DECKS DAS TURMAS (TURMA08/TURMA09)
      *> RESPONSAVEL: CODIGO DO CLIENTE NO CLIMST17 (PROGCBL52) QUE
      *> RESPONDE PELA MENSALIDADE; E O CLIENTE DO TITULO NO CONTAS A
      *> RECEBER. ALUNOS COM O MESMO RESPONSAVEL SAO IRMAOS PARA O
      *> DESCONTO DE IRMAOS
      *> BOLSA-PCT: PERCENTUAL DE BOLSA SOBRE A MENSALIDADE DA TURMA
      *> (100,00 = BOLSA INTEGRAL, SEM TITULO)
      *> SITUACAO: A = ATIVO, I = INATIVO (SAIU DA ESCOLA; NAO E
      *> FATURADO MESMO QUE AINDA CONSTE NO DECK DA TURMA)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  ALUNOFIN-FILE.
      *>   01  ALUNOFIN-REC.
      *>       COPY 'ALUNOFIN.cbl'.
      *>*****************************************************************
           02 ALF-MATRICULA PIC 9(06).
           02 ALF-NOME PIC X(25).
           02 ALF-RESPONSAVEL PIC X(05).
           02 ALF-BOLSA-PCT PIC 9(03)V99.
           02 ALF-SITUACAO PIC X(01).
