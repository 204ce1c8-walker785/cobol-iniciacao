      *>*****************************************************************
      *> AFASTA - LAYOUT COMPARTILHADO DO CADASTRO DE AFASTAMENTOS
      *> (AFASTMST), MANTIDO PELO PROGCBL85 E LIDO PELA FOLHA
      *> (PROGCBL05), PELAS PROVISOES (PROGCBL27), PELA RESCISAO
      *> (PROGCBL48) E PELO SALDO DE FERIAS (PROGCBL49)
      *> AFA-MATRICULA: MATRICULA DO FUNCIONARIO NO FUNCMST
      *> AFA-TIPO: D = DOENCA, A = ACIDENTE DE TRABALHO,
      *> M = LICENCA MATERNIDADE, N = LICENCA NAO REMUNERADA
      *> (REGRAS DE CADA TIPO NO AFASTREG.cbl)
      *> AFA-FIM: ULTIMO DIA DO AFASTAMENTO (ZEROS = SEM DATA DE
      *> RETORNO, AFASTAMENTO EM ABERTO)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  AFAST-FILE.
      *>   01  AFAST-REC.
      *>       COPY 'AFASTA.cbl'.
      *>*****************************************************************
           02 AFA-MATRICULA PIC 9(06).
           02 AFA-NOME PIC X(25).
           02 AFA-TIPO PIC X(01).
           02 AFA-INICIO.
              03 AFA-INI-ANO PIC 9(04).
              03 AFA-INI-MES PIC 9(02).
              03 AFA-INI-DIA PIC 9(02).
           02 AFA-FIM.
              03 AFA-FIM-ANO PIC 9(04).
              03 AFA-FIM-MES PIC 9(02).
              03 AFA-FIM-DIA PIC 9(02).
