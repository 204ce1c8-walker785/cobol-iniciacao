      *>*****************************************************************
      *> DEPEND - LAYOUT COMPARTILHADO DO CADASTRO DE DEPENDENTES
      *> (DEPENDMST), MANTIDO PELO PROGCBL82 E LIDO PELA FOLHA
      *> (PROGCBL05) PARA A DEDUCAO POR DEPENDENTE NA BASE DO IRRF
      *> DEP-MATRICULA: MATRICULA DO FUNCIONARIO NO FUNCMST
      *> DEP-PARENTESCO: C = CONJUGE/COMPANHEIRO, F = FILHO/ENTEADO
      *> (ATE 21 ANOS), U = FILHO/ENTEADO UNIVERSITARIO (ATE 24
      *> ANOS), I = FILHO/ENTEADO INCAPAZ, P = PAIS/AVOS, O = OUTROS
      *> DEP-IR: S = DECLARADO PARA O IRRF, N = NAO DEDUZ
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  DEPEND-FILE.
      *>   01  DEPEND-REC.
      *>       COPY 'DEPEND.cbl'.
      *>*****************************************************************
           02 DEP-MATRICULA PIC 9(06).
           02 DEP-NOME PIC X(25).
           02 DEP-NASCIMENTO.
              03 DEP-NASC-ANO PIC 9(04).
              03 DEP-NASC-MES PIC 9(02).
              03 DEP-NASC-DIA PIC 9(02).
           02 DEP-PARENTESCO PIC X(01).
           02 DEP-IR PIC X(01).
