      *>*****************************************************************
      *> AUMVIG - LAYOUT COMPARTILHADO DOS AUMENTOS APLICADOS COM DATA
      *> DE VIGENCIA (AUMVIG13), GRAVADO PELO PROGCBL13 NA APLICACAO
      *> DOS AUMENTOS NO CADASTRO E LIDO PELO PROGCBL83 PARA O
      *> CALCULO DA DIFERENCA RETROATIVA DOS MESES JA PAGOS
      *> AUMV-SITUACAO: ESPACO = RETROATIVO AINDA NAO CALCULADO,
      *> C = RETROATIVO JA CALCULADO PELO PROGCBL83
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  AUMVIG-FILE.
      *>   01  AUMVIG-REC.
      *>       COPY 'AUMVIG.cbl'.
      *>*****************************************************************
           02 AUMV-MATRICULA PIC 9(06).
           02 AUMV-NOME PIC X(25).
           02 AUMV-VIGENCIA.
              03 AUMV-VIG-ANO PIC 9(04).
              03 AUMV-VIG-MES PIC 9(02).
              03 AUMV-VIG-DIA PIC 9(02).
           02 AUMV-SALARIO-ANTERIOR PIC 9(06)V99.
           02 AUMV-SALARIO-NOVO PIC 9(06)V99.
           02 AUMV-DATA-APLICACAO PIC 9(08).
           02 AUMV-SITUACAO PIC X(01).
