      *> SITUACAO: D = DESLIGADO (RESCISAO CALCULADA PELO PROGCBL48,
      *> A FOLHA NAO PAGA MAIS); QUALQUER OUTRO VALOR (INCLUSIVE O
      *> ESPACO DOS REGISTROS ANTIGOS) VALE COMO ATIVO
      *> MATRICULA: NUMERO PERMANENTE DO FUNCIONARIO, ATRIBUIDO PELO
      *> PROGCBL26 (NUNCA REAPROVEITADO) E CHAVE DE CASAMENTO DA FOLHA
      *> E DOS ARQUIVOS DE RH; REGISTRO ANTIGO SEM O CAMPO LE COMO
      *> ESPACOS (NAO NUMERICO) E RECEBE A MATRICULA NO PROGCBL26
      *> CPF: 11 DIGITOS, COM OS DIGITOS VERIFICADORES CONFERIDOS NO
      *> PROGCBL26; ZEROS/ESPACOS = AINDA NAO INFORMADO
      *> DATA-DESLIG: DATA DO DESLIGAMENTO GRAVADA PELO PROGCBL48 COM
      *> A SITUACAO D, INICIO DA CONTAGEM DO PRAZO DE RETENCAO DOS
      *> DADOS PESSOAIS (PROGCBL136); REGISTRO ANTIGO LE COMO ESPACOS
      *> (NAO NUMERICO) E VALE COMO DATA NAO INFORMADA
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  FUNCMST-FILE.
      *>   01  FUNCMST-REC.
      *>       COPY 'FUNCMST.cbl'.
      *> O INDEXADO FUNCMSTIX (PROGCBL43) USA O MESMO LAYOUT COM
      *>   COPY 'FUNCMST.cbl' REPLACING LEADING ==FUNCMST-== BY
      *>       ==FUNCIX-==.
      *>*****************************************************************
           02 FUNCMST-NOME PIC X(25).
           02 FUNCMST-ENTRADA.
           02 FUNCMST-SALARIO PIC 9(06)V99.
           02 FUNCMST-CCUSTO PIC X(04).
           02 FUNCMST-SITUACAO PIC X(01).
           02 FUNCMST-MATRICULA PIC 9(06).
           02 FUNCMST-CPF PIC 9(11).
           02 FUNCMST-DATA-DESLIG PIC 9(08).
