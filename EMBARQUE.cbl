      *> FILIAL: FILIAL/CAIXA EM QUE O PROGCBL10 POSTOU A RECEITA DO
      *> PEDIDO, PARA O ESTORNO DA DEVOLUCAO SAIR NA MESMA FILIAL;
      *> REGISTRO ANTIGO LE COMO ZEROS E VALE COMO FILIAL 01
      *> SERIE/DOCFISC: DOCUMENTO FISCAL DO EMBARQUE (SERIE 002 DA
      *> FILIAL NO REGISTRO DOCFISC), ATRIBUIDO PELO PROGCBL10 NA
      *> POSTAGEM; REGISTRO ANTIGO LE COMO ESPACOS (SEM DOCUMENTO)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  EMBARQUE-FILE.
      *>   01  EMBARQUE-REC.
           02 EMB-FRETE PIC 9(07)V99.
           02 EMB-DEV-PROC PIC X(01).
           02 EMB-FILIAL PIC 9(02).
           02 EMB-SERIE PIC 9(03).
           02 EMB-DOCFISC PIC 9(07).
