      *>           EXISTENTE E AINDA NAO ENTREGUE) E IMPRIME AS
      *>           LINHAS ACEITAS E REJEITADAS - LINHA RUIM NAO SOME
      *>           EM SILENCIO
      *> OBJETIVO: PRESERVAR A SERIE E O NUMERO DO DOCUMENTO FISCAL
      *>           DO EMBARQUE NA REGRAVACAO DO ARQUIVO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
             03 WRK-EMB-FRETE PIC 9(07)V99.
             03 WRK-EMB-DEV-PROC PIC X(01).
             03 WRK-EMB-FILIAL PIC 9(02).
             03 WRK-EMB-SERIE PIC 9(03).
             03 WRK-EMB-DOCFISC PIC 9(07).
       77 WRK-EMB-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-EMB-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-EMB-ACHADO PIC 9(03) VALUE ZEROS.
