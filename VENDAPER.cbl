      *>*****************************************************************
      *> VENDAPER - CAMPOS COMPARTILHADOS DO PERIODO DO REGISTRO FIXO
      *> DE TRANSACOES: O VENDATRX E GRAVADO EM UM ARQUIVO POR ANO/MES,
      *> DE NOME VENDATRXAAAAMM (DIRETORIO NO ARQUIVO VENDADIR)
      *> USO: COPY 'VENDAPER.cbl'.
      *> NO PROGRAMA CHAMADOR O ARQUIVO DO PERIODO E DECLARADO COM O
      *> NOME EM WRK-VTP-NOME:
      *>   SELECT OPTIONAL VENDATRX-FILE ASSIGN TO WRK-VTP-NOME
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS ...
      *> O CHAMADOR MOVE O ANO/MES PARA WRK-VTP-ANOMES E EXECUTA O
      *> 9880-NOMEAR-PERIODO ANTES DE ABRIR O ARQUIVO; O
      *> 9881-PROXIMO-PERIODO AVANCA WRK-VTP-ANOMES UM MES (LEITURA DE
      *> UMA FAIXA DE PERIODOS)
      *> LEITURA DE UMA FAIXA: O CHAMADOR MOVE O PRIMEIRO E O ULTIMO
      *> ANO/MES PARA WRK-VTP-INICIO/WRK-VTP-FIM, EXECUTA O
      *> 9882-ABRIR-FAIXA E DEPOIS O 9883-LER-FAIXA ATE FIM-FAIXA-VTP;
      *> OS PERIODOS SEM ARQUIVO SAO PULADOS. QUEM PARA ANTES DO FIM
      *> EXECUTA O 9885-FECHAR-FAIXA
      *>*****************************************************************
       01 WRK-VTP-PERIODO.
          02 WRK-VTP-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-VTP-MES PIC 9(02) VALUE ZEROS.
       01 WRK-VTP-ANOMES REDEFINES WRK-VTP-PERIODO PIC 9(06).
       77 WRK-VTP-NOME PIC X(14) VALUE SPACES.
       77 WRK-VTP-INICIO PIC 9(06) VALUE ZEROS.
       77 WRK-VTP-FIM PIC 9(06) VALUE ZEROS.
       77 WRK-VTP-EOF PIC X(01) VALUE 'S'.
         88 FIM-FAIXA-VTP VALUE 'S'.
       77 WRK-VTP-LIDO PIC X(01) VALUE 'N'.
         88 REGISTRO-VTP-LIDO VALUE 'S'.
