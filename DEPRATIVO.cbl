      *>*****************************************************************
      *> DEPRATIVO - CAMPOS COMPARTILHADOS DO CALCULO DA DEPRECIACAO
      *> LINEAR DE UM BEM DO ATIVO IMOBILIZADO (ATIVO.cbl), USADOS NA
      *> DEPRECIACAO MENSAL (PROGCBL120) E NA CONFERENCIA DA BAIXA
      *> (PROGCBL119)
      *> USO: COPY 'DEPRATIVO.cbl'.
      *>   MOVER CUSTO, DEPRECIACAO ACUMULADA, VIDA UTIL, DATA DE
      *>   AQUISICAO E ULTIMO MES DEPRECIADO DO BEM PARA OS CAMPOS DE
      *>   ENTRADA, O ANO/MES ATE O QUAL DEPRECIAR PARA
      *>   WRK-DEP-ATE-MES, E FAZER O
      *>   PERFORM 9870-CALCULAR-DEPRECIACAO
      *>*****************************************************************
      *>********* ENTRADA: O BEM E O MES ATE O QUAL DEPRECIAR
       77 WRK-DEP-CUSTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DEP-ACUM PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DEP-VIDA PIC 9(03) VALUE ZEROS.
       01 WRK-DEP-AQUISICAO.
          02 WRK-DEP-AQ-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-DEP-AQ-MES PIC 9(02) VALUE ZEROS.
          02 WRK-DEP-AQ-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DEP-AQUISICAO-NUM REDEFINES WRK-DEP-AQUISICAO
                                PIC 9(08).
       01 WRK-DEP-ULTIMO-MES.
          02 WRK-DEP-ULT-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-DEP-ULT-MES PIC 9(02) VALUE ZEROS.
       01 WRK-DEP-ULTIMO-NUM REDEFINES WRK-DEP-ULTIMO-MES PIC 9(06).
       01 WRK-DEP-ATE-MES.
          02 WRK-DEP-ATE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-DEP-ATE-MM PIC 9(02) VALUE ZEROS.
       01 WRK-DEP-ATE-NUM REDEFINES WRK-DEP-ATE-MES PIC 9(06).
      *>********* SAIDA: MESES EM ABERTO ATE O MES PEDIDO (COM OS
      *>          ATRASADOS), VALOR A LANCAR, QUOTA MENSAL E SE O BEM
      *>          FICA TOTALMENTE DEPRECIADO COM ESTE LANCAMENTO
       77 WRK-DEP-MESES PIC 9(04) VALUE ZEROS.
       77 WRK-DEP-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DEP-QUOTA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DEP-ENCERRA PIC X(01) VALUE 'N'.
         88 DEP-ENCERRADA VALUE 'S'.
      *>********* TRABALHO: MESES CONTADOS COMO ANO * 12 + MES
       77 WRK-DEP-IDX-AQ PIC 9(06) VALUE ZEROS.
       77 WRK-DEP-IDX-FEITO PIC 9(06) VALUE ZEROS.
       77 WRK-DEP-IDX-ATE PIC 9(06) VALUE ZEROS.
       77 WRK-DEP-IDX-FIM PIC 9(06) VALUE ZEROS.
       77 WRK-DEP-RESIDUAL PIC 9(09)V99 VALUE ZEROS.
