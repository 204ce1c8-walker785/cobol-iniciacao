      *>*****************************************************************
      *> TRIBFOL - CAMPOS COMPARTILHADOS DO CALCULO DO INSS E DO IRRF
      *> DO EMPREGADO POR FAIXA PROGRESSIVA (TABELAS NO TRIBFOL-PROC),
      *> USADOS PELA FOLHA (PROGCBL05) E PELOS PAGAMENTOS FEITOS FORA
      *> DELA (RECIBO DE FERIAS DO PROGCBL87)
      *> USO: COPY 'TRIBFOL.cbl'.
      *>   MOVER O BRUTO PARA WRK-TF-BRUTO E FAZER O PERFORM
      *>   9740-CALCULAR-INSS-TF; PARA O IRRF, MOVER TAMBEM O INSS
      *>   PARA WRK-TF-INSS E A DEDUCAO DOS DEPENDENTES PARA
      *>   WRK-TF-DEDUCAO-DEPEND E FAZER O PERFORM 9745-CALCULAR-IRRF-TF
      *>*****************************************************************
       77 WRK-TF-BRUTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TF-DEDUCAO-DEPEND PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TF-INSS PIC S9(06)V99 VALUE ZEROS.
       77 WRK-TF-INSS-ALIQUOTA PIC 9(02)V999 VALUE ZEROS.
       77 WRK-TF-INSS-DEDUCAO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TF-BASE-IRRF PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TF-BASE-IRRF-CALC PIC S9(07)V99 VALUE ZEROS.
       77 WRK-TF-IRRF PIC S9(06)V99 VALUE ZEROS.
       77 WRK-TF-IRRF-ALIQUOTA PIC 9(02)V999 VALUE ZEROS.
       77 WRK-TF-IRRF-DEDUCAO PIC 9(06)V99 VALUE ZEROS.
