      *>   01  FERIADO-REC.
      *>       02 FERIADO-DATA PIC 9(08).
      *>       02 FERIADO-DESCRICAO PIC X(30).
      *> O CALENDARIO E GERADO ANO A ANO PELO PROGCBL132; EM DEZEMBRO
      *> A CARGA (9680) AVISA SE O ANO SEGUINTE AINDA NAO FOI GERADO
      *>*****************************************************************
       77 WRK-FERIADO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FERIADO-EOF PIC X(01) VALUE 'N'.
         88 FIM-FERIADO VALUE 'S'.
       01 WRK-FERIADOS-TAB.
          02 WRK-DU-FERIADO PIC 9(08) OCCURS 400 TIMES VALUE ZEROS.
       77 WRK-DU-MAX-FERIADOS PIC 9(03) VALUE 400.
       77 WRK-DU-QTD-FERIADOS PIC 9(03) VALUE ZEROS.
       77 WRK-DU-FER-IDX PIC 9(03) VALUE ZEROS.
      *>********* AVISO DE DEZEMBRO: MAIOR ANO DO CALENDARIO X HOJE
       01 WRK-DU-HOJE.
          02 WRK-DU-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-DU-HOJE-MES PIC 9(02) VALUE ZEROS.
          02 WRK-DU-HOJE-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-DU-MAIOR-ANO PIC 9(04) VALUE ZEROS.
      *>********* DATA DE TRABALHO DAS ROTINAS (ENTRADA E SAIDA)
       01 WRK-DU-DATA.
          02 WRK-DU-ANO PIC 9(04) VALUE ZEROS.
