      *>*****************************************************************
      *> FIDPTS - CAMPOS COMPARTILHADOS DAS ROTINAS DE PONTOS DE
      *> FIDELIDADE: PARAMETROS DO PROGRAMA (ARQUIVO FIDCFG), APURACAO
      *> DO SALDO DE UM CLIENTE PELO EXTRATO PONTOS17 COM VENCIMENTO
      *> DOS PONTOS MAIS ANTIGOS PRIMEIRO, CALCULO DA VALIDADE E
      *> CONVERSAO ENTRE PONTOS E REAIS
      *> USO: COPY 'FIDPTS.cbl'.
      *> REQUER NO PROGRAMA CHAMADOR:
      *>   SELECT OPTIONAL PONTOS-FILE ASSIGN TO 'PONTOS17'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-PONTOS-STATUS.
      *>   SELECT OPTIONAL FIDCFG-FILE ASSIGN TO 'FIDCFG'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-FIDCFG-STATUS.
      *>   FD  PONTOS-FILE.
      *>   01  PONTOS-REC.
      *>       COPY 'PONTOS.cbl'.
      *>   FD  FIDCFG-FILE.
      *>   01  FIDCFG-REC.
      *>       COPY 'FIDCFG.cbl'.
      *>*****************************************************************
       77 WRK-PONTOS-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PONTOS-EOF PIC X(01) VALUE 'N'.
         88 FIM-PONTOS VALUE 'S'.
       77 WRK-FIDCFG-STATUS PIC X(02) VALUE ZEROS.
      *>********* PARAMETROS DO PROGRAMA (SEM O ARQUIVO FIDCFG O
      *>          PROGRAMA FICA SUSPENSO)
       77 WRK-FID-ATIVO PIC X(01) VALUE 'N'.
         88 FIDELIDADE-ATIVA VALUE 'S'.
       77 WRK-FID-PONTOS-REAL PIC 9(03)V99 VALUE 1.
       77 WRK-FID-VALOR-PONTO PIC 9(03)V9(04) VALUE 0,01.
       77 WRK-FID-VALIDADE-MESES PIC 9(03) VALUE 12.
      *>********* APURACAO DO SALDO (ENTRADA: CLIENTE, PERIODO E DATA
      *>          DE AVISO; SAIDA: SALDO E MOVIMENTO DO PERIODO)
       77 WRK-FID-CLIENTE PIC X(05) VALUE SPACES.
       77 WRK-FID-PER-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-FID-PER-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-FID-DATA-AVISO PIC 9(08) VALUE ZEROS.
       77 WRK-FID-SALDO PIC 9(09) VALUE ZEROS.
       77 WRK-FID-SALDO-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-FID-GANHOS PIC 9(09) VALUE ZEROS.
       77 WRK-FID-RESGATES PIC 9(09) VALUE ZEROS.
       77 WRK-FID-ESTORNOS PIC 9(09) VALUE ZEROS.
       77 WRK-FID-CREDITOS PIC 9(09) VALUE ZEROS.
       77 WRK-FID-VENCIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-FID-A-VENCER PIC 9(09) VALUE ZEROS.
      *>********* LOTES DE ENTRADA AINDA COM SALDO, NA ORDEM DO
      *>          EXTRATO (O MAIS ANTIGO E CONSUMIDO PRIMEIRO)
       01 WRK-FID-LOTE-TAB.
          02 WRK-FID-LOTE OCCURS 300 TIMES.
             03 WRK-FID-LOTE-PONTOS PIC 9(07).
             03 WRK-FID-LOTE-VALIDADE PIC 9(08).
       77 WRK-FID-LOTE-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FID-LOTE-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FID-DATA-CORTE PIC 9(08) VALUE ZEROS.
       77 WRK-FID-CONSUMIR PIC 9(07) VALUE ZEROS.
       77 WRK-FID-CONSUMIDO PIC 9(07) VALUE ZEROS.
      *>********* CALCULO DA VALIDADE (DATA-BASE MAIS OS MESES DO
      *>          PARAMETRO, COM O DIA LIMITADO AO FIM DO MES)
       77 WRK-FID-DATA-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-FID-DATA-VALIDADE PIC 9(08) VALUE ZEROS.
       01 WRK-FID-DATA-MES.
          02 WRK-FID-MES-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-FID-MES-MES PIC 9(02) VALUE ZEROS.
          02 WRK-FID-MES-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-FID-DATA-MES-NUM REDEFINES WRK-FID-DATA-MES PIC 9(08).
       01 WRK-FID-DIAS-MES-TAB.
          02 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-FID-DIAS-MES REDEFINES WRK-FID-DIAS-MES-TAB.
          02 WRK-FID-DIAS-NO-MES PIC 9(02) OCCURS 12 TIMES.
       77 WRK-FID-MES-TOTAL PIC 9(05) VALUE ZEROS.
       77 WRK-FID-ANOS PIC 9(03) VALUE ZEROS.
       77 WRK-FID-MES-RESTO PIC 9(02) VALUE ZEROS.
       77 WRK-FID-ULTIMO-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-FID-QUOC PIC 9(04) VALUE ZEROS.
       77 WRK-FID-RESTO4 PIC 9(04) VALUE ZEROS.
       77 WRK-FID-RESTO100 PIC 9(04) VALUE ZEROS.
       77 WRK-FID-RESTO400 PIC 9(04) VALUE ZEROS.
      *>********* CONVERSAO ENTRE PONTOS E REAIS PELO VALOR DO PONTO
       77 WRK-FID-VALOR-CALC PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FID-PONTOS-CALC PIC 9(09) VALUE ZEROS.
