      *>*****************************************************************
      *> ENCARGOS - CAMPOS COMPARTILHADOS DOS ENCARGOS DE ATRASO NA
      *> BAIXA DE TITULO DO CONTAS A RECEBER (MULTA E JUROS DIARIOS DO
      *> VENCIMENTO, ROLADO PARA O DIA UTIL, ATE A DATA DO PAGAMENTO,
      *> BASE 30/360), USADOS NA BAIXA DO CAIXA (PROGCBL34) E NA BAIXA
      *> PELO RETORNO DO BANCO (PROGCBL97)
      *> USO: COPY 'ENCARGOS.cbl'.
      *> REQUER NO PROGRAMA CHAMADOR O COPY DIAUTIL (COM O CALENDARIO
      *> DE FERIADOS CARREGADO) E:
      *>   SELECT OPTIONAL ENCARGCFG-FILE ASSIGN TO 'ENCARGCFG34'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-ENCARGCFG-STATUS.
      *>   SELECT OPTIONAL ENCARGLOG-FILE ASSIGN TO 'ENCARGLOG34'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-ENCARGLOG-STATUS.
      *>   FD  ENCARGCFG-FILE.
      *>   01  ENCARGCFG-REC.
      *>       02 ECFG-MULTA-PCT PIC 9(02)V99.
      *>       02 ECFG-JUROS-DIA-PCT PIC 9(01)V999.
      *>   FD  ENCARGLOG-FILE.
      *>   01  ENCARGLOG-REC PIC X(120).
      *> O CHAMADOR PREENCHE OS CAMPOS WRK-ENC- DO TITULO E A DATA DO
      *> PAGAMENTO E EXECUTA O 9822-CALCULAR-ENCARGOS; COM ATRASO, O
      *> 9824-GRAVAR-ENCARGOS GRAVA O PRINCIPAL E OS ENCARGOS NO LOG
      *>*****************************************************************
       77 WRK-ENCARGCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ENCARGLOG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-MULTA-PCT PIC 9(02)V99 VALUE 2,00.
       77 WRK-JUROS-DIA-PCT PIC 9(01)V999 VALUE 0,033.
      *>********* TITULO E DATA DO PAGAMENTO (ENTRADA)
       77 WRK-ENC-SEQ PIC 9(05) VALUE ZEROS.
       77 WRK-ENC-CLIENTE PIC X(05) VALUE SPACES.
       77 WRK-ENC-PARCELA PIC 9(02) VALUE ZEROS.
       77 WRK-ENC-PARCELAS PIC 9(02) VALUE ZEROS.
       77 WRK-ENC-VALOR PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ENC-VENCIMENTO PIC 9(08) VALUE ZEROS.
       01 WRK-ENC-DATA-PGTO.
          02 WRK-ENC-PGTO-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-ENC-PGTO-MES PIC 9(02) VALUE ZEROS.
          02 WRK-ENC-PGTO-DIA PIC 9(02) VALUE ZEROS.
      *>********* ATRASO, ENCARGOS E TOTAL DEVIDO (SAIDA)
       77 WRK-ENC-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-MULTA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-JUROS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEVIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MULTA-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-JUROS-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DEVIDO-ED PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
